
       file section.
       fd trx-input-file
          record contains 127 characters
          data record is input-line.

      *The shared transaction-record layout - the split files, the

       fd invoice-index-file
           data record is invoice-index-record
           record contains 68 characters.

       copy INVIDX.


       fd suspense-file
           data record is suspense-record
           record contains 344 characters.

       copy SUSPREC.

           "../../../data/GiftCards.dat".
       01 ws-markdown-filename               pic x(60) value
           "../../../data/Markdowns.dat".
       01 ws-transfer-filename               pic x(60) value
           "../../../data/Transfers.dat".
       01 ws-report-filename                 pic x(60) value
           "../../../data/Invoice_Trace.out".

           accept ws-markdown-filename
               from environment "MAFD25_MARKDOWNFILE"
               on exception continue end-accept.
           accept ws-transfer-filename
               from environment "MAFD25_TRANSFERFILE"
               on exception continue end-accept.
           accept ws-report-filename
               from environment "MAFD25_REPORTFILE"
               on exception continue end-accept.
           move "Markdowns"                    to ws-file-tag.
           perform 210-scan-one-file.

           move ws-transfer-filename           to
               ws-current-input-filename.
           move "Transfers"                    to ws-file-tag.
           perform 210-scan-one-file.

           if ws-section-hits = 0 then
               write report-line               from ws-none-line
                   after advancing 1 lines
