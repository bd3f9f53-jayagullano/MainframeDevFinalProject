           "../../../data/Receipts.dat".
       01 ws-markdown-filename               pic x(60) value
           "../../../data/Markdowns.dat".
       01 ws-transfer-filename               pic x(60) value
           "../../../data/Transfers.dat".
       01 ws-report-filename                 pic x(60) value
           "../../../data/Report.out".
       01 ws-salesreport-filename            pic x(60) value
      *The work list the archive loop runs down, filled from the
      *names above.
       01 ws-archive-list.
           05 ws-archive-entry occurs 14 times.
               10 arc-base-filename            pic x(60).

       77 ws-arc-sub                           pic 9(02).
           accept ws-markdown-filename
               from environment "MAFD15_MARKDOWNFILE"
               on exception continue end-accept.
           accept ws-transfer-filename
               from environment "MAFD15_TRANSFERFILE"
               on exception continue end-accept.
           accept ws-report-filename
               from environment "MAFD15_REPORTFILE"
               on exception continue end-accept.
               arc-base-filename(12).
           move ws-markdown-filename           to
               arc-base-filename(13).
           move ws-transfer-filename           to
               arc-base-filename(14).

           perform 100-archive-one-file
               varying ws-arc-sub from 1 by 1
               until ws-arc-sub > 14.

           perform 300-update-catalog.
           perform 400-purge-old-generations.

           perform 420-delete-one-file
               varying ws-arc-sub from 1 by 1
               until ws-arc-sub > 14.

           display "PURGED GENERATION "
               ctl-generation-date(ws-ctl-sub).
