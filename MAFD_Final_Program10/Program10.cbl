       file section.
       fd suspense-file
           data record is suspense-record
           record contains 344 characters.

       copy SUSPREC.


      *One correction per line: the invoice number as it stood on
      *the rejected record (how the entry is found), then the full
      *corrected 127-byte record to release.
       fd correction-file
           data record is correction-record
           record contains 136 characters.

       01 correction-record.
           05 cr-invoice-number                pic x(09).
           05 cr-corrected-record              pic x(127).

       fd released-file
           data record is released-record
           record contains 127 characters.

       01 released-record                     pic x(127).

       fd report-file
           record contains 130 characters
               10 sus-status                   pic x(01).
                   88 sus-is-outstanding           value "O".
               10 sus-release-date             pic 9(08).
               10 sus-original-record          pic x(127).
               10 sus-failure-reasons          pic x(200).

       77 ws-suspense-count                    pic 9(03) value 0.
