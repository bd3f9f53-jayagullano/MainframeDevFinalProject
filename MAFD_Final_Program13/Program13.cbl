       file section.
       fd invoice-index-file
           data record is invoice-index-record
           record contains 68 characters.

       copy INVIDX.

       fd archive-file
           data record is archive-line
           record contains 68 characters.

       01 archive-line                        pic x(68).

       fd keeper-work-file
           data record is keeper-line
           record contains 68 characters.

       01 keeper-line                         pic x(68).

       fd report-file
           record contains 130 characters
