
       file section.
       fd split-input-file
          record contains 127 characters
          data record is input-line.

      *The shared split-file record layout, as written by Program2

       fd store-master-file
           data record is store-master-record
           record contains 41 characters.

       copy STORMAST.

                   88 dst-store-is-active          value "Y".
               10 dst-sl-line-count            pic 9(04).
               10 dst-sl-buffer occurs 500 times
                                               pic x(127).
               10 dst-sl-count                 pic 9(05).
               10 dst-sl-amount                pic 9(7)v99.
               10 dst-ret-line-count           pic 9(04).
               10 dst-ret-buffer occurs 150 times
                                               pic x(127).
               10 dst-return-count             pic 9(05).
               10 dst-return-amount            pic 9(7)v99.

