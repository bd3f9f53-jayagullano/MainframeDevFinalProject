
       file section.
       fd in-file
          record contains 127 characters
          data record is input-line.

      *The shared transaction-record layout, as written by

       fd store-master-file
           data record is store-master-record
           record contains 41 characters.

       copy STORMAST.

