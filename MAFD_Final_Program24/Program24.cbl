
       file section.
       fd split-input-file
          record contains 127 characters
          data record is input-line.

      *The shared split-file record layout, as written by Program2
