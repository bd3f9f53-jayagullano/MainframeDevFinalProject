               88 au-was-applied                  value "APP".
               88 au-was-rejected                 value "REJ".
           05 au-reason                       pic x(30).
           05 au-before-image                 pic x(63).
           05 au-after-image                  pic x(63).
