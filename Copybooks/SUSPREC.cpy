               88 sp-is-outstanding               value "O".
               88 sp-is-released                  value "R".
           05 sp-release-date                 pic 9(08).
           05 sp-original-record              pic x(127).
           05 sp-failure-reasons              pic x(200).
