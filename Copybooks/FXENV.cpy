      *----------------------------------------------------------------
      * FXENV - Foreign_Envelopes.dat record.  Program9 writes one
      * line per store per foreign currency taken in FC (foreign
      * cash) tender that night: the foreign cash that should be in
      * the envelope (taken less refunded, in the currency itself),
      * what the registers credited for it in home dollars, the
      * bank's rate for the day and what the envelope converts to
      * at it, and the difference - positive a gain, negative a
      * loss.  Program20 books the night's total difference to the
      * exchange gain/loss account.  The signed fields carry a
      * leading sign, since a heavy-refund night can leave an
      * envelope owing.
      *----------------------------------------------------------------
       01 foreign-envelope-record.
           05 fe-run-date                     pic 9(06).
           05 filler                          pic x(02).
           05 fe-store-number                 pic x(02).
           05 filler                          pic x(02).
           05 fe-currency-code                pic x(03).
           05 filler                          pic x(02).
           05 fe-foreign-net                  pic s9(07)v99
               sign is leading separate.
           05 filler                          pic x(02).
           05 fe-register-value               pic s9(07)v99
               sign is leading separate.
           05 filler                          pic x(02).
           05 fe-bank-rate                    pic 9(03)v9(06).
           05 filler                          pic x(02).
           05 fe-bank-value                   pic s9(07)v99
               sign is leading separate.
           05 filler                          pic x(02).
           05 fe-fx-difference                pic s9(07)v99
               sign is leading separate.
