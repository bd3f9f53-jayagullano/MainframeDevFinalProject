      *----------------------------------------------------------------
      * TILLCLS - Till_Closeout.dat record - one register operator's
      * end-of-shift declaration: the cash counted out of the drawer
      * and the other tenders counted with it (card slips, cheques).
      * Gift-card and points tenders leave nothing in the drawer to
      * count, so they are not declared.  Foreign cash (tender FC)
      * is counted in with the cash, converted at the bank's rate
      * for the day on Exchange_Rates.dat - the rate Program9 values
      * the store's foreign envelope at (the register rate while the
      * bank's rate is not keyed).  A cashier closing two
      * shifts in a day declares twice; the declarations add.
      * Program38 holds each declaration against the tender that
      * cashier's own transactions say should be there.
      *----------------------------------------------------------------
       01 till-closeout-record.
           05 tc-close-date                  pic 9(08).
           05 tc-store-number                pic x(02).
           05 tc-cashier-id                  pic x(04).
           05 tc-counted-cash                pic 9(07)v99.
           05 tc-counted-other               pic 9(07)v99.
