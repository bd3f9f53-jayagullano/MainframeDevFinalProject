      *----------------------------------------------------------------
      * TILLHIST - Till_History.dat record - one cashier's close-out
      * at one store on one day: what the transactions said should
      * be in the drawer, what was declared, and the over/short on
      * the cash and on the other tenders.  Program38 keeps about
      * three months of these, keyed by date, store and cashier, so
      * a rerun of the night replaces its own lines, and counts a
      * cashier's shortages across the last thirty days off them.
      * The declared flag is N for a cashier who rang but never
      * declared - the whole expected amount is then short.
      *----------------------------------------------------------------
       01 till-history-record.
           05 th-close-date                  pic 9(08).
           05 th-store-number                pic x(02).
           05 th-cashier-id                  pic x(04).
           05 th-declared                    pic x(01).
               88 th-was-declared                value "Y".
           05 th-expected-cash               pic s9(07)v99
               sign is leading separate.
           05 th-counted-cash                pic 9(07)v99.
           05 th-cash-over-short             pic s9(07)v99
               sign is leading separate.
           05 th-expected-other              pic s9(07)v99
               sign is leading separate.
           05 th-counted-other               pic 9(07)v99.
           05 th-other-over-short            pic s9(07)v99
               sign is leading separate.
