      *----------------------------------------------------------------
      * OOHREC - Out_Of_Hours.dat record - one per transaction rung
      * outside its store's opening hours on StoreMast.dat, written
      * by Program34 each night for store operations and loss
      * prevention alike: when, what, for how much, by which
      * cashier, and the hours it fell outside of.
      *----------------------------------------------------------------
       01 out-of-hours-record.
           05 ox-run-date                     pic 9(06).
           05 ox-store-number                 pic x(02).
           05 ox-trans-date                   pic 9(08).
           05 ox-trans-time                   pic 9(04).
           05 ox-transaction-code             pic x(01).
           05 ox-invoice-number               pic x(09).
           05 ox-amount                       pic 9(05)v99.
           05 ox-cashier-id                   pic x(04).
           05 ox-open-time                    pic 9(04).
           05 ox-close-time                   pic 9(04).
