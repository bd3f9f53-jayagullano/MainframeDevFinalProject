      *----------------------------------------------------------------
      * UNCLPROP - Unclaimed_Property.dat record, the yearly
      * unclaimed-property filing Program33 writes for the state:
      * one 'D' line per gift card escheated - the card, the store
      * that issued it, when it was issued and last used, and the
      * balance remitted - then one 'T' trailer with the count and
      * total remitted so the filing balances itself.  Amounts are
      * unedited with an implied decimal point.
      *----------------------------------------------------------------
       01 unclaimed-property-record.
           05 up-record-type                  pic x(01).
               88 up-is-detail                    value "D".
               88 up-is-trailer                   value "T".
           05 up-card-number                  pic x(15).
           05 up-store-number                 pic x(02).
           05 up-issue-date                   pic 9(08).
           05 up-last-activity-date           pic 9(08).
           05 up-amount                       pic 9(07)v99.
           05 up-escheat-date                 pic 9(08).
           05 up-property-type                pic x(04).
       01 unclaimed-property-trailer redefines
           unclaimed-property-record.
           05 ut-record-type                  pic x(01).
           05 ut-record-count                 pic 9(07).
           05 ut-total-amount                 pic 9(09)v99.
           05 ut-escheat-date                 pic 9(08).
           05 filler                          pic x(28).
