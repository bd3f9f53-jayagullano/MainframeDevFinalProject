      *----------------------------------------------------------------
      * CHGBKMST - Chargeback_Master.dat record, indexed by invoice
      * number plus tender.  One entry per chargeback or returned
      * cheque, carrying the original sale it was matched to on
      * InvoiceIndex.dat (store, date and amount), what the notice
      * took back and why, and where the item stands: O open, D
      * disputed, W won, L lost.  The status date is the date of the
      * notice that set the status; the run dates remember which
      * run took the item and last moved it, so Program43 can tell
      * a same-day resubmission of the same notices from a genuine
      * duplicate, and rebuild the day's journal for the items lost
      * that day.
      *----------------------------------------------------------------
       01 chargeback-master-record.
           05 cm-record-key.
               10 cm-invoice-number           pic x(09).
               10 cm-payment-type             pic x(02).
           05 cm-item-type                    pic x(01).
               88 cm-is-card-chargeback           value "C".
               88 cm-is-returned-cheque           value "Q".
           05 cm-store-number                 pic x(02).
           05 cm-sale-date                    pic 9(08).
           05 cm-sale-amount                  pic 9(05)v99.
           05 cm-amount                       pic 9(05)v99.
           05 cm-reason-code                  pic x(04).
           05 cm-received-date                pic 9(08).
           05 cm-received-run-date            pic 9(06).
           05 cm-status                       pic x(01).
               88 cm-is-open                      value "O".
               88 cm-is-disputed                  value "D".
               88 cm-is-won                       value "W".
               88 cm-is-lost                      value "L".
               88 cm-is-outstanding               value "O", "D".
           05 cm-status-date                  pic 9(08).
           05 cm-status-run-date              pic 9(06).
