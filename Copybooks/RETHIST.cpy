      *----------------------------------------------------------------
      * RETHIST - Return_History.dat record - one return Program4
      * processed, with what the invoice index said about the sale
      * it refunded: the store and cashier that rang the sale and
      * the day it was accepted (spaces/zero when the invoice was
      * never found).  Program4 keeps about four months of these,
      * so a rerun of the night replaces its own lines (matched on
      * the run date), and Program44 reads them weekly for the
      * patterns no single night shows - one SKU coming back again
      * and again at one store, refunds at a store other than the
      * one that sold, cashiers refunding sales they rang
      * themselves, and refunds priced just under the high-value
      * threshold.  The match code is Program4's mismatch code for
      * the return (NF, SM, TM, OV; spaces when clean).
      *----------------------------------------------------------------
       01 return-history-record.
           05 rh-run-date                     pic 9(06).
           05 rh-return-date                  pic 9(08).
           05 rh-store-number                 pic x(02).
           05 rh-invoice-number               pic x(09).
           05 rh-sku-code                     pic x(15).
           05 rh-cashier-id                   pic x(04).
           05 rh-amount                       pic 9(05)v99.
           05 rh-payment-type                 pic x(02).
           05 rh-reason-code                  pic x(02).
           05 rh-sale-store                   pic x(02).
           05 rh-sale-cashier                 pic x(04).
           05 rh-sale-date                    pic 9(08).
           05 rh-match-code                   pic x(02).
               88 rh-return-was-clean             value spaces.
