      *----------------------------------------------------------------
      * RCVHOLD - Receipt_Holds.dat record.  A receipt that fails its
      * purchase-order match is kept off the on-hand master and
      * carried here instead: the receipt as keyed, why it was held
      * (NP no PO line, CL PO closed or cancelled, ST store not the
      * PO's store, OV over the quantity ordered, QT quantity not
      * numeric), and the date it was first held.  Program27 retries
      * every hold each night, so keying the missing PO line or
      * correcting the held line itself releases it onto the night's
      * matched receipts; a released hold stays on the file marked
      * R for the day it went, so a rerun of that day releases it
      * again instead of losing it.
      *----------------------------------------------------------------
       01 receipt-hold-record.
           05 rh-store-number                 pic x(02).
           05 rh-sku-code                     pic x(15).
           05 rh-quantity                     pic 9(05).
           05 rh-receipt-date                 pic 9(08).
           05 rh-po-number                    pic x(08).
           05 rh-hold-reason                  pic x(02).
           05 rh-first-held-date              pic 9(08).
           05 rh-status                       pic x(01).
               88 rh-is-held                      value "H".
               88 rh-is-released                  value "R".
           05 rh-released-date                pic 9(08).
