      * Program4's batch posting replaces rather than re-adds when
      * a day is rerun - the cumulative refund figure cannot
      * silently double and flag later legitimate returns.
      * The entry also carries the loyalty customer the sale was
      * rung for, so Program30 claws a return's or void's points
      * back off the account that earned them even when the
      * refund is rung without the card.
      * The cashier who rang the sale rides along too, so the
      * return-pattern report can see a cashier refunding their own
      * sales across days.
      * When the card processor charges the sale back, or the bank
      * returns the cheque that paid for it, Program43 marks the
      * entry (C chargeback, Q returned cheque; space otherwise) -
      * the money has already left our account, so Edits refuses
      * any later return quoting the invoice.
      *----------------------------------------------------------------
       01 invoice-index-record.
           05 ix-invoice-number               pic x(09).
           05 ix-refunded-to-date             pic 9(07)v99.
           05 ix-posted-run-date              pic 9(06).
           05 ix-posted-run-amount            pic 9(07)v99.
           05 ix-customer-number              pic x(10).
           05 ix-cashier-id                   pic x(04).
           05 ix-chargeback-status            pic x(01).
               88 ix-was-charged-back             value "C", "Q".
