      *----------------------------------------------------------------
      * CHGBKIN - Chargebacks.dat record, as keyed off the card
      * processor's chargeback notices and the bank's returned-cheque
      * advices.  The action says what happened to the item: N a new
      * chargeback or returned cheque, D we have disputed it, W the
      * dispute was won and the money came back, L it was lost for
      * good.  The invoice and tender name the original sale; the
      * amount and the processor's reason code are as the notice
      * gives them, and the date is the date of the notice.
      * Program43 matches a new item to its sale through
      * InvoiceIndex.dat and tracks it on Chargeback_Master.dat.
      *----------------------------------------------------------------
       01 chargeback-input-record.
           05 cb-action                       pic x(01).
               88 cb-is-new                       value "N".
               88 cb-is-disputed                  value "D".
               88 cb-is-won                       value "W".
               88 cb-is-lost                      value "L".
           05 cb-item-type                    pic x(01).
               88 cb-is-card-chargeback           value "C".
               88 cb-is-returned-cheque           value "Q".
           05 cb-invoice-number               pic x(09).
           05 cb-payment-type                 pic x(02).
           05 cb-amount                       pic 9(05)v99.
           05 cb-reason-code                  pic x(04).
           05 cb-event-date                   pic 9(08).
           05 filler                          pic x(08).
