      *----------------------------------------------------------------
      * RCVREC - Receipts.dat record.  One line per receiving-dock
      * arrival keyed by the back door: which store took delivery,
      * which SKU, how many units, the receipt date, and the
      * purchase order the delivery was made against.  Program27
      * holds each receipt to its PO line and passes the matched
      * ones on, in this same layout, for Program17 to add onto
      * the on-hand master alongside the sales-side draw-down.
      *----------------------------------------------------------------
       01 receiving-record.
           05 rcv-store-number                pic x(02).
           05 rcv-sku-code                    pic x(15).
           05 rcv-quantity                    pic 9(05).
           05 rcv-receipt-date                pic 9(08).
           05 rcv-po-number                   pic x(08).
