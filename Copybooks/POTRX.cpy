      *----------------------------------------------------------------
      * POTRX - PO_Orders.dat record.  One line per purchase-order
      * line buying raises, amends or cancels: action A adds the
      * line, C changes the vendor, store, quantity or expected
      * date on a line already raised, X cancels it so nothing more
      * is received against it.  Program27 applies these to the PO
      * master ahead of matching the night's receipts.
      *----------------------------------------------------------------
       01 po-order-record.
           05 pt-action                       pic x(01).
               88 pt-is-add                       value "A".
               88 pt-is-change                    value "C".
               88 pt-is-cancel                    value "X".
           05 pt-po-number                    pic x(08).
           05 pt-vendor-id                    pic x(08).
           05 pt-store-number                 pic x(02).
           05 pt-sku-code                     pic x(15).
           05 pt-ordered-qty                  pic 9(05).
           05 pt-expected-date                pic 9(08).
