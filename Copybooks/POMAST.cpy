      *----------------------------------------------------------------
      * POMAST - PO_Master.dat record, indexed by PO number plus SKU
      * code - one entry per purchase-order line.  Buying raises the
      * lines through PO_Orders.dat: the vendor, the store the goods
      * are for, the SKU, the quantity ordered and the date the
      * delivery is expected.  Program27 holds every receiving-dock
      * receipt to its line and keeps the quantity received to date
      * here; the line closes when the order is received in full,
      * or when buying cancels it.  Like the on-hand master, each
      * line remembers the run date and quantity of the last day's
      * posting, so a rerun of the day replaces rather than re-adds.
      *----------------------------------------------------------------
       01 po-master-record.
           05 po-record-key.
               10 po-number                   pic x(08).
               10 po-sku-code                 pic x(15).
           05 po-vendor-id                    pic x(08).
           05 po-store-number                 pic x(02).
           05 po-ordered-qty                  pic 9(05).
           05 po-order-date                   pic 9(08).
           05 po-expected-date                pic 9(08).
           05 po-received-qty                 pic 9(05).
           05 po-status                       pic x(01).
               88 po-is-open                      value "O".
               88 po-is-closed                    value "C".
               88 po-is-cancelled                 value "X".
           05 po-posted-run-date              pic 9(06).
           05 po-posted-run-qty               pic 9(05).
