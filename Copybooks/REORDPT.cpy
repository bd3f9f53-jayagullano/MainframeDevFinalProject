      *----------------------------------------------------------------
      * REORDPT - Reorder_Points.dat record.  One min/max entry per
      * store and SKU: the reorder point (the on-hand figure at or
      * below which the position wants topping up) and the
      * order-up-to quantity the top-up should bring it back to.
      * Maintained through Program11 like the other control files;
      * Program26 holds each OnHand_Master.dat position to it and
      * suggests the order quantity.
      *----------------------------------------------------------------
       01 reorder-point-record.
           05 rp-store-number                 pic x(02).
           05 rp-sku-code                     pic x(15).
           05 rp-reorder-point                pic 9(05).
           05 rp-order-up-to                  pic 9(05).
