      *----------------------------------------------------------------
      * COUNTREC - Stock_Counts.dat record.  One line per store/SKU
      * counted on the shelf - the annual physical count or a weekly
      * cycle count: which store, which SKU, the units counted, the
      * date the count was taken, and the kind of count (A annual,
      * C cycle).  Program28 sets the on-hand master to the counted
      * figure and prices the variance at cost.
      *----------------------------------------------------------------
       01 stock-count-record.
           05 cn-store-number                 pic x(02).
           05 cn-sku-code                     pic x(15).
           05 cn-counted-qty                  pic 9(07).
           05 cn-count-date                   pic 9(08).
           05 cn-count-type                   pic x(01).
               88 cn-is-annual                    value "A".
               88 cn-is-cycle                     value "C".
