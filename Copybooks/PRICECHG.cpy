      *----------------------------------------------------------------
      * PRICECHG - Price_Changes.dat record.  Merchandising keys a
      * future-dated change as the first five fields - SKU, new
      * retail price, new unit cost, effective date and who asked -
      * and leaves the rest blank.  A zero new price or cost leaves
      * that figure as it stands.  Program37 applies the change to
      * SkuMast.dat the night it falls due, marks it applied, and
      * keeps the price and cost it replaced here, so what a SKU
      * sold for last month is still on file after the catalog has
      * moved on.  A change that cannot be applied is marked
      * refused with the reason.
      *----------------------------------------------------------------
       01 price-change-record.
           05 pc-sku-code                    pic x(15).
           05 pc-new-price                   pic 9(05)v99.
           05 pc-new-cost                    pic 9(05)v99.
           05 pc-effective-date              pic 9(08).
           05 pc-entered-by                  pic x(08).
           05 pc-status                      pic x(01).
               88 pc-is-scheduled                value "S" " ".
               88 pc-was-applied                 value "A".
               88 pc-was-refused                 value "R".
           05 pc-applied-date                pic 9(08).
           05 pc-old-price                   pic 9(05)v99.
           05 pc-old-cost                    pic 9(05)v99.
           05 pc-refused-reason              pic x(30).
