      * price list in a spreadsheet outside the system.  A zero
      * price means "not priced" - the price-variance edit stands
      * down rather than rejecting everything against an unpriced
      * catalog.  The class code places the SKU in the department
      * and class hierarchy on Dept_Class.dat; blank on a master
      * predating it, which reports as unclassified.
      *----------------------------------------------------------------
       01 sku-master-record.
           05 skm-sku-code                   pic x(15).
           05 skm-sku-description             pic x(30).
           05 skm-retail-price                pic 9(05)v99.
           05 skm-unit-cost                   pic 9(05)v99.
           05 skm-class-code                  pic x(04).
