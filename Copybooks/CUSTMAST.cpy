      *----------------------------------------------------------------
      * CUSTMAST - Customer_Master.dat record, indexed by the loyalty
      * (customer) number the register scans onto the transaction
      * record.  Program11 enrols, changes and closes customers
      * (record type CU); Program30 posts the points each night -
      * earned on sales and customer-paid exchanges, clawed back on
      * returns and voids, redeemed when a record is tendered PT,
      * restored when a PT-tendered record is refunded - and
      * Program31 reports the balance outstanding as the points
      * liability finance carries.  Edits holds a points
      * redemption to the balance here.  A balance can go below
      * zero when a return claws back points already redeemed.
      * The month-to-date figures belong to the month in
      * cu-mtd-period and start again at the first posting of a
      * new month.  Each entry remembers the run date and figures
      * of the last day's posting, so Program30 replaces rather
      * than re-adds when a day is rerun.
      *----------------------------------------------------------------
       01 customer-master-record.
           05 cu-customer-number              pic x(10).
           05 cu-customer-name                pic x(30).
           05 cu-home-store                   pic x(02).
           05 cu-enrol-date                   pic 9(08).
           05 cu-status                       pic x(01).
               88 cu-is-active                    value "A".
               88 cu-is-closed                    value "C".
           05 cu-points-balance               pic s9(09)
               sign is leading separate.
           05 cu-mtd-period                   pic 9(06).
           05 cu-mtd-earned                   pic 9(07).
           05 cu-mtd-clawed                   pic 9(07).
           05 cu-mtd-redeemed                 pic 9(07).
           05 cu-mtd-restored                 pic 9(07).
           05 cu-posted-run-date              pic 9(06).
           05 cu-run-earned                   pic 9(07).
           05 cu-run-clawed                   pic 9(07).
           05 cu-run-redeemed                 pic 9(07).
           05 cu-run-restored                 pic 9(07).
