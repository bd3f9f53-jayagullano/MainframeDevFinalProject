      *----------------------------------------------------------------
      * SLSMTD - Sales_Actual_MTD.dat record.  One line per store per
      * month (yyyymm, off the transaction date): the net sales
      * posted so far - sales and layaways in, returns and voids
      * out, an exchange by its direction.  Program35 adds each
      * night's business and keeps what that night added beside the
      * run date, so a rerun of the same night backs it out and
      * replaces it instead of booking it twice.
      *----------------------------------------------------------------
       01 sales-mtd-record.
           05 sa-store-number                 pic x(02).
           05 sa-period                       pic 9(06).
           05 sa-net-sales                    pic s9(09)v99
                                              sign leading separate.
           05 sa-posted-run-date              pic 9(06).
           05 sa-run-net                      pic s9(09)v99
                                              sign leading separate.
