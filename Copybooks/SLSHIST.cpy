      *----------------------------------------------------------------
      * SLSHIST - Sales_History.dat record, indexed by store number
      * plus sales date (the transaction date).  One entry per store
      * per trading day: the day's net sales (sales and layaways in,
      * returns and voids out, an exchange by its direction) and its
      * transaction count.  Program36 posts each night's business
      * and reads a year back for the comparable-store report.  The
      * file is a master, not a cycle file - the archive step never
      * copies or purges it, so last year is still here next year.
      * Each entry remembers the run date and what that run posted,
      * so a rerun of the same night backs it out and replaces it.
      *----------------------------------------------------------------
       01 sales-history-record.
           05 sh-record-key.
               10 sh-store-number             pic x(02).
               10 sh-sales-date               pic 9(08).
           05 sh-net-sales                    pic s9(09)v99
               sign is leading separate.
           05 sh-trans-count                  pic 9(07).
           05 sh-posted-run-date              pic 9(06).
           05 sh-run-net                      pic s9(09)v99
               sign is leading separate.
           05 sh-run-count                    pic 9(07).
