      *----------------------------------------------------------------
      * CMACCUM - Commission_Accum.dat record - one cashier's sales,
      * returns and voids rung so far in the open pay period.
      * Program18 rolls each night's per-cashier totals on and
      * rewrites the file whole; Program32 pays the period off it
      * at period end and starts the next period empty.  The
      * period start is the date of the first night posted into an
      * empty file.  Each entry remembers the run date and figures
      * of the last night posted, so a rerun of the night replaces
      * rather than re-adds.  Entries are keyed by cashier ID
      * alone, so a cashier retired on CSHMAST mid-period keeps
      * the entry and is still paid for what they rang.
      *----------------------------------------------------------------
       01 commission-accum-record.
           05 ca-cashier-id                   pic x(04).
           05 ca-store-number                 pic x(02).
           05 ca-period-start                 pic 9(08).
           05 ca-nights-posted                pic 9(03).
           05 ca-sales-amount                 pic 9(07)v99.
           05 ca-return-amount                pic 9(07)v99.
           05 ca-void-amount                  pic 9(07)v99.
           05 ca-posted-run-date              pic 9(06).
           05 ca-run-sales                    pic 9(07)v99.
           05 ca-run-returns                  pic 9(07)v99.
           05 ca-run-voids                    pic 9(07)v99.
