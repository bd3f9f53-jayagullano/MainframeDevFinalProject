      *----------------------------------------------------------------
      * HOURWTD - Hourly_WTD.dat record - the week-to-date traffic
      * grid Program34 keeps: one line per store, transaction date
      * and hour of day with the transactions and net dollars rung
      * in that hour.  Program34 rewrites the file whole each night,
      * dropping dates before the current Monday, and reports the
      * week by day of week off it.  Each line remembers the run
      * date and figures of the last night that posted to it, so a
      * rerun of the night replaces rather than re-adds.
      *----------------------------------------------------------------
       01 hourly-wtd-record.
           05 hw-store-number                 pic x(02).
           05 hw-trans-date                   pic 9(08).
           05 hw-hour                         pic 9(02).
           05 hw-trans-count                  pic 9(05).
           05 hw-net-amount                   pic s9(07)v99
               sign is leading separate.
           05 hw-posted-run-date              pic 9(06).
           05 hw-run-count                    pic 9(05).
           05 hw-run-amount                   pic s9(07)v99
               sign is leading separate.
