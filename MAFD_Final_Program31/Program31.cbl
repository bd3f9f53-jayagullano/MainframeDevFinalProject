       identification division.
       program-id. MAFD_Final_Program31.
       author. Elinam Amegah.
       date-written. 2026-10-15.
      *Purpose: This program prints the monthly loyalty points
      *liability report off the customer master Program30 posts.
      *Unredeemed points are a liability finance carries on the
      *balance sheet, so per home store it totals the customers on
      *file (active and closed), the points outstanding on
      *balances above zero and what they are worth at the
      *configured redemption rate (points per dollar), the
      *customers whose balance a return has clawed below zero and
      *the points they owe - reported, not netted off the
      *liability - and the month's points earned, clawed back,
      *redeemed and restored.  The month is named by an
      *environment variable (yyyymm) and defaults to the current
      *month; a customer with no posting in that month shows no
      *activity for it.  Submitted after the last MAFDRUN of the
      *month, before the first of the next.  A missing customer
      *master prints the heading and a no-data line (RC 8).

       environment division.
       configuration section.
       input-output section.
       file-control.

           select customer-master-file
               assign to ws-custmast-filename
               organization is indexed
               access mode is sequential
               record key is cu-customer-number
               file status is ws-custmast-status.

           select report-file
                assign to ws-report-filename
                organization is line sequential.

       data division.

       file section.
       fd customer-master-file
           data record is customer-master-record
           record contains 129 characters.

       copy CUSTMAST.

       fd report-file
           record contains 130 characters
           data record is report-line.

       01 report-line.
           05 filler                           pic x(130).

       working-storage section.

      *File names - overridable via environment variables so a rerun
      *or an alternate data set does not require a recompile.
       01 ws-custmast-filename               pic x(60) value
           "../../../data/Customer_Master.dat".
       01 ws-report-filename                 pic x(60) value
           "../../../data/Points_Liability.out".

       01 ws-custmast-status                 pic xx.

      *Points a dollar of redemption costs - kept in step with the
      *rate Edits and Program30 run off.
       77 ws-redeem-rate                       pic 9(3) value 100.
       01 ws-redeem-rate-env                 pic x(10).

      *The month reported (yyyymm); blank means the current month.
       01 ws-period-env                      pic x(06).
       77 ws-report-period                     pic 9(06).
       01 ws-today-8                         pic 9(08).
       01 ws-today-8-r redefines ws-today-8.
           05 ws-today-yyyymm                 pic 9(06).
           05 filler                          pic 9(02).

      *Per-store recap, keyed and filled on the fly from the home
      *stores seen on the master.
       01 ws-store-recap-table.
           05 ws-store-recap-entry occurs 50 times.
               10 src-store-number             pic x(02).
               10 src-active                   pic 9(07).
               10 src-closed                   pic 9(07).
               10 src-outstanding              pic 9(11).
               10 src-negative-count           pic 9(07).
               10 src-negative-points          pic 9(11).
               10 src-earned                   pic 9(11).
               10 src-clawed                   pic 9(11).
               10 src-redeemed                 pic 9(11).
               10 src-restored                 pic 9(11).

       77 ws-store-recap-count                 pic 9(03) value 0.
       77 ws-src-sub                           pic 9(03).

      *Grand totals, carried in the same shape as a recap entry.
       01 ws-grand-totals.
           05 grd-active                       pic 9(07) value 0.
           05 grd-closed                       pic 9(07) value 0.
           05 grd-outstanding                  pic 9(11) value 0.
           05 grd-negative-count               pic 9(07) value 0.
           05 grd-negative-points              pic 9(11) value 0.
           05 grd-earned                       pic 9(11) value 0.
           05 grd-clawed                       pic 9(11) value 0.
           05 grd-redeemed                     pic 9(11) value 0.
           05 grd-restored                     pic 9(11) value 0.

       77 ws-liability-work                    pic 9(09)v99.

      *Headers For Formatting Purposes:

       01 ws-heading1.
           05 filler                           pic x(14) value spaces.
           05 filler                           pic x(46)
            value "Group 7, Final Project Program 31 Liability".
           05 filler                           pic x(13)
            value spaces.
           05 ws-sys-date                      pic 9(6).
           05 filler                           pic x(15)
            value spaces.
           05 ws-sys-time                      pic 9(8).

       01 ws-period-line.
           05 filler                           pic x(32) value
               "Loyalty points liability, month ".
           05 ws-prd-period                    pic 9(06).
           05 filler                           pic x(23) value
               ", redemption rate (pts/".
           05 filler                           pic x(05) value
               "$1): ".
           05 ws-prd-rate                      pic zz9.

       01 ws-recap-heading.
           05 filler                           pic x(40) value
               "  Store  Active  Closed Outstanding     ".
           05 filler                           pic x(40) value
               "  Liability Below 0   Pts Owed     Earne".
           05 filler                           pic x(37) value
               "d      Clawed    Redeemed    Restored".

       01 ws-recap-line.
           05 filler                           pic x(02).
           05 ws-rcp-store                     pic x(05).
           05 filler                           pic x(01).
           05 ws-rcp-active                    pic zzzzzz9.
           05 filler                           pic x(01).
           05 ws-rcp-closed                    pic zzzzzz9.
           05 filler                           pic x(01).
           05 ws-rcp-outstanding               pic zzz,zzz,zz9.
           05 filler                           pic x(01).
           05 ws-rcp-liability                 pic $zzz,zzz,zz9.99.
           05 filler                           pic x(01).
           05 ws-rcp-negative-count            pic zzzzzz9.
           05 filler                           pic x(01).
           05 ws-rcp-negative-points           pic zz,zzz,zz9.
           05 filler                           pic x(01).
           05 ws-rcp-earned                    pic zz,zzz,zz9.
           05 filler                           pic x(02).
           05 ws-rcp-clawed                    pic zz,zzz,zz9.
           05 filler                           pic x(02).
           05 ws-rcp-redeemed                  pic zz,zzz,zz9.
           05 filler                           pic x(02).
           05 ws-rcp-restored                  pic zz,zzz,zz9.

       01 ws-no-data-line.
           05 filler                           pic x(40)
               value "No customer master - nothing to report.".

      *EOF Flag
       77 ws-eof-flag                          pic x
               value "n".

       procedure division.
       000-Main.

      *Read file-name overrides from the environment.
           accept ws-custmast-filename
               from environment "MAFD31_CUSTMASTFILE"
               on exception continue end-accept.
           accept ws-report-filename
               from environment "MAFD31_REPORTFILE"
               on exception continue end-accept.
           accept ws-redeem-rate-env
               from environment "MAFD31_REDEEMRATE"
               on exception continue end-accept.
           if ws-redeem-rate-env not = spaces
               move ws-redeem-rate-env         to ws-redeem-rate
           end-if.

           accept ws-sys-date                  from date.
           accept ws-sys-time                  from time.
           accept ws-today-8                   from date yyyymmdd.

           move ws-today-yyyymm                to ws-report-period.
           move spaces                         to ws-period-env.
           accept ws-period-env
               from environment "MAFD31_PERIOD"
               on exception continue end-accept.
           if ws-period-env not = spaces
             and ws-period-env numeric
               move ws-period-env              to ws-report-period
           end-if.

           open output report-file.

           write report-line                   from ws-heading1
               after advancing 1 lines.

           move ws-report-period               to ws-prd-period.
           move ws-redeem-rate                 to ws-prd-rate.
           write report-line                   from ws-period-line
               after advancing 2 lines.

           open input customer-master-file.

           if ws-custmast-status not = "00" then
               write report-line               from ws-no-data-line
                   after advancing 2 lines
               close report-file
               move 8                          to return-code
               stop run
           end-if.

           read customer-master-file next record
               at end
                   move "y"                    to ws-eof-flag
           end-read.
           perform 100-recap-one-customer until ws-eof-flag = "y".

           close customer-master-file.

           perform 500-write-store-recap.

           close report-file.

           move 0                              to return-code.

           stop run.

      *Rolls the customer into the recap entry for the home store,
      *adding the store on first sight.
       100-recap-one-customer.

           perform 110-search-store-recap
               varying ws-src-sub from 1 by 1
               until ws-src-sub > ws-store-recap-count
               or src-store-number(ws-src-sub) = cu-home-store.

           if ws-src-sub > ws-store-recap-count then
               if ws-store-recap-count >= 50 then
                   display "POINTS STORE RECAP FULL AT 50"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-store-recap-count
               move ws-store-recap-count       to ws-src-sub
               move cu-home-store              to
                   src-store-number(ws-src-sub)
               move zeros                      to
                   src-active(ws-src-sub), src-closed(ws-src-sub),
                   src-outstanding(ws-src-sub),
                   src-negative-count(ws-src-sub),
                   src-negative-points(ws-src-sub),
                   src-earned(ws-src-sub), src-clawed(ws-src-sub),
                   src-redeemed(ws-src-sub), src-restored(ws-src-sub)
           end-if.

           if cu-is-closed then
               add 1                           to src-closed(ws-src-sub)
               add 1                           to grd-closed
           else
               add 1                           to src-active(ws-src-sub)
               add 1                           to grd-active
           end-if.

           if cu-points-balance > 0 then
               add cu-points-balance           to
                   src-outstanding(ws-src-sub), grd-outstanding
           end-if.

           if cu-points-balance < 0 then
               add 1                           to
                   src-negative-count(ws-src-sub), grd-negative-count
               subtract cu-points-balance      from
                   src-negative-points(ws-src-sub),
                   grd-negative-points
           end-if.

           if cu-mtd-period = ws-report-period then
               add cu-mtd-earned               to
                   src-earned(ws-src-sub), grd-earned
               add cu-mtd-clawed               to
                   src-clawed(ws-src-sub), grd-clawed
               add cu-mtd-redeemed             to
                   src-redeemed(ws-src-sub), grd-redeemed
               add cu-mtd-restored             to
                   src-restored(ws-src-sub), grd-restored
           end-if.

           read customer-master-file next record
               at end
                   move "y"                    to ws-eof-flag.

       110-search-store-recap.
           continue.

      *One line per home store, then the grand line - the liability
      *figure finance books.
       500-write-store-recap.

           write report-line                   from ws-recap-heading
               after advancing 2 lines.

           perform 510-write-one-recap-line
               varying ws-src-sub from 1 by 1
               until ws-src-sub > ws-store-recap-count.

           move spaces                         to ws-recap-line.
           move "TOTAL"                        to ws-rcp-store.
           move grd-active                     to ws-rcp-active.
           move grd-closed                     to ws-rcp-closed.
           move grd-outstanding                to ws-rcp-outstanding.
           compute ws-liability-work rounded =
               grd-outstanding / ws-redeem-rate.
           move ws-liability-work              to ws-rcp-liability.
           move grd-negative-count             to
               ws-rcp-negative-count.
           move grd-negative-points            to
               ws-rcp-negative-points.
           move grd-earned                     to ws-rcp-earned.
           move grd-clawed                     to ws-rcp-clawed.
           move grd-redeemed                   to ws-rcp-redeemed.
           move grd-restored                   to ws-rcp-restored.

           write report-line                   from ws-recap-line
               after advancing 2 lines.

       510-write-one-recap-line.

           move spaces                         to ws-recap-line.
           move src-store-number(ws-src-sub)   to ws-rcp-store.
           move src-active(ws-src-sub)         to ws-rcp-active.
           move src-closed(ws-src-sub)         to ws-rcp-closed.
           move src-outstanding(ws-src-sub)    to ws-rcp-outstanding.
           compute ws-liability-work rounded =
               src-outstanding(ws-src-sub) / ws-redeem-rate.
           move ws-liability-work              to ws-rcp-liability.
           move src-negative-count(ws-src-sub) to
               ws-rcp-negative-count.
           move src-negative-points(ws-src-sub) to
               ws-rcp-negative-points.
           move src-earned(ws-src-sub)         to ws-rcp-earned.
           move src-clawed(ws-src-sub)         to ws-rcp-clawed.
           move src-redeemed(ws-src-sub)       to ws-rcp-redeemed.
           move src-restored(ws-src-sub)       to ws-rcp-restored.

           write report-line                   from ws-recap-line
               after advancing 1 lines.

       end program MAFD_Final_Program31.
