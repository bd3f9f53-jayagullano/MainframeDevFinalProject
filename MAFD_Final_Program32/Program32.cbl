       identification division.
       program-id. MAFD_Final_Program32.
       author. Deanna Slotegraaf.
       date-written. 2026-10-15.
      *Purpose: This program pays the floor staff's commission at
      *pay-period end.  Program18 rolls each night's sales, returns
      *and voids per cashier onto Commission_Accum.dat; this
      *program reads the period off that file and, per cashier,
      *works the commission on net sales (sales less the returns
      *and voids they rang) at the rate the commission plan gives
      *- the cashier's own line, else their home store's - plus
      *the bonus rate on net sales over the plan's target where
      *the plan sets one.  It prints a commission statement per
      *cashier and writes Payroll_Extract.dat, the fixed-format
      *file payroll loads (one record per cashier, then a trailer
      *with the count and total).  A cashier retired on the
      *cashier master mid-period is paid like any other and marked
      *retired on the statement.  A cashier with no plan line, or
      *an ID the master does not know, is listed as an exception
      *and left off the extract, and the period is not closed (RC
      *8): the extract is not to be loaded, and once the plan or
      *cashier master is put right the resubmitted run pays the
      *whole period again.  Otherwise the period is closed:
      *what was paid is copied to Commission_Closed.dat and the
      *accumulation starts the next period empty.  Under the rerun
      *switch the closed copy is paid again instead and nothing is
      *reset, so a lost or rejected extract can be rebuilt.  A
      *missing commission plan pays nobody and closes nothing
      *(RC 8).  Every file name is driven from the environment.

       environment division.
       configuration section.
       input-output section.
       file-control.

           select commission-accum-file
               assign to ws-current-accum-filename
               organization is line sequential
               file status is ws-commaccum-status.

           select commission-closed-file
               assign to ws-commclosed-filename
               organization is line sequential
               file status is ws-commclosed-status.

           select commission-plan-file
               assign to ws-commplan-filename
               organization is line sequential
               file status is ws-commplan-status.

           select cashier-master-file
               assign to ws-cashiermast-filename
               organization is line sequential
               file status is ws-cashiermast-status.

           select payroll-extract-file
               assign to ws-payextract-filename
               organization is line sequential.

           select report-file
                assign to ws-report-filename
                organization is line sequential.

       data division.

       file section.
       fd commission-accum-file
           data record is commission-accum-record
           record contains 77 characters.

       copy CMACCUM.

       fd commission-closed-file
           data record is commission-closed-line
           record contains 77 characters.

       01 commission-closed-line             pic x(77).

       fd commission-plan-file
           data record is commission-plan-record
           record contains 24 characters.

       copy CMPLAN.

       fd cashier-master-file
           data record is cashier-master-record
           record contains 27 characters.

       copy CSHMAST.

       fd payroll-extract-file
           data record is payroll-extract-record
           record contains 81 characters.

       copy PAYEXTR.

       fd report-file
           record contains 130 characters
           data record is report-line.

       01 report-line.
           05 filler                           pic x(130).

       working-storage section.

      *File names - overridable via environment variables so a rerun
      *or an alternate data set does not require a recompile.
       01 ws-commaccum-filename              pic x(60) value
           "../../../data/Commission_Accum.dat".
       01 ws-commclosed-filename             pic x(60) value
           "../../../data/Commission_Closed.dat".
       01 ws-commplan-filename               pic x(60) value
           "../../../data/Commission_Plan.dat".
       01 ws-cashiermast-filename            pic x(60) value
           "../../../data/CashierMast.dat".
       01 ws-payextract-filename             pic x(60) value
           "../../../data/Payroll_Extract.dat".
       01 ws-report-filename                 pic x(60) value
           "../../../data/Commission_Statements.out".

      *The period is read off the live accumulation, or off the
      *closed copy under the rerun switch.
       01 ws-current-accum-filename          pic x(60).

       01 ws-commaccum-status                pic xx.
       01 ws-commclosed-status               pic xx.
       01 ws-commplan-status                 pic xx.
       01 ws-cashiermast-status              pic xx.

      *Y pays the last closed period again and resets nothing.
       77 ws-rerun-mode                        pic x value "N".
           88 ws-rerun-is-on                       value "Y".

      *Cashier table, loaded from the cashier master at start-up,
      *for the name and retired flag on each statement.
       copy CSHTBL.

      *Commission plan, loaded whole at start-up.
       01 ws-plan-table.
           05 ws-plan-entry occurs 300 times.
               10 wpl-plan-type                pic x(01).
               10 wpl-plan-key                 pic x(04).
               10 wpl-commission-rate          pic 9v9999.
               10 wpl-sales-target             pic 9(07)v99.
               10 wpl-bonus-rate               pic 9v9999.

       77 ws-plan-count                        pic 9(03) value 0.
       77 ws-plan-sub                          pic 9(03).
       77 ws-plan-found                        pic x(01).
           88 ws-plan-was-found                    value "Y".
       01 ws-plan-search-key.
           05 ws-plan-search-type             pic x(01).
           05 ws-plan-search-id               pic x(04).

      *The period's accumulation, loaded whole so the live file can
      *be copied to the closed copy and reset once paid.
       01 ws-comm-accum-table.
           05 ws-comm-accum-entry occurs 500 times
                                              pic x(77).

       77 ws-comm-accum-count                  pic 9(03) value 0.
       77 ws-cat-sub                           pic 9(03).

      *Per-cashier pay work fields.
       77 ws-net-sales                         pic s9(07)v99.
       77 ws-commission                        pic 9(07)v99.
       77 ws-bonus                             pic 9(07)v99.
       77 ws-over-target                       pic 9(07)v99.
       77 ws-total-pay                         pic 9(07)v99.
       77 ws-period-start                      pic 9(08) value 0.
       01 ws-today-8                         pic 9(08).
       77 ws-cashier-retired                   pic x(01).
           88 ws-cashier-is-retired                value "Y".

      *Run counters.
       77 ws-cashiers-paid                     pic 9(05) value 0.
       77 ws-exception-counter                 pic 9(05) value 0.
       77 ws-total-commission                  pic 9(09)v99 value 0.
       77 ws-total-bonus                       pic 9(09)v99 value 0.
       77 ws-grand-pay                         pic 9(09)v99 value 0.

      *Headers For Formatting Purposes:

       01 ws-heading1.
           05 filler                           pic x(14) value spaces.
           05 filler                           pic x(46)
            value "Group 7, Final Project Program 32 Commission".
           05 filler                           pic x(13)
            value spaces.
           05 ws-sys-date                      pic 9(6).
           05 filler                           pic x(15)
            value spaces.
           05 ws-sys-time                      pic 9(8).

       01 ws-period-line.
           05 filler                           pic x(20)
               value "Pay period:         ".
           05 ws-prd-start                     pic 9(08).
           05 filler                           pic x(04)
               value " to ".
           05 ws-prd-end                       pic 9(08).
           05 filler                           pic x(02).
           05 ws-prd-rerun                     pic x(20).

       01 ws-stmt-line1.
           05 filler                           pic x(08)
               value "Cashier ".
           05 ws-st1-cashier                   pic x(04).
           05 filler                           pic x(02).
           05 ws-st1-name                      pic x(20).
           05 filler                           pic x(08)
               value "  Store ".
           05 ws-st1-store                     pic x(02).
           05 filler                           pic x(02).
           05 ws-st1-retired                   pic x(10).

       01 ws-stmt-line2.
           05 filler                           pic x(04) value spaces.
           05 filler                           pic x(08)
               value "Sales  ".
           05 ws-st2-sales                     pic $z,zzz,zz9.99.
           05 filler                           pic x(10)
               value "  Returns ".
           05 ws-st2-returns                   pic $z,zzz,zz9.99.
           05 filler                           pic x(08)
               value "  Voids ".
           05 ws-st2-voids                     pic $z,zzz,zz9.99.
           05 filler                           pic x(06)
               value "  Net ".
           05 ws-st2-net                       pic $z,zzz,zz9.99-.

       01 ws-stmt-line3.
           05 filler                           pic x(04) value spaces.
           05 filler                           pic x(08)
               value "Rate   ".
           05 ws-st3-rate                      pic 9.9999.
           05 filler                           pic x(14)
               value "  Commission ".
           05 ws-st3-commission                pic $z,zzz,zz9.99.
           05 filler                           pic x(09)
               value "  Target ".
           05 ws-st3-target                    pic $z,zzz,zz9.99.
           05 filler                           pic x(08)
               value "  Bonus ".
           05 ws-st3-bonus-rate                pic 9.9999.
           05 filler                           pic x(01).
           05 ws-st3-bonus                     pic $z,zzz,zz9.99.

       01 ws-stmt-line4.
           05 filler                           pic x(04) value spaces.
           05 filler                           pic x(08)
               value "Pay    ".
           05 ws-st4-total                     pic $z,zzz,zz9.99.
           05 filler                           pic x(02).
           05 ws-st4-note                      pic x(40).

       01 ws-no-data-line.
           05 filler                           pic x(40)
               value "No commission accumulated this period.".

       01 ws-summary-line1.
           05 filler                           pic x(28)
               value "Cashiers paid:              ".
           05 ws-sum-paid                      pic zzzz9.

       01 ws-summary-line2.
           05 filler                           pic x(28)
               value "Exceptions (not extracted): ".
           05 ws-sum-exceptions                pic zzzz9.

       01 ws-summary-line3.
           05 filler                           pic x(28)
               value "Commission:                 ".
           05 ws-sum-commission                pic $zzz,zzz,zz9.99.

       01 ws-summary-line4.
           05 filler                           pic x(28)
               value "Bonus:                      ".
           05 ws-sum-bonus                     pic $zzz,zzz,zz9.99.

       01 ws-summary-line5.
           05 filler                           pic x(28)
               value "Total to payroll:           ".
           05 ws-sum-pay                       pic $zzz,zzz,zz9.99.

      *EOF Flag
       77 ws-eof-flag                          pic x
               value "n".

       procedure division.
       000-Main.

      *Read file-name overrides and the rerun switch from the
      *environment.
           accept ws-commaccum-filename
               from environment "MAFD32_COMMACCUMFILE"
               on exception continue end-accept.
           accept ws-commclosed-filename
               from environment "MAFD32_COMMCLOSEDFILE"
               on exception continue end-accept.
           accept ws-commplan-filename
               from environment "MAFD32_COMMPLANFILE"
               on exception continue end-accept.
           accept ws-cashiermast-filename
               from environment "MAFD32_CASHIERMASTFILE"
               on exception continue end-accept.
           accept ws-payextract-filename
               from environment "MAFD32_PAYEXTRACTFILE"
               on exception continue end-accept.
           accept ws-report-filename
               from environment "MAFD32_REPORTFILE"
               on exception continue end-accept.
           accept ws-rerun-mode
               from environment "MAFD32_RERUN"
               on exception continue end-accept.

           accept ws-sys-date                  from date.
           accept ws-sys-time                  from time.
           accept ws-today-8                   from date yyyymmdd.

           open output report-file.

           write report-line                   from ws-heading1
               after advancing 1 lines.

           perform 050-load-plan-table.

           if ws-plan-count = 0 then
               display "COMMISSION PLAN MISSING OR EMPTY - "
                   "NOTHING PAID, PERIOD NOT CLOSED"
               write report-line               from ws-no-data-line
                   after advancing 2 lines
               close report-file
               move 8                          to return-code
               stop run
           end-if.

           perform 060-load-cashier-table.

           if ws-rerun-is-on then
               move ws-commclosed-filename     to
                   ws-current-accum-filename
           else
               move ws-commaccum-filename      to
                   ws-current-accum-filename
           end-if.

           perform 070-load-comm-accum.

           open output payroll-extract-file.

           if ws-comm-accum-count = 0 then
               write report-line               from ws-no-data-line
                   after advancing 2 lines
           else
               move ws-period-start            to ws-prd-start
               move ws-today-8                 to ws-prd-end
               if ws-rerun-is-on then
                   move "(RERUN OF CLOSED)"    to ws-prd-rerun
               end-if
               write report-line               from ws-period-line
                   after advancing 2 lines
               perform 200-pay-one-cashier
                   varying ws-cat-sub from 1 by 1
                   until ws-cat-sub > ws-comm-accum-count
           end-if.

           perform 300-write-trailer.

           close payroll-extract-file.

           perform 500-print-summary.

           close report-file.

      *A cashier left off the extract holds the period open, so
      *their commission is still on the accumulation when the plan
      *or cashier master is put right and the run resubmitted.
           if ws-exception-counter > 0 then
               move 8                          to return-code
           else
               if not ws-rerun-is-on then
                   perform 400-close-period
               end-if
               move 0                          to return-code
           end-if.

           stop run.

      *Loads the commission plan.
       050-load-plan-table.

           open input commission-plan-file.

           if ws-commplan-status = "00" then
               read commission-plan-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 055-load-plan-entry until ws-eof-flag = "y"
               close commission-plan-file
           end-if.

           move "n"                            to ws-eof-flag.

       055-load-plan-entry.

           if (cp-is-cashier-plan or cp-is-store-plan)
             and cp-commission-rate numeric
             and ws-plan-count < 300 then
               add 1                           to ws-plan-count
               move cp-plan-type               to
                   wpl-plan-type(ws-plan-count)
               move cp-plan-key                to
                   wpl-plan-key(ws-plan-count)
               move cp-commission-rate         to
                   wpl-commission-rate(ws-plan-count)
               if cp-sales-target numeric
                 and cp-bonus-rate numeric then
                   move cp-sales-target        to
                       wpl-sales-target(ws-plan-count)
                   move cp-bonus-rate          to
                       wpl-bonus-rate(ws-plan-count)
               else
                   move zeros                  to
                       wpl-sales-target(ws-plan-count),
                       wpl-bonus-rate(ws-plan-count)
               end-if
           end-if.

           read commission-plan-file
               at end
                   move "y"                    to ws-eof-flag.

      *Loads the cashier master - active and retired alike, since
      *a cashier retired mid-period is still paid.
       060-load-cashier-table.

           move 0                              to ws-cashier-count.

           open input cashier-master-file.

           if ws-cashiermast-status = "00" then
               read cashier-master-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 065-load-cashier-entry until ws-eof-flag = "y"
               close cashier-master-file
           end-if.

           move "n"                            to ws-eof-flag.

       065-load-cashier-entry.

           if csm-cashier-id not = spaces
             and ws-cashier-count < 200 then
               add 1                           to ws-cashier-count
               move csm-cashier-id             to
                   wcs-cashier-id(ws-cashier-count)
               move csm-cashier-name           to
                   wcs-cashier-name(ws-cashier-count)
               move csm-home-store             to
                   wcs-home-store(ws-cashier-count)
               move csm-cashier-active         to
                   wcs-cashier-active(ws-cashier-count)
           end-if.

           read cashier-master-file
               at end
                   move "y"                    to ws-eof-flag.

      *Loads the period being paid.  A missing file is a period
      *with nothing rung.
       070-load-comm-accum.

           open input commission-accum-file.

           if ws-commaccum-status = "00" then
               read commission-accum-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 075-load-comm-accum-entry
                   until ws-eof-flag = "y"
               close commission-accum-file
           end-if.

           move "n"                            to ws-eof-flag.

       075-load-comm-accum-entry.

           if ca-cashier-id not = spaces then
               if ws-comm-accum-count >= 500 then
                   display "COMMISSION ACCUM TABLE FULL AT 500"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-comm-accum-count
               move commission-accum-record    to
                   ws-comm-accum-entry(ws-comm-accum-count)
               if ws-period-start = 0
                 or ca-period-start < ws-period-start then
                   move ca-period-start        to ws-period-start
               end-if
           end-if.

           read commission-accum-file
               at end
                   move "y"                    to ws-eof-flag.

      *Works one cashier's pay and prints the statement.  Net
      *sales below zero earn nothing rather than docking pay.
       200-pay-one-cashier.

           move ws-comm-accum-entry(ws-cat-sub) to
               commission-accum-record.

           move spaces                         to ws-stmt-line1,
               ws-stmt-line4.
           move ca-cashier-id                  to ws-st1-cashier.
           move ca-store-number                to ws-st1-store.
           move "N"                            to ws-cashier-retired.

           perform 210-search-cashier-master
               varying ws-cashier-idx from 1 by 1
               until ws-cashier-idx > ws-cashier-count
               or wcs-cashier-id(ws-cashier-idx) = ca-cashier-id.

           if ws-cashier-idx > ws-cashier-count then
               move "** NOT ON MASTER **"      to ws-st1-name
           else
               move wcs-cashier-name(ws-cashier-idx) to ws-st1-name
               move wcs-home-store(ws-cashier-idx) to ws-st1-store
               if not wcs-cashier-is-active(ws-cashier-idx) then
                   move "Y"                    to ws-cashier-retired
                   move "RETIRED"              to ws-st1-retired
               end-if
           end-if.

           compute ws-net-sales = ca-sales-amount
               - ca-return-amount - ca-void-amount.

           perform 220-find-plan.

           move zeros                          to ws-commission,
               ws-bonus.

           if ws-plan-was-found and ws-net-sales > 0 then
               compute ws-commission rounded =
                   ws-net-sales * wpl-commission-rate(ws-plan-sub)
               if wpl-sales-target(ws-plan-sub) > 0
                 and ws-net-sales > wpl-sales-target(ws-plan-sub)
                   compute ws-over-target = ws-net-sales
                       - wpl-sales-target(ws-plan-sub)
                   compute ws-bonus rounded =
                       ws-over-target * wpl-bonus-rate(ws-plan-sub)
               end-if
           end-if.

           compute ws-total-pay = ws-commission + ws-bonus.

           write report-line                   from ws-stmt-line1
               after advancing 2 lines.

           move ca-sales-amount                to ws-st2-sales.
           move ca-return-amount               to ws-st2-returns.
           move ca-void-amount                 to ws-st2-voids.
           move ws-net-sales                   to ws-st2-net.
           write report-line                   from ws-stmt-line2
               after advancing 1 lines.

           if ws-plan-was-found then
               move wpl-commission-rate(ws-plan-sub) to ws-st3-rate
               move wpl-sales-target(ws-plan-sub) to ws-st3-target
               move wpl-bonus-rate(ws-plan-sub) to ws-st3-bonus-rate
           else
               move zeros                      to ws-st3-rate,
                   ws-st3-target, ws-st3-bonus-rate
           end-if.
           move ws-commission                  to ws-st3-commission.
           move ws-bonus                       to ws-st3-bonus.
           write report-line                   from ws-stmt-line3
               after advancing 1 lines.

           move ws-total-pay                   to ws-st4-total.

           if ws-cashier-idx > ws-cashier-count then
               add 1                           to ws-exception-counter
               move "ID NOT ON MASTER - NOT EXTRACTED" to ws-st4-note
           else
               if not ws-plan-was-found then
                   add 1                       to ws-exception-counter
                   move "NO COMMISSION PLAN - NOT EXTRACTED" to
                       ws-st4-note
               else
                   perform 250-write-extract
               end-if
           end-if.

           write report-line                   from ws-stmt-line4
               after advancing 1 lines.

       210-search-cashier-master.
           continue.

      *The cashier's own plan line wins over the home store's.
       220-find-plan.

           move "N"                            to ws-plan-found.

           move "C"                            to ws-plan-search-type.
           move ca-cashier-id                  to ws-plan-search-id.
           perform 225-search-plan-table.

           if not ws-plan-was-found then
               move "S"                        to
                   ws-plan-search-type
               move spaces                     to ws-plan-search-id
               move ws-st1-store               to
                   ws-plan-search-id(1:2)
               perform 225-search-plan-table
           end-if.

       225-search-plan-table.

           perform 230-search-plan-entry
               varying ws-plan-sub from 1 by 1
               until ws-plan-sub > ws-plan-count
               or (wpl-plan-type(ws-plan-sub) = ws-plan-search-type
                 and wpl-plan-key(ws-plan-sub) = ws-plan-search-id).

           if ws-plan-sub not > ws-plan-count then
               move "Y"                        to ws-plan-found
           end-if.

       230-search-plan-entry.
           continue.

       250-write-extract.

           move spaces                         to
               payroll-extract-record.
           move "CM"                           to px-record-type.
           move ca-cashier-id                  to px-cashier-id.
           move ws-st1-name                    to px-cashier-name.
           move ws-st1-store                   to px-home-store.
           move ws-period-start                to px-period-start.
           move ws-today-8                     to px-period-end.
           move ws-net-sales                   to px-net-sales.
           move ws-commission                  to px-commission.
           move ws-bonus                       to px-bonus.
           move ws-total-pay                   to px-total-pay.

           write payroll-extract-record.

           add 1                               to ws-cashiers-paid.
           add ws-commission                   to ws-total-commission.
           add ws-bonus                        to ws-total-bonus.
           add ws-total-pay                    to ws-grand-pay.

      *The trailer payroll balances the load against.
       300-write-trailer.

           move spaces                         to
               payroll-trailer-record.
           move "TR"                           to pt-record-type.
           move ws-cashiers-paid               to pt-record-count.
           move ws-grand-pay                   to pt-total-pay.
           move ws-period-start                to pt-period-start.
           move ws-today-8                     to pt-period-end.

           write payroll-trailer-record.

      *Closes the period paid: the accumulation is copied to the
      *closed copy a rerun pays from, then reset empty so
      *Program18 opens the next period on its next night.
       400-close-period.

           open output commission-closed-file.

           perform 410-write-closed-entry
               varying ws-cat-sub from 1 by 1
               until ws-cat-sub > ws-comm-accum-count.

           close commission-closed-file.

           open output commission-accum-file.
           close commission-accum-file.

       410-write-closed-entry.

           move ws-comm-accum-entry(ws-cat-sub) to
               commission-closed-line.
           write commission-closed-line.

       500-print-summary.

           move ws-cashiers-paid               to ws-sum-paid.
           move ws-exception-counter           to ws-sum-exceptions.
           move ws-total-commission            to ws-sum-commission.
           move ws-total-bonus                 to ws-sum-bonus.
           move ws-grand-pay                   to ws-sum-pay.

           write report-line                   from ws-summary-line1
               after advancing 3 lines.
           write report-line                   from ws-summary-line2
               after advancing 1 lines.
           write report-line                   from ws-summary-line3
               after advancing 1 lines.
           write report-line                   from ws-summary-line4
               after advancing 1 lines.
           write report-line                   from ws-summary-line5
               after advancing 1 lines.

       end program MAFD_Final_Program32.
