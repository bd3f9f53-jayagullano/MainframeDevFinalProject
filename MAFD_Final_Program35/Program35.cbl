       identification division.
       program-id. MAFD_Final_Program35.
       author. Deanna Slotegraaf.
       date-written. 2026-10-15.
      *Purpose: This program reports sales plan against actual.
      *Programs 2, 3 and 7 say what was sold, but nothing said
      *whether that was good - the regional managers compared to
      *budget in a spreadsheet every Monday.  Each night it posts
      *the night's net sales per store (Sales_Layaway.dat in,
      *Returns.dat and Voids.dat out, Exchanges.dat by direction,
      *detail lines left to their header) to the month of the
      *transaction date on Sales_Actual_MTD.dat - a rerun of the
      *same night replaces its earlier posting instead of adding
      *it twice.  It then holds each store's actual month to date
      *to the plan to date: the month's planned net sales off
      *Sales_Plan.dat (loaded yearly, amended through Program11)
      *prorated over the month's trading days off
      *Trading_Calendar.dat, so a holiday or closure carries no
      *plan.  It prints the variance in dollars and percent and
      *the full-month projection at the month's run rate, then the
      *same figures rolled up by region off the store master and
      *for the company.  The month reported is that of the as-of
      *date - today, or an environment override.  A store selling
      *with no plan for the month, or no plan file at all, is
      *flagged (RC 4).  Every file name is driven from the
      *environment.

       environment division.
       configuration section.
       input-output section.
       file-control.

            select plan-input-file
                assign to ws-current-input-filename
                organization is line sequential
                file status is ws-input-status.

           select store-master-file
               assign to ws-storemast-filename
               organization is line sequential
               file status is ws-storemast-status.

           select sales-plan-file
               assign to ws-salesplan-filename
               organization is line sequential
               file status is ws-salesplan-status.

           select calendar-file
               assign to ws-calendar-filename
               organization is line sequential
               file status is ws-calendar-status.

           select sales-mtd-file
               assign to ws-salesmtd-filename
               organization is line sequential
               file status is ws-salesmtd-status.

           select report-file
                assign to ws-report-filename
                organization is line sequential.

       data division.

       file section.
       fd plan-input-file
          record contains 127 characters
          data record is input-line.

      *The shared split-file record layout, as written by Program2
      *- changed in the copybook, not here, when the record widens.
       copy TRXREC.

       fd store-master-file
           data record is store-master-record
           record contains 41 characters.

       copy STORMAST.

       fd sales-plan-file
           data record is sales-plan-record
           record contains 19 characters.

       copy SLSPLAN.

       fd calendar-file
           data record is trading-calendar-record
           record contains 9 characters.

       copy CALMAST.

       fd sales-mtd-file
           data record is sales-mtd-record
           record contains 38 characters.

       copy SLSMTD.

       fd report-file
           record contains 130 characters
           data record is report-line.

       01 report-line.
           05 filler                           pic x(130).

       working-storage section.

      *File names - overridable via environment variables so a rerun
      *or an alternate data set does not require a recompile.
       01 ws-sl-filename                     pic x(60) value
           "../../../data/Sales_Layaway.dat".
       01 ws-return-filename                 pic x(60) value
           "../../../data/Returns.dat".
       01 ws-exchange-filename               pic x(60) value
           "../../../data/Exchanges.dat".
       01 ws-void-filename                   pic x(60) value
           "../../../data/Voids.dat".
       01 ws-storemast-filename              pic x(60) value
           "../../../data/StoreMast.dat".
       01 ws-salesplan-filename              pic x(60) value
           "../../../data/Sales_Plan.dat".
       01 ws-calendar-filename               pic x(60) value
           "../../../data/Trading_Calendar.dat".
       01 ws-salesmtd-filename               pic x(60) value
           "../../../data/Sales_Actual_MTD.dat".
       01 ws-report-filename                 pic x(60) value
           "../../../data/Plan_Vs_Actual.out".

      *The input SELECT is reopened once per split file with this
      *name, since the four share the one record layout.
       01 ws-current-input-filename          pic x(60).

       01 ws-input-status                    pic xx.
       01 ws-storemast-status                pic xx.
       01 ws-salesplan-status                pic xx.
       01 ws-calendar-status                 pic xx.
       01 ws-salesmtd-status                 pic xx.

      *S sales/layaways (money in), R returns and voids (money
      *out), X exchanges (by direction).
       77 ws-pass-mode                         pic x.
           88 ws-pass-is-sales                     value "S".
           88 ws-pass-is-refunds                   value "R".
           88 ws-pass-is-exchanges                 value "X".

      *The as-of date (yyyymmdd) - today unless overridden - and the
      *month it falls in.
       01 ws-asof-env                        pic x(08).
       01 ws-asof-8                          pic 9(08).
       01 ws-asof-8-r redefines ws-asof-8.
           05 ws-asof-period                  pic 9(06).
           05 ws-asof-period-r redefines ws-asof-period.
               10 ws-asof-yyyy                pic 9(04).
               10 ws-asof-mm                  pic 9(02).
           05 ws-asof-dd                      pic 9(02).

      *First of the month and first of the next, for its length.
       01 ws-month-start-8                   pic 9(08).
       01 ws-month-start-8-r redefines ws-month-start-8.
           05 ws-mst-yyyy                     pic 9(04).
           05 ws-mst-mm                       pic 9(02).
           05 ws-mst-dd                       pic 9(02).
       01 ws-next-month-8                    pic 9(08).
       01 ws-next-month-8-r redefines ws-next-month-8.
           05 ws-nmo-yyyy                     pic 9(04).
           05 ws-nmo-mm                       pic 9(02).
           05 ws-nmo-dd                       pic 9(02).

       77 ws-month-start-int                   pic 9(07).
       77 ws-next-month-int                    pic 9(07).
       77 ws-asof-int                          pic 9(07).

      *Trading days in the month, and those up to the as-of date.
       77 ws-month-trading-days                pic 9(03).
       77 ws-elapsed-trading-days              pic 9(03).
       77 ws-cal-sub                           pic 9(03).

      *The oldest month kept on Sales_Actual_MTD.dat - the same
      *month a year back.
       77 ws-keep-from-period                  pic 9(06).

      *Non-trading dates off the trading calendar.
       copy CALTBL.

      *The record in hand.
       77 ws-signed-amount                     pic s9(07)v99.
       77 ws-record-period                     pic 9(06).

      *Per-store figures for the month, in store-master order, a
      *store the master does not know added on first sight.
       01 ws-plan-store-table.
           05 ws-plan-store-entry occurs 50 times.
               10 pst-store-number             pic x(02).
               10 pst-store-name               pic x(20).
               10 pst-store-region             pic x(02).
               10 pst-has-plan                 pic x(01).
                   88 pst-plan-was-found           value "Y".
               10 pst-month-plan               pic 9(09)v99.
               10 pst-plan-to-date             pic 9(09)v99.
               10 pst-actual                   pic s9(09)v99.

       77 ws-plan-store-count                  pic 9(03) value 0.
       77 ws-pst-sub                           pic 9(03).
       77 ws-search-store                      pic x(02).

      *Region roll-up, filled on the fly from the region codes on
      *the store table.
       01 ws-plan-region-table.
           05 ws-plan-region-entry occurs 20 times.
               10 prg-region-code              pic x(02).
               10 prg-month-plan               pic 9(09)v99.
               10 prg-plan-to-date             pic 9(09)v99.
               10 prg-actual                   pic s9(09)v99.

       77 ws-plan-region-count                 pic 9(02) value 0.
       77 ws-prg-sub                           pic 9(02).

      *Company figures.
       01 ws-company-figures.
           05 cmp-month-plan                   pic 9(09)v99 value 0.
           05 cmp-plan-to-date                 pic 9(09)v99 value 0.
           05 cmp-actual                       pic s9(09)v99 value 0.

      *The month-to-date lines, loaded whole, posted to, and
      *rewritten whole.
       01 ws-mtd-table.
           05 ws-mtd-entry occurs 1000 times.
               10 mtd-store-number             pic x(02).
               10 mtd-period                   pic 9(06).
               10 mtd-net-sales                pic s9(09)v99.
               10 mtd-posted-run-date          pic 9(06).
               10 mtd-run-net                  pic s9(09)v99.

       77 ws-mtd-count                         pic 9(04) value 0.
       77 ws-mtd-sub                           pic 9(04).

      *One line's figures on their way to print.
       01 ws-print-figures.
           05 prt-month-plan                   pic 9(09)v99.
           05 prt-plan-to-date                 pic 9(09)v99.
           05 prt-actual                       pic s9(09)v99.
           05 prt-variance                     pic s9(09)v99.
           05 prt-percent                      pic s9(05)v9.
           05 prt-projection                   pic s9(09)v99.
           05 prt-has-plan                     pic x(01).

      *Run counters.
       77 ws-records-posted                    pic 9(07) value 0.
       77 ws-no-plan-counter                   pic 9(03) value 0.

      *Headers For Formatting Purposes:

       01 ws-heading1.
           05 filler                           pic x(14) value spaces.
           05 filler                           pic x(46)
            value "Group 7, Final Project Program 35 Plan".
           05 filler                           pic x(13)
            value spaces.
           05 ws-sys-date                      pic 9(6).
           05 filler                           pic x(15)
            value spaces.
           05 ws-sys-time                      pic 9(8).

       01 ws-period-line.
           05 filler                           pic x(27) value
               "Sales plan vs actual, month".
           05 filler                           pic x(01).
           05 ws-prl-period                    pic 9(06).
           05 filler                           pic x(11) value
               ", as of".
           05 ws-prl-asof                      pic 9(08).
           05 filler                           pic x(03).
           05 ws-prl-elapsed                   pic zz9.
           05 filler                           pic x(04) value
               " of".
           05 ws-prl-trading                   pic zz9.
           05 filler                           pic x(13) value
               " trading days".

       01 ws-section-line.
           05 ws-sct-text                      pic x(60).

       01 ws-plan-heading.
           05 filler                           pic x(40) value
               "  Store Name                   Month Pla".
           05 filler                           pic x(40) value
               "n  Plan to Date    Actual MTD       Vari".
           05 filler                           pic x(29) value
               "ance     Var %     Projection".

       01 ws-plan-line.
           05 filler                           pic x(02).
           05 ws-pvl-store                     pic x(05).
           05 filler                           pic x(01).
           05 ws-pvl-name                      pic x(20).
           05 filler                           pic x(01).
           05 ws-pvl-month-plan                pic $zzz,zzz,zz9.
           05 filler                           pic x(02).
           05 ws-pvl-plan-to-date              pic $zzz,zzz,zz9.
           05 filler                           pic x(02).
           05 ws-pvl-actual                    pic $zzz,zzz,zz9-.
           05 filler                           pic x(02).
           05 ws-pvl-variance                  pic $zzz,zzz,zz9-.
           05 filler                           pic x(02).
           05 ws-pvl-percent                   pic x(08).
           05 filler                           pic x(02).
           05 ws-pvl-projection                pic $zzz,zzz,zz9-.

       01 ws-percent-edit                    pic zzzz9.9-.

       01 ws-no-plan-file-line.
           05 filler                           pic x(60) value
               "No sales plan on file - actuals posted, no plan shown.".

       01 ws-summary-line1.
           05 filler                           pic x(32)
               value "Records posted:                 ".
           05 ws-sum-posted                    pic z,zzz,zz9.

       01 ws-summary-line2.
           05 filler                           pic x(32)
               value "Stores selling with no plan:    ".
           05 ws-sum-no-plan                   pic z,zzz,zz9.

      *EOF Flag
       77 ws-eof-flag                          pic x
               value "n".

       procedure division.
       000-Main.

      *Read file-name overrides from the environment.
           accept ws-sl-filename
               from environment "MAFD35_SLFILE"
               on exception continue end-accept.
           accept ws-return-filename
               from environment "MAFD35_RETURNFILE"
               on exception continue end-accept.
           accept ws-exchange-filename
               from environment "MAFD35_EXCHANGEFILE"
               on exception continue end-accept.
           accept ws-void-filename
               from environment "MAFD35_VOIDFILE"
               on exception continue end-accept.
           accept ws-storemast-filename
               from environment "MAFD35_STOREMASTFILE"
               on exception continue end-accept.
           accept ws-salesplan-filename
               from environment "MAFD35_SALESPLANFILE"
               on exception continue end-accept.
           accept ws-calendar-filename
               from environment "MAFD35_CALENDARFILE"
               on exception continue end-accept.
           accept ws-salesmtd-filename
               from environment "MAFD35_SALESMTDFILE"
               on exception continue end-accept.
           accept ws-report-filename
               from environment "MAFD35_REPORTFILE"
               on exception continue end-accept.

           accept ws-sys-date                  from date.
           accept ws-sys-time                  from time.
           accept ws-asof-8                    from date yyyymmdd.

           move spaces                         to ws-asof-env.
           accept ws-asof-env
               from environment "MAFD35_ASOFDATE"
               on exception continue end-accept.
           if ws-asof-env not = spaces
             and ws-asof-env numeric
               move ws-asof-env                to ws-asof-8
           end-if.

           perform 040-set-month-days.
           perform 050-load-calendar-table.
           perform 060-count-trading-days.

           perform 070-load-store-table.
           perform 080-load-sales-plan.
           perform 090-load-mtd-table.

           move ws-sl-filename                 to
               ws-current-input-filename.
           move "S"                            to ws-pass-mode.
           perform 100-process-one-file.

           move ws-return-filename             to
               ws-current-input-filename.
           move "R"                            to ws-pass-mode.
           perform 100-process-one-file.

           move ws-exchange-filename           to
               ws-current-input-filename.
           move "X"                            to ws-pass-mode.
           perform 100-process-one-file.

           move ws-void-filename               to
               ws-current-input-filename.
           move "R"                            to ws-pass-mode.
           perform 100-process-one-file.

           perform 400-rewrite-mtd-file.

           perform 300-set-store-actuals.
           perform 700-build-region-totals.

           open output report-file.

           write report-line                   from ws-heading1
               after advancing 1 lines.

           move ws-asof-period                 to ws-prl-period.
           move ws-asof-8                      to ws-prl-asof.
           move ws-elapsed-trading-days        to ws-prl-elapsed.
           move ws-month-trading-days          to ws-prl-trading.
           write report-line                   from ws-period-line
               after advancing 2 lines.

           if ws-salesplan-status not = "00" then
               write report-line               from
                   ws-no-plan-file-line
                   after advancing 2 lines
           end-if.

           perform 500-print-store-section.
           perform 600-print-region-section.
           perform 800-print-summary.

           close report-file.

           if ws-no-plan-counter > 0
             or ws-salesplan-status not = "00" then
               move 4                          to return-code
           else
               move 0                          to return-code
           end-if.

           stop run.

      *Sets the first of the as-of month and of the month after it,
      *and their day numbers.
       040-set-month-days.

           move ws-asof-8                      to ws-month-start-8.
           move 1                              to ws-mst-dd.
           move ws-month-start-8               to ws-next-month-8.

           if ws-mst-mm = 12 then
               add 1                           to ws-nmo-yyyy
               move 1                          to ws-nmo-mm
           else
               add 1                           to ws-nmo-mm
           end-if.

           compute ws-month-start-int =
               function integer-of-date(ws-month-start-8).
           compute ws-next-month-int =
               function integer-of-date(ws-next-month-8).
           compute ws-asof-int =
               function integer-of-date(ws-asof-8).

           compute ws-keep-from-period = ws-asof-period - 100.

      *Loads the trading calendar's non-trading dates.  A missing
      *calendar leaves the table empty and every day trades.
       050-load-calendar-table.

           move 0                              to ws-calendar-count.

           open input calendar-file.

           if ws-calendar-status = "00" then
               read calendar-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 055-load-calendar-entry until ws-eof-flag = "y"
               close calendar-file
           end-if.

           move "n"                            to ws-eof-flag.

       055-load-calendar-entry.

           if (cal-is-holiday or cal-is-closed)
             and cal-date numeric
             and ws-calendar-count < 400 then
               add 1                           to ws-calendar-count
               move cal-date                   to
                   wcl-date(ws-calendar-count)
               move cal-day-type               to
                   wcl-day-type(ws-calendar-count)
           end-if.

           read calendar-file
               at end
                   move "y"                    to ws-eof-flag.

      *The month's days less its non-trading dates, and the same
      *up to and including the as-of date.
       060-count-trading-days.

           compute ws-month-trading-days =
               ws-next-month-int - ws-month-start-int.
           compute ws-elapsed-trading-days =
               ws-asof-int - ws-month-start-int + 1.

           perform 065-drop-non-trading-day
               varying ws-cal-sub from 1 by 1
               until ws-cal-sub > ws-calendar-count.

       065-drop-non-trading-day.

           if wcl-date(ws-cal-sub)(1:6) = ws-asof-period then
               subtract 1                      from
                   ws-month-trading-days
               if wcl-date(ws-cal-sub) not > ws-asof-8 then
                   subtract 1                  from
                       ws-elapsed-trading-days
               end-if
           end-if.

      *Loads the stores - name and region - in master order.
       070-load-store-table.

           open input store-master-file.

           if ws-storemast-status = "00" then
               read store-master-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 075-load-store-entry until ws-eof-flag = "y"
               close store-master-file
           end-if.

           move "n"                            to ws-eof-flag.

       075-load-store-entry.

           if sm-store-number not = spaces then
               move sm-store-number            to ws-search-store
               perform 210-find-store
               move sm-store-name              to
                   pst-store-name(ws-pst-sub)
               move sm-store-region            to
                   pst-store-region(ws-pst-sub)
           end-if.

           read store-master-file
               at end
                   move "y"                    to ws-eof-flag.

      *Picks the as-of month's line per store off the plan.
       080-load-sales-plan.

           open input sales-plan-file.

           if ws-salesplan-status = "00" then
               read sales-plan-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 085-load-plan-entry until ws-eof-flag = "y"
               close sales-plan-file
           end-if.

           move "n"                            to ws-eof-flag.

       085-load-plan-entry.

           if sp-period = ws-asof-period
             and sp-planned-net numeric then
               move sp-store-number            to ws-search-store
               perform 210-find-store
               move "Y"                        to
                   pst-has-plan(ws-pst-sub)
               move sp-planned-net             to
                   pst-month-plan(ws-pst-sub)
           end-if.

           read sales-plan-file
               at end
                   move "y"                    to ws-eof-flag.

      *Loads the month-to-date lines, keeping a year of months and
      *backing out whatever tonight already posted (a rerun).
       090-load-mtd-table.

           open input sales-mtd-file.

           if ws-salesmtd-status = "00" then
               read sales-mtd-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 095-load-mtd-entry until ws-eof-flag = "y"
               close sales-mtd-file
           end-if.

           move "n"                            to ws-eof-flag.

       095-load-mtd-entry.

           if sa-period numeric
             and sa-period not < ws-keep-from-period then
               if ws-mtd-count >= 1000 then
                   display "SALES MTD TABLE FULL AT 1000"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-mtd-count
               move sa-store-number            to
                   mtd-store-number(ws-mtd-count)
               move sa-period                  to
                   mtd-period(ws-mtd-count)
               move sa-net-sales               to
                   mtd-net-sales(ws-mtd-count)
               move sa-posted-run-date         to
                   mtd-posted-run-date(ws-mtd-count)
               move sa-run-net                 to
                   mtd-run-net(ws-mtd-count)
               if mtd-posted-run-date(ws-mtd-count) = ws-sys-date
                   subtract mtd-run-net(ws-mtd-count) from
                       mtd-net-sales(ws-mtd-count)
                   move zeros                  to
                       mtd-posted-run-date(ws-mtd-count),
                       mtd-run-net(ws-mtd-count)
               end-if
           end-if.

           read sales-mtd-file
               at end
                   move "y"                    to ws-eof-flag.

      *Runs one split file onto the month-to-date lines.  A file
      *missing on a given day is simply skipped.
       100-process-one-file.

           open input plan-input-file.

           if ws-input-status = "00" then
               read plan-input-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 200-post-one-record until ws-eof-flag = "y"
               close plan-input-file
           end-if.

           move "n"                            to ws-eof-flag.

      *Posts one record's net to its store's month - the month of
      *its transaction date, or the as-of month when it has none.
       200-post-one-record.

           if il-transaction-code not = "D"
             and il-transaction-amount numeric then
               perform 220-set-signed-amount
               if il-trans-date numeric
                 and il-trans-date not = zeros then
                   move il-trans-date(1:6)     to ws-record-period
               else
                   move ws-asof-period         to ws-record-period
               end-if
               perform 230-post-mtd
               add 1                           to ws-records-posted
           end-if.

           read plan-input-file
               at end
                   move "y"                    to ws-eof-flag.

      *Finds - or adds - the store in ws-search-store, leaving its
      *subscript in ws-pst-sub.
       210-find-store.

           perform 215-search-store
               varying ws-pst-sub from 1 by 1
               until ws-pst-sub > ws-plan-store-count
               or pst-store-number(ws-pst-sub) = ws-search-store.

           if ws-pst-sub > ws-plan-store-count then
               if ws-plan-store-count >= 50 then
                   display "PLAN STORE TABLE FULL AT 50"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-plan-store-count
               move ws-plan-store-count        to ws-pst-sub
               move ws-search-store            to
                   pst-store-number(ws-pst-sub)
               move "NOT ON STORE MASTER"      to
                   pst-store-name(ws-pst-sub)
               move spaces                     to
                   pst-store-region(ws-pst-sub)
               move "N"                        to
                   pst-has-plan(ws-pst-sub)
               move zeros                      to
                   pst-month-plan(ws-pst-sub),
                   pst-plan-to-date(ws-pst-sub),
                   pst-actual(ws-pst-sub)
           end-if.

       215-search-store.
           continue.

       220-set-signed-amount.

           move il-transaction-amount          to ws-signed-amount.

           if ws-pass-is-refunds then
               compute ws-signed-amount = 0 - ws-signed-amount
           end-if.

           if ws-pass-is-exchanges
             and il-exchange-amount numeric
             and il-exchange-ret-amount numeric
             and il-exchange-ret-amount > il-exchange-amount then
               compute ws-signed-amount = 0 - ws-signed-amount
           end-if.

      *Adds the record to its month-to-date line, opening the line
      *on first sight and starting tonight's run figure the first
      *time tonight touches it.
       230-post-mtd.

           perform 235-search-mtd
               varying ws-mtd-sub from 1 by 1
               until ws-mtd-sub > ws-mtd-count
               or (mtd-store-number(ws-mtd-sub) = il-store-number
                 and mtd-period(ws-mtd-sub) = ws-record-period).

           if ws-mtd-sub > ws-mtd-count then
               if ws-mtd-count >= 1000 then
                   display "SALES MTD TABLE FULL AT 1000"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-mtd-count
               move ws-mtd-count               to ws-mtd-sub
               move il-store-number            to
                   mtd-store-number(ws-mtd-sub)
               move ws-record-period           to
                   mtd-period(ws-mtd-sub)
               move zeros                      to
                   mtd-net-sales(ws-mtd-sub),
                   mtd-posted-run-date(ws-mtd-sub),
                   mtd-run-net(ws-mtd-sub)
           end-if.

           if mtd-posted-run-date(ws-mtd-sub) not = ws-sys-date then
               move ws-sys-date                to
                   mtd-posted-run-date(ws-mtd-sub)
               move zeros                      to
                   mtd-run-net(ws-mtd-sub)
           end-if.

           add ws-signed-amount                to
               mtd-net-sales(ws-mtd-sub),
               mtd-run-net(ws-mtd-sub).

       235-search-mtd.
           continue.

      *Carries the as-of month's actual onto each store and
      *prorates its plan over the trading days gone.
       300-set-store-actuals.

           perform 310-set-one-mtd-actual
               varying ws-mtd-sub from 1 by 1
               until ws-mtd-sub > ws-mtd-count.

           perform 320-set-plan-to-date
               varying ws-pst-sub from 1 by 1
               until ws-pst-sub > ws-plan-store-count.

       310-set-one-mtd-actual.

           if mtd-period(ws-mtd-sub) = ws-asof-period then
               move mtd-store-number(ws-mtd-sub) to ws-search-store
               perform 210-find-store
               move mtd-net-sales(ws-mtd-sub)  to
                   pst-actual(ws-pst-sub)
           end-if.

       320-set-plan-to-date.

           if ws-month-trading-days > 0 then
               compute pst-plan-to-date(ws-pst-sub) rounded =
                   pst-month-plan(ws-pst-sub)
                   * ws-elapsed-trading-days
                   / ws-month-trading-days
           else
               move zeros                      to
                   pst-plan-to-date(ws-pst-sub)
           end-if.

           if pst-actual(ws-pst-sub) not = 0
             and not pst-plan-was-found(ws-pst-sub) then
               add 1                           to ws-no-plan-counter
           end-if.

           add pst-month-plan(ws-pst-sub)      to cmp-month-plan.
           add pst-plan-to-date(ws-pst-sub)    to cmp-plan-to-date.
           add pst-actual(ws-pst-sub)          to cmp-actual.

      *Writes the month-to-date lines back.
       400-rewrite-mtd-file.

           open output sales-mtd-file.

           perform 410-write-mtd-entry
               varying ws-mtd-sub from 1 by 1
               until ws-mtd-sub > ws-mtd-count.

           close sales-mtd-file.

       410-write-mtd-entry.

           move mtd-store-number(ws-mtd-sub)   to sa-store-number.
           move mtd-period(ws-mtd-sub)         to sa-period.
           move mtd-net-sales(ws-mtd-sub)      to sa-net-sales.
           move mtd-posted-run-date(ws-mtd-sub) to
               sa-posted-run-date.
           move mtd-run-net(ws-mtd-sub)        to sa-run-net.

           write sales-mtd-record.

      *One line per store with a plan or a sale this month.
       500-print-store-section.

           move "By store" to ws-sct-text.
           write report-line                   from ws-section-line
               after advancing 2 lines.
           write report-line                   from ws-plan-heading
               after advancing 1 lines.

           perform 510-print-one-store
               varying ws-pst-sub from 1 by 1
               until ws-pst-sub > ws-plan-store-count.

       510-print-one-store.

           if pst-plan-was-found(ws-pst-sub)
             or pst-actual(ws-pst-sub) not = 0 then
               move spaces                     to ws-plan-line
               move pst-store-number(ws-pst-sub) to ws-pvl-store
               move pst-store-name(ws-pst-sub) to ws-pvl-name
               move pst-month-plan(ws-pst-sub) to prt-month-plan
               move pst-plan-to-date(ws-pst-sub) to
                   prt-plan-to-date
               move pst-actual(ws-pst-sub)     to prt-actual
               move pst-has-plan(ws-pst-sub)   to prt-has-plan
               perform 550-fill-plan-line
               write report-line               from ws-plan-line
                   after advancing 1 lines
           end-if.

      *Variance, percent and projection for the figures in
      *ws-print-figures, laid onto ws-plan-line.
       550-fill-plan-line.

           compute prt-variance = prt-actual - prt-plan-to-date.

           if ws-elapsed-trading-days > 0 then
               compute prt-projection rounded =
                   prt-actual * ws-month-trading-days
                   / ws-elapsed-trading-days
           else
               move zeros                      to prt-projection
           end-if.

           move prt-month-plan                 to ws-pvl-month-plan.
           move prt-plan-to-date               to ws-pvl-plan-to-date.
           move prt-actual                     to ws-pvl-actual.
           move prt-variance                   to ws-pvl-variance.
           move prt-projection                 to ws-pvl-projection.

           if prt-has-plan not = "Y" then
               move " NO PLAN"                 to ws-pvl-percent
           else
               if prt-plan-to-date = 0 then
                   move spaces                 to ws-pvl-percent
               else
                   compute prt-percent rounded =
                       prt-variance * 100 / prt-plan-to-date
                       on size error
                           move 99999.9        to prt-percent
                   end-compute
                   move prt-percent            to ws-percent-edit
                   move ws-percent-edit        to ws-pvl-percent
               end-if
           end-if.

      *One line per region, then the company.
       600-print-region-section.

           move "By region" to ws-sct-text.
           write report-line                   from ws-section-line
               after advancing 2 lines.
           write report-line                   from ws-plan-heading
               after advancing 1 lines.

           perform 610-print-one-region
               varying ws-prg-sub from 1 by 1
               until ws-prg-sub > ws-plan-region-count.

           move spaces                         to ws-plan-line.
           move "TOTAL"                        to ws-pvl-store.
           move "Company"                      to ws-pvl-name.
           move cmp-month-plan                 to prt-month-plan.
           move cmp-plan-to-date               to prt-plan-to-date.
           move cmp-actual                     to prt-actual.
           move "Y"                            to prt-has-plan.
           perform 550-fill-plan-line.
           write report-line                   from ws-plan-line
               after advancing 2 lines.

       610-print-one-region.

           move spaces                         to ws-plan-line.
           move prg-region-code(ws-prg-sub)    to ws-pvl-store.
           move prg-month-plan(ws-prg-sub)     to prt-month-plan.
           move prg-plan-to-date(ws-prg-sub)   to prt-plan-to-date.
           move prg-actual(ws-prg-sub)         to prt-actual.
           move "Y"                            to prt-has-plan.
           perform 550-fill-plan-line.

           write report-line                   from ws-plan-line
               after advancing 1 lines.

      *Builds the region roll-up table from the store table's
      *region codes and each store's plan and actual.
       700-build-region-totals.

           move zeros                          to ws-plan-region-count.

           perform 710-roll-up-one-store
               varying ws-pst-sub from 1 by 1
               until ws-pst-sub > ws-plan-store-count.

       710-roll-up-one-store.

           perform 720-find-region-entry.

           add pst-month-plan(ws-pst-sub)      to
               prg-month-plan(ws-prg-sub).
           add pst-plan-to-date(ws-pst-sub)    to
               prg-plan-to-date(ws-prg-sub).
           add pst-actual(ws-pst-sub)          to
               prg-actual(ws-prg-sub).

      *Finds (or adds) the region-table entry for the current
      *store's region code, leaving its subscript in ws-prg-sub.
       720-find-region-entry.

           perform 725-search-region
               varying ws-prg-sub from 1 by 1
               until ws-prg-sub > ws-plan-region-count
               or prg-region-code(ws-prg-sub) =
                 pst-store-region(ws-pst-sub).

           if ws-prg-sub > ws-plan-region-count then
               if ws-plan-region-count >= 20 then
                   display "PLAN REGION TABLE FULL AT 20"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-plan-region-count
               move pst-store-region(ws-pst-sub) to
                   prg-region-code(ws-plan-region-count)
               move zeros                      to
                   prg-month-plan(ws-plan-region-count),
                   prg-plan-to-date(ws-plan-region-count),
                   prg-actual(ws-plan-region-count)
               move ws-plan-region-count       to ws-prg-sub
           end-if.

       725-search-region.
           continue.

       800-print-summary.

           move ws-records-posted              to ws-sum-posted.
           move ws-no-plan-counter             to ws-sum-no-plan.

           write report-line                   from ws-summary-line1
               after advancing 3 lines.
           write report-line                   from ws-summary-line2
               after advancing 1 lines.

       end program MAFD_Final_Program35.
