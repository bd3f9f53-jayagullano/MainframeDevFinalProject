       identification division.
       program-id. MAFD_Final_Program36.
       author. Rolando Agullano.
       date-written. 2026-10-15.
      *Purpose: This program keeps the sales history and prints the
      *comparable-store report.  Daily_Totals.dat is one company
      *number per run and the archive generations age out, so
      *"are our established stores up or down on last year" had no
      *answer.  Each night it posts the night's net sales and
      *transaction count per store per transaction date
      *(Sales_Layaway.dat in, Returns.dat and Voids.dat out,
      *Exchanges.dat by direction, detail lines left to their
      *header) to the indexed Sales_History.dat, which the archive
      *step never purges; the day is accumulated and posted in one
      *batch the way Program17 posts stock, an entry already
      *posted tonight (a rerun) backed out first.  It then
      *compares each store's week, month and year to date with the
      *same trading days a year earlier - 364 days back, so a
      *Saturday is held to a Saturday - with the change in
      *percent.  Stores open a full year by their opening date on
      *the store master make up the comparable-store total; newer
      *stores are listed and totalled apart rather than dropped,
      *and so is a store whose opening date is not kept (RC 4, so
      *the date gets keyed through Program11).  The week starts
      *Monday; the as-of date is today unless the environment
      *names another.  Every file name is driven from the
      *environment.

       environment division.
       configuration section.
       input-output section.
       file-control.

            select history-input-file
                assign to ws-current-input-filename
                organization is line sequential
                file status is ws-input-status.

           select store-master-file
               assign to ws-storemast-filename
               organization is line sequential
               file status is ws-storemast-status.

           select sales-history-file
               assign to ws-saleshist-filename
               organization is indexed
               access mode is dynamic
               record key is sh-record-key
               file status is ws-saleshist-status.

           select report-file
                assign to ws-report-filename
                organization is line sequential.

       data division.

       file section.
       fd history-input-file
          record contains 127 characters
          data record is input-line.

      *The shared split-file record layout, as written by Program2
      *- changed in the copybook, not here, when the record widens.
       copy TRXREC.

       fd store-master-file
           data record is store-master-record
           record contains 41 characters.

       copy STORMAST.

       fd sales-history-file
           data record is sales-history-record
           record contains 54 characters.

       copy SLSHIST.

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
       01 ws-saleshist-filename              pic x(60) value
           "../../../data/Sales_History.dat".
       01 ws-report-filename                 pic x(60) value
           "../../../data/Comp_Sales.out".

      *The input SELECT is reopened once per split file with this
      *name, since the four share the one record layout.
       01 ws-current-input-filename          pic x(60).

       01 ws-input-status                    pic xx.
       01 ws-storemast-status                pic xx.
       01 ws-saleshist-status                pic xx.

      *S sales/layaways (money in), R returns and voids (money
      *out), X exchanges (by direction).
       77 ws-pass-mode                         pic x.
           88 ws-pass-is-sales                     value "S".
           88 ws-pass-is-refunds                   value "R".
           88 ws-pass-is-exchanges                 value "X".

      *The as-of date (yyyymmdd) - today unless overridden.
       01 ws-asof-env                        pic x(08).
       01 ws-asof-8                          pic 9(08).
       01 ws-asof-8-r redefines ws-asof-8.
           05 ws-asof-yyyy                    pic 9(04).
           05 ws-asof-mm                      pic 9(02).
           05 ws-asof-dd                      pic 9(02).

      *First of the month and of the year, built off the as-of.
       01 ws-work-date-8                     pic 9(08).
       01 ws-work-date-8-r redefines ws-work-date-8.
           05 ws-wkd-yyyy                     pic 9(04).
           05 ws-wkd-mm                       pic 9(02).
           05 ws-wkd-dd                       pic 9(02).

      *Day numbers bounding this year's windows; last year's are
      *the same less 364 days, so the weekdays line up.
       77 ws-asof-int                          pic 9(07).
       77 ws-wtd-start-int                     pic 9(07).
       77 ws-mtd-start-int                     pic 9(07).
       77 ws-ytd-start-int                     pic 9(07).
       77 ws-ly-asof-int                       pic 9(07).
       77 ws-ly-wtd-start-int                  pic 9(07).
       77 ws-ly-mtd-start-int                  pic 9(07).
       77 ws-ly-ytd-start-int                  pic 9(07).
       77 ws-read-from-int                     pic 9(07).
       77 ws-read-from-8                       pic 9(08).
       77 ws-comp-cutoff-int                   pic 9(07).
       77 ws-day-int                           pic 9(07).
       77 ws-day-quotient                      pic 9(07).
       77 ws-dow                               pic 9(01).

      *The record in hand.
       77 ws-signed-amount                     pic s9(07)v99.

      *Tonight's business per store per date, posted in one batch.
       01 ws-history-post-table.
           05 ws-history-post-entry occurs 1000 times.
               10 hpt-store-number             pic x(02).
               10 hpt-sales-date               pic 9(08).
               10 hpt-net-sales                pic s9(09)v99.
               10 hpt-trans-count              pic 9(07).

       77 ws-history-post-count                pic 9(04) value 0.
       77 ws-hpt-sub                           pic 9(04).
       77 ws-post-date                         pic 9(08).

      *Per-store windows, in store-master order, a store the master
      *does not know added on first sight.  Window 1 is week to
      *date, 2 month to date, 3 year to date.
       01 ws-comp-store-table.
           05 ws-comp-store-entry occurs 50 times.
               10 cst-store-number             pic x(02).
               10 cst-store-name               pic x(16).
               10 cst-open-date                pic 9(08).
               10 cst-comp-group               pic x(01).
                   88 cst-is-comp                  value "C".
                   88 cst-is-new                   value "N".
                   88 cst-is-undated               value "U".
               10 cst-window occurs 3 times.
                   15 cst-ty-net               pic s9(09)v99.
                   15 cst-ly-net               pic s9(09)v99.

       77 ws-comp-store-count                  pic 9(03) value 0.
       77 ws-cst-sub                           pic 9(03).
       77 ws-win-sub                           pic 9(01).
       77 ws-search-store                      pic x(02).

      *Group totals, shaped like a store's windows: 1 comparable,
      *2 new, 3 opening date not kept, 4 all stores.
       01 ws-group-total-table.
           05 ws-group-total-entry occurs 4 times.
               10 gtt-store-count              pic 9(03).
               10 gtt-window occurs 3 times.
                   15 gtt-ty-net               pic s9(11)v99.
                   15 gtt-ly-net               pic s9(11)v99.

       77 ws-grp-sub                           pic 9(01).
       77 ws-print-group                       pic x(01).

      *One window's figures on their way to print.
       77 ws-print-ty                          pic s9(11)v99.
       77 ws-print-ly                          pic s9(11)v99.
       77 ws-print-pct                         pic s9(05)v9.

      *Run counters.
       77 ws-records-posted                    pic 9(07) value 0.
       77 ws-days-posted                       pic 9(05) value 0.

      *Headers For Formatting Purposes:

       01 ws-heading1.
           05 filler                           pic x(14) value spaces.
           05 filler                           pic x(46)
            value "Group 7, Final Project Program 36 Comp".
           05 filler                           pic x(13)
            value spaces.
           05 ws-sys-date                      pic 9(6).
           05 filler                           pic x(15)
            value spaces.
           05 ws-sys-time                      pic 9(8).

       01 ws-asof-line.
           05 filler                           pic x(40) value
               "Comparable-store sales as of".
           05 ws-asl-asof                      pic 9(08).
           05 filler                           pic x(40) value
               "  against the same days 364 days back".

       01 ws-section-line.
           05 ws-sct-text                      pic x(60).

       01 ws-comp-heading1.
           05 filler                           pic x(40) value
               "                                     Wee".
           05 filler                           pic x(40) value
               "k to date                      Month to ".
           05 filler                           pic x(39) value
               "date                       Year to date".

       01 ws-comp-heading2.
           05 filler                           pic x(40) value
               "  Store Name                 This Year  ".
           05 filler                           pic x(40) value
               "  Last Year  Chg %      This Year    Las".
           05 filler                           pic x(40) value
               "t Year  Chg %      This Year    Last Yea".
           05 filler                           pic x(08) value
               "r  Chg %".

       01 ws-comp-line.
           05 filler                           pic x(02).
           05 ws-cpl-store                     pic x(05).
           05 filler                           pic x(01).
           05 ws-cpl-name                      pic x(16).
           05 ws-cpl-window occurs 3 times.
               10 filler                       pic x(02).
               10 ws-cpl-ty                    pic zzz,zzz,zz9-.
               10 filler                       pic x(01).
               10 ws-cpl-ly                    pic zzz,zzz,zz9-.
               10 filler                       pic x(01).
               10 ws-cpl-pct                   pic x(07).

       01 ws-pct-edit                        pic zzz9.9-.

       01 ws-none-line.
           05 filler                           pic x(40) value
               "  (none)".

       01 ws-no-history-line.
           05 filler                           pic x(60) value
               "No sales history could be opened - nothing posted.".

       01 ws-summary-line1.
           05 filler                           pic x(32)
               value "Records posted:                 ".
           05 ws-sum-posted                    pic z,zzz,zz9.

       01 ws-summary-line2.
           05 filler                           pic x(32)
               value "Store-days posted:              ".
           05 ws-sum-days                      pic z,zzz,zz9.

       01 ws-summary-line3.
           05 filler                           pic x(32)
               value "Stores with no opening date:    ".
           05 ws-sum-undated                   pic z,zzz,zz9.

      *EOF Flag
       77 ws-eof-flag                          pic x
               value "n".

       procedure division.
       000-Main.

      *Read file-name overrides from the environment.
           accept ws-sl-filename
               from environment "MAFD36_SLFILE"
               on exception continue end-accept.
           accept ws-return-filename
               from environment "MAFD36_RETURNFILE"
               on exception continue end-accept.
           accept ws-exchange-filename
               from environment "MAFD36_EXCHANGEFILE"
               on exception continue end-accept.
           accept ws-void-filename
               from environment "MAFD36_VOIDFILE"
               on exception continue end-accept.
           accept ws-storemast-filename
               from environment "MAFD36_STOREMASTFILE"
               on exception continue end-accept.
           accept ws-saleshist-filename
               from environment "MAFD36_SALESHISTFILE"
               on exception continue end-accept.
           accept ws-report-filename
               from environment "MAFD36_REPORTFILE"
               on exception continue end-accept.

           accept ws-sys-date                  from date.
           accept ws-sys-time                  from time.
           accept ws-asof-8                    from date yyyymmdd.

           move spaces                         to ws-asof-env.
           accept ws-asof-env
               from environment "MAFD36_ASOFDATE"
               on exception continue end-accept.
           if ws-asof-env not = spaces
             and ws-asof-env numeric
               move ws-asof-env                to ws-asof-8
           end-if.

           perform 040-set-windows.
           perform 070-load-store-table.

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

      *The history is updated in place; a first run with no file
      *yet creates it empty.
           open i-o sales-history-file.
           if ws-saleshist-status not = "00" then
               open output sales-history-file
               close sales-history-file
               open i-o sales-history-file
           end-if.

           open output report-file.

           write report-line                   from ws-heading1
               after advancing 1 lines.

           if ws-saleshist-status not = "00" then
               write report-line               from ws-no-history-line
                   after advancing 2 lines
               close report-file
               display "SALES HISTORY OPEN FAILED, STATUS "
                   ws-saleshist-status
               move 16                         to return-code
               stop run
           end-if.

           perform 400-post-history.

           perform 500-gather-windows
               varying ws-cst-sub from 1 by 1
               until ws-cst-sub > ws-comp-store-count.

           close sales-history-file.

           perform 600-set-groups
               varying ws-cst-sub from 1 by 1
               until ws-cst-sub > ws-comp-store-count.

           move ws-asof-8                      to ws-asl-asof.
           write report-line                   from ws-asof-line
               after advancing 2 lines.

           move "Comparable stores (open a full year)" to ws-sct-text.
           move "C"                            to ws-print-group.
           move 1                              to ws-grp-sub.
           perform 700-print-group.

           move "New stores (open under a year)" to ws-sct-text.
           move "N"                            to ws-print-group.
           move 2                              to ws-grp-sub.
           perform 700-print-group.

           move "Opening date not kept" to ws-sct-text.
           move "U"                            to ws-print-group.
           move 3                              to ws-grp-sub.
           perform 700-print-group.

           move "All stores" to ws-sct-text.
           write report-line                   from ws-section-line
               after advancing 2 lines.
           move 4                              to ws-grp-sub.
           perform 740-print-group-total.

           perform 800-print-summary.

           close report-file.

           if gtt-store-count(3) > 0 then
               move 4                          to return-code
           else
               move 0                          to return-code
           end-if.

           stop run.

      *Sets this year's week, month and year to date, last year's
      *same days, the earliest date the report reads, and the day
      *a store must have opened by to be comparable.
       040-set-windows.

           compute ws-asof-int =
               function integer-of-date(ws-asof-8).

      *Day 1 of the calendar integer-of-date counts from was a
      *Monday, so the remainder by seven is the day of the week.
           move ws-asof-int                    to ws-day-int.
           divide 7 into ws-day-int giving ws-day-quotient
               remainder ws-dow.
           if ws-dow = 0 then
               move 7                          to ws-dow
           end-if.
           compute ws-wtd-start-int = ws-asof-int - ws-dow + 1.

           move ws-asof-8                      to ws-work-date-8.
           move 1                              to ws-wkd-dd.
           compute ws-mtd-start-int =
               function integer-of-date(ws-work-date-8).
           move 1                              to ws-wkd-mm.
           compute ws-ytd-start-int =
               function integer-of-date(ws-work-date-8).

           compute ws-ly-asof-int = ws-asof-int - 364.
           compute ws-ly-wtd-start-int = ws-wtd-start-int - 364.
           compute ws-ly-mtd-start-int = ws-mtd-start-int - 364.
           compute ws-ly-ytd-start-int = ws-ytd-start-int - 364.

           if ws-ly-wtd-start-int < ws-ly-ytd-start-int then
               move ws-ly-wtd-start-int        to ws-read-from-int
           else
               move ws-ly-ytd-start-int        to ws-read-from-int
           end-if.
           compute ws-read-from-8 =
               function date-of-integer(ws-read-from-int).

           compute ws-comp-cutoff-int = ws-asof-int - 365.

      *Loads the stores - name and opening date - in master order.
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
                   cst-store-name(ws-cst-sub)
               if sm-open-date numeric then
                   move sm-open-date           to
                       cst-open-date(ws-cst-sub)
               end-if
           end-if.

           read store-master-file
               at end
                   move "y"                    to ws-eof-flag.

      *Runs one split file into tonight's posting table.  A file
      *missing on a given day is simply skipped.
       100-process-one-file.

           open input history-input-file.

           if ws-input-status = "00" then
               read history-input-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 200-accumulate-one-record
                   until ws-eof-flag = "y"
               close history-input-file
           end-if.

           move "n"                            to ws-eof-flag.

      *Adds one record to its store's day - the transaction date,
      *or the as-of date when the record has none.
       200-accumulate-one-record.

           if il-transaction-code not = "D"
             and il-transaction-amount numeric then
               perform 220-set-signed-amount
               if il-trans-date numeric
                 and il-trans-date not = zeros then
                   move il-trans-date          to ws-post-date
               else
                   move ws-asof-8              to ws-post-date
               end-if
               perform 230-find-post-entry
               add ws-signed-amount            to
                   hpt-net-sales(ws-hpt-sub)
               add 1                           to
                   hpt-trans-count(ws-hpt-sub)
               add 1                           to ws-records-posted
           end-if.

           read history-input-file
               at end
                   move "y"                    to ws-eof-flag.

      *Finds - or adds - the store in ws-search-store, leaving its
      *subscript in ws-cst-sub.
       210-find-store.

           perform 215-search-store
               varying ws-cst-sub from 1 by 1
               until ws-cst-sub > ws-comp-store-count
               or cst-store-number(ws-cst-sub) = ws-search-store.

           if ws-cst-sub > ws-comp-store-count then
               if ws-comp-store-count >= 50 then
                   display "COMP STORE TABLE FULL AT 50"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-comp-store-count
               move ws-comp-store-count        to ws-cst-sub
               initialize ws-comp-store-entry(ws-cst-sub)
               move ws-search-store            to
                   cst-store-number(ws-cst-sub)
               move "NOT ON MASTER"            to
                   cst-store-name(ws-cst-sub)
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

      *Finds - or adds - tonight's entry for the record's store and
      *date, leaving its subscript in ws-hpt-sub.
       230-find-post-entry.

           perform 235-search-post-entry
               varying ws-hpt-sub from 1 by 1
               until ws-hpt-sub > ws-history-post-count
               or (hpt-store-number(ws-hpt-sub) = il-store-number
                 and hpt-sales-date(ws-hpt-sub) = ws-post-date).

           if ws-hpt-sub > ws-history-post-count then
               if ws-history-post-count >= 1000 then
                   display "HISTORY POSTING TABLE FULL AT 1000"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to
                   ws-history-post-count
               move ws-history-post-count      to ws-hpt-sub
               move il-store-number            to
                   hpt-store-number(ws-hpt-sub)
               move ws-post-date               to
                   hpt-sales-date(ws-hpt-sub)
               move zeros                      to
                   hpt-net-sales(ws-hpt-sub),
                   hpt-trans-count(ws-hpt-sub)
           end-if.

       235-search-post-entry.
           continue.

      *Posts the night's store-days against the history in one
      *batch.  An entry already posted today (a rerun) has that
      *posting backed out first, so the batch replaces rather than
      *re-adds.
       400-post-history.

           perform 410-post-one-day
               varying ws-hpt-sub from 1 by 1
               until ws-hpt-sub > ws-history-post-count.

       410-post-one-day.

           move hpt-store-number(ws-hpt-sub)   to sh-store-number.
           move hpt-sales-date(ws-hpt-sub)     to sh-sales-date.

           read sales-history-file
               invalid key
                   perform 420-open-new-day
               not invalid key
                   perform 430-apply-posting
                   rewrite sales-history-record
           end-read.

           add 1                               to ws-days-posted.

       420-open-new-day.

           move spaces                         to sales-history-record.
           move hpt-store-number(ws-hpt-sub)   to sh-store-number.
           move hpt-sales-date(ws-hpt-sub)     to sh-sales-date.
           move zeros                          to sh-net-sales,
               sh-trans-count, sh-posted-run-date, sh-run-net,
               sh-run-count.

           perform 430-apply-posting.

           write sales-history-record
               invalid key
                   rewrite sales-history-record
           end-write.

       430-apply-posting.

           if sh-posted-run-date = ws-sys-date then
               subtract sh-run-net             from sh-net-sales
               subtract sh-run-count           from sh-trans-count
           end-if.

           add hpt-net-sales(ws-hpt-sub)       to sh-net-sales.
           add hpt-trans-count(ws-hpt-sub)     to sh-trans-count.

           move ws-sys-date                    to sh-posted-run-date.
           move hpt-net-sales(ws-hpt-sub)      to sh-run-net.
           move hpt-trans-count(ws-hpt-sub)    to sh-run-count.

      *Reads one store's history from the earliest day last year's
      *windows need up to the as-of date, into its windows.
       500-gather-windows.

           move cst-store-number(ws-cst-sub)   to sh-store-number.
           move ws-read-from-8                 to sh-sales-date.
           move "n"                            to ws-eof-flag.

           start sales-history-file
               key is not less than sh-record-key
               invalid key
                   move "y"                    to ws-eof-flag
           end-start.

           if ws-eof-flag = "n" then
               read sales-history-file next record
                   at end
                       move "y"                to ws-eof-flag
               end-read
           end-if.

           perform 510-window-one-day
               until ws-eof-flag = "y".

           move "n"                            to ws-eof-flag.

       510-window-one-day.

           if sh-store-number not = cst-store-number(ws-cst-sub)
             or sh-sales-date > ws-asof-8 then
               move "y"                        to ws-eof-flag
           else
               compute ws-day-int =
                   function integer-of-date(sh-sales-date)
               perform 520-add-to-windows
               read sales-history-file next record
                   at end
                       move "y"                to ws-eof-flag
               end-read
           end-if.

       520-add-to-windows.

           if ws-day-int >= ws-wtd-start-int
             and ws-day-int <= ws-asof-int then
               add sh-net-sales                to
                   cst-ty-net(ws-cst-sub, 1)
           end-if.
           if ws-day-int >= ws-mtd-start-int
             and ws-day-int <= ws-asof-int then
               add sh-net-sales                to
                   cst-ty-net(ws-cst-sub, 2)
           end-if.
           if ws-day-int >= ws-ytd-start-int
             and ws-day-int <= ws-asof-int then
               add sh-net-sales                to
                   cst-ty-net(ws-cst-sub, 3)
           end-if.

           if ws-day-int >= ws-ly-wtd-start-int
             and ws-day-int <= ws-ly-asof-int then
               add sh-net-sales                to
                   cst-ly-net(ws-cst-sub, 1)
           end-if.
           if ws-day-int >= ws-ly-mtd-start-int
             and ws-day-int <= ws-ly-asof-int then
               add sh-net-sales                to
                   cst-ly-net(ws-cst-sub, 2)
           end-if.
           if ws-day-int >= ws-ly-ytd-start-int
             and ws-day-int <= ws-ly-asof-int then
               add sh-net-sales                to
                   cst-ly-net(ws-cst-sub, 3)
           end-if.

      *Puts each store in its group - comparable once open a full
      *year, new before that, apart when the date is not kept - and
      *adds it to its group's totals and the all-stores line.  A
      *store with nothing in any window (long closed, or not yet
      *open) is left out.
       600-set-groups.

           move space                          to
               cst-comp-group(ws-cst-sub).

           if cst-ty-net(ws-cst-sub, 3) = 0
             and cst-ly-net(ws-cst-sub, 3) = 0
             and cst-ty-net(ws-cst-sub, 1) = 0
             and cst-ly-net(ws-cst-sub, 1) = 0 then
               continue
           else
               perform 605-group-one-store
           end-if.

       605-group-one-store.

           if cst-open-date(ws-cst-sub) = zeros then
               move "U"                        to
                   cst-comp-group(ws-cst-sub)
               move 3                          to ws-grp-sub
           else
               compute ws-day-int = function integer-of-date(
                   cst-open-date(ws-cst-sub))
               if ws-day-int <= ws-comp-cutoff-int then
                   move "C"                    to
                       cst-comp-group(ws-cst-sub)
                   move 1                      to ws-grp-sub
               else
                   move "N"                    to
                       cst-comp-group(ws-cst-sub)
                   move 2                      to ws-grp-sub
               end-if
           end-if.

           perform 610-add-to-group.
           move 4                              to ws-grp-sub.
           perform 610-add-to-group.

       610-add-to-group.

           add 1                               to
               gtt-store-count(ws-grp-sub).

           perform 615-add-one-window
               varying ws-win-sub from 1 by 1
               until ws-win-sub > 3.

       615-add-one-window.

           add cst-ty-net(ws-cst-sub, ws-win-sub) to
               gtt-ty-net(ws-grp-sub, ws-win-sub).
           add cst-ly-net(ws-cst-sub, ws-win-sub) to
               gtt-ly-net(ws-grp-sub, ws-win-sub).

      *One section: its stores, then its total.
       700-print-group.

           write report-line                   from ws-section-line
               after advancing 2 lines.
           write report-line                   from ws-comp-heading1
               after advancing 1 lines.
           write report-line                   from ws-comp-heading2
               after advancing 1 lines.

           if gtt-store-count(ws-grp-sub) = 0 then
               write report-line               from ws-none-line
                   after advancing 1 lines
           else
               perform 710-print-one-store
                   varying ws-cst-sub from 1 by 1
                   until ws-cst-sub > ws-comp-store-count
               perform 740-print-group-total
           end-if.

       710-print-one-store.

           if cst-comp-group(ws-cst-sub) = ws-print-group then
               move spaces                     to ws-comp-line
               move cst-store-number(ws-cst-sub) to ws-cpl-store
               move cst-store-name(ws-cst-sub) to ws-cpl-name
               perform 720-fill-store-window
                   varying ws-win-sub from 1 by 1
                   until ws-win-sub > 3
               write report-line               from ws-comp-line
                   after advancing 1 lines
           end-if.

       720-fill-store-window.

           move cst-ty-net(ws-cst-sub, ws-win-sub) to ws-print-ty.
           move cst-ly-net(ws-cst-sub, ws-win-sub) to ws-print-ly.
           perform 750-fill-window.

       740-print-group-total.

           move spaces                         to ws-comp-line.
           move "TOTAL"                        to ws-cpl-store.

           perform 745-fill-group-window
               varying ws-win-sub from 1 by 1
               until ws-win-sub > 3.

           write report-line                   from ws-comp-line
               after advancing 2 lines.

       745-fill-group-window.

           move gtt-ty-net(ws-grp-sub, ws-win-sub) to ws-print-ty.
           move gtt-ly-net(ws-grp-sub, ws-win-sub) to ws-print-ly.
           perform 750-fill-window.

      *Lays one window's this year, last year and change onto the
      *line; no last-year figure means no change to show.
       750-fill-window.

           move ws-print-ty                    to
               ws-cpl-ty(ws-win-sub).
           move ws-print-ly                    to
               ws-cpl-ly(ws-win-sub).

           if ws-print-ly = 0 then
               move spaces                     to
                   ws-cpl-pct(ws-win-sub)
           else
               compute ws-print-pct rounded =
                   (ws-print-ty - ws-print-ly) * 100 / ws-print-ly
                   on size error
                       move 9999.9             to ws-print-pct
               end-compute
               move ws-print-pct               to ws-pct-edit
               move ws-pct-edit                to
                   ws-cpl-pct(ws-win-sub)
           end-if.

       800-print-summary.

           move ws-records-posted              to ws-sum-posted.
           move ws-days-posted                 to ws-sum-days.
           move gtt-store-count(3)             to ws-sum-undated.

           write report-line                   from ws-summary-line1
               after advancing 3 lines.
           write report-line                   from ws-summary-line2
               after advancing 1 lines.
           write report-line                   from ws-summary-line3
               after advancing 1 lines.

       end program MAFD_Final_Program36.
