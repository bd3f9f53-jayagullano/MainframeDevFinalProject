       identification division.
       program-id. MAFD_Final_Program34.
       author. Elinam Amegah.
       date-written. 2026-10-15.
      *Purpose: This program is the hour-of-day traffic report the
      *store managers schedule staff by.  Every record carries the
      *time it was rung, so this program reads Sales_Layaway.dat,
      *Returns.dat and Exchanges.dat and buckets the night's
      *transactions and net dollars (sales in, returns out, an
      *exchange by its direction) by hour of day for each store,
      *with a company grid.  The same buckets are kept week to date
      *on Hourly_WTD.dat, by transaction date, and reported as an
      *hour by day-of-week grid per store and for the company, so a
      *Tuesday-afternoon lull or a Saturday-noon rush shows up; the
      *week starts Monday, and a rerun of the night replaces its
      *earlier posting instead of adding it twice.  A transaction
      *rung outside its store's opening hours on the store master
      *is listed under its store and written to Out_Of_Hours.dat
      *for loss prevention (RC 4); a store with no hours kept is
      *not flagged.  A detail line's money and time belong to its
      *header, so details stay out.  Every file name is driven from
      *the environment.

       environment division.
       configuration section.
       input-output section.
       file-control.

            select traffic-input-file
                assign to ws-current-input-filename
                organization is line sequential
                file status is ws-input-status.

           select store-master-file
               assign to ws-storemast-filename
               organization is line sequential
               file status is ws-storemast-status.

           select hourly-wtd-file
               assign to ws-hourwtd-filename
               organization is line sequential
               file status is ws-hourwtd-status.

           select out-of-hours-file
               assign to ws-outofhours-filename
               organization is line sequential.

           select report-file
                assign to ws-report-filename
                organization is line sequential.

       data division.

       file section.
       fd traffic-input-file
          record contains 127 characters
          data record is input-line.

      *The shared split-file record layout, as written by Program2
      *- changed in the copybook, not here, when the record widens.
       copy TRXREC.

       fd store-master-file
           data record is store-master-record
           record contains 41 characters.

       copy STORMAST.

       fd hourly-wtd-file
           data record is hourly-wtd-record
           record contains 48 characters.

       copy HOURWTD.

       fd out-of-hours-file
           data record is out-of-hours-record
           record contains 49 characters.

       copy OOHREC.

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
       01 ws-storemast-filename              pic x(60) value
           "../../../data/StoreMast.dat".
       01 ws-hourwtd-filename                pic x(60) value
           "../../../data/Hourly_WTD.dat".
       01 ws-outofhours-filename             pic x(60) value
           "../../../data/Out_Of_Hours.dat".
       01 ws-report-filename                 pic x(60) value
           "../../../data/Hourly_Traffic.out".

      *The input SELECT is reopened once per split file with this
      *name, since the three share the one record layout.
       01 ws-current-input-filename          pic x(60).

       01 ws-input-status                    pic xx.
       01 ws-storemast-status                pic xx.
       01 ws-hourwtd-status                  pic xx.

      *S sales/layaways (money in), R returns (money out), X
      *exchanges (by direction).
       77 ws-pass-mode                         pic x.
           88 ws-pass-is-sales                     value "S".
           88 ws-pass-is-returns                   value "R".
           88 ws-pass-is-exchanges                 value "X".

      *Today, its day number, and the Monday the week started.
       01 ws-today-8                         pic 9(08).
       77 ws-today-int                         pic 9(07).
       77 ws-week-start-int                    pic 9(07).
       77 ws-day-int                           pic 9(07).
       77 ws-day-quotient                      pic 9(07).
       77 ws-dow                               pic 9(01).

      *The record in hand.
       77 ws-signed-amount                     pic s9(07)v99.
       77 ws-hour                              pic 9(02).
       77 ws-hour-sub                          pic 9(02).
       77 ws-minutes                           pic 9(02).
       77 ws-time-open                         pic x(01).
           88 ws-time-is-in-hours                  value "Y".

      *Per-store night grid, in store-master order, a store the
      *master does not know added on first sight.
       01 ws-hr-store-table.
           05 ws-hr-store-entry occurs 50 times.
               10 hst-store-number             pic x(02).
               10 hst-store-name               pic x(20).
               10 hst-open-time                pic 9(04).
               10 hst-close-time               pic 9(04).
               10 hst-hours-kept               pic x(01).
                   88 hst-has-hours                value "Y".
               10 hst-trans-count              pic 9(07).
               10 hst-net-amount               pic s9(09)v99.
               10 hst-ooh-count                pic 9(05).
               10 hst-hour-entry occurs 24 times.
                   15 hst-hour-count           pic 9(05).
                   15 hst-hour-amount          pic s9(07)v99.

       77 ws-hr-store-count                    pic 9(03) value 0.
       77 ws-hst-sub                           pic 9(03).
       77 ws-search-store                      pic x(02).

      *Company night grid.
       01 ws-company-hour-table.
           05 ws-company-hour-entry occurs 24 times.
               10 chr-hour-count               pic 9(07).
               10 chr-hour-amount              pic s9(09)v99.

      *The week-to-date lines, loaded whole, posted to, and
      *rewritten whole.
       01 ws-wtd-table.
           05 ws-wtd-entry occurs 6000 times.
               10 wtd-store-number             pic x(02).
               10 wtd-trans-date               pic 9(08).
               10 wtd-hour                     pic 9(02).
               10 wtd-trans-count              pic 9(05).
               10 wtd-net-amount               pic s9(07)v99.
               10 wtd-posted-run-date          pic 9(06).
               10 wtd-run-count                pic 9(05).
               10 wtd-run-amount               pic s9(07)v99.

       77 ws-wtd-count                         pic 9(04) value 0.
       77 ws-wtd-sub                           pic 9(04).

      *The week-to-date grid for the store in hand, and for the
      *company, by day of week (Monday first) and hour.
       01 ws-wtd-grid.
           05 ws-wtd-grid-hour occurs 24 times.
               10 wgr-hour-used                pic x(01).
               10 ws-wtd-grid-day occurs 7 times.
                   15 wgr-count                pic 9(07).
                   15 wgr-amount               pic s9(09)v99.

       77 ws-dow-sub                           pic 9(01).
       77 ws-grid-lines                        pic 9(04).
       77 ws-grid-store                        pic x(02).

      *The night's out-of-hours flags, printed under their store.
       01 ws-ooh-table.
           05 ws-ooh-entry occurs 2000 times.
               10 ooh-store-sub                pic 9(03).
               10 ooh-record                   pic x(49).

       77 ws-ooh-count                         pic 9(04) value 0.
       77 ws-ooh-sub                           pic 9(04).

      *Run counters.
       77 ws-records-read                      pic 9(07) value 0.
       77 ws-untimed-counter                   pic 9(05) value 0.
       77 ws-ooh-total                         pic 9(05) value 0.

      *Headers For Formatting Purposes:

       01 ws-heading1.
           05 filler                           pic x(14) value spaces.
           05 filler                           pic x(46)
            value "Group 7, Final Project Program 34 Traffic".
           05 filler                           pic x(13)
            value spaces.
           05 ws-sys-date                      pic 9(6).
           05 filler                           pic x(15)
            value spaces.
           05 ws-sys-time                      pic 9(8).

       01 ws-section-line.
           05 ws-sct-text                      pic x(60).

       01 ws-store-line.
           05 filler                           pic x(06)
               value "Store ".
           05 ws-stl-store                     pic x(02).
           05 filler                           pic x(02).
           05 ws-stl-name                      pic x(20).
           05 filler                           pic x(02).
           05 ws-stl-hours                     pic x(20).

       01 ws-hour-heading.
           05 filler                           pic x(44) value
               "  Hour                 Trans         Dollars".

       01 ws-hour-line.
           05 filler                           pic x(02).
           05 ws-hrl-from                      pic 99.
           05 filler                           pic x(04) value ":00-".
           05 ws-hrl-to                        pic 99.
           05 filler                           pic x(03) value ":59".
           05 filler                           pic x(06).
           05 ws-hrl-count                     pic z,zzz,zz9.
           05 filler                           pic x(01).
           05 ws-hrl-amount                    pic $zzz,zzz,zz9.99-.

       01 ws-hour-total-line.
           05 filler                           pic x(19)
               value "  Total".
           05 ws-htl-count                     pic z,zzz,zz9.
           05 filler                           pic x(01).
           05 ws-htl-amount                    pic $zzz,zzz,zz9.99-.

       01 ws-wtd-heading.
           05 filler                           pic x(40) value
               "  Hour            Monday          Tuesda".
           05 filler                           pic x(40) value
               "y        Wednesday         Thursday     ".
           05 filler                           pic x(46) value
               "      Friday         Saturday           Sunday".

       01 ws-wtd-line.
           05 filler                           pic x(02).
           05 ws-wtl-hour                      pic 99.
           05 filler                           pic x(03) value ":00".
           05 ws-wtl-cell occurs 7 times.
               10 filler                       pic x(02).
               10 ws-wtl-count                 pic zzz9.
               10 filler                       pic x(01).
               10 ws-wtl-amount                pic z,zzz,zz9-.

       01 ws-ooh-heading.
           05 filler                           pic x(40) value
               "  Date      Time  Cd  Invoice        Amo".
           05 filler                           pic x(30) value
               "unt  Cashier  Hours".

       01 ws-ooh-line.
           05 filler                           pic x(02).
           05 ws-ohl-date                      pic 9(08).
           05 filler                           pic x(02).
           05 ws-ohl-time                      pic 9(04).
           05 filler                           pic x(02).
           05 ws-ohl-code                      pic x(01).
           05 filler                           pic x(03).
           05 ws-ohl-invoice                   pic x(09).
           05 filler                           pic x(02).
           05 ws-ohl-amount                    pic $zz,zz9.99.
           05 filler                           pic x(02).
           05 ws-ohl-cashier                   pic x(04).
           05 filler                           pic x(05).
           05 ws-ohl-open                      pic 9(04).
           05 filler                           pic x(01) value "-".
           05 ws-ohl-close                     pic 9(04).

       01 ws-ooh-count-line.
           05 filler                           pic x(30)
               value "  Rung outside hours:".
           05 ws-ocl-count                     pic zzzz9.

       01 ws-hours-text.
           05 filler                           pic x(06)
               value "hours ".
           05 ws-hrt-open                      pic 9(04).
           05 filler                           pic x(01) value "-".
           05 ws-hrt-close                     pic 9(04).

       01 ws-no-data-line.
           05 filler                           pic x(40)
               value "No timed transactions to report.".

       01 ws-summary-line1.
           05 filler                           pic x(32)
               value "Records read:                   ".
           05 ws-sum-read                      pic z,zzz,zz9.

       01 ws-summary-line2.
           05 filler                           pic x(32)
               value "Records with no usable time:    ".
           05 ws-sum-untimed                   pic z,zzz,zz9.

       01 ws-summary-line3.
           05 filler                           pic x(32)
               value "Rung outside store hours:       ".
           05 ws-sum-ooh                       pic z,zzz,zz9.

      *EOF Flag
       77 ws-eof-flag                          pic x
               value "n".

       procedure division.
       000-Main.

      *Read file-name overrides from the environment.
           accept ws-sl-filename
               from environment "MAFD34_SLFILE"
               on exception continue end-accept.
           accept ws-return-filename
               from environment "MAFD34_RETURNFILE"
               on exception continue end-accept.
           accept ws-exchange-filename
               from environment "MAFD34_EXCHANGEFILE"
               on exception continue end-accept.
           accept ws-storemast-filename
               from environment "MAFD34_STOREMASTFILE"
               on exception continue end-accept.
           accept ws-hourwtd-filename
               from environment "MAFD34_HOURWTDFILE"
               on exception continue end-accept.
           accept ws-outofhours-filename
               from environment "MAFD34_OUTOFHOURSFILE"
               on exception continue end-accept.
           accept ws-report-filename
               from environment "MAFD34_REPORTFILE"
               on exception continue end-accept.

           accept ws-sys-date                  from date.
           accept ws-sys-time                  from time.
           accept ws-today-8                   from date yyyymmdd.

      *Day 1 of the calendar integer-of-date counts from was a
      *Monday, so the remainder by seven is the day of the week.
           compute ws-today-int =
               function integer-of-date(ws-today-8).
           move ws-today-int                   to ws-day-int.
           perform 060-set-day-of-week.
           compute ws-week-start-int = ws-today-int - ws-dow + 1.

           initialize ws-company-hour-table.

           perform 050-load-store-table.
           perform 070-load-wtd-table.

           open output out-of-hours-file.

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

           close out-of-hours-file.

           perform 400-rewrite-wtd-file.

           open output report-file.

           write report-line                   from ws-heading1
               after advancing 1 lines.

           perform 500-night-grid.
           perform 600-wtd-grid.
           perform 700-out-of-hours-listing.
           perform 800-print-summary.

           close report-file.

           if ws-ooh-total > 0 then
               move 4                          to return-code
           else
               move 0                          to return-code
           end-if.

           stop run.

      *Loads the stores and their trading hours, in master order.
      *Hours that are blank, zero, or open-equals-close are not
      *kept.
       050-load-store-table.

           open input store-master-file.

           if ws-storemast-status = "00" then
               read store-master-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 055-load-store-entry until ws-eof-flag = "y"
               close store-master-file
           end-if.

           move "n"                            to ws-eof-flag.

       055-load-store-entry.

           if sm-store-number not = spaces then
               move sm-store-number            to ws-search-store
               perform 210-find-store
               move sm-store-name              to
                   hst-store-name(ws-hst-sub)
               if sm-open-time numeric
                 and sm-close-time numeric
                 and sm-open-time not = sm-close-time then
                   move sm-open-time           to
                       hst-open-time(ws-hst-sub)
                   move sm-close-time          to
                       hst-close-time(ws-hst-sub)
                   move "Y"                    to
                       hst-hours-kept(ws-hst-sub)
               end-if
           end-if.

           read store-master-file
               at end
                   move "y"                    to ws-eof-flag.

      *Sets ws-dow (1 Monday .. 7 Sunday) for the day in ws-day-int.
       060-set-day-of-week.

           divide 7 into ws-day-int giving ws-day-quotient
               remainder ws-dow.

           if ws-dow = 0 then
               move 7                          to ws-dow
           end-if.

      *Loads the week-to-date lines, keeping only this week's and
      *backing out whatever tonight already posted (a rerun).
       070-load-wtd-table.

           open input hourly-wtd-file.

           if ws-hourwtd-status = "00" then
               read hourly-wtd-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 075-load-wtd-entry until ws-eof-flag = "y"
               close hourly-wtd-file
           end-if.

           move "n"                            to ws-eof-flag.

       075-load-wtd-entry.

           if hw-trans-date numeric
             and hw-trans-date not > ws-today-8 then
               compute ws-day-int =
                   function integer-of-date(hw-trans-date)
               if ws-day-int >= ws-week-start-int then
                   if ws-wtd-count >= 6000 then
                       display "HOURLY WTD TABLE FULL AT 6000"
                       move 16                 to return-code
                       stop run
                   end-if
                   add 1                       to ws-wtd-count
                   move hw-store-number        to
                       wtd-store-number(ws-wtd-count)
                   move hw-trans-date          to
                       wtd-trans-date(ws-wtd-count)
                   move hw-hour                to
                       wtd-hour(ws-wtd-count)
                   move hw-trans-count         to
                       wtd-trans-count(ws-wtd-count)
                   move hw-net-amount          to
                       wtd-net-amount(ws-wtd-count)
                   move hw-posted-run-date     to
                       wtd-posted-run-date(ws-wtd-count)
                   move hw-run-count           to
                       wtd-run-count(ws-wtd-count)
                   move hw-run-amount          to
                       wtd-run-amount(ws-wtd-count)
                   if wtd-posted-run-date(ws-wtd-count) =
                     ws-sys-date then
                       subtract wtd-run-count(ws-wtd-count) from
                           wtd-trans-count(ws-wtd-count)
                       subtract wtd-run-amount(ws-wtd-count) from
                           wtd-net-amount(ws-wtd-count)
                       move zeros              to
                           wtd-posted-run-date(ws-wtd-count),
                           wtd-run-count(ws-wtd-count),
                           wtd-run-amount(ws-wtd-count)
                   end-if
               end-if
           end-if.

           read hourly-wtd-file
               at end
                   move "y"                    to ws-eof-flag.

      *Runs one split file through the grids.  A file missing on a
      *given day is simply skipped.
       100-process-one-file.

           open input traffic-input-file.

           if ws-input-status = "00" then
               read traffic-input-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 200-bucket-one-record until ws-eof-flag = "y"
               close traffic-input-file
           end-if.

           move "n"                            to ws-eof-flag.

      *Buckets one record by its hour.  A record with no usable time
      *is only counted.
       200-bucket-one-record.

           if il-transaction-code not = "D"
             and il-transaction-amount numeric then
               add 1                           to ws-records-read
               if il-trans-time not numeric then
                   add 1                       to ws-untimed-counter
               else
                   divide 100 into il-trans-time giving ws-hour
                       remainder ws-minutes
                   if ws-hour > 23 or ws-minutes > 59 then
                       add 1                   to ws-untimed-counter
                   else
                       perform 220-post-timed-record
                   end-if
               end-if
           end-if.

           read traffic-input-file
               at end
                   move "y"                    to ws-eof-flag.

      *Finds - or adds - the store in ws-search-store, leaving its
      *subscript in ws-hst-sub.
       210-find-store.

           perform 215-search-store
               varying ws-hst-sub from 1 by 1
               until ws-hst-sub > ws-hr-store-count
               or hst-store-number(ws-hst-sub) = ws-search-store.

           if ws-hst-sub > ws-hr-store-count then
               if ws-hr-store-count >= 50 then
                   display "TRAFFIC STORE TABLE FULL AT 50"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-hr-store-count
               move ws-hr-store-count          to ws-hst-sub
               initialize ws-hr-store-entry(ws-hst-sub)
               move ws-search-store            to
                   hst-store-number(ws-hst-sub)
               move "N"                        to
                   hst-hours-kept(ws-hst-sub)
           end-if.

       215-search-store.
           continue.

       220-post-timed-record.

           move il-transaction-amount          to ws-signed-amount.

           if ws-pass-is-returns then
               compute ws-signed-amount = 0 - ws-signed-amount
           end-if.

           if ws-pass-is-exchanges
             and il-exchange-amount numeric
             and il-exchange-ret-amount numeric
             and il-exchange-ret-amount > il-exchange-amount then
               compute ws-signed-amount = 0 - ws-signed-amount
           end-if.

           move il-store-number                to ws-search-store.
           perform 210-find-store.

           compute ws-hour-sub = ws-hour + 1.

           add 1                               to
               hst-hour-count(ws-hst-sub, ws-hour-sub),
               hst-trans-count(ws-hst-sub),
               chr-hour-count(ws-hour-sub).
           add ws-signed-amount                to
               hst-hour-amount(ws-hst-sub, ws-hour-sub),
               hst-net-amount(ws-hst-sub),
               chr-hour-amount(ws-hour-sub).

           if hst-has-hours(ws-hst-sub) then
               perform 230-check-store-hours
           end-if.

           if il-trans-date numeric
             and il-trans-date not > ws-today-8 then
               compute ws-day-int =
                   function integer-of-date(il-trans-date)
               if ws-day-int >= ws-week-start-int then
                   perform 240-post-wtd
               end-if
           end-if.

      *In hours is open up to (not including) close; a close
      *earlier than the open trades through midnight.
       230-check-store-hours.

           move "N"                            to ws-time-open.

           if hst-open-time(ws-hst-sub) < hst-close-time(ws-hst-sub)
               if il-trans-time >= hst-open-time(ws-hst-sub)
                 and il-trans-time < hst-close-time(ws-hst-sub) then
                   move "Y"                    to ws-time-open
               end-if
           else
               if il-trans-time >= hst-open-time(ws-hst-sub)
                 or il-trans-time < hst-close-time(ws-hst-sub) then
                   move "Y"                    to ws-time-open
               end-if
           end-if.

           if not ws-time-is-in-hours then
               perform 235-flag-out-of-hours
           end-if.

       235-flag-out-of-hours.

           add 1                               to
               hst-ooh-count(ws-hst-sub), ws-ooh-total.

           move spaces                         to out-of-hours-record.
           move ws-sys-date                    to ox-run-date.
           move il-store-number                to ox-store-number.
           move il-trans-date                  to ox-trans-date.
           move il-trans-time                  to ox-trans-time.
           move il-transaction-code            to
               ox-transaction-code.
           move il-invoice-number              to ox-invoice-number.
           move il-transaction-amount          to ox-amount.
           move il-cashier-id                  to ox-cashier-id.
           move hst-open-time(ws-hst-sub)      to ox-open-time.
           move hst-close-time(ws-hst-sub)     to ox-close-time.

           write out-of-hours-record.

           if ws-ooh-count < 2000 then
               add 1                           to ws-ooh-count
               move ws-hst-sub                 to
                   ooh-store-sub(ws-ooh-count)
               move out-of-hours-record        to
                   ooh-record(ws-ooh-count)
           end-if.

      *Adds the record to its week-to-date line, opening the line
      *on first sight and starting tonight's run figures the first
      *time tonight touches it.
       240-post-wtd.

           perform 245-search-wtd
               varying ws-wtd-sub from 1 by 1
               until ws-wtd-sub > ws-wtd-count
               or (wtd-store-number(ws-wtd-sub) = il-store-number
                 and wtd-trans-date(ws-wtd-sub) = il-trans-date
                 and wtd-hour(ws-wtd-sub) = ws-hour).

           if ws-wtd-sub > ws-wtd-count then
               if ws-wtd-count >= 6000 then
                   display "HOURLY WTD TABLE FULL AT 6000"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-wtd-count
               move ws-wtd-count               to ws-wtd-sub
               move il-store-number            to
                   wtd-store-number(ws-wtd-sub)
               move il-trans-date              to
                   wtd-trans-date(ws-wtd-sub)
               move ws-hour                    to wtd-hour(ws-wtd-sub)
               move zeros                      to
                   wtd-trans-count(ws-wtd-sub),
                   wtd-net-amount(ws-wtd-sub),
                   wtd-posted-run-date(ws-wtd-sub),
                   wtd-run-count(ws-wtd-sub),
                   wtd-run-amount(ws-wtd-sub)
           end-if.

           if wtd-posted-run-date(ws-wtd-sub) not = ws-sys-date then
               move ws-sys-date                to
                   wtd-posted-run-date(ws-wtd-sub)
               move zeros                      to
                   wtd-run-count(ws-wtd-sub),
                   wtd-run-amount(ws-wtd-sub)
           end-if.

           add 1                               to
               wtd-trans-count(ws-wtd-sub),
               wtd-run-count(ws-wtd-sub).
           add ws-signed-amount                to
               wtd-net-amount(ws-wtd-sub),
               wtd-run-amount(ws-wtd-sub).

       245-search-wtd.
           continue.

      *Writes the week back, emptied lines dropped.
       400-rewrite-wtd-file.

           open output hourly-wtd-file.

           perform 410-write-wtd-entry
               varying ws-wtd-sub from 1 by 1
               until ws-wtd-sub > ws-wtd-count.

           close hourly-wtd-file.

       410-write-wtd-entry.

           if wtd-trans-count(ws-wtd-sub) > 0 then
               move wtd-store-number(ws-wtd-sub) to hw-store-number
               move wtd-trans-date(ws-wtd-sub) to hw-trans-date
               move wtd-hour(ws-wtd-sub)       to hw-hour
               move wtd-trans-count(ws-wtd-sub) to hw-trans-count
               move wtd-net-amount(ws-wtd-sub) to hw-net-amount
               move wtd-posted-run-date(ws-wtd-sub) to
                   hw-posted-run-date
               move wtd-run-count(ws-wtd-sub)  to hw-run-count
               move wtd-run-amount(ws-wtd-sub) to hw-run-amount
               write hourly-wtd-record
           end-if.

      *Tonight by hour: a block per store with activity, then the
      *company.
       500-night-grid.

           move "Tonight by hour of day" to ws-sct-text.
           write report-line                   from ws-section-line
               after advancing 2 lines.

           if ws-records-read = ws-untimed-counter then
               write report-line               from ws-no-data-line
                   after advancing 2 lines
           else
               perform 510-night-one-store
                   varying ws-hst-sub from 1 by 1
                   until ws-hst-sub > ws-hr-store-count
               perform 530-night-company
           end-if.

       510-night-one-store.

           if hst-trans-count(ws-hst-sub) > 0 then
               perform 550-write-store-line
               write report-line               from ws-hour-heading
                   after advancing 1 lines
               perform 520-night-one-hour
                   varying ws-hour-sub from 1 by 1
                   until ws-hour-sub > 24
               move hst-trans-count(ws-hst-sub) to ws-htl-count
               move hst-net-amount(ws-hst-sub) to ws-htl-amount
               write report-line               from ws-hour-total-line
                   after advancing 1 lines
           end-if.

       520-night-one-hour.

           if hst-hour-count(ws-hst-sub, ws-hour-sub) > 0 then
               compute ws-hrl-from = ws-hour-sub - 1
               move ws-hrl-from                to ws-hrl-to
               move hst-hour-count(ws-hst-sub, ws-hour-sub) to
                   ws-hrl-count
               move hst-hour-amount(ws-hst-sub, ws-hour-sub) to
                   ws-hrl-amount
               write report-line               from ws-hour-line
                   after advancing 1 lines
           end-if.

       530-night-company.

           move "Company" to ws-sct-text.
           write report-line                   from ws-section-line
               after advancing 2 lines.
           write report-line                   from ws-hour-heading
               after advancing 1 lines.

           perform 535-night-company-hour
               varying ws-hour-sub from 1 by 1
               until ws-hour-sub > 24.

       535-night-company-hour.

           if chr-hour-count(ws-hour-sub) > 0 then
               compute ws-hrl-from = ws-hour-sub - 1
               move ws-hrl-from                to ws-hrl-to
               move chr-hour-count(ws-hour-sub) to ws-hrl-count
               move chr-hour-amount(ws-hour-sub) to ws-hrl-amount
               write report-line               from ws-hour-line
                   after advancing 1 lines
           end-if.

      *Heads a store block with its name and trading hours.
       550-write-store-line.

           move spaces                         to ws-store-line.
           move hst-store-number(ws-hst-sub)   to ws-stl-store.
           move hst-store-name(ws-hst-sub)     to ws-stl-name.

           if hst-has-hours(ws-hst-sub) then
               move hst-open-time(ws-hst-sub)  to ws-hrt-open
               move hst-close-time(ws-hst-sub) to ws-hrt-close
               move ws-hours-text              to ws-stl-hours
           else
               move "hours not kept"           to ws-stl-hours
           end-if.

           write report-line                   from ws-store-line
               after advancing 2 lines.

      *Week to date by day of week: a grid per store, then the
      *company grid.
       600-wtd-grid.

           move "Week to date by day of week (transactions, dollars)"
               to ws-sct-text.
           write report-line                   from ws-section-line
               after advancing 3 lines.

           perform 610-wtd-one-store
               varying ws-hst-sub from 1 by 1
               until ws-hst-sub > ws-hr-store-count.

           move spaces                         to ws-grid-store.
           perform 620-build-grid.
           move "Company" to ws-sct-text.
           write report-line                   from ws-section-line
               after advancing 2 lines.
           perform 640-print-grid.

       610-wtd-one-store.

           move hst-store-number(ws-hst-sub)   to ws-grid-store.
           perform 620-build-grid.

           if ws-grid-lines > 0 then
               perform 550-write-store-line
               perform 640-print-grid
           end-if.

      *Fills the grid from the week's lines - the store in
      *ws-grid-store, or every store when it is blank - counting
      *the lines used in ws-grid-lines.
       620-build-grid.

           initialize ws-wtd-grid.
           move 0                              to ws-grid-lines.

           perform 625-grid-one-line
               varying ws-wtd-sub from 1 by 1
               until ws-wtd-sub > ws-wtd-count.

       625-grid-one-line.

           if wtd-trans-count(ws-wtd-sub) > 0
             and (ws-grid-store = spaces
               or wtd-store-number(ws-wtd-sub) = ws-grid-store) then
               add 1                           to ws-grid-lines
               compute ws-day-int = function integer-of-date(
                   wtd-trans-date(ws-wtd-sub))
               perform 060-set-day-of-week
               compute ws-hour-sub = wtd-hour(ws-wtd-sub) + 1
               move ws-dow                     to ws-dow-sub
               move "Y"                        to
                   wgr-hour-used(ws-hour-sub)
               add wtd-trans-count(ws-wtd-sub) to
                   wgr-count(ws-hour-sub, ws-dow-sub)
               add wtd-net-amount(ws-wtd-sub)  to
                   wgr-amount(ws-hour-sub, ws-dow-sub)
           end-if.

       640-print-grid.

           write report-line                   from ws-wtd-heading
               after advancing 1 lines.

           perform 645-print-grid-hour
               varying ws-hour-sub from 1 by 1
               until ws-hour-sub > 24.

       645-print-grid-hour.

           if wgr-hour-used(ws-hour-sub) = "Y" then
               move spaces                     to ws-wtd-line
               compute ws-wtl-hour = ws-hour-sub - 1
               perform 650-fill-grid-cell
                   varying ws-dow-sub from 1 by 1
                   until ws-dow-sub > 7
               write report-line               from ws-wtd-line
                   after advancing 1 lines
           end-if.

       650-fill-grid-cell.

           move wgr-count(ws-hour-sub, ws-dow-sub) to
               ws-wtl-count(ws-dow-sub).
           move wgr-amount(ws-hour-sub, ws-dow-sub) to
               ws-wtl-amount(ws-dow-sub).

      *The night's out-of-hours transactions under their store.
       700-out-of-hours-listing.

           move "Rung outside store hours" to ws-sct-text.
           write report-line                   from ws-section-line
               after advancing 3 lines.

           perform 710-ooh-one-store
               varying ws-hst-sub from 1 by 1
               until ws-hst-sub > ws-hr-store-count.

       710-ooh-one-store.

           if hst-ooh-count(ws-hst-sub) > 0 then
               perform 550-write-store-line
               write report-line               from ws-ooh-heading
                   after advancing 1 lines
               perform 720-ooh-one-line
                   varying ws-ooh-sub from 1 by 1
                   until ws-ooh-sub > ws-ooh-count
               move hst-ooh-count(ws-hst-sub)  to ws-ocl-count
               write report-line               from ws-ooh-count-line
                   after advancing 1 lines
           end-if.

       720-ooh-one-line.

           if ooh-store-sub(ws-ooh-sub) = ws-hst-sub then
               move ooh-record(ws-ooh-sub)     to out-of-hours-record
               move spaces                     to ws-ooh-line
               move ox-trans-date              to ws-ohl-date
               move ox-trans-time              to ws-ohl-time
               move ox-transaction-code        to ws-ohl-code
               move ox-invoice-number          to ws-ohl-invoice
               move ox-amount                  to ws-ohl-amount
               move ox-cashier-id              to ws-ohl-cashier
               move ox-open-time               to ws-ohl-open
               move ox-close-time              to ws-ohl-close
               write report-line               from ws-ooh-line
                   after advancing 1 lines
           end-if.

       800-print-summary.

           move ws-records-read                to ws-sum-read.
           move ws-untimed-counter             to ws-sum-untimed.
           move ws-ooh-total                   to ws-sum-ooh.

           write report-line                   from ws-summary-line1
               after advancing 3 lines.
           write report-line                   from ws-summary-line2
               after advancing 1 lines.
           write report-line                   from ws-summary-line3
               after advancing 1 lines.

       end program MAFD_Final_Program34.
