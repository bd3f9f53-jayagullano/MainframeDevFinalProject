       identification division.
       program-id. MAFD_Final_Program41.
       author. Deanna Slotegraaf.
       date-written. 2026-10-15.
      *Purpose: This program prints the intraday flash - the one
      *page the district managers read at midday to see how the
      *day is running before the night's books exist.  The flash
      *job collects whatever uploads have arrived, passes them
      *through Edits and splits and totals them with Program2 and
      *Program3, all in flash mode so nothing is posted; this
      *program then reads the flash Sales_Layaway, Returns and
      *Exchanges files and nets today's dollars (sales in, returns
      *out, an exchange by its direction) rung before the cutoff
      *hour - the current hour unless MAFD41_CUTOFFHOUR names
      *another - by store, by region off the store master, and for
      *the company.  Each is set against the same point yesterday:
      *yesterday's net dollars in the hours before the cutoff, off
      *the week-to-date hourly traffic file Program34 keeps, with
      *the variance in dollars and percent.  Records rung at or
      *after the cutoff, with no usable time, or dated another day
      *are left out of the comparison and counted at the foot, so
      *the two sides are like for like.  Nothing is written but the
      *report.  The flash date is today unless MAFD41_FLASHDATE
      *names another.  Every file name is driven from the
      *environment.

       environment division.
       configuration section.
       input-output section.
       file-control.

            select flash-input-file
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

           select report-file
                assign to ws-report-filename
                organization is line sequential.

       data division.

       file section.
       fd flash-input-file
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

       fd report-file
           record contains 130 characters
           data record is report-line.

       01 report-line.
           05 filler                           pic x(130).

       working-storage section.

      *File names - overridable via environment variables so a rerun
      *or an alternate data set does not require a recompile.
       01 ws-sl-filename                     pic x(60) value
           "../../../data/Flash_Sales_Layaway.dat".
       01 ws-return-filename                 pic x(60) value
           "../../../data/Flash_Returns.dat".
       01 ws-exchange-filename               pic x(60) value
           "../../../data/Flash_Exchanges.dat".
       01 ws-storemast-filename              pic x(60) value
           "../../../data/StoreMast.dat".
       01 ws-hourwtd-filename                pic x(60) value
           "../../../data/Hourly_WTD.dat".
       01 ws-report-filename                 pic x(60) value
           "../../../data/Flash.out".

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

      *The flash date, the day before it, and the cutoff hour -
      *records rung in hours before the cutoff are compared.
       01 ws-flash-date-env                  pic x(10).
       01 ws-cutoff-env                      pic x(10).
       01 ws-today-8                         pic 9(08).
       01 ws-yesterday-8                     pic 9(08).
       77 ws-today-int                         pic 9(07).
       77 ws-cutoff-hour                       pic 9(02).
       01 ws-time-now                        pic 9(08).

      *The record in hand.
       77 ws-signed-amount                     pic s9(07)v99.
       77 ws-hour                              pic 9(02).
       77 ws-minutes                           pic 9(02).

      *Per-store flash, in store-master order, a store the master
      *does not know added on first sight.
       01 ws-fl-store-table.
           05 ws-fl-store-entry occurs 50 times.
               10 fst-store-number             pic x(02).
               10 fst-store-name               pic x(20).
               10 fst-store-region             pic x(02).
               10 fst-today-count              pic 9(07).
               10 fst-today-amount             pic s9(09)v99.
               10 fst-yday-amount              pic s9(09)v99.

       77 ws-fl-store-count                    pic 9(03) value 0.
       77 ws-fst-sub                           pic 9(03).
       77 ws-search-store                      pic x(02).

      *The same figures rolled up by region.
       01 ws-fl-region-table.
           05 ws-fl-region-entry occurs 50 times.
               10 frg-region                   pic x(02).
               10 frg-today-count              pic 9(07).
               10 frg-today-amount             pic s9(09)v99.
               10 frg-yday-amount              pic s9(09)v99.

       77 ws-fl-region-count                   pic 9(03) value 0.
       77 ws-frg-sub                           pic 9(03).

      *Company totals.
       77 ws-co-today-count                    pic 9(07) value 0.
       77 ws-co-today-amount                   pic s9(09)v99 value 0.
       77 ws-co-yday-amount                    pic s9(09)v99 value 0.

      *The line in hand, and its variance.
       77 ws-line-today-amount                 pic s9(09)v99.
       77 ws-line-yday-amount                  pic s9(09)v99.
       77 ws-line-variance                     pic s9(09)v99.
       77 ws-line-pct                          pic s9(05)v9.

      *Run counters.
       77 ws-records-read                      pic 9(07) value 0.
       77 ws-compared-counter                  pic 9(07) value 0.
       77 ws-after-cutoff-counter              pic 9(07) value 0.
       77 ws-untimed-counter                   pic 9(07) value 0.
       77 ws-other-date-counter                pic 9(07) value 0.
       77 ws-yday-lines-used                   pic 9(07) value 0.

      *Headers For Formatting Purposes:

       01 ws-heading1.
           05 filler                           pic x(14) value spaces.
           05 filler                           pic x(46)
            value "Group 7, Final Project Program 41 Flash".
           05 filler                           pic x(13)
            value spaces.
           05 ws-sys-date                      pic 9(6).
           05 filler                           pic x(15)
            value spaces.
           05 ws-sys-time                      pic 9(8).

       01 ws-point-line.
           05 filler                           pic x(14)
               value "Flash date:   ".
           05 ws-ptl-today                     pic 9(08).
           05 filler                           pic x(17)
               value "   Rung before:  ".
           05 ws-ptl-cutoff                    pic 99.
           05 filler                           pic x(03) value ":00".
           05 filler                           pic x(19)
               value "   Compared with:  ".
           05 ws-ptl-yesterday                 pic 9(08).

       01 ws-section-line.
           05 ws-sct-text                      pic x(60).

       01 ws-flash-heading.
           05 filler                           pic x(40) value
               "Store  Name                  Rgn  Trans ".
           05 filler                           pic x(40) value
               "           Today Same Point Yesterday   ".
           05 filler                           pic x(30) value
               "       Variance    Var %".

       01 ws-flash-line.
           05 ws-fll-store                     pic x(02).
           05 filler                           pic x(05).
           05 ws-fll-name                      pic x(20).
           05 filler                           pic x(02).
           05 ws-fll-region                    pic x(02).
           05 filler                           pic x(01).
           05 ws-fll-count                     pic zzzzzz9.
           05 filler                           pic x(01).
           05 ws-fll-today                     pic $zzz,zzz,zz9.99-.
           05 filler                           pic x(05).
           05 ws-fll-yday                      pic $zzz,zzz,zz9.99-.
           05 filler                           pic x(02).
           05 ws-fll-variance                  pic $zzz,zzz,zz9.99-.
           05 filler                           pic x(02).
           05 ws-fll-pct                       pic ----9.9.
           05 ws-fll-pct-text redefines ws-fll-pct
                                               pic x(07).

       01 ws-no-data-line.
           05 filler                           pic x(40)
               value "No flash transactions to report.".

       01 ws-summary-line1.
           05 filler                           pic x(40)
               value "Records read:                           ".
           05 ws-sum-read                      pic z,zzz,zz9.

       01 ws-summary-line2.
           05 filler                           pic x(40)
               value "Records compared:                       ".
           05 ws-sum-compared                  pic z,zzz,zz9.

       01 ws-summary-line3.
           05 filler                           pic x(40)
               value "Rung at or after the cutoff:            ".
           05 ws-sum-after                     pic z,zzz,zz9.

       01 ws-summary-line4.
           05 filler                           pic x(40)
               value "Records with no usable time:            ".
           05 ws-sum-untimed                   pic z,zzz,zz9.

       01 ws-summary-line5.
           05 filler                           pic x(40)
               value "Records dated another day:              ".
           05 ws-sum-other                     pic z,zzz,zz9.

       01 ws-summary-line6.
           05 filler                           pic x(40)
               value "Yesterday's hourly lines used:          ".
           05 ws-sum-yday-lines                pic z,zzz,zz9.

      *EOF Flag
       77 ws-eof-flag                          pic x
               value "n".

       procedure division.
       000-Main.

      *Read file-name overrides from the environment.
           accept ws-sl-filename
               from environment "MAFD41_SLFILE"
               on exception continue end-accept.
           accept ws-return-filename
               from environment "MAFD41_RETURNFILE"
               on exception continue end-accept.
           accept ws-exchange-filename
               from environment "MAFD41_EXCHANGEFILE"
               on exception continue end-accept.
           accept ws-storemast-filename
               from environment "MAFD41_STOREMASTFILE"
               on exception continue end-accept.
           accept ws-hourwtd-filename
               from environment "MAFD41_HOURWTDFILE"
               on exception continue end-accept.
           accept ws-report-filename
               from environment "MAFD41_REPORTFILE"
               on exception continue end-accept.

           accept ws-sys-date                  from date.
           accept ws-sys-time                  from time.
           accept ws-today-8                   from date yyyymmdd.
           accept ws-time-now                  from time.

      *The cutoff is the hour now in progress, so only finished
      *hours are compared; 01 to 24 may be named instead.
           move ws-time-now(1:2)               to ws-cutoff-hour.

           move spaces                         to ws-flash-date-env,
               ws-cutoff-env.
           accept ws-flash-date-env
               from environment "MAFD41_FLASHDATE"
               on exception continue end-accept.
           if ws-flash-date-env(1:8) numeric then
               move ws-flash-date-env(1:8)     to ws-today-8
           end-if.
           accept ws-cutoff-env
               from environment "MAFD41_CUTOFFHOUR"
               on exception continue end-accept.
           if ws-cutoff-env(1:2) numeric
             and ws-cutoff-env(1:2) > "00"
             and ws-cutoff-env(1:2) not > "24" then
               move ws-cutoff-env(1:2)         to ws-cutoff-hour
           end-if.

           compute ws-today-int =
               function integer-of-date(ws-today-8).
           compute ws-yesterday-8 =
               function date-of-integer(ws-today-int - 1).

           perform 050-load-store-table.

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

           perform 300-load-yesterday.

           perform 500-build-region-totals.

           open output report-file.

           write report-line                   from ws-heading1
               after advancing 1 lines.

           move ws-today-8                     to ws-ptl-today.
           move ws-cutoff-hour                 to ws-ptl-cutoff.
           move ws-yesterday-8                 to ws-ptl-yesterday.
           write report-line                   from ws-point-line
               after advancing 2 lines.

           perform 600-print-flash.
           perform 800-print-summary.

           close report-file.

           move 0                              to return-code.

           stop run.

      *Loads the stores with their names and regions, in master
      *order.
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
                   fst-store-name(ws-fst-sub)
               move sm-store-region            to
                   fst-store-region(ws-fst-sub)
           end-if.

           read store-master-file
               at end
                   move "y"                    to ws-eof-flag.

      *Runs one flash split file through the store totals.  A file
      *not yet there - no returns so far today - is simply skipped.
       100-process-one-file.

           open input flash-input-file.

           if ws-input-status = "00" then
               read flash-input-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 200-take-one-record until ws-eof-flag = "y"
               close flash-input-file
           end-if.

           move "n"                            to ws-eof-flag.

      *Compares a record only if it was rung today before the
      *cutoff hour; the rest are counted.  A detail line's money
      *belongs to its header, so details stay out.
       200-take-one-record.

           if il-transaction-code not = "D"
             and il-transaction-amount numeric then
               add 1                           to ws-records-read
               if il-trans-date not = ws-today-8 then
                   add 1                       to ws-other-date-counter
               else if il-trans-time not numeric then
                   add 1                       to ws-untimed-counter
               else
                   divide 100 into il-trans-time giving ws-hour
                       remainder ws-minutes
                   if ws-hour > 23 or ws-minutes > 59 then
                       add 1                   to ws-untimed-counter
                   else if ws-hour not < ws-cutoff-hour then
                       add 1                   to
                           ws-after-cutoff-counter
                   else
                       perform 220-post-today-record
                   end-if
                   end-if
               end-if
               end-if
           end-if.

           read flash-input-file
               at end
                   move "y"                    to ws-eof-flag.

      *Finds - or adds - the store in ws-search-store, leaving its
      *subscript in ws-fst-sub.
       210-find-store.

           perform 215-search-store
               varying ws-fst-sub from 1 by 1
               until ws-fst-sub > ws-fl-store-count
               or fst-store-number(ws-fst-sub) = ws-search-store.

           if ws-fst-sub > ws-fl-store-count then
               if ws-fl-store-count >= 50 then
                   display "FLASH STORE TABLE FULL AT 50"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-fl-store-count
               move ws-fl-store-count          to ws-fst-sub
               initialize ws-fl-store-entry(ws-fst-sub)
               move ws-search-store            to
                   fst-store-number(ws-fst-sub)
               move "(not on master)"          to
                   fst-store-name(ws-fst-sub)
           end-if.

       215-search-store.
           continue.

      *Nets the record the way Program34 buckets the night: sales
      *in, returns out, an exchange by its direction.
       220-post-today-record.

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

           add 1                               to
               fst-today-count(ws-fst-sub),
               ws-compared-counter.
           add ws-signed-amount                to
               fst-today-amount(ws-fst-sub).

      *Sums yesterday's net dollars in the hours before the cutoff
      *off the week-to-date hourly file.  The file is only read; a
      *missing file leaves yesterday at nil.
       300-load-yesterday.

           open input hourly-wtd-file.

           if ws-hourwtd-status = "00" then
               read hourly-wtd-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 310-take-wtd-line until ws-eof-flag = "y"
               close hourly-wtd-file
           end-if.

           move "n"                            to ws-eof-flag.

       310-take-wtd-line.

           if hw-trans-date = ws-yesterday-8
             and hw-hour numeric
             and hw-hour < ws-cutoff-hour
             and hw-net-amount numeric then
               move hw-store-number            to ws-search-store
               perform 210-find-store
               add hw-net-amount               to
                   fst-yday-amount(ws-fst-sub)
               add 1                           to ws-yday-lines-used
           end-if.

           read hourly-wtd-file
               at end
                   move "y"                    to ws-eof-flag.

      *Rolls the stores up by region, and into the company.
       500-build-region-totals.

           perform 510-roll-up-one-store
               varying ws-fst-sub from 1 by 1
               until ws-fst-sub > ws-fl-store-count.

       510-roll-up-one-store.

           perform 520-find-region.

           add fst-today-count(ws-fst-sub)     to
               frg-today-count(ws-frg-sub),
               ws-co-today-count.
           add fst-today-amount(ws-fst-sub)    to
               frg-today-amount(ws-frg-sub),
               ws-co-today-amount.
           add fst-yday-amount(ws-fst-sub)     to
               frg-yday-amount(ws-frg-sub),
               ws-co-yday-amount.

      *Finds - or adds - the region of the store in hand, leaving
      *its subscript in ws-frg-sub.
       520-find-region.

           perform 525-search-region
               varying ws-frg-sub from 1 by 1
               until ws-frg-sub > ws-fl-region-count
               or frg-region(ws-frg-sub) =
                 fst-store-region(ws-fst-sub).

           if ws-frg-sub > ws-fl-region-count then
               add 1                           to ws-fl-region-count
               move ws-fl-region-count         to ws-frg-sub
               initialize ws-fl-region-entry(ws-frg-sub)
               move fst-store-region(ws-fst-sub) to
                   frg-region(ws-frg-sub)
           end-if.

       525-search-region.
           continue.

      *The page: every store, every region, then the company.
       600-print-flash.

           if ws-co-today-count = 0
             and ws-yday-lines-used = 0 then
               write report-line               from ws-no-data-line
                   after advancing 2 lines
           else
               move "By store" to ws-sct-text
               write report-line               from ws-section-line
                   after advancing 2 lines
               write report-line               from ws-flash-heading
                   after advancing 1 lines
               perform 610-print-one-store
                   varying ws-fst-sub from 1 by 1
                   until ws-fst-sub > ws-fl-store-count

               move "By region" to ws-sct-text
               write report-line               from ws-section-line
                   after advancing 2 lines
               write report-line               from ws-flash-heading
                   after advancing 1 lines
               perform 620-print-one-region
                   varying ws-frg-sub from 1 by 1
                   until ws-frg-sub > ws-fl-region-count

               move "Company" to ws-sct-text
               write report-line               from ws-section-line
                   after advancing 2 lines
               perform 630-print-company
           end-if.

       610-print-one-store.

           move spaces                         to ws-flash-line.
           move fst-store-number(ws-fst-sub)   to ws-fll-store.
           move fst-store-name(ws-fst-sub)     to ws-fll-name.
           move fst-store-region(ws-fst-sub)   to ws-fll-region.
           move fst-today-count(ws-fst-sub)    to ws-fll-count.
           move fst-today-amount(ws-fst-sub)   to
               ws-line-today-amount.
           move fst-yday-amount(ws-fst-sub)    to
               ws-line-yday-amount.
           perform 700-write-flash-line.

       620-print-one-region.

           move spaces                         to ws-flash-line.
           move frg-region(ws-frg-sub)         to ws-fll-region.
           move "Region total"                 to ws-fll-name.
           move frg-today-count(ws-frg-sub)    to ws-fll-count.
           move frg-today-amount(ws-frg-sub)   to
               ws-line-today-amount.
           move frg-yday-amount(ws-frg-sub)    to
               ws-line-yday-amount.
           perform 700-write-flash-line.

       630-print-company.

           move spaces                         to ws-flash-line.
           move "Company total"                to ws-fll-name.
           move ws-co-today-count              to ws-fll-count.
           move ws-co-today-amount             to
               ws-line-today-amount.
           move ws-co-yday-amount              to
               ws-line-yday-amount.
           perform 700-write-flash-line.

      *Fills in the money and the variance and writes the line.  A
      *yesterday at or below nil has no meaningful percent.
       700-write-flash-line.

           compute ws-line-variance =
               ws-line-today-amount - ws-line-yday-amount.

           move ws-line-today-amount           to ws-fll-today.
           move ws-line-yday-amount            to ws-fll-yday.
           move ws-line-variance               to ws-fll-variance.

           if ws-line-yday-amount > 0 then
               compute ws-line-pct rounded =
                   ws-line-variance * 100 / ws-line-yday-amount
                   on size error
                       move "    n/a"            to ws-fll-pct-text
                   not on size error
                       move ws-line-pct        to ws-fll-pct
               end-compute
           else
               move "    n/a"                    to ws-fll-pct-text
           end-if.

           write report-line                   from ws-flash-line
               after advancing 1 lines.

       800-print-summary.

           move ws-records-read                to ws-sum-read.
           move ws-compared-counter            to ws-sum-compared.
           move ws-after-cutoff-counter        to ws-sum-after.
           move ws-untimed-counter             to ws-sum-untimed.
           move ws-other-date-counter          to ws-sum-other.
           move ws-yday-lines-used             to ws-sum-yday-lines.

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
           write report-line                   from ws-summary-line6
               after advancing 1 lines.

       end program MAFD_Final_Program41.
