       identification division.
       program-id. MAFD_Final_Program37.
       author. Elinam Amegah.
       date-written. 2026-10-15.
      *Purpose: This program applies scheduled price changes to the
      *SKU master.  Merchandising used to key a price change through
      *Program11 the morning it took effect, so a change for a
      *Monday sale went in late or was forgotten and the stores
      *rang the old price all day.  Now the change is keyed ahead
      *on Price_Changes.dat with its effective date, and this
      *program runs nightly ahead of Edits: every change due on or
      *before today and not yet applied is laid onto SkuMast.dat in
      *effective-date order, the price and cost it replaced are
      *kept on the change record, and each one is written to
      *Maint_Audit.dat with the before and after images of the
      *SKU, the same as a change keyed through Program11.  A
      *change already applied is never applied again, so a rerun
      *of the night is harmless.  A change for a SKU not on the
      *master, or keyed with a bad price or date, is refused and
      *flagged (RC 4).  The report lists what changed tonight, what
      *was refused, and what is scheduled for the next seven days.
      *Applied and refused changes drop off the file after about a
      *year.  Every file name is driven from the environment.

       environment division.
       configuration section.
       input-output section.
       file-control.

           select sku-master-file
               assign to ws-skumast-filename
               organization is line sequential
               file status is ws-skumast-status.

           select price-change-file
               assign to ws-pricechg-filename
               organization is line sequential
               file status is ws-pricechg-status.

           select maint-audit-file
               assign to ws-audit-filename
               organization is line sequential
               file status is ws-audit-status.

           select report-file
                assign to ws-report-filename
                organization is line sequential.

       data division.

       file section.
       fd sku-master-file
           data record is sku-master-record
           record contains 63 characters.

       copy SKUMAST.

       fd price-change-file
           data record is price-change-record
           record contains 98 characters.

       copy PRICECHG.

       fd maint-audit-file
           data record is maint-audit-record
           record contains 182 characters.

       copy MAINTAUD.

       fd report-file
           record contains 130 characters
           data record is report-line.

       01 report-line.
           05 filler                           pic x(130).

       working-storage section.

      *File names - overridable via environment variables so a rerun
      *or an alternate data set does not require a recompile.
       01 ws-skumast-filename                pic x(60) value
           "../../../data/SkuMast.dat".
       01 ws-pricechg-filename               pic x(60) value
           "../../../data/Price_Changes.dat".
       01 ws-audit-filename                  pic x(60) value
           "../../../data/Maint_Audit.dat".
       01 ws-report-filename                 pic x(60) value
           "../../../data/Price_Changes.out".

       01 ws-skumast-status                  pic xx.
       01 ws-pricechg-status                 pic xx.
       01 ws-audit-status                    pic xx.

      *The SKU master, loaded whole, changed in place, and laid
      *back whole when a change was applied.
       01 ws-price-sku-table.
           05 ws-price-sku-entry occurs 1000 times.
               10 psk-sku-code                 pic x(15).
               10 psk-sku-description          pic x(30).
               10 psk-retail-price             pic 9(05)v99.
               10 psk-unit-cost                pic 9(05)v99.
               10 psk-class-code               pic x(04).

       77 ws-price-sku-count                   pic 9(04) value 0.
       77 ws-psk-sub                           pic 9(04).
       77 ws-load-sub                          pic 9(04).

      *The price changes, loaded whole and laid back whole with
      *tonight's applied and refused marks on them.
       01 ws-price-change-table.
           05 ws-price-change-entry occurs 2000 times.
               10 pch-sku-code                 pic x(15).
               10 pch-new-price                pic 9(05)v99.
               10 pch-new-cost                 pic 9(05)v99.
               10 pch-effective-date           pic 9(08).
               10 pch-entered-by               pic x(08).
               10 pch-status                   pic x(01).
                   88 pch-is-scheduled             value "S".
                   88 pch-was-applied              value "A".
                   88 pch-was-refused              value "R".
               10 pch-applied-date             pic 9(08).
               10 pch-old-price                pic 9(05)v99.
               10 pch-old-cost                 pic 9(05)v99.
               10 pch-refused-reason           pic x(30).

       77 ws-price-change-count                pic 9(04) value 0.
       77 ws-pch-sub                           pic 9(04).

      *The earliest change due and not yet applied - zero when
      *none is left.
       77 ws-next-due-sub                      pic 9(04).

      *Today, its day number, and the window for the look-ahead
      *and for keeping old changes on file.
       77 ws-today-date-8                      pic 9(08).
       77 ws-today-int                         pic 9(07).
       77 ws-window-end-int                    pic 9(07).
       77 ws-keep-from-int                     pic 9(07).
       77 ws-work-int                          pic 9(07).

       01 ws-sys-time-raw                     pic 9(08).
       01 ws-sys-time-r redefines ws-sys-time-raw.
           05 ws-sys-time-hhmm                pic 9(04).
           05 filler                          pic x(04).

      *A date broken out for the month and day range check.
       01 ws-check-date                      pic 9(08).
       01 ws-check-date-r redefines ws-check-date.
           05 ws-chk-yyyy                     pic 9(04).
           05 ws-chk-mm                       pic 9(02).
           05 ws-chk-dd                       pic 9(02).

      *Verdict on the change in hand.
       77 ws-change-reason                     pic x(30).
           88 ws-change-is-clean                   value spaces.

      *Run counters.
       77 ws-applied-counter                   pic 9(05) value 0.
       77 ws-refused-counter                   pic 9(05) value 0.
       77 ws-scheduled-counter                 pic 9(05) value 0.
       77 ws-dropped-counter                   pic 9(05) value 0.
       77 ws-lines-printed                     pic 9(05).

      *Whether the change in hand is laid back on the file.
       77 ws-keep-flag                         pic x.

      *Headers For Formatting Purposes:

       01 ws-heading1.
           05 filler                           pic x(14) value spaces.
           05 filler                           pic x(46)
            value "Group 7, Final Project Program 37 Prices".
           05 filler                           pic x(13)
            value spaces.
           05 ws-sys-date                      pic 9(6).
           05 filler                           pic x(15)
            value spaces.
           05 ws-sys-time                      pic 9(8).

       01 ws-run-date-line.
           05 filler                           pic x(27) value
               "Scheduled price changes for".
           05 filler                           pic x(01).
           05 ws-rdl-today                     pic 9(08).

       01 ws-section-line.
           05 ws-sct-text                      pic x(60).

       01 ws-change-heading.
           05 filler                           pic x(40) value
               "  SKU             Description           ".
           05 filler                           pic x(40) value
               "          Effective  Old Price  New Pric".
           05 filler                           pic x(40) value
               "e   Old Cost   New Cost  Entered By     ".

       01 ws-change-line.
           05 filler                           pic x(02).
           05 ws-chl-sku                       pic x(15).
           05 filler                           pic x(01).
           05 ws-chl-description               pic x(30).
           05 filler                           pic x(02).
           05 ws-chl-effective                 pic 9(08).
           05 filler                           pic x(03).
           05 ws-chl-old-price                 pic zz,zz9.99.
           05 filler                           pic x(02).
           05 ws-chl-new-price                 pic zz,zz9.99.
           05 filler                           pic x(02).
           05 ws-chl-old-cost                  pic zz,zz9.99.
           05 filler                           pic x(02).
           05 ws-chl-new-cost                  pic zz,zz9.99.
           05 filler                           pic x(02).
           05 ws-chl-entered-by                pic x(08).

       01 ws-refused-heading.
           05 filler                           pic x(40) value
               "  SKU             Effective  New Price  ".
           05 filler                           pic x(40) value
               " New Cost  Entered By  Reason          ".

       01 ws-refused-line.
           05 filler                           pic x(02).
           05 ws-rfl-sku                       pic x(15).
           05 filler                           pic x(01).
           05 ws-rfl-effective                 pic 9(08).
           05 filler                           pic x(03).
           05 ws-rfl-new-price                 pic zz,zz9.99.
           05 filler                           pic x(02).
           05 ws-rfl-new-cost                  pic zz,zz9.99.
           05 filler                           pic x(02).
           05 ws-rfl-entered-by                pic x(08).
           05 filler                           pic x(04).
           05 ws-rfl-reason                    pic x(30).

       01 ws-none-line.
           05 filler                           pic x(20) value
               "  (none)".

       01 ws-summary-line1.
           05 filler                           pic x(32)
               value "Price changes applied:          ".
           05 ws-sum-applied                   pic z,zzz,zz9.

       01 ws-summary-line2.
           05 filler                           pic x(32)
               value "Price changes refused:          ".
           05 ws-sum-refused                   pic z,zzz,zz9.

       01 ws-summary-line3.
           05 filler                           pic x(32)
               value "Scheduled in the next 7 days:   ".
           05 ws-sum-scheduled                 pic z,zzz,zz9.

       01 ws-summary-line4.
           05 filler                           pic x(32)
               value "Old changes dropped from file:  ".
           05 ws-sum-dropped                   pic z,zzz,zz9.

      *EOF Flag
       77 ws-eof-flag                          pic x
               value "n".

       procedure division.
       000-Main.

      *Read file-name overrides from the environment.
           accept ws-skumast-filename
               from environment "MAFD37_SKUMASTFILE"
               on exception continue end-accept.
           accept ws-pricechg-filename
               from environment "MAFD37_PRICECHGFILE"
               on exception continue end-accept.
           accept ws-audit-filename
               from environment "MAFD37_AUDITFILE"
               on exception continue end-accept.
           accept ws-report-filename
               from environment "MAFD37_REPORTFILE"
               on exception continue end-accept.

           accept ws-sys-date                  from date.
           accept ws-sys-time                  from time.
           accept ws-sys-time-raw              from time.
           accept ws-today-date-8              from date yyyymmdd.

           compute ws-today-int =
               function integer-of-date(ws-today-date-8).
           compute ws-window-end-int = ws-today-int + 7.
           compute ws-keep-from-int = ws-today-int - 400.

      *Audit lines accumulate across runs, the same file Program11
      *appends to.
           open extend maint-audit-file.
           if ws-audit-status not = "00" then
               open output maint-audit-file
           end-if.

           perform 100-load-sku-table.
           perform 150-load-price-changes.

           perform 200-apply-due-changes.

           if ws-applied-counter > 0 then
               perform 300-rewrite-sku-master
           end-if.
           if ws-pricechg-status = "00" then
               perform 350-rewrite-price-changes
           end-if.

           close maint-audit-file.

           perform 400-print-report.

           if ws-refused-counter > 0 then
               move 4                          to return-code
           end-if.

           stop run.

      *The SKU master must be there - a night without it has no
      *catalog for Edits either.
       100-load-sku-table.

           open input sku-master-file.

           if ws-skumast-status not = "00" then
               display "SKU MASTER OPEN FAILED, STATUS "
                   ws-skumast-status " - RUN STOPPED"
               move 16                         to return-code
               stop run
           end-if.

           read sku-master-file
               at end
                   move "y"                    to ws-eof-flag
           end-read.
           perform 105-load-sku-entry until ws-eof-flag = "y".
           close sku-master-file.

           move "n"                            to ws-eof-flag.

       105-load-sku-entry.

           perform 107-check-sku-load.

           add 1                               to ws-price-sku-count.
           move skm-sku-code                   to
               psk-sku-code(ws-price-sku-count).
           move skm-sku-description            to
               psk-sku-description(ws-price-sku-count).

      *A master predating the price and cost columns has blanks
      *there - loaded as zero so the rewrite lays numbers back.
           if skm-retail-price numeric
               move skm-retail-price           to
                   psk-retail-price(ws-price-sku-count)
           else
               move zeros                      to
                   psk-retail-price(ws-price-sku-count)
           end-if.
           if skm-unit-cost numeric
               move skm-unit-cost              to
                   psk-unit-cost(ws-price-sku-count)
           else
               move zeros                      to
                   psk-unit-cost(ws-price-sku-count)
           end-if.

           move skm-class-code                 to
               psk-class-code(ws-price-sku-count).

           read sku-master-file
               at end
                   move "y"                    to ws-eof-flag.

      *A duplicate key or a table past its limit would corrupt the
      *master laid back from the table, so the load stops loudly
      *instead.
       107-check-sku-load.

           perform 108-search-sku-dup
               varying ws-load-sub from 1 by 1
               until ws-load-sub > ws-price-sku-count
               or psk-sku-code(ws-load-sub) = skm-sku-code.

           if ws-load-sub not > ws-price-sku-count then
               display "SKU MASTER LOAD FAILED: DUPLICATE KEY "
                   skm-sku-code
               move 16                         to return-code
               stop run
           end-if.

           if ws-price-sku-count >= 1000 then
               display "SKU MASTER LOAD FAILED: TABLE FULL AT 1000"
               move 16                         to return-code
               stop run
           end-if.

       108-search-sku-dup.
           continue.

      *No change file is a quiet night - nothing to apply.
       150-load-price-changes.

           open input price-change-file.

           if ws-pricechg-status not = "00"
             and ws-pricechg-status not = "35" then
               display "PRICE CHANGE FILE OPEN FAILED, STATUS "
                   ws-pricechg-status " - RUN STOPPED"
               move 16                         to return-code
               stop run
           end-if.

           if ws-pricechg-status = "00" then
               read price-change-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 155-load-change-entry until ws-eof-flag = "y"
               close price-change-file
           end-if.

           move "n"                            to ws-eof-flag.

      *A blank line is dropped.  A newly keyed change has only its
      *first five fields; the rest is blank and is loaded as a
      *scheduled change with nothing applied yet.
       155-load-change-entry.

           if pc-sku-code not = spaces then
               if ws-price-change-count >= 2000 then
                   display "PRICE CHANGE LOAD FAILED: TABLE FULL AT"
                       " 2000"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to
                   ws-price-change-count
               move ws-price-change-count      to ws-pch-sub
               perform 157-move-change-entry
               if pch-is-scheduled(ws-pch-sub) then
                   perform 160-check-change-fields
               end-if
           end-if.

           read price-change-file
               at end
                   move "y"                    to ws-eof-flag.

       157-move-change-entry.

           move pc-sku-code                    to
               pch-sku-code(ws-pch-sub).
           move pc-entered-by                  to
               pch-entered-by(ws-pch-sub).
           move pc-refused-reason              to
               pch-refused-reason(ws-pch-sub).

           if pc-was-applied or pc-was-refused then
               move pc-status                  to
                   pch-status(ws-pch-sub)
           else
               move "S"                        to
                   pch-status(ws-pch-sub)
           end-if.

           if pc-new-price numeric
               move pc-new-price               to
                   pch-new-price(ws-pch-sub)
           else
               move zeros                      to
                   pch-new-price(ws-pch-sub)
           end-if.
           if pc-new-cost numeric
               move pc-new-cost                to
                   pch-new-cost(ws-pch-sub)
           else
               move zeros                      to
                   pch-new-cost(ws-pch-sub)
           end-if.
           if pc-effective-date numeric
               move pc-effective-date          to
                   pch-effective-date(ws-pch-sub)
           else
               move zeros                      to
                   pch-effective-date(ws-pch-sub)
           end-if.
           if pc-applied-date numeric
               move pc-applied-date            to
                   pch-applied-date(ws-pch-sub)
           else
               move zeros                      to
                   pch-applied-date(ws-pch-sub)
           end-if.
           if pc-old-price numeric
               move pc-old-price               to
                   pch-old-price(ws-pch-sub)
           else
               move zeros                      to
                   pch-old-price(ws-pch-sub)
           end-if.
           if pc-old-cost numeric
               move pc-old-cost                to
                   pch-old-cost(ws-pch-sub)
           else
               move zeros                      to
                   pch-old-cost(ws-pch-sub)
           end-if.

      *A scheduled change keyed with a price, cost or date that is
      *not a number, with neither a price nor a cost, or with an
      *impossible date can never be applied - refused tonight
      *rather than left to sit on the file.
       160-check-change-fields.

           move spaces                         to ws-change-reason.

           if pc-new-price not numeric
             or pc-new-cost not numeric then
               move "PRICE OR COST NOT NUMERIC"
                                               to ws-change-reason
           else
               if pc-new-price = 0 and pc-new-cost = 0 then
                   move "NO NEW PRICE OR COST GIVEN"
                                               to ws-change-reason
               end-if
           end-if.

           if ws-change-is-clean then
               if pc-effective-date not numeric then
                   move "EFFECTIVE DATE INVALID"
                                               to ws-change-reason
               else
                   move pc-effective-date      to ws-check-date
                   if ws-chk-yyyy < 1601
                     or ws-chk-mm < 1 or ws-chk-mm > 12
                     or ws-chk-dd < 1 or ws-chk-dd > 31 then
                       move "EFFECTIVE DATE INVALID"
                                               to ws-change-reason
                   end-if
               end-if
           end-if.

           if not ws-change-is-clean then
               move spaces                     to au-before-image
               perform 250-refuse-change
           end-if.

      *Applies every change due, earliest effective date first, so
      *two changes to one SKU caught up after a missed night land
      *in the order they were meant to.
       200-apply-due-changes.

           perform 210-find-next-due.
           perform 220-apply-one-change
               until ws-next-due-sub = 0.

       210-find-next-due.

           move 0                              to ws-next-due-sub.
           perform 215-check-one-due
               varying ws-pch-sub from 1 by 1
               until ws-pch-sub > ws-price-change-count.

       215-check-one-due.

           if pch-is-scheduled(ws-pch-sub)
             and pch-effective-date(ws-pch-sub) not >
                 ws-today-date-8 then
               if ws-next-due-sub = 0 then
                   move ws-pch-sub             to ws-next-due-sub
               else
                   if pch-effective-date(ws-pch-sub) <
                      pch-effective-date(ws-next-due-sub) then
                       move ws-pch-sub         to ws-next-due-sub
                   end-if
               end-if
           end-if.

      *A zero new price or cost leaves that figure alone.  The
      *figures replaced are kept on the change record.
       220-apply-one-change.

           move ws-next-due-sub                to ws-pch-sub.

           perform 225-search-sku
               varying ws-psk-sub from 1 by 1
               until ws-psk-sub > ws-price-sku-count
               or psk-sku-code(ws-psk-sub) =
                 pch-sku-code(ws-pch-sub).

           if ws-psk-sub > ws-price-sku-count then
               move "SKU NOT ON MASTER"        to ws-change-reason
               move spaces                     to au-before-image
               perform 250-refuse-change
           else
               perform 230-build-sku-before-image
               move psk-retail-price(ws-psk-sub) to
                   pch-old-price(ws-pch-sub)
               move psk-unit-cost(ws-psk-sub)  to
                   pch-old-cost(ws-pch-sub)
               if pch-new-price(ws-pch-sub) > 0 then
                   move pch-new-price(ws-pch-sub) to
                       psk-retail-price(ws-psk-sub)
               end-if
               if pch-new-cost(ws-pch-sub) > 0 then
                   move pch-new-cost(ws-pch-sub) to
                       psk-unit-cost(ws-psk-sub)
               end-if
               perform 235-build-sku-after-image
               move "A"                        to
                   pch-status(ws-pch-sub)
               move ws-today-date-8            to
                   pch-applied-date(ws-pch-sub)
               move spaces                     to
                   pch-refused-reason(ws-pch-sub)
               move "APP"                      to au-status
               move spaces                     to au-reason
               perform 260-write-audit-line
               add 1                           to ws-applied-counter
           end-if.

           perform 210-find-next-due.

       225-search-sku.
           continue.

       230-build-sku-before-image.

           move spaces                         to au-before-image.
           string psk-sku-code(ws-psk-sub) delimited by size
               psk-sku-description(ws-psk-sub) delimited by size
               psk-retail-price(ws-psk-sub) delimited by size
               psk-unit-cost(ws-psk-sub) delimited by size
               psk-class-code(ws-psk-sub) delimited by size
               into au-before-image
           end-string.

       235-build-sku-after-image.

           move spaces                         to au-after-image.
           string psk-sku-code(ws-psk-sub) delimited by size
               psk-sku-description(ws-psk-sub) delimited by size
               psk-retail-price(ws-psk-sub) delimited by size
               psk-unit-cost(ws-psk-sub) delimited by size
               psk-class-code(ws-psk-sub) delimited by size
               into au-after-image
           end-string.

      *A refused change is marked with its reason and audited with
      *the change as keyed for its after image.
       250-refuse-change.

           move "R"                            to
               pch-status(ws-pch-sub).
           move ws-today-date-8                to
               pch-applied-date(ws-pch-sub).
           move ws-change-reason               to
               pch-refused-reason(ws-pch-sub).

           move spaces                         to au-after-image.
           string pch-sku-code(ws-pch-sub) delimited by size
               pch-new-price(ws-pch-sub) delimited by size
               pch-new-cost(ws-pch-sub) delimited by size
               pch-effective-date(ws-pch-sub) delimited by size
               into au-after-image
           end-string.

           move "REJ"                          to au-status.
           move ws-change-reason               to au-reason.
           perform 260-write-audit-line.
           add 1                               to ws-refused-counter.

      *Written as a catalog change, under the name of whoever keyed
      *the price change.
       260-write-audit-line.

           move ws-today-date-8                to au-date.
           move ws-sys-time-hhmm               to au-time.
           if pch-entered-by(ws-pch-sub) = spaces then
               move "PRICECHG"                 to au-user-id
           else
               move pch-entered-by(ws-pch-sub) to au-user-id
           end-if.
           move "SK"                           to au-record-type.
           move "C"                            to au-action.

           write maint-audit-record.

       300-rewrite-sku-master.

           open output sku-master-file.

           perform 305-write-sku-entry
               varying ws-psk-sub from 1 by 1
               until ws-psk-sub > ws-price-sku-count.

           close sku-master-file.

       305-write-sku-entry.

           move psk-sku-code(ws-psk-sub)       to skm-sku-code.
           move psk-sku-description(ws-psk-sub) to
               skm-sku-description.
           move psk-retail-price(ws-psk-sub)   to skm-retail-price.
           move psk-unit-cost(ws-psk-sub)      to skm-unit-cost.
           move psk-class-code(ws-psk-sub)     to skm-class-code.
           write sku-master-record.

      *Still-scheduled changes are always laid back.  An applied or
      *refused change older than the keep window is dropped.
       350-rewrite-price-changes.

           open output price-change-file.

           perform 355-write-change-entry
               varying ws-pch-sub from 1 by 1
               until ws-pch-sub > ws-price-change-count.

           close price-change-file.

       355-write-change-entry.

           move "y"                            to ws-keep-flag.
           if not pch-is-scheduled(ws-pch-sub)
             and pch-applied-date(ws-pch-sub) > 0 then
               compute ws-work-int = function integer-of-date
                   (pch-applied-date(ws-pch-sub))
               if ws-work-int < ws-keep-from-int then
                   move "n"                    to ws-keep-flag
                   add 1                       to ws-dropped-counter
               end-if
           end-if.

           if ws-keep-flag = "y" then
               move pch-sku-code(ws-pch-sub)   to pc-sku-code
               move pch-new-price(ws-pch-sub)  to pc-new-price
               move pch-new-cost(ws-pch-sub)   to pc-new-cost
               move pch-effective-date(ws-pch-sub) to
                   pc-effective-date
               move pch-entered-by(ws-pch-sub) to pc-entered-by
               move pch-status(ws-pch-sub)     to pc-status
               move pch-applied-date(ws-pch-sub) to pc-applied-date
               move pch-old-price(ws-pch-sub)  to pc-old-price
               move pch-old-cost(ws-pch-sub)   to pc-old-cost
               move pch-refused-reason(ws-pch-sub) to
                   pc-refused-reason
               write price-change-record
           end-if.

      *Tonight's applied and refused changes are those marked with
      *today's date, so a rerun of the night reprints them.
       400-print-report.

           open output report-file.

           write report-line                   from ws-heading1
               after advancing 1 lines.

           move ws-today-date-8                to ws-rdl-today.
           write report-line                   from ws-run-date-line
               after advancing 2 lines.

           move "Price changes applied tonight" to ws-sct-text.
           write report-line                   from ws-section-line
               after advancing 3 lines.
           write report-line                   from ws-change-heading
               after advancing 2 lines.
           move 0                              to ws-lines-printed.
           perform 410-print-applied-line
               varying ws-pch-sub from 1 by 1
               until ws-pch-sub > ws-price-change-count.
           if ws-lines-printed = 0 then
               write report-line               from ws-none-line
                   after advancing 1 lines
           end-if.

           move "Price changes refused tonight" to ws-sct-text.
           write report-line                   from ws-section-line
               after advancing 3 lines.
           write report-line                   from ws-refused-heading
               after advancing 2 lines.
           move 0                              to ws-lines-printed.
           perform 420-print-refused-line
               varying ws-pch-sub from 1 by 1
               until ws-pch-sub > ws-price-change-count.
           if ws-lines-printed = 0 then
               write report-line               from ws-none-line
                   after advancing 1 lines
           end-if.

           move "Price changes scheduled for the next seven days"
                                               to ws-sct-text.
           write report-line                   from ws-section-line
               after advancing 3 lines.
           write report-line                   from ws-change-heading
               after advancing 2 lines.
           move 0                              to ws-lines-printed.
           perform 430-print-scheduled-line
               varying ws-pch-sub from 1 by 1
               until ws-pch-sub > ws-price-change-count.
           if ws-lines-printed = 0 then
               write report-line               from ws-none-line
                   after advancing 1 lines
           end-if.

           perform 800-print-summary.

           close report-file.

       410-print-applied-line.

           if pch-was-applied(ws-pch-sub)
             and pch-applied-date(ws-pch-sub) = ws-today-date-8 then
               perform 440-find-sku-for-print
               move pch-old-price(ws-pch-sub)  to ws-chl-old-price
               move pch-old-cost(ws-pch-sub)   to ws-chl-old-cost
               move pch-new-price(ws-pch-sub)  to ws-chl-new-price
               move pch-new-cost(ws-pch-sub)   to ws-chl-new-cost
               if pch-new-price(ws-pch-sub) = 0 then
                   move pch-old-price(ws-pch-sub) to
                       ws-chl-new-price
               end-if
               if pch-new-cost(ws-pch-sub) = 0 then
                   move pch-old-cost(ws-pch-sub) to ws-chl-new-cost
               end-if
               write report-line               from ws-change-line
                   after advancing 1 lines
               add 1                           to ws-lines-printed
           end-if.

       420-print-refused-line.

           if pch-was-refused(ws-pch-sub)
             and pch-applied-date(ws-pch-sub) = ws-today-date-8 then
               move spaces                     to ws-refused-line
               move pch-sku-code(ws-pch-sub)   to ws-rfl-sku
               move pch-effective-date(ws-pch-sub) to
                   ws-rfl-effective
               move pch-new-price(ws-pch-sub)  to ws-rfl-new-price
               move pch-new-cost(ws-pch-sub)   to ws-rfl-new-cost
               move pch-entered-by(ws-pch-sub) to ws-rfl-entered-by
               move pch-refused-reason(ws-pch-sub) to ws-rfl-reason
               write report-line               from ws-refused-line
                   after advancing 1 lines
               add 1                           to ws-lines-printed
           end-if.

      *Still scheduled and falling due after tonight but within the
      *week, shown against the SKU's price and cost as they stand.
       430-print-scheduled-line.

           if pch-is-scheduled(ws-pch-sub) then
               compute ws-work-int = function integer-of-date
                   (pch-effective-date(ws-pch-sub))
               if ws-work-int not > ws-window-end-int then
                   perform 440-find-sku-for-print
                   if ws-psk-sub > ws-price-sku-count then
                       move zeros              to ws-chl-old-price,
                           ws-chl-old-cost
                   else
                       move psk-retail-price(ws-psk-sub) to
                           ws-chl-old-price
                       move psk-unit-cost(ws-psk-sub) to
                           ws-chl-old-cost
                   end-if
                   move pch-new-price(ws-pch-sub) to
                       ws-chl-new-price
                   move pch-new-cost(ws-pch-sub) to ws-chl-new-cost
                   if pch-new-price(ws-pch-sub) = 0 then
                       move ws-chl-old-price   to ws-chl-new-price
                   end-if
                   if pch-new-cost(ws-pch-sub) = 0 then
                       move ws-chl-old-cost    to ws-chl-new-cost
                   end-if
                   write report-line           from ws-change-line
                       after advancing 1 lines
                   add 1                       to ws-lines-printed
                   add 1                       to ws-scheduled-counter
               end-if
           end-if.

      *Fills the SKU, description, date and keyer on the change
      *line; a SKU no longer on the master prints with no
      *description.
       440-find-sku-for-print.

           move spaces                         to ws-change-line.
           move pch-sku-code(ws-pch-sub)       to ws-chl-sku.
           move pch-effective-date(ws-pch-sub) to ws-chl-effective.
           move pch-entered-by(ws-pch-sub)     to ws-chl-entered-by.

           perform 225-search-sku
               varying ws-psk-sub from 1 by 1
               until ws-psk-sub > ws-price-sku-count
               or psk-sku-code(ws-psk-sub) =
                 pch-sku-code(ws-pch-sub).

           if ws-psk-sub not > ws-price-sku-count then
               move psk-sku-description(ws-psk-sub) to
                   ws-chl-description
           end-if.

       800-print-summary.

           move ws-applied-counter             to ws-sum-applied.
           move ws-refused-counter             to ws-sum-refused.
           move ws-scheduled-counter           to ws-sum-scheduled.
           move ws-dropped-counter             to ws-sum-dropped.

           write report-line                   from ws-summary-line1
               after advancing 3 lines.
           write report-line                   from ws-summary-line2
               after advancing 1 lines.
           write report-line                   from ws-summary-line3
               after advancing 1 lines.
           write report-line                   from ws-summary-line4
               after advancing 1 lines.

       end program MAFD_Final_Program37.
