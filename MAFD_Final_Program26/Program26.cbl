       identification division.
       program-id. MAFD_Final_Program26.
       author. Elinam Amegah.
       date-written. 2026-10-15.
      *Purpose: This program turns the perpetual-inventory figures
      *into replenishment.  Program17 knows what stands in every
      *store, but its exception pass only shouts about negative
      *positions - nobody acted on a running-low shelf until it was
      *empty.  Each night, after Program17 has posted the day's
      *movement, this program loads Reorder_Points.dat (the min/max
      *per store and SKU kept through Program11) and holds each
      *entry to its OnHand_Master.dat position: a position at or
      *below its reorder point is suggested an order quantity that
      *brings it back to the order-up-to level.  A store/SKU with a
      *reorder point but no position on the master yet has nothing
      *on hand, so it is suggested the full order-up-to quantity.
      *The suggestions print by store, active stores off
      *StoreMast.dat in master order, with a unit total per store
      *and for the company, and go out on Suggested_Orders.dat -
      *replaced each run - for buying to review and release.  The
      *on-hand master is only read here, never updated.  Every file
      *name is driven from the environment instead of a hardcoded
      *path.

       environment division.
       configuration section.
       input-output section.
       file-control.

           select reorder-point-file
               assign to ws-reorder-filename
               organization is line sequential
               file status is ws-reorder-status.

           select on-hand-master-file
               assign to ws-onhand-filename
               organization is indexed
               access mode is dynamic
               record key is oh-record-key
               file status is ws-onhand-status.

           select store-master-file
               assign to ws-storemast-filename
               organization is line sequential
               file status is ws-storemast-status.

           select suggested-order-file
               assign to ws-suggest-filename
               organization is line sequential.

           select report-file
                assign to ws-report-filename
                organization is line sequential.

       data division.

       file section.
       fd reorder-point-file
           data record is reorder-point-record
           record contains 27 characters.

       copy REORDPT.

       fd on-hand-master-file
           data record is on-hand-master-record
           record contains 69 characters.

       copy ONHAND.

       fd store-master-file
           data record is store-master-record
           record contains 41 characters.

       copy STORMAST.

       fd suggested-order-file
           data record is suggested-order-record
           record contains 61 characters.

       copy SUGGORD.

       fd report-file
           record contains 130 characters
           data record is report-line.

       01 report-line.
           05 filler                           pic x(130).

       working-storage section.

      *File names - overridable via environment variables so a rerun
      *or an alternate data set does not require a recompile.
       01 ws-reorder-filename                pic x(60) value
           "../../../data/Reorder_Points.dat".
       01 ws-onhand-filename                 pic x(60) value
           "../../../data/OnHand_Master.dat".
       01 ws-storemast-filename              pic x(60) value
           "../../../data/StoreMast.dat".
       01 ws-suggest-filename                pic x(60) value
           "../../../data/Suggested_Orders.dat".
       01 ws-report-filename                 pic x(60) value
           "../../../data/Replenishment.out".

       01 ws-reorder-status                  pic xx.
       01 ws-onhand-status                   pic xx.
       01 ws-storemast-status                pic xx.

      *Store master table, loaded from StoreMast.dat at start-up.
       copy STORTBL.

      *The reorder points, sized to the on-hand posting table's 2000
      *positions.  A file holding more entries than the table cannot
      *be checked whole, so the run stops.
       01 ws-reorder-table.
           05 ws-reorder-entry occurs 2000 times.
               10 rpt-store-number             pic x(02).
               10 rpt-sku-code                 pic x(15).
               10 rpt-reorder-point            pic 9(05).
               10 rpt-order-up-to              pic 9(05).

       77 ws-reorder-count                     pic 9(04) value 0.
       77 ws-rpt-sub                           pic 9(04).
       77 ws-store-sub                         pic 9(03).

      *The position in hand - what the master says stands on the
      *shelf, zero when the store/SKU has never had a position.
       77 ws-qty-on-hand                       pic s9(07).
       77 ws-suggested-qty                     pic 9(05).

      *Per-store and company counters.
       77 ws-store-lines                       pic 9(05).
       77 ws-store-units                       pic 9(07).
       77 ws-company-lines                     pic 9(05) value 0.
       77 ws-company-units                     pic 9(07) value 0.
       77 ws-positions-checked                 pic 9(05) value 0.
       77 ws-no-position-counter               pic 9(05) value 0.
       77 ws-unknown-store-counter             pic 9(05) value 0.

      *Headers For Formatting Purposes:

       01 ws-heading1.
           05 filler                           pic x(14) value spaces.
           05 filler                           pic x(46)
            value "Group 7, Final Project Program 26 Replenishmen".
           05 filler                           pic x(13)
            value spaces.
           05 ws-sys-date                      pic 9(6).
           05 filler                           pic x(15)
            value spaces.
           05 ws-sys-time                      pic 9(8).

       01 ws-store-heading.
           05 filler                           pic x(07)
               value "Store: ".
           05 ws-sth-store                     pic x(02).
           05 filler                           pic x(10)
               value "  Region: ".
           05 ws-sth-region                    pic x(02).

       01 ws-detail-heading.
           05 filler                           pic x(40) value
               "  SKU                On Hand  Reorder Pt".
           05 filler                           pic x(30) value
               "  Order-Up-To   Suggested Qty".

       01 ws-detail-line.
           05 filler                           pic x(02).
           05 ws-dtl-sku                       pic x(15).
           05 filler                           pic x(02).
           05 ws-dtl-on-hand                   pic zzzzzz9-.
           05 filler                           pic x(05).
           05 ws-dtl-reorder-point             pic zzzz9.
           05 filler                           pic x(09).
           05 ws-dtl-order-up-to               pic zzzz9.
           05 filler                           pic x(11).
           05 ws-dtl-suggested                 pic zzzz9.

       01 ws-store-total-line.
           05 filler                           pic x(02).
           05 filler                           pic x(22)
               value "Store total - lines: ".
           05 ws-stt-lines                     pic zzzz9.
           05 filler                           pic x(10)
               value "   units: ".
           05 ws-stt-units                     pic zzzzzz9.

       01 ws-no-suggest-line.
           05 filler                           pic x(02).
           05 filler                           pic x(40)
               value "No positions at or below reorder point.".

       01 ws-company-line.
           05 filler                           pic x(24)
               value "Company total - lines: ".
           05 ws-cmp-lines                     pic zzzz9.
           05 filler                           pic x(10)
               value "   units: ".
           05 ws-cmp-units                     pic zzzzzz9.

       01 ws-summary-line1.
           05 filler                           pic x(34)
               value "Reorder points checked:           ".
           05 ws-sum-checked                   pic zzzz9.

       01 ws-summary-line2.
           05 filler                           pic x(34)
               value "With no position on master:       ".
           05 ws-sum-no-position               pic zzzz9.

       01 ws-summary-line3.
           05 filler                           pic x(34)
               value "For stores not active on master:  ".
           05 ws-sum-unknown-store             pic zzzz9.

      *EOF Flag
       77 ws-eof-flag                          pic x
               value "n".

      *Master-load audit counters and the duplicate-search subscript.
       77 ws-store-skip-count                  pic 9(3) value 0.
       77 ws-load-sub                          pic 9(4).

       procedure division.
       000-Main.

      *Read file-name overrides from the environment.
           accept ws-reorder-filename
               from environment "MAFD26_REORDERFILE"
               on exception continue end-accept.
           accept ws-onhand-filename
               from environment "MAFD26_ONHANDFILE"
               on exception continue end-accept.
           accept ws-storemast-filename
               from environment "MAFD26_STOREMASTFILE"
               on exception continue end-accept.
           accept ws-suggest-filename
               from environment "MAFD26_SUGGESTFILE"
               on exception continue end-accept.
           accept ws-report-filename
               from environment "MAFD26_REPORTFILE"
               on exception continue end-accept.

           accept ws-sys-date                  from date.
           accept ws-sys-time                  from time.

           perform 050-load-store-table.
           perform 100-load-reorder-points.

      *A first night with no on-hand master yet simply has nothing
      *standing anywhere - every reorder point is then a full
      *order-up-to suggestion.
           open input on-hand-master-file.

           open output suggested-order-file.
           open output report-file.

           write report-line                   from ws-heading1
               after advancing 1 lines.

           perform 200-suggest-one-store
               varying ws-store-sub from 1 by 1
               until ws-store-sub > ws-store-count.

           perform 400-count-unknown-stores
               varying ws-rpt-sub from 1 by 1
               until ws-rpt-sub > ws-reorder-count.

           perform 500-print-summary.

           close suggested-order-file.
           close report-file.

           if ws-onhand-status = "00" then
               close on-hand-master-file
           end-if.

           stop run.

      *Loads the store master into ws-store-table, so the report
      *runs store by store in master order.
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

           display "STORE MASTER LOAD: "
               function trim(ws-storemast-filename)
               " LOADED " ws-store-count
               " SKIPPED " ws-store-skip-count.

           move "n"                            to ws-eof-flag.

       055-load-store-entry.

           if sm-store-number = spaces then
               add 1                           to ws-store-skip-count
           else
               perform 056-add-store-entry
           end-if.

           read store-master-file
               at end
                   move "y"                    to ws-eof-flag.

       056-add-store-entry.

           perform 057-check-store-load.

           add 1                               to ws-store-count.

           move sm-store-number to
               wst-store-number(ws-store-count).
           move sm-store-region to
               wst-store-region(ws-store-count).
           move sm-store-active to
               wst-store-active(ws-store-count).

      *A duplicate key or a table past its limit would corrupt or
      *misreport every store behind it, so the load stops loudly
      *instead.
       057-check-store-load.

           perform 058-search-store-dup
               varying ws-load-sub from 1 by 1
               until ws-load-sub > ws-store-count
               or wst-store-number(ws-load-sub) = sm-store-number.

           if ws-load-sub not > ws-store-count then
               display "STORE MASTER LOAD FAILED: DUPLICATE KEY "
                   sm-store-number
               move 16                         to return-code
               stop run
           end-if.

           if ws-store-count >= 50 then
               display "STORE MASTER LOAD FAILED: TABLE FULL AT 50"
               move 16                         to return-code
               stop run
           end-if.

       058-search-store-dup.
           continue.

      *Loads the reorder points.  With no file there is nothing to
      *hold any position to, and the report says so by printing
      *empty stores.
       100-load-reorder-points.

           open input reorder-point-file.

           if ws-reorder-status = "00" then
               read reorder-point-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 110-load-reorder-entry until ws-eof-flag = "y"
               close reorder-point-file
           end-if.

           display "REORDER POINT LOAD: "
               function trim(ws-reorder-filename)
               " LOADED " ws-reorder-count.

           move "n"                            to ws-eof-flag.

       110-load-reorder-entry.

           if rp-store-number not = spaces
             and rp-sku-code not = spaces
             and rp-reorder-point numeric
             and rp-order-up-to numeric then
               if ws-reorder-count >= 2000 then
                   display "REORDER POINT LOAD FAILED: TABLE FULL AT "
                       "2000"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-reorder-count
               move rp-store-number            to
                   rpt-store-number(ws-reorder-count)
               move rp-sku-code                to
                   rpt-sku-code(ws-reorder-count)
               move rp-reorder-point           to
                   rpt-reorder-point(ws-reorder-count)
               move rp-order-up-to             to
                   rpt-order-up-to(ws-reorder-count)
           end-if.

           read reorder-point-file
               at end
                   move "y"                    to ws-eof-flag.

      *Prints one active store's block: every reorder point for the
      *store held to its position, then the store total.  A retired
      *store is not replenished.
       200-suggest-one-store.

           if wst-is-active(ws-store-sub) then
               move wst-store-number(ws-store-sub) to ws-sth-store
               move wst-store-region(ws-store-sub) to ws-sth-region
               write report-line               from ws-store-heading
                   after advancing 2 lines
               write report-line               from ws-detail-heading
                   after advancing 1 lines

               move zeros                      to ws-store-lines,
                   ws-store-units

               perform 210-check-one-reorder-point
                   varying ws-rpt-sub from 1 by 1
                   until ws-rpt-sub > ws-reorder-count

               if ws-store-lines = 0 then
                   write report-line           from ws-no-suggest-line
                       after advancing 1 lines
               else
                   move ws-store-lines         to ws-stt-lines
                   move ws-store-units         to ws-stt-units
                   write report-line           from
                       ws-store-total-line
                       after advancing 1 lines
               end-if

               add ws-store-lines              to ws-company-lines
               add ws-store-units              to ws-company-units
           end-if.

      *Holds one reorder point of the store in hand to its on-hand
      *position, suggesting the top-up when it is at or below the
      *reorder point.
       210-check-one-reorder-point.

           if rpt-store-number(ws-rpt-sub) =
             wst-store-number(ws-store-sub) then
               add 1                           to ws-positions-checked
               perform 220-read-position
               if ws-qty-on-hand not >
                 rpt-reorder-point(ws-rpt-sub) then
                   perform 300-write-suggestion
               end-if
           end-if.

       220-read-position.

           move zeros                          to ws-qty-on-hand.

           if ws-onhand-status = "00"
             or ws-onhand-status = "23" then
               move rpt-store-number(ws-rpt-sub) to oh-store-number
               move rpt-sku-code(ws-rpt-sub)   to oh-sku-code
               read on-hand-master-file
                   invalid key
                       add 1                   to
                           ws-no-position-counter
                   not invalid key
                       move oh-qty-on-hand     to ws-qty-on-hand
               end-read
           else
               add 1                           to
                   ws-no-position-counter
           end-if.

      *A position driven negative still only needs topping up to
      *the order-up-to level - the units it owes are shrink for the
      *count to settle, not stock to buy.
       300-write-suggestion.

           if ws-qty-on-hand < 0 then
               move rpt-order-up-to(ws-rpt-sub) to ws-suggested-qty
           else
               compute ws-suggested-qty =
                   rpt-order-up-to(ws-rpt-sub) - ws-qty-on-hand
           end-if.

           if ws-suggested-qty > 0 then
               move spaces                     to
                   suggested-order-record
               move ws-sys-date                to so-run-date
               move rpt-store-number(ws-rpt-sub) to so-store-number
               move rpt-sku-code(ws-rpt-sub)   to so-sku-code
               move ws-qty-on-hand             to so-qty-on-hand
               move rpt-reorder-point(ws-rpt-sub) to
                   so-reorder-point
               move rpt-order-up-to(ws-rpt-sub) to so-order-up-to
               move ws-suggested-qty           to so-suggested-qty
               move "N"                        to so-release-flag
               write suggested-order-record

               move rpt-sku-code(ws-rpt-sub)   to ws-dtl-sku
               move ws-qty-on-hand             to ws-dtl-on-hand
               move rpt-reorder-point(ws-rpt-sub) to
                   ws-dtl-reorder-point
               move rpt-order-up-to(ws-rpt-sub) to
                   ws-dtl-order-up-to
               move ws-suggested-qty           to ws-dtl-suggested
               write report-line               from ws-detail-line
                   after advancing 1 lines

               add 1                           to ws-store-lines
               add ws-suggested-qty            to ws-store-units
           end-if.

      *Counts reorder points whose store is not an active store on
      *the master - left over from a retired store, or keyed
      *against one never set up - so they show on the summary
      *instead of silently never suggesting anything.
       400-count-unknown-stores.

           perform 410-search-store
               varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-count
               or wst-store-number(ws-store-idx) =
                 rpt-store-number(ws-rpt-sub).

           if ws-store-idx > ws-store-count then
               add 1                           to
                   ws-unknown-store-counter
           else
               if not wst-is-active(ws-store-idx) then
                   add 1                       to
                       ws-unknown-store-counter
               end-if
           end-if.

       410-search-store.
           continue.

       500-print-summary.

           move ws-company-lines               to ws-cmp-lines.
           move ws-company-units               to ws-cmp-units.
           write report-line                   from ws-company-line
               after advancing 3 lines.

           move ws-positions-checked           to ws-sum-checked.
           move ws-no-position-counter         to ws-sum-no-position.
           move ws-unknown-store-counter       to
               ws-sum-unknown-store.

           write report-line                   from ws-summary-line1
               after advancing 2 lines.
           write report-line                   from ws-summary-line2
               after advancing 1 lines.
           write report-line                   from ws-summary-line3
               after advancing 1 lines.

       end program MAFD_Final_Program26.
