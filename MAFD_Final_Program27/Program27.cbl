       identification division.
       program-id. MAFD_Final_Program27.
       author. Elinam Amegah.
       date-written. 2026-10-15.
      *Purpose: This program is the receiving edit ahead of
      *Program17.  Receipts.dat used to go straight onto the on-hand
      *master with no check at all - a mistyped store, an unknown SKU
      *or a delivery nobody ordered all became stock.  Each run this
      *program first applies the night's PO_Orders.dat lines (add,
      *change or cancel a purchase-order line, the store and SKU held
      *to StoreMast.dat and SkuMast.dat) to the indexed PO_Master.dat
      *(an add already put on the file by an earlier run the same day,
      *unchanged, stands as applied on a rerun), then holds every
      *receipt to its PO line by the PO number the receiving record now
      *carries: a receipt with no PO line, against a closed or
      *cancelled line, for a store other than the PO's, or taking the
      *line past the quantity ordered is held - kept off the on-hand
      *master and carried on Receipt_Holds.dat with the reason - and
      *every other receipt goes out on Receipts_Matched.dat, the file
      *Program17 now posts from.  A receipt that leaves its line short
      *of the quantity ordered is matched and listed as a short
      *receipt, the line staying open for the balance.  The holds are
      *retried every night, so keying the missing PO line or correcting
      *the held line releases the receipt.  The quantities received post
      *against the PO master in one pass at the end of the run, the
      *same way Program17 posts the on-hand master: a line already
      *posted today (a rerun) has that posting backed out first, so the
      *pass replaces rather than re-adds.  The same pass lists every
      *line still open past its expected date as a late delivery.  RC 4
      *when any receipt is held or any PO line rejected.  Every file
      *name is driven from the environment instead of a hardcoded path.

       environment division.
       configuration section.
       input-output section.
       file-control.

           select po-order-file
               assign to ws-orders-filename
               organization is line sequential
               file status is ws-orders-status.

           select receiving-file
               assign to ws-receipts-filename
               organization is line sequential
               file status is ws-receipts-status.

           select matched-file
               assign to ws-matched-filename
               organization is line sequential.

           select receipt-hold-file
               assign to ws-hold-filename
               organization is line sequential
               file status is ws-hold-status.

           select po-master-file
               assign to ws-pomast-filename
               organization is indexed
               access mode is dynamic
               record key is po-record-key
               file status is ws-pomast-status.

           select store-master-file
               assign to ws-storemast-filename
               organization is line sequential
               file status is ws-storemast-status.

           select sku-master-file
               assign to ws-skumast-filename
               organization is line sequential
               file status is ws-skumast-status.

           select report-file
                assign to ws-report-filename
                organization is line sequential.

       data division.

       file section.
       fd po-order-file
           data record is po-order-record
           record contains 47 characters.

       copy POTRX.

       fd receiving-file
           data record is receiving-record
           record contains 38 characters.

       copy RCVREC.

       fd matched-file
           data record is matched-record
           record contains 38 characters.

      *Receipts_Matched.dat is Receipts.dat's own layout, so
      *Program17 reads it unchanged.
       01 matched-record.
           05 mr-store-number                 pic x(02).
           05 mr-sku-code                     pic x(15).
           05 mr-quantity                     pic 9(05).
           05 mr-receipt-date                 pic 9(08).
           05 mr-po-number                    pic x(08).

       fd receipt-hold-file
           data record is receipt-hold-record
           record contains 57 characters.

       copy RCVHOLD.

       fd po-master-file
           data record is po-master-record
           record contains 71 characters.

       copy POMAST.

       fd store-master-file
           data record is store-master-record
           record contains 41 characters.

       copy STORMAST.

       fd sku-master-file
           data record is sku-master-record
           record contains 63 characters.

       copy SKUMAST.

       fd report-file
           record contains 130 characters
           data record is report-line.

       01 report-line.
           05 filler                           pic x(130).

       working-storage section.

      *File names - overridable via environment variables so a rerun
      *or an alternate data set does not require a recompile.
       01 ws-orders-filename                 pic x(60) value
           "../../../data/PO_Orders.dat".
       01 ws-receipts-filename               pic x(60) value
           "../../../data/Receipts.dat".
       01 ws-matched-filename                pic x(60) value
           "../../../data/Receipts_Matched.dat".
       01 ws-hold-filename                   pic x(60) value
           "../../../data/Receipt_Holds.dat".
       01 ws-pomast-filename                 pic x(60) value
           "../../../data/PO_Master.dat".
       01 ws-storemast-filename              pic x(60) value
           "../../../data/StoreMast.dat".
       01 ws-skumast-filename                pic x(60) value
           "../../../data/SkuMast.dat".
       01 ws-report-filename                 pic x(60) value
           "../../../data/Receipt_Match.out".

       01 ws-orders-status                   pic xx.
       01 ws-receipts-status                 pic xx.
       01 ws-hold-status                     pic xx.
       01 ws-pomast-status                   pic xx.
       01 ws-storemast-status                pic xx.
       01 ws-skumast-status                  pic xx.

      *Store and SKU master tables, loaded at start-up so a PO line
      *cannot be raised against a store or SKU that does not exist.
       copy STORTBL.
       copy SKUTBL.

      *The receipt holds - those carried from earlier nights, then
      *any of tonight's receipts that fail - held in storage and
      *written back whole at end of run.  More holds than the table
      *takes cannot be carried safely, so the run stops.
       01 ws-hold-table.
           05 ws-hold-entry occurs 1000 times.
               10 hld-store-number             pic x(02).
               10 hld-sku-code                 pic x(15).
               10 hld-quantity                 pic 9(05).
               10 hld-receipt-date             pic 9(08).
               10 hld-po-number                pic x(08).
               10 hld-hold-reason              pic x(02).
               10 hld-first-held-date          pic 9(08).
               10 hld-status                   pic x(01).
               10 hld-released-date            pic 9(08).

       77 ws-hold-count                        pic 9(04) value 0.
       77 ws-hld-sub                           pic 9(04).
       77 ws-prior-hold-count                  pic 9(04) value 0.

      *Tonight's matched quantity per PO line, posted against the
      *master in one pass at end of run - deferring the posting is
      *what lets a rerun replace the day's posting.
       01 ws-po-post-table.
           05 ws-po-post-entry occurs 2000 times.
               10 ppt-po-number                pic x(08).
               10 ppt-sku-code                 pic x(15).
               10 ppt-qty                      pic 9(07).

       77 ws-po-post-count                     pic 9(04) value 0.
       77 ws-ppt-sub                           pic 9(04).

      *The receipt in hand, from a carried hold or tonight's file.
       77 ws-match-store                       pic x(02).
       77 ws-match-sku                         pic x(15).
       77 ws-match-qty                         pic 9(05).
       77 ws-match-date                        pic 9(08).
       77 ws-match-po                          pic x(08).

      *Match verdict for the receipt in hand - blank is matched.
       77 ws-match-reason                      pic x(02).
           88 ws-match-is-clean                    value spaces.

      *The PO line's quantity received before this receipt: what
      *earlier nights posted, plus what tonight has matched so far.
       77 ws-prior-received                    pic 9(07).
       77 ws-outstanding-qty                   pic s9(07).

      *Verdict for the PO order line in hand - blank is applied.
       77 ws-order-reject-reason               pic x(30).
           88 ws-order-is-clean                    value spaces.

       77 ws-today-date-8                      pic 9(08).
       77 ws-days-late                         pic 9(05).

      *Run counters.
       77 ws-orders-applied                    pic 9(05) value 0.
       77 ws-orders-rejected                   pic 9(05) value 0.
       77 ws-receipts-read                     pic 9(05) value 0.
       77 ws-receipts-matched                  pic 9(05) value 0.
       77 ws-receipts-short                    pic 9(05) value 0.
       77 ws-receipts-held                     pic 9(05) value 0.
       77 ws-holds-released                    pic 9(05) value 0.
       77 ws-lines-open                        pic 9(05) value 0.
       77 ws-lines-late                        pic 9(05) value 0.

      *Headers For Formatting Purposes:

       01 ws-heading1.
           05 filler                           pic x(14) value spaces.
           05 filler                           pic x(46)
            value "Group 7, Final Project Program 27 Receipt Matc".
           05 filler                           pic x(13)
            value spaces.
           05 ws-sys-date                      pic 9(6).
           05 filler                           pic x(15)
            value spaces.
           05 ws-sys-time                      pic 9(8).

       01 ws-order-heading.
           05 filler                           pic x(40) value
               "PO Line Maintenance Rejects             ".

       01 ws-order-line.
           05 filler                           pic x(02).
           05 ws-ord-action                    pic x(01).
           05 filler                           pic x(02).
           05 ws-ord-po                        pic x(08).
           05 filler                           pic x(02).
           05 ws-ord-sku                       pic x(15).
           05 filler                           pic x(02).
           05 ws-ord-store                     pic x(02).
           05 filler                           pic x(03).
           05 ws-ord-reason                    pic x(30).

       01 ws-receipt-heading.
           05 filler                           pic x(40) value
               "Receipt Exceptions                      ".

       01 ws-receipt-col-heading.
           05 filler                           pic x(40) value
               "  Store SKU              PO          Qty".
           05 filler                           pic x(40) value
               "  Received  Exception                   ".

       01 ws-receipt-line.
           05 filler                           pic x(04).
           05 ws-rct-store                     pic x(02).
           05 filler                           pic x(02).
           05 ws-rct-sku                       pic x(15).
           05 filler                           pic x(02).
           05 ws-rct-po                        pic x(08).
           05 filler                           pic x(02).
           05 ws-rct-qty                       pic zzzz9.
           05 filler                           pic x(02).
           05 ws-rct-date                      pic 9(08).
           05 filler                           pic x(02).
           05 ws-rct-text                      pic x(30).
           05 ws-rct-outstanding               pic zzzzzz9-.

       01 ws-late-heading.
           05 filler                           pic x(40) value
               "Late Deliveries (Open Past Expected)    ".

       01 ws-late-col-heading.
           05 filler                           pic x(40) value
               "  PO       SKU              Store Vendor".
           05 filler                           pic x(50) value
               "     Ordered Received Expected  Days Late".

       01 ws-late-line.
           05 filler                           pic x(02).
           05 ws-lat-po                        pic x(08).
           05 filler                           pic x(01).
           05 ws-lat-sku                       pic x(15).
           05 filler                           pic x(02).
           05 ws-lat-store                     pic x(02).
           05 filler                           pic x(04).
           05 ws-lat-vendor                    pic x(08).
           05 filler                           pic x(01).
           05 ws-lat-ordered                   pic zzzz9.
           05 filler                           pic x(04).
           05 ws-lat-received                  pic zzzz9.
           05 filler                           pic x(01).
           05 ws-lat-expected                  pic 9(08).
           05 filler                           pic x(02).
           05 ws-lat-days                      pic zzzz9.

       01 ws-none-line.
           05 filler                           pic x(02).
           05 filler                           pic x(10)
               value "None.".

       01 ws-summary-line.
           05 ws-sum-label                     pic x(34).
           05 ws-sum-count                     pic zzzz9.

      *EOF Flag
       77 ws-eof-flag                          pic x
               value "n".

       77 ws-section-lines                     pic 9(05).

      *Master-load audit counters and the duplicate-search subscript.
       77 ws-store-skip-count                  pic 9(3) value 0.
       77 ws-sku-skip-count                    pic 9(3) value 0.
       77 ws-load-sub                          pic 9(4).

       procedure division.
       000-Main.

      *Read file-name overrides from the environment.
           accept ws-orders-filename
               from environment "MAFD27_ORDERSFILE"
               on exception continue end-accept.
           accept ws-receipts-filename
               from environment "MAFD27_RECEIPTSFILE"
               on exception continue end-accept.
           accept ws-matched-filename
               from environment "MAFD27_MATCHEDFILE"
               on exception continue end-accept.
           accept ws-hold-filename
               from environment "MAFD27_HOLDFILE"
               on exception continue end-accept.
           accept ws-pomast-filename
               from environment "MAFD27_POMASTFILE"
               on exception continue end-accept.
           accept ws-storemast-filename
               from environment "MAFD27_STOREMASTFILE"
               on exception continue end-accept.
           accept ws-skumast-filename
               from environment "MAFD27_SKUMASTFILE"
               on exception continue end-accept.
           accept ws-report-filename
               from environment "MAFD27_REPORTFILE"
               on exception continue end-accept.

           accept ws-sys-date                  from date.
           accept ws-sys-time                  from time.
           accept ws-today-date-8              from date yyyymmdd.

           perform 050-load-store-table.
           perform 060-load-sku-table.

      *The PO master carries forward run over run; a first run with
      *no master yet creates it empty.
           open i-o po-master-file.
           if ws-pomast-status not = "00"
               open output po-master-file
               close po-master-file
               open i-o po-master-file
           end-if.

           open output report-file.

           write report-line                   from ws-heading1
               after advancing 1 lines.

           perform 100-apply-po-orders.

           write report-line                   from ws-receipt-heading
               after advancing 3 lines.
           write report-line                   from
               ws-receipt-col-heading
               after advancing 1 lines.
           move 0                              to ws-section-lines.

           open output matched-file.

           perform 200-load-prior-holds.

           perform 250-retry-one-hold
               varying ws-hld-sub from 1 by 1
               until ws-hld-sub > ws-prior-hold-count.

           perform 300-match-receipts.

           close matched-file.

           if ws-section-lines = 0 then
               write report-line               from ws-none-line
                   after advancing 1 lines
           end-if.

           perform 500-post-po-master.

           close po-master-file.

           perform 600-rewrite-holds.

           perform 700-print-summary.

           close report-file.

           if ws-receipts-held > 0
             or ws-orders-rejected > 0 then
               move 4                          to return-code
           else
               move 0                          to return-code
           end-if.

           stop run.

      *Loads the store master into ws-store-table.
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
      *misjudge every line behind it, so the load stops loudly
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

      *Loads the SKU catalog into ws-sku-table for existence
      *checking.
       060-load-sku-table.

           open input sku-master-file.

           if ws-skumast-status = "00" then
               read sku-master-file
                   at end
                       move "y"                to ws-eof-flag
               end-read

               perform 065-load-sku-entry until ws-eof-flag = "y"

               close sku-master-file
           end-if.

           display "SKU MASTER LOAD: "
               function trim(ws-skumast-filename)
               " LOADED " ws-sku-count
               " SKIPPED " ws-sku-skip-count.

           move "n"                            to ws-eof-flag.

       065-load-sku-entry.

           if skm-sku-code = spaces then
               add 1                           to ws-sku-skip-count
           else
               perform 067-check-sku-load
               add 1                           to ws-sku-count
               move skm-sku-code               to
                   wsk-sku-code(ws-sku-count)
               move skm-sku-description        to
                   wsk-sku-description(ws-sku-count)
           end-if.

           read sku-master-file
               at end
                   move "y"                    to ws-eof-flag.

       067-check-sku-load.

           perform 068-search-sku-dup
               varying ws-load-sub from 1 by 1
               until ws-load-sub > ws-sku-count
               or wsk-sku-code(ws-load-sub) = skm-sku-code.

           if ws-load-sub not > ws-sku-count then
               display "SKU MASTER LOAD FAILED: DUPLICATE KEY "
                   skm-sku-code
               move 16                         to return-code
               stop run
           end-if.

           if ws-sku-count >= 1000 then
               display "SKU MASTER LOAD FAILED: TABLE FULL AT 1000"
               move 16                         to return-code
               stop run
           end-if.

       068-search-sku-dup.
           continue.

      *Applies the night's purchase-order lines to the PO master.
      *A night with no PO_Orders.dat is a night buying raised
      *nothing.
       100-apply-po-orders.

           write report-line                   from ws-order-heading
               after advancing 2 lines.
           move 0                              to ws-section-lines.

           open input po-order-file.

           if ws-orders-status = "00" then
               read po-order-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 110-apply-one-order until ws-eof-flag = "y"
               close po-order-file
           end-if.

           move "n"                            to ws-eof-flag.

           if ws-section-lines = 0 then
               write report-line               from ws-none-line
                   after advancing 1 lines
           end-if.

      *A adds a new line, C amends a known one, X cancels a known
      *one.  The store and SKU a line names must be on their
      *masters.
       110-apply-one-order.

           move spaces                         to
               ws-order-reject-reason.

           if pt-po-number = spaces
             or pt-sku-code = spaces then
               move "PO NUMBER OR SKU BLANK"   to
                   ws-order-reject-reason
           else
               move pt-po-number               to po-number
               move pt-sku-code                to po-sku-code
               if pt-is-add then
                   perform 120-add-po-line
               else
                   if pt-is-change or pt-is-cancel then
                       perform 130-change-po-line
                   else
                       move "UNKNOWN ACTION"   to
                           ws-order-reject-reason
                   end-if
               end-if
           end-if.

           if ws-order-is-clean then
               add 1                           to ws-orders-applied
           else
               add 1                           to ws-orders-rejected
               add 1                           to ws-section-lines
               move pt-action                  to ws-ord-action
               move pt-po-number               to ws-ord-po
               move pt-sku-code                to ws-ord-sku
               move pt-store-number            to ws-ord-store
               move ws-order-reject-reason     to ws-ord-reason
               write report-line               from ws-order-line
                   after advancing 1 lines
           end-if.

           read po-order-file
               at end
                   move "y"                    to ws-eof-flag.

       120-add-po-line.

           perform 140-check-order-fields.

           if ws-order-is-clean then
               move pt-vendor-id               to po-vendor-id
               move pt-store-number            to po-store-number
               move pt-ordered-qty             to po-ordered-qty
               move ws-today-date-8            to po-order-date
               move pt-expected-date           to po-expected-date
               move zeros                      to po-received-qty,
                   po-posted-run-date, po-posted-run-qty
               move "O"                        to po-status
               write po-master-record
                   invalid key
                       perform 125-check-rerun-add
               end-write
           end-if.

      *An add whose line is already on file is a rejection - unless
      *today's run added that very line (same vendor, store,
      *quantity and expected date), when this is a rerun of the
      *day and the add stands as applied.
       125-check-rerun-add.

           move "PO LINE ALREADY ON FILE"      to
               ws-order-reject-reason.

           read po-master-file
               invalid key
                   continue
           end-read.

           if ws-pomast-status = "00"
             and po-order-date = ws-today-date-8
             and po-vendor-id = pt-vendor-id
             and po-store-number = pt-store-number
             and po-ordered-qty = pt-ordered-qty
             and po-expected-date = pt-expected-date then
               move spaces                     to
                   ws-order-reject-reason
           end-if.

      *A change re-keys the vendor, store, quantity and expected
      *date; a cancel closes the line to further receipts.  Either
      *way the quantity already received stands.
       130-change-po-line.

           read po-master-file
               invalid key
                   move "PO LINE NOT ON FILE"  to
                       ws-order-reject-reason
           end-read.

           if ws-order-is-clean then
               if pt-is-cancel then
                   move "X"                    to po-status
               else
                   perform 140-check-order-fields
                   if ws-order-is-clean then
                       move pt-vendor-id       to po-vendor-id
                       move pt-store-number    to po-store-number
                       move pt-ordered-qty     to po-ordered-qty
                       move pt-expected-date   to po-expected-date
                   end-if
               end-if
           end-if.

           if ws-order-is-clean then
               rewrite po-master-record
                   invalid key
                       move "PO LINE REWRITE FAILED" to
                           ws-order-reject-reason
               end-rewrite
           end-if.

       140-check-order-fields.

           perform 145-search-store
               varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-count
               or wst-store-number(ws-store-idx) = pt-store-number.

           perform 147-search-sku
               varying ws-sku-idx from 1 by 1
               until ws-sku-idx > ws-sku-count
               or wsk-sku-code(ws-sku-idx) = pt-sku-code.

           if ws-store-idx > ws-store-count then
               move "STORE NOT ON MASTER"      to
                   ws-order-reject-reason
           else
               if ws-sku-idx > ws-sku-count then
                   move "SKU NOT ON MASTER"    to
                       ws-order-reject-reason
               else
                   if pt-ordered-qty not numeric
                     or pt-ordered-qty = 0 then
                       move "ORDERED QTY NOT VALID" to
                           ws-order-reject-reason
                   else
                       if pt-expected-date not numeric
                         or pt-expected-date = 0 then
                           move "EXPECTED DATE NOT VALID" to
                               ws-order-reject-reason
                       end-if
                   end-if
               end-if
           end-if.

       145-search-store.
           continue.

       147-search-sku.
           continue.

      *Loads the holds carried from earlier nights.  A hold first
      *raised today came off today's Receipts.dat, which a rerun
      *reads again, so it is dropped here rather than held twice;
      *a hold released on an earlier night has done its job and
      *is dropped too.
       200-load-prior-holds.

           open input receipt-hold-file.

           if ws-hold-status = "00" then
               read receipt-hold-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 210-load-one-hold until ws-eof-flag = "y"
               close receipt-hold-file
           end-if.

           move "n"                            to ws-eof-flag.
           move ws-hold-count                  to ws-prior-hold-count.

       210-load-one-hold.

           if rh-first-held-date = ws-today-date-8 then
               continue
           else
               if rh-is-released
                 and rh-released-date not = ws-today-date-8 then
                   continue
               else
                   perform 220-add-hold-entry
                   move rh-store-number        to
                       hld-store-number(ws-hold-count)
                   move rh-sku-code            to
                       hld-sku-code(ws-hold-count)
                   move rh-quantity            to
                       hld-quantity(ws-hold-count)
                   move rh-receipt-date        to
                       hld-receipt-date(ws-hold-count)
                   move rh-po-number           to
                       hld-po-number(ws-hold-count)
                   move rh-hold-reason         to
                       hld-hold-reason(ws-hold-count)
                   move rh-first-held-date     to
                       hld-first-held-date(ws-hold-count)
                   move "H"                    to
                       hld-status(ws-hold-count)
                   move zeros                  to
                       hld-released-date(ws-hold-count)
               end-if
           end-if.

           read receipt-hold-file
               at end
                   move "y"                    to ws-eof-flag.

       220-add-hold-entry.

           if ws-hold-count >= 1000 then
               display "RECEIPT HOLD TABLE FULL AT 1000"
               move 16                         to return-code
               stop run
           end-if.

           add 1                               to ws-hold-count.

      *Retries one carried hold.  Matched now, it is released onto
      *tonight's matched receipts; still failing, it stays held
      *with tonight's reason.
       250-retry-one-hold.

           move hld-store-number(ws-hld-sub)   to ws-match-store.
           move hld-sku-code(ws-hld-sub)       to ws-match-sku.
           move hld-quantity(ws-hld-sub)       to ws-match-qty.
           move hld-receipt-date(ws-hld-sub)   to ws-match-date.
           move hld-po-number(ws-hld-sub)      to ws-match-po.

           perform 400-match-one-receipt.

           if ws-match-is-clean then
               move "R"                        to
                   hld-status(ws-hld-sub)
               move ws-today-date-8            to
                   hld-released-date(ws-hld-sub)
               add 1                           to ws-holds-released
           else
               move ws-match-reason            to
                   hld-hold-reason(ws-hld-sub)
               add 1                           to ws-receipts-held
           end-if.

      *Matches tonight's receiving-dock receipts.  A night with no
      *receipts file is simply a night nothing arrived.
       300-match-receipts.

           open input receiving-file.

           if ws-receipts-status = "00" then
               read receiving-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 310-match-one-receipt until ws-eof-flag = "y"
               close receiving-file
           end-if.

           move "n"                            to ws-eof-flag.

       310-match-one-receipt.

           if rcv-store-number = spaces
             and rcv-sku-code = spaces then
               continue
           else
               add 1                           to ws-receipts-read
               move rcv-store-number           to ws-match-store
               move rcv-sku-code               to ws-match-sku
               move rcv-receipt-date           to ws-match-date
               move rcv-po-number              to ws-match-po
               if rcv-quantity numeric then
                   move rcv-quantity           to ws-match-qty
               else
                   move zeros                  to ws-match-qty
               end-if

               perform 400-match-one-receipt

               if not ws-match-is-clean then
                   perform 220-add-hold-entry
                   move ws-match-store         to
                       hld-store-number(ws-hold-count)
                   move ws-match-sku           to
                       hld-sku-code(ws-hold-count)
                   move ws-match-qty           to
                       hld-quantity(ws-hold-count)
                   move ws-match-date          to
                       hld-receipt-date(ws-hold-count)
                   move ws-match-po            to
                       hld-po-number(ws-hold-count)
                   move ws-match-reason        to
                       hld-hold-reason(ws-hold-count)
                   move ws-today-date-8        to
                       hld-first-held-date(ws-hold-count)
                   move "H"                    to
                       hld-status(ws-hold-count)
                   move zeros                  to
                       hld-released-date(ws-hold-count)
                   add 1                       to ws-receipts-held
               end-if
           end-if.

           read receiving-file
               at end
                   move "y"                    to ws-eof-flag.

      *Holds the receipt in hand to its PO line.  A match goes out
      *on the matched file and counts toward tonight's posting; a
      *failure leaves its reason in ws-match-reason for the caller
      *to hold.
       400-match-one-receipt.

           move spaces                         to ws-match-reason.

           if ws-match-qty = 0 then
               move "QT"                       to ws-match-reason
           else
               if ws-match-po = spaces then
                   move "NP"                   to ws-match-reason
               else
                   move ws-match-po            to po-number
                   move ws-match-sku           to po-sku-code
                   read po-master-file
                       invalid key
                           move "NP"           to ws-match-reason
                   end-read
               end-if
           end-if.

           if ws-match-is-clean then
               perform 410-find-po-post-entry
               perform 420-figure-prior-received
               if po-is-cancelled
                 or ws-prior-received not < po-ordered-qty then
                   move "CL"                   to ws-match-reason
               else
                   if po-store-number not = ws-match-store then
                       move "ST"               to ws-match-reason
                   else
                       if ws-prior-received + ws-match-qty >
                         po-ordered-qty then
                           move "OV"           to ws-match-reason
                       end-if
                   end-if
               end-if
           end-if.

           if ws-match-is-clean then
               perform 430-accept-receipt
           else
               perform 440-print-hold
           end-if.

       410-find-po-post-entry.

           perform 415-search-po-post-entry
               varying ws-ppt-sub from 1 by 1
               until ws-ppt-sub > ws-po-post-count
               or (ppt-po-number(ws-ppt-sub) = ws-match-po
                 and ppt-sku-code(ws-ppt-sub) = ws-match-sku).

       415-search-po-post-entry.
           continue.

      *What earlier nights received on the line - a posting
      *already made today (a rerun) is not counted - plus what
      *tonight has matched against it so far.
       420-figure-prior-received.

           move po-received-qty                to ws-prior-received.

           if po-posted-run-date = ws-sys-date then
               subtract po-posted-run-qty      from ws-prior-received
           end-if.

           if ws-ppt-sub not > ws-po-post-count then
               add ppt-qty(ws-ppt-sub)         to ws-prior-received
           end-if.

       430-accept-receipt.

           if ws-ppt-sub > ws-po-post-count then
               if ws-po-post-count >= 2000 then
                   display "PO POSTING TABLE FULL AT 2000"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-po-post-count
               move ws-po-post-count           to ws-ppt-sub
               move ws-match-po                to
                   ppt-po-number(ws-ppt-sub)
               move ws-match-sku               to
                   ppt-sku-code(ws-ppt-sub)
               move zeros                      to ppt-qty(ws-ppt-sub)
           end-if.

           add ws-match-qty                    to ppt-qty(ws-ppt-sub).

           move ws-match-store                 to mr-store-number.
           move ws-match-sku                   to mr-sku-code.
           move ws-match-qty                   to mr-quantity.
           move ws-match-date                  to mr-receipt-date.
           move ws-match-po                    to mr-po-number.
           write matched-record.

           add 1                               to ws-receipts-matched.

           compute ws-outstanding-qty =
               po-ordered-qty - ws-prior-received - ws-match-qty.

           if ws-outstanding-qty > 0 then
               add 1                           to ws-receipts-short
               move spaces                     to ws-receipt-line
               move "SHORT - LINE STILL OWES" to ws-rct-text
               perform 450-print-receipt-line
           end-if.

       440-print-hold.

           move spaces                         to ws-receipt-line.

           if ws-match-reason = "QT" then
               move "HELD - QUANTITY NOT VALID" to ws-rct-text
           else
               if ws-match-reason = "NP" then
                   move "HELD - NO PO LINE FOR SKU" to ws-rct-text
               else
                   if ws-match-reason = "CL" then
                       move "HELD - PO LINE CLOSED" to ws-rct-text
                   else
                       if ws-match-reason = "ST" then
                           move "HELD - STORE NOT PO'S STORE" to
                               ws-rct-text
                       else
                           move "HELD - OVER QTY, LINE OWES" to
                               ws-rct-text
                       end-if
                   end-if
               end-if
           end-if.

           if ws-match-reason = "OV" then
               compute ws-outstanding-qty =
                   po-ordered-qty - ws-prior-received
           else
               move zeros                      to ws-outstanding-qty
           end-if.

           perform 450-print-receipt-line.

      *The caller has cleared the line and set the exception text.
       450-print-receipt-line.

           move ws-match-store                 to ws-rct-store.
           move ws-match-sku                   to ws-rct-sku.
           move ws-match-po                    to ws-rct-po.
           move ws-match-qty                   to ws-rct-qty.
           move ws-match-date                  to ws-rct-date.
           if ws-outstanding-qty not = 0 then
               move ws-outstanding-qty         to ws-rct-outstanding
           end-if.

           write report-line                   from ws-receipt-line
               after advancing 1 lines.

           add 1                               to ws-section-lines.

      *Posts tonight's matched quantities against the PO master in
      *one pass, backing any earlier posting of today out first so
      *a rerun replaces it, closes every line now received in full,
      *and lists every line still open past its expected date.
       500-post-po-master.

           write report-line                   from ws-late-heading
               after advancing 3 lines.
           write report-line                   from ws-late-col-heading
               after advancing 1 lines.
           move 0                              to ws-section-lines.

           move low-values                     to po-record-key.
           start po-master-file key is not < po-record-key
               invalid key
                   move "y"                    to ws-eof-flag
           end-start.

           if ws-eof-flag not = "y" then
               read po-master-file next record
                   at end
                       move "y"                to ws-eof-flag
               end-read
           end-if.

           perform 510-post-one-po-line until ws-eof-flag = "y".

           move "n"                            to ws-eof-flag.

           if ws-section-lines = 0 then
               write report-line               from ws-none-line
                   after advancing 1 lines
           end-if.

       510-post-one-po-line.

           if po-posted-run-date = ws-sys-date then
               subtract po-posted-run-qty      from po-received-qty
               move zeros                      to po-posted-run-qty
           end-if.

           move po-number                      to ws-match-po.
           move po-sku-code                    to ws-match-sku.
           perform 410-find-po-post-entry.

           if ws-ppt-sub not > ws-po-post-count then
               add ppt-qty(ws-ppt-sub)         to po-received-qty
               move ws-sys-date                to po-posted-run-date
               move ppt-qty(ws-ppt-sub)        to po-posted-run-qty
           end-if.

           if not po-is-cancelled then
               if po-received-qty not < po-ordered-qty then
                   move "C"                    to po-status
               else
                   move "O"                    to po-status
               end-if
           end-if.

           rewrite po-master-record.

           if po-is-open then
               add 1                           to ws-lines-open
               if po-expected-date < ws-today-date-8 then
                   perform 520-print-late-line
               end-if
           end-if.

           read po-master-file next record
               at end
                   move "y"                    to ws-eof-flag.

       520-print-late-line.

           add 1                               to ws-lines-late.
           add 1                               to ws-section-lines.

           compute ws-days-late =
               function integer-of-date(ws-today-date-8) -
               function integer-of-date(po-expected-date).

           move po-number                      to ws-lat-po.
           move po-sku-code                    to ws-lat-sku.
           move po-store-number                to ws-lat-store.
           move po-vendor-id                   to ws-lat-vendor.
           move po-ordered-qty                 to ws-lat-ordered.
           move po-received-qty                to ws-lat-received.
           move po-expected-date               to ws-lat-expected.
           move ws-days-late                   to ws-lat-days.

           write report-line                   from ws-late-line
               after advancing 1 lines.

      *Writes the holds back whole - those still held, and those
      *released tonight marked so a rerun releases them again.
       600-rewrite-holds.

           open output receipt-hold-file.

           perform 610-write-one-hold
               varying ws-hld-sub from 1 by 1
               until ws-hld-sub > ws-hold-count.

           close receipt-hold-file.

       610-write-one-hold.

           move hld-store-number(ws-hld-sub)   to rh-store-number.
           move hld-sku-code(ws-hld-sub)       to rh-sku-code.
           move hld-quantity(ws-hld-sub)       to rh-quantity.
           move hld-receipt-date(ws-hld-sub)   to rh-receipt-date.
           move hld-po-number(ws-hld-sub)      to rh-po-number.
           move hld-hold-reason(ws-hld-sub)    to rh-hold-reason.
           move hld-first-held-date(ws-hld-sub) to
               rh-first-held-date.
           move hld-status(ws-hld-sub)         to rh-status.
           move hld-released-date(ws-hld-sub)  to rh-released-date.

           write receipt-hold-record.

       700-print-summary.

           move "PO lines applied:                 " to
               ws-sum-label.
           move ws-orders-applied              to ws-sum-count.
           write report-line                   from ws-summary-line
               after advancing 3 lines.

           move "PO lines rejected:                " to
               ws-sum-label.
           move ws-orders-rejected             to ws-sum-count.
           write report-line                   from ws-summary-line
               after advancing 1 lines.

           move "Receipts read tonight:            " to
               ws-sum-label.
           move ws-receipts-read               to ws-sum-count.
           write report-line                   from ws-summary-line
               after advancing 1 lines.

           move "Receipts matched (to on-hand):    " to
               ws-sum-label.
           move ws-receipts-matched            to ws-sum-count.
           write report-line                   from ws-summary-line
               after advancing 1 lines.

           move "  of which short of the PO line:  " to
               ws-sum-label.
           move ws-receipts-short              to ws-sum-count.
           write report-line                   from ws-summary-line
               after advancing 1 lines.

           move "Earlier holds released:           " to
               ws-sum-label.
           move ws-holds-released              to ws-sum-count.
           write report-line                   from ws-summary-line
               after advancing 1 lines.

           move "Receipts held off on-hand:        " to
               ws-sum-label.
           move ws-receipts-held               to ws-sum-count.
           write report-line                   from ws-summary-line
               after advancing 1 lines.

           move "PO lines open:                    " to
               ws-sum-label.
           move ws-lines-open                  to ws-sum-count.
           write report-line                   from ws-summary-line
               after advancing 1 lines.

           move "PO lines late:                    " to
               ws-sum-label.
           move ws-lines-late                  to ws-sum-count.
           write report-line                   from ws-summary-line
               after advancing 1 lines.

       end program MAFD_Final_Program27.
