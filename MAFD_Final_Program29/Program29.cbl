       identification division.
       program-id. MAFD_Final_Program29.
       author. Rolando Agullano.
       date-written. 2026-10-15.
      *Purpose: This program tracks stock moving between stores.
      *When store 01 sends stock to store 03 the only way to show it
      *used to be a fake return at one store and a fake sale at the
      *other, which distorted both stores' sales, tax and expected
      *deposits.  The 'T' transfer record now carries the move, and
      *Program2 splits it to Transfers.dat.  Each night this program
      *applies the day's transfers to Transfer_Master.dat, indexed
      *by the transfer's document number: a shipment (stage S)
      *opens an entry in transit, and an arrival (stage A) closes
      *it - 'A' when every unit shipped arrived, 'S' when fewer did,
      *the difference being stock lost on the road.  An entry
      *remembers the run date of its shipment and of its arrival,
      *so a rerun of the day re-applies the same figures instead of
      *reporting them as duplicates.  A shipment whose number is
      *already on the master from an earlier day, an arrival with
      *no shipment, or a second arrival is listed as an exception
      *and changes nothing (RC 4).  The aging report then lists
      *every transfer still in transit by days since it shipped -
      *0-2 days, 3-7, 8-14 and over 14 - with the units and a total
      *per band, so stock lost between stores is visible instead of
      *becoming shrink at the next count.  Program17 posts the units
      *to the on-hand master off the same Transfers.dat, and Edits
      *holds each arrival to this master.  Every file name is
      *driven from the environment instead of a hardcoded path.

       environment division.
       configuration section.
       input-output section.
       file-control.

            select transfer-file
                assign to ws-transfer-filename
                organization is line sequential
                file status is ws-transfer-status.

           select transfer-master-file
               assign to ws-xfrmast-filename
               organization is indexed
               access mode is dynamic
               record key is xf-transfer-number
               file status is ws-xfrmast-status.

           select report-file
                assign to ws-report-filename
                organization is line sequential.

       data division.

       file section.
       fd transfer-file
          record contains 127 characters
          data record is input-line.

      *The shared transaction-record layout, as written by Program2.
       copy TRXREC.

       fd transfer-master-file
           data record is transfer-master-record
           record contains 67 characters.

       copy XFRMAST.

       fd report-file
           record contains 130 characters
           data record is report-line.

       01 report-line.
           05 filler                           pic x(130).

       working-storage section.

      *File names - overridable via environment variables so a rerun
      *or an alternate data set does not require a recompile.
       01 ws-transfer-filename               pic x(60) value
           "../../../data/Transfers.dat".
       01 ws-xfrmast-filename                pic x(60) value
           "../../../data/Transfer_Master.dat".
       01 ws-report-filename                 pic x(60) value
           "../../../data/Transfer_Aging.out".

       01 ws-transfer-status                 pic xx.
       01 ws-xfrmast-status                  pic xx.

      *Today, widened to yyyymmdd for the days-in-transit count.
       77 ws-today-8                           pic 9(08).
       77 ws-days-in-transit                   pic s9(05).

      *What became of the transfer record in hand, for its activity
      *line - spaces when it applied cleanly.
       77 ws-result-text                       pic x(36).
       77 ws-exception-flag                    pic x value "N".
           88 ws-record-is-exception               value "Y".

      *The transfers still in transit, collected off the master so
      *they can print band by band.  A master holding more open
      *transfers than the table cannot be aged whole, so the run
      *stops.
       01 ws-transit-table.
           05 ws-transit-entry occurs 2000 times.
               10 trt-transfer-number          pic x(09).
               10 trt-sku-code                 pic x(15).
               10 trt-from-store               pic x(02).
               10 trt-to-store                 pic x(02).
               10 trt-shipped-qty              pic 9(05).
               10 trt-ship-date                pic 9(08).
               10 trt-days                     pic s9(05).

       77 ws-transit-count                     pic 9(04) value 0.
       77 ws-trt-sub                           pic 9(04).

      *The aging bands - the lowest and highest days each covers.
       01 ws-band-values.
           05 filler                           pic x(22)
               value "00000000020-2 days    ".
           05 filler                           pic x(22)
               value "00003000073-7 days    ".
           05 filler                           pic x(22)
               value "00008000148-14 days   ".
           05 filler                           pic x(22)
               value "0001599999Over 14 days".
       01 ws-band-table redefines ws-band-values.
           05 ws-band-entry occurs 4 times.
               10 bnd-low-days                 pic 9(05).
               10 bnd-high-days                pic 9(05).
               10 bnd-label                    pic x(12).

       77 ws-band-sub                          pic 9(01).
       77 ws-band-lines                        pic 9(05).
       77 ws-band-units                        pic 9(07).

      *Run counters.
       77 ws-records-read                      pic 9(05) value 0.
       77 ws-shipped-counter                   pic 9(05) value 0.
       77 ws-shipped-units                     pic 9(07) value 0.
       77 ws-arrived-counter                   pic 9(05) value 0.
       77 ws-short-counter                     pic 9(05) value 0.
       77 ws-short-units                       pic 9(07) value 0.
       77 ws-exception-counter                 pic 9(05) value 0.
       77 ws-transit-units                     pic 9(07) value 0.

      *Headers For Formatting Purposes:

       01 ws-heading1.
           05 filler                           pic x(14) value spaces.
           05 filler                           pic x(46)
            value "Group 7, Final Project Program 29 Transfers".
           05 filler                           pic x(13)
            value spaces.
           05 ws-sys-date                      pic 9(6).
           05 filler                           pic x(15)
            value spaces.
           05 ws-sys-time                      pic 9(8).

       01 ws-activity-heading.
           05 filler                           pic x(40)
               value "Today's transfer activity:".

       01 ws-activity-col-heading.
           05 filler                           pic x(40) value
               "  Transfer   SKU              From  To  ".
           05 filler                           pic x(40) value
               "Stage  Units  Result".

       01 ws-activity-line.
           05 filler                           pic x(02).
           05 ws-act-transfer                  pic x(09).
           05 filler                           pic x(02).
           05 ws-act-sku                       pic x(15).
           05 filler                           pic x(03).
           05 ws-act-from                      pic x(02).
           05 filler                           pic x(03).
           05 ws-act-to                        pic x(02).
           05 filler                           pic x(04).
           05 ws-act-stage                     pic x(01).
           05 filler                           pic x(03).
           05 ws-act-units                     pic zzzz9.
           05 filler                           pic x(02).
           05 ws-act-result                    pic x(36).

       01 ws-no-activity-line.
           05 filler                           pic x(02).
           05 filler                           pic x(30)
               value "No transfers today.".

       01 ws-aging-heading.
           05 filler                           pic x(40)
               value "Transfers in transit by days shipped:".

       01 ws-band-heading.
           05 filler                           pic x(02).
           05 ws-bdh-label                     pic x(12).

       01 ws-aging-col-heading.
           05 filler                           pic x(40) value
               "    Transfer   SKU              From  To".
           05 filler                           pic x(30) value
               "    Units  Shipped    Days".

       01 ws-aging-line.
           05 filler                           pic x(04).
           05 ws-agl-transfer                  pic x(09).
           05 filler                           pic x(02).
           05 ws-agl-sku                       pic x(15).
           05 filler                           pic x(03).
           05 ws-agl-from                      pic x(02).
           05 filler                           pic x(03).
           05 ws-agl-to                        pic x(02).
           05 filler                           pic x(03).
           05 ws-agl-units                     pic zzzz9.
           05 filler                           pic x(02).
           05 ws-agl-ship-date                 pic 9(08).
           05 filler                           pic x(02).
           05 ws-agl-days                      pic zzzz9.

       01 ws-band-total-line.
           05 filler                           pic x(04).
           05 filler                           pic x(16)
               value "Band - lines: ".
           05 ws-btl-lines                     pic zzzz9.
           05 filler                           pic x(10)
               value "   units: ".
           05 ws-btl-units                     pic zzzzzz9.

       01 ws-no-band-line.
           05 filler                           pic x(04).
           05 filler                           pic x(20)
               value "None.".

       01 ws-summary-line1.
           05 filler                           pic x(34)
               value "Transfer records read:            ".
           05 ws-sum-read                      pic zzzz9.

       01 ws-summary-line2.
           05 filler                           pic x(34)
               value "Shipped today - transfers:        ".
           05 ws-sum-shipped                   pic zzzz9.
           05 filler                           pic x(10)
               value "   units: ".
           05 ws-sum-shipped-units             pic zzzzzz9.

       01 ws-summary-line3.
           05 filler                           pic x(34)
               value "Arrived today - transfers:        ".
           05 ws-sum-arrived                   pic zzzz9.

       01 ws-summary-line4.
           05 filler                           pic x(34)
               value "Arrived short today - transfers:  ".
           05 ws-sum-short                     pic zzzz9.
           05 filler                           pic x(17)
               value "   units lost: ".
           05 ws-sum-short-units               pic zzzzzz9.

       01 ws-summary-line5.
           05 filler                           pic x(34)
               value "Still in transit - transfers:     ".
           05 ws-sum-transit                   pic zzzz9.
           05 filler                           pic x(10)
               value "   units: ".
           05 ws-sum-transit-units             pic zzzzzz9.

       01 ws-summary-line6.
           05 filler                           pic x(34)
               value "Exceptions - not applied:         ".
           05 ws-sum-exceptions                pic zzzz9.

      *EOF Flag
       77 ws-eof-flag                          pic x
               value "n".

       procedure division.
       000-Main.

      *Read file-name overrides from the environment.
           accept ws-transfer-filename
               from environment "MAFD29_TRANSFERFILE"
               on exception continue end-accept.
           accept ws-xfrmast-filename
               from environment "MAFD29_XFRMASTFILE"
               on exception continue end-accept.
           accept ws-report-filename
               from environment "MAFD29_REPORTFILE"
               on exception continue end-accept.

           accept ws-sys-date                  from date.
           accept ws-sys-time                  from time.
           accept ws-today-8                   from date yyyymmdd.

      *The transfer master carries forward run over run; a first
      *run with no master yet creates it empty.
           open i-o transfer-master-file.
           if ws-xfrmast-status not = "00"
               open output transfer-master-file
               close transfer-master-file
               open i-o transfer-master-file
           end-if.

           open output report-file.

           write report-line                   from ws-heading1
               after advancing 1 lines.

           perform 100-apply-transfers.
           perform 200-collect-in-transit.
           perform 300-print-aging.

           close transfer-master-file.

           perform 500-print-summary.

           close report-file.

           if ws-exception-counter > 0 then
               move 4                          to return-code
           else
               move 0                          to return-code
           end-if.

           stop run.

      *Applies the day's shipments and arrivals to the master.  A
      *night with no Transfers.dat is a night nothing moved.
       100-apply-transfers.

           write report-line                   from ws-activity-heading
               after advancing 2 lines.
           write report-line                   from
               ws-activity-col-heading
               after advancing 1 lines.

           open input transfer-file.

           if ws-transfer-status = "00" then
               read transfer-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 110-apply-one-transfer until ws-eof-flag = "y"
               close transfer-file
           end-if.

           move "n"                            to ws-eof-flag.

           if ws-records-read = 0 then
               write report-line               from ws-no-activity-line
                   after advancing 1 lines
           end-if.

       110-apply-one-transfer.

           add 1                               to ws-records-read.
           move spaces                         to ws-result-text.
           move "N"                            to ws-exception-flag.

           if il-transfer-qty not numeric then
               move "UNITS NOT NUMERIC"        to ws-result-text
               move "Y"                        to ws-exception-flag
           else
               if il-transfer-is-shipped then
                   perform 120-apply-shipment
               else
                   if il-transfer-is-arrived then
                       perform 130-apply-arrival
                   else
                       move "STAGE NOT S OR A" to ws-result-text
                       move "Y"                to ws-exception-flag
                   end-if
               end-if
           end-if.

           if ws-record-is-exception then
               add 1                           to ws-exception-counter
           end-if.

           perform 150-print-activity-line.

           read transfer-file
               at end
                   move "y"                    to ws-eof-flag.

      *Opens the shipment's entry in transit.  An entry this run
      *already shipped today is a rerun and takes the same figures
      *again; one shipped on an earlier day is a document number
      *used twice and is left alone.
       120-apply-shipment.

           move il-invoice-number              to xf-transfer-number.

           read transfer-master-file
               invalid key
                   perform 125-build-shipment
                   write transfer-master-record
                   add 1                       to ws-shipped-counter
                   add il-transfer-qty         to ws-shipped-units
                   move "SHIPPED - IN TRANSIT" to ws-result-text
               not invalid key
                   if xf-ship-run-date = ws-sys-date
                     and xf-is-in-transit then
                       perform 125-build-shipment
                       rewrite transfer-master-record
                       add 1                   to ws-shipped-counter
                       add il-transfer-qty     to ws-shipped-units
                       move "SHIPPED - IN TRANSIT" to
                           ws-result-text
                   else
                       move "TRANSFER NUMBER ALREADY SHIPPED" to
                           ws-result-text
                       move "Y"                to ws-exception-flag
                   end-if
           end-read.

       125-build-shipment.

           move spaces                         to
               transfer-master-record.
           move il-invoice-number              to xf-transfer-number.
           move il-sku-code                    to xf-sku-code.
           move il-store-number                to xf-from-store.
           move il-transfer-to-store           to xf-to-store.
           move il-transfer-qty                to xf-shipped-qty.
           move il-trans-date                  to xf-ship-date.
           move zeros                          to xf-arrived-qty,
               xf-arrival-date, xf-arrival-run-date.
           move "T"                            to xf-status.
           move ws-sys-date                    to xf-ship-run-date.

      *Closes the shipment's entry on the units that arrived.  An
      *entry already closed by today's run is a rerun and takes
      *the same figures again.
       130-apply-arrival.

           move il-invoice-number              to xf-transfer-number.

           read transfer-master-file
               invalid key
                   move "NO SHIPMENT ON MASTER" to ws-result-text
                   move "Y"                    to ws-exception-flag
               not invalid key
                   if xf-is-in-transit
                     or xf-arrival-run-date = ws-sys-date then
                       perform 135-close-transfer
                   else
                       move "TRANSFER ALREADY ARRIVED" to
                           ws-result-text
                       move "Y"                to ws-exception-flag
                   end-if
           end-read.

       135-close-transfer.

           move il-transfer-qty                to xf-arrived-qty.
           move il-trans-date                  to xf-arrival-date.
           move ws-sys-date                    to xf-arrival-run-date.

           add 1                               to ws-arrived-counter.

           if xf-arrived-qty < xf-shipped-qty then
               move "S"                        to xf-status
               add 1                           to ws-short-counter
               compute ws-short-units = ws-short-units +
                   xf-shipped-qty - xf-arrived-qty
               move "ARRIVED SHORT"            to ws-result-text
           else
               move "A"                        to xf-status
               move "ARRIVED"                  to ws-result-text
           end-if.

           rewrite transfer-master-record.

       150-print-activity-line.

           move spaces                         to ws-activity-line.
           move il-invoice-number              to ws-act-transfer.
           move il-sku-code                    to ws-act-sku.
           move il-store-number                to ws-act-from.
           move il-transfer-to-store           to ws-act-to.
           move il-transfer-stage              to ws-act-stage.
           if il-transfer-qty numeric then
               move il-transfer-qty            to ws-act-units
           end-if.
           move ws-result-text                 to ws-act-result.

           write report-line                   from ws-activity-line
               after advancing 1 lines.

      *Collects every transfer still in transit off the master with
      *its days since shipping.
       200-collect-in-transit.

           move low-values                     to xf-transfer-number.

           start transfer-master-file
               key is not less than xf-transfer-number
               invalid key
                   move "y"                    to ws-eof-flag
           end-start.

           if ws-eof-flag not = "y" then
               read transfer-master-file next record
                   at end
                       move "y"                to ws-eof-flag
               end-read
           end-if.

           perform 210-collect-one-entry until ws-eof-flag = "y".

           move "n"                            to ws-eof-flag.

       210-collect-one-entry.

           if xf-is-in-transit then
               if ws-transit-count >= 2000 then
                   display "TRANSIT TABLE FULL AT 2000"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-transit-count
               move xf-transfer-number         to
                   trt-transfer-number(ws-transit-count)
               move xf-sku-code                to
                   trt-sku-code(ws-transit-count)
               move xf-from-store              to
                   trt-from-store(ws-transit-count)
               move xf-to-store                to
                   trt-to-store(ws-transit-count)
               move xf-shipped-qty             to
                   trt-shipped-qty(ws-transit-count)
               move xf-ship-date               to
                   trt-ship-date(ws-transit-count)
               perform 220-compute-days
               move ws-days-in-transit         to
                   trt-days(ws-transit-count)
               add xf-shipped-qty              to ws-transit-units
           end-if.

           read transfer-master-file next record
               at end
                   move "y"                    to ws-eof-flag.

      *A ship date that is not a real date, or one after today,
      *ages as zero days rather than abending the run.
       220-compute-days.

           move 0                              to ws-days-in-transit.

           if xf-ship-date numeric
             and xf-ship-date > 16010100
             and xf-ship-date not > ws-today-8 then
               compute ws-days-in-transit =
                   function integer-of-date(ws-today-8) -
                   function integer-of-date(xf-ship-date)
           end-if.

      *Prints the in-transit transfers band by band.
       300-print-aging.

           write report-line                   from ws-aging-heading
               after advancing 3 lines.

           perform 310-print-one-band
               varying ws-band-sub from 1 by 1
               until ws-band-sub > 4.

       310-print-one-band.

           move bnd-label(ws-band-sub)         to ws-bdh-label.
           write report-line                   from ws-band-heading
               after advancing 2 lines.

           move zeros                          to ws-band-lines,
               ws-band-units.

           perform 320-print-if-in-band
               varying ws-trt-sub from 1 by 1
               until ws-trt-sub > ws-transit-count.

           if ws-band-lines = 0 then
               write report-line               from ws-no-band-line
                   after advancing 1 lines
           else
               move ws-band-lines              to ws-btl-lines
               move ws-band-units              to ws-btl-units
               write report-line               from ws-band-total-line
                   after advancing 1 lines
           end-if.

       320-print-if-in-band.

           if trt-days(ws-trt-sub) not < bnd-low-days(ws-band-sub)
             and trt-days(ws-trt-sub) not >
               bnd-high-days(ws-band-sub) then
               if ws-band-lines = 0 then
                   write report-line           from
                       ws-aging-col-heading
                       after advancing 1 lines
               end-if
               move spaces                     to ws-aging-line
               move trt-transfer-number(ws-trt-sub) to
                   ws-agl-transfer
               move trt-sku-code(ws-trt-sub)   to ws-agl-sku
               move trt-from-store(ws-trt-sub) to ws-agl-from
               move trt-to-store(ws-trt-sub)   to ws-agl-to
               move trt-shipped-qty(ws-trt-sub) to ws-agl-units
               move trt-ship-date(ws-trt-sub)  to ws-agl-ship-date
               move trt-days(ws-trt-sub)       to ws-agl-days
               write report-line               from ws-aging-line
                   after advancing 1 lines
               add 1                           to ws-band-lines
               add trt-shipped-qty(ws-trt-sub) to ws-band-units
           end-if.

       500-print-summary.

           move ws-records-read                to ws-sum-read.
           move ws-shipped-counter             to ws-sum-shipped.
           move ws-shipped-units               to ws-sum-shipped-units.
           move ws-arrived-counter             to ws-sum-arrived.
           move ws-short-counter               to ws-sum-short.
           move ws-short-units                 to ws-sum-short-units.
           move ws-transit-count               to ws-sum-transit.
           move ws-transit-units               to ws-sum-transit-units.
           move ws-exception-counter           to ws-sum-exceptions.

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

       end program MAFD_Final_Program29.
