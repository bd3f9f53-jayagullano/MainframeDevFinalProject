       identification division.
       program-id. MAFD_Final_Program30.
       author. Elinam Amegah.
       date-written. 2026-10-15.
      *Purpose: This program posts the loyalty points.  The record
      *now carries the customer's loyalty number, and each run
      *this program reads the split files Program2 writes and
      *works out, per customer, the day's points: a sale ('S', or
      *an 'H' header for the whole invoice) and an exchange the
      *customer paid the difference on earn the configured points
      *per whole dollar; a return or void claws back the points
      *the original sale earned, found through InvoiceIndex.dat -
      *the customer the sale was rung for, and no more than the
      *sale's own amount earned - and an exchange that ran in the
      *refund direction claws back on its difference.  A record
      *tendered PT spends points at the configured redemption rate
      *(points per dollar), and a PT-tendered return, void or
      *refund-direction exchange puts them back.  Money paid in
      *points earns nothing, and a sale paid in points earned
      *nothing to claw back.  The day is accumulated per customer
      *and posted against the indexed customer master in one batch
      *the way Program16 posts the gift cards: a customer already
      *posted today (a rerun) has that posting backed out first,
      *so the batch replaces rather than re-adds, and the month-to-
      *date figures Program31's liability report reads start again
      *at the first posting of a new month.  A customer number the
      *master does not know (Edits let it through because the
      *master could not be opened) is listed as an exception and
      *not posted (RC 4).  The inputs share one SELECT, reopened
      *per file; every file name is driven from the environment.

       environment division.
       configuration section.
       input-output section.
       file-control.

            select points-input-file
                assign to ws-current-input-filename
                organization is line sequential
                file status is ws-input-status.

           select invoice-index-file
               assign to ws-invoiceidx-filename
               organization is indexed
               access mode is dynamic
               record key is ix-invoice-number
               file status is ws-invoiceidx-status.

           select customer-master-file
               assign to ws-custmast-filename
               organization is indexed
               access mode is dynamic
               record key is cu-customer-number
               file status is ws-custmast-status.

           select report-file
                assign to ws-report-filename
                organization is line sequential.

       data division.

       file section.
       fd points-input-file
          record contains 127 characters
          data record is input-line.

      *The shared split-file record layout, as written by Program2
      *- changed in the copybook, not here, when the record widens.
       copy TRXREC.

       fd invoice-index-file
           data record is invoice-index-record
           record contains 68 characters.

       copy INVIDX.

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
       01 ws-sl-filename                     pic x(60) value
           "../../../data/Sales_Layaway.dat".
       01 ws-return-filename                 pic x(60) value
           "../../../data/Returns.dat".
       01 ws-exchange-filename               pic x(60) value
           "../../../data/Exchanges.dat".
       01 ws-void-filename                   pic x(60) value
           "../../../data/Voids.dat".
       01 ws-laypay-filename                 pic x(60) value
           "../../../data/Layaway_Payments.dat".
       01 ws-giftcard-filename               pic x(60) value
           "../../../data/GiftCards.dat".
       01 ws-invoiceidx-filename             pic x(60) value
           "../../../data/InvoiceIndex.dat".
       01 ws-custmast-filename               pic x(60) value
           "../../../data/Customer_Master.dat".
       01 ws-report-filename                 pic x(60) value
           "../../../data/Points_Posting.out".

      *The input SELECT is reopened once per split file with this
      *name, since all six share the one record layout.
       01 ws-current-input-filename          pic x(60).

       01 ws-input-status                    pic xx.
       01 ws-invoiceidx-status               pic xx.
       01 ws-custmast-status                 pic xx.

      *Invoice-index availability switch - with no index the
      *clawback falls back to the refund record's own customer
      *and amount.
       77 ws-invoiceidx-available              pic x value "N".
           88 ws-invoiceidx-is-available           value "Y".

      *The tender code points redemption rides under.
       77 ws-points-tender                     pic x(2) value "PT".

      *Points earned per whole dollar spent, and points a dollar of
      *redemption costs - overridable via the environment, the
      *redemption rate kept in step with Edits' balance check.
       77 ws-earn-rate                         pic 9(3) value 1.
       01 ws-earn-rate-env                   pic x(10).
       77 ws-redeem-rate                       pic 9(3) value 100.
       01 ws-redeem-rate-env                 pic x(10).

      *Which split file is in flight: S sales/layaways, X
      *exchanges, R returns, V voids, anything else a file whose
      *records only spend points (layaway payments, gift-card
      *loads).
       77 ws-post-mode                         pic x.
           88 ws-post-mode-is-sales                value "S".
           88 ws-post-mode-is-exchange             value "X".
           88 ws-post-mode-is-return               value "R".
           88 ws-post-mode-is-void                 value "V".

      *The record in hand puts money back - a return, a void, or
      *an exchange whose returned item outweighed the new one.
       77 ws-refund-direction                  pic x.
           88 ws-record-is-refund                  value "Y".

      *The customer and points the record in hand moves.
       77 ws-points-customer                   pic x(10).
       77 ws-points-work                       pic 9(09).
       77 ws-claw-base                         pic 9(05)v99.

      *The day's points, accumulated per customer and posted
      *against the master in one batch at end of run - deferring
      *the posting is what lets a rerun replace the day's posting
      *instead of re-adding it.  A day touching more customers
      *than the table holds cannot post safely, so the run stops.
       01 ws-points-post-table.
           05 ws-points-post-entry occurs 3000 times.
               10 ppt-customer-number          pic x(10).
               10 ppt-earned                   pic 9(07).
               10 ppt-clawed                   pic 9(07).
               10 ppt-redeemed                 pic 9(07).
               10 ppt-restored                 pic 9(07).

       77 ws-points-post-count                 pic 9(04) value 0.
       77 ws-ppt-sub                           pic 9(04).

      *Posting work fields.
       77 ws-current-period                    pic 9(06).
       01 ws-today-8                         pic 9(08).
       01 ws-today-8-r redefines ws-today-8.
           05 ws-today-yyyymm                 pic 9(06).
           05 filler                          pic 9(02).
       77 ws-new-mtd                           pic s9(08).

      *Run counters.
       77 ws-records-with-points               pic 9(07) value 0.
       77 ws-customers-posted                  pic 9(05) value 0.
       77 ws-exception-counter                 pic 9(05) value 0.
       77 ws-negative-counter                  pic 9(05) value 0.
       77 ws-total-earned                      pic 9(09) value 0.
       77 ws-total-clawed                      pic 9(09) value 0.
       77 ws-total-redeemed                    pic 9(09) value 0.
       77 ws-total-restored                    pic 9(09) value 0.

      *Headers For Formatting Purposes:

       01 ws-heading1.
           05 filler                           pic x(14) value spaces.
           05 filler                           pic x(46)
            value "Group 7, Final Project Program 30 Points".
           05 filler                           pic x(13)
            value spaces.
           05 ws-sys-date                      pic 9(6).
           05 filler                           pic x(15)
            value spaces.
           05 ws-sys-time                      pic 9(8).

       01 ws-detail-heading.
           05 filler                           pic x(40) value
               "Customer    Name                        ".
           05 filler                           pic x(40) value
               "    Earned   Clawed Redeemed Restored   ".
           05 filler                           pic x(10) value
               "   Balance".

       01 ws-detail-line.
           05 ws-dtl-customer                  pic x(10).
           05 filler                           pic x(02).
           05 ws-dtl-name                      pic x(30).
           05 filler                           pic x(01).
           05 ws-dtl-earned                    pic z,zzz,zz9.
           05 ws-dtl-clawed                    pic z,zzz,zz9.
           05 ws-dtl-redeemed                  pic z,zzz,zz9.
           05 ws-dtl-restored                  pic z,zzz,zz9.
           05 filler                           pic x(01).
           05 ws-dtl-balance                   pic -zzz,zzz,zz9.
           05 filler                           pic x(02).
           05 ws-dtl-note                      pic x(24).

       01 ws-no-data-line.
           05 filler                           pic x(40)
               value "No points activity today.".

       01 ws-summary-line1.
           05 filler                           pic x(32)
               value "Records moving points:          ".
           05 ws-sum-records                   pic z,zzz,zz9.

       01 ws-summary-line2.
           05 filler                           pic x(32)
               value "Customers posted:               ".
           05 ws-sum-customers                 pic z,zzz,zz9.

       01 ws-summary-line3.
           05 filler                           pic x(32)
               value "Points earned:                  ".
           05 ws-sum-earned                    pic zzz,zzz,zz9.

       01 ws-summary-line4.
           05 filler                           pic x(32)
               value "Points clawed back:             ".
           05 ws-sum-clawed                    pic zzz,zzz,zz9.

       01 ws-summary-line5.
           05 filler                           pic x(32)
               value "Points redeemed:                ".
           05 ws-sum-redeemed                  pic zzz,zzz,zz9.

       01 ws-summary-line6.
           05 filler                           pic x(32)
               value "Points restored on refunds:     ".
           05 ws-sum-restored                  pic zzz,zzz,zz9.

       01 ws-summary-line7.
           05 filler                           pic x(32)
               value "Balances below zero:            ".
           05 ws-sum-negative                  pic z,zzz,zz9.

       01 ws-summary-line8.
           05 filler                           pic x(32)
               value "Customers not on master:        ".
           05 ws-sum-exceptions                pic z,zzz,zz9.

      *EOF Flag
       77 ws-eof-flag                          pic x
               value "n".

       procedure division.
       000-Main.

      *Read file-name overrides from the environment.
           accept ws-sl-filename
               from environment "MAFD30_SLFILE"
               on exception continue end-accept.
           accept ws-return-filename
               from environment "MAFD30_RETURNFILE"
               on exception continue end-accept.
           accept ws-exchange-filename
               from environment "MAFD30_EXCHANGEFILE"
               on exception continue end-accept.
           accept ws-void-filename
               from environment "MAFD30_VOIDFILE"
               on exception continue end-accept.
           accept ws-laypay-filename
               from environment "MAFD30_LAYPAYFILE"
               on exception continue end-accept.
           accept ws-giftcard-filename
               from environment "MAFD30_GIFTCARDFILE"
               on exception continue end-accept.
           accept ws-invoiceidx-filename
               from environment "MAFD30_INVOICEIDXFILE"
               on exception continue end-accept.
           accept ws-custmast-filename
               from environment "MAFD30_CUSTMASTFILE"
               on exception continue end-accept.
           accept ws-report-filename
               from environment "MAFD30_REPORTFILE"
               on exception continue end-accept.
           accept ws-earn-rate-env
               from environment "MAFD30_EARNRATE"
               on exception continue end-accept.
           if ws-earn-rate-env not = spaces
               move ws-earn-rate-env           to ws-earn-rate
           end-if.
           accept ws-redeem-rate-env
               from environment "MAFD30_REDEEMRATE"
               on exception continue end-accept.
           if ws-redeem-rate-env not = spaces
               move ws-redeem-rate-env         to ws-redeem-rate
           end-if.

           accept ws-sys-date                  from date.
           accept ws-sys-time                  from time.
           accept ws-today-8                   from date yyyymmdd.
           move ws-today-yyyymm                to ws-current-period.

           open input invoice-index-file.
           if ws-invoiceidx-status = "00"
               move "Y"                        to
                   ws-invoiceidx-available
           end-if.

      *The customer master carries forward run over run; a first
      *run with no master yet creates it empty.
           open i-o customer-master-file.
           if ws-custmast-status not = "00"
               open output customer-master-file
               close customer-master-file
               open i-o customer-master-file
           end-if.

           move ws-sl-filename                 to
               ws-current-input-filename.
           move "S"                            to ws-post-mode.
           perform 100-process-one-file.

           move ws-exchange-filename           to
               ws-current-input-filename.
           move "X"                            to ws-post-mode.
           perform 100-process-one-file.

           move ws-return-filename             to
               ws-current-input-filename.
           move "R"                            to ws-post-mode.
           perform 100-process-one-file.

           move ws-void-filename               to
               ws-current-input-filename.
           move "V"                            to ws-post-mode.
           perform 100-process-one-file.

           move ws-laypay-filename             to
               ws-current-input-filename.
           move "O"                            to ws-post-mode.
           perform 100-process-one-file.

           move ws-giftcard-filename           to
               ws-current-input-filename.
           move "O"                            to ws-post-mode.
           perform 100-process-one-file.

           if ws-invoiceidx-is-available
               close invoice-index-file
           end-if.

           open output report-file.

           write report-line                   from ws-heading1
               after advancing 1 lines.

           perform 400-post-points.

           close customer-master-file.

           perform 500-print-summary.

           close report-file.

           if ws-exception-counter > 0 then
               move 4                          to return-code
           else
               move 0                          to return-code
           end-if.

           stop run.

      *Runs one split file through the accumulators.  A file
      *missing on a given day (say no voids) is simply skipped.
       100-process-one-file.

           open input points-input-file.

           if ws-input-status = "00" then
               read points-input-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 200-accumulate-one-record
                   until ws-eof-flag = "y"
               close points-input-file
           end-if.

           move "n"                            to ws-eof-flag.

      *Works out the points the record moves.  A detail line's
      *money settled once on its header, and an 'L' layaway
      *opening is a balance owed, not money taken, so neither
      *moves points.
       200-accumulate-one-record.

           if il-transaction-code not = "D"
             and il-transaction-code not = "L"
             and il-transaction-amount numeric then
               perform 205-set-refund-direction
               if il-payment-type = ws-points-tender then
                   perform 210-accumulate-points-tender
               else
                   perform 220-accumulate-earn-or-claw
               end-if
           end-if.

           read points-input-file
               at end
                   move "y"                    to ws-eof-flag.

       205-set-refund-direction.

           move "N"                            to ws-refund-direction.

           if ws-post-mode-is-return or ws-post-mode-is-void then
               move "Y"                        to ws-refund-direction
           end-if.

           if ws-post-mode-is-exchange
             and il-exchange-amount numeric
             and il-exchange-ret-amount numeric
             and il-exchange-ret-amount > il-exchange-amount then
               move "Y"                        to ws-refund-direction
           end-if.

      *Points spent as tender, or put back when a points-tendered
      *record is refunded, at the redemption rate.
       210-accumulate-points-tender.

           if il-customer-number not = spaces then
               move il-customer-number         to ws-points-customer
               compute ws-points-work rounded =
                   il-transaction-amount * ws-redeem-rate
               perform 300-find-post-entry
               if ws-record-is-refund then
                   add ws-points-work          to
                       ppt-restored(ws-ppt-sub)
               else
                   add ws-points-work          to
                       ppt-redeemed(ws-ppt-sub)
               end-if
               add 1                           to
                   ws-records-with-points
           end-if.

      *Points earned on money taken, or clawed back on money given
      *back.  A return or void claws back off the original sale.
       220-accumulate-earn-or-claw.

           if ws-post-mode-is-return or ws-post-mode-is-void then
               perform 230-accumulate-clawback
           else
               if il-customer-number not = spaces
                 and (ws-post-mode-is-sales
                   or ws-post-mode-is-exchange) then
                   move il-customer-number     to ws-points-customer
                   compute ws-points-work =
                       il-transaction-amount * ws-earn-rate
                   perform 300-find-post-entry
                   if ws-record-is-refund then
                       add ws-points-work      to
                           ppt-clawed(ws-ppt-sub)
                   else
                       add ws-points-work      to
                           ppt-earned(ws-ppt-sub)
                   end-if
                   add 1                       to
                       ws-records-with-points
               end-if
           end-if.

      *The points a return or void claws back are the ones the
      *original sale earned: the customer it was rung for, on no
      *more than its own amount.  A sale paid in points, or rung
      *with no loyalty number, earned nothing, and an invoice the
      *index no longer holds (retired by housekeeping) falls back
      *to the refund record itself.
       230-accumulate-clawback.

           move il-customer-number             to ws-points-customer.
           move il-transaction-amount          to ws-claw-base.

           if ws-invoiceidx-is-available then
               move il-invoice-number          to ix-invoice-number
               read invoice-index-file
                   invalid key
                       continue
                   not invalid key
                       perform 235-claw-from-original
               end-read
           end-if.

           if ws-points-customer not = spaces then
               compute ws-points-work =
                   ws-claw-base * ws-earn-rate
               perform 300-find-post-entry
               add ws-points-work              to
                   ppt-clawed(ws-ppt-sub)
               add 1                           to
                   ws-records-with-points
           end-if.

       235-claw-from-original.

           if not ix-was-a-sale
             or ix-payment-type = ws-points-tender then
               move spaces                     to ws-points-customer
           else
               move ix-customer-number         to ws-points-customer
               if ix-sale-amount numeric
                 and ix-sale-amount < ws-claw-base then
                   move ix-sale-amount         to ws-claw-base
               end-if
           end-if.

      *Finds - or opens - the posting-table entry for the customer
      *in ws-points-customer, leaving its subscript in ws-ppt-sub.
       300-find-post-entry.

           perform 305-search-post-entry
               varying ws-ppt-sub from 1 by 1
               until ws-ppt-sub > ws-points-post-count
               or ppt-customer-number(ws-ppt-sub) =
                 ws-points-customer.

           if ws-ppt-sub > ws-points-post-count then
               if ws-points-post-count >= 3000 then
                   display "POINTS POSTING TABLE FULL AT 3000"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-points-post-count
               move ws-points-post-count       to ws-ppt-sub
               move ws-points-customer         to
                   ppt-customer-number(ws-ppt-sub)
               move zeros                      to
                   ppt-earned(ws-ppt-sub),
                   ppt-clawed(ws-ppt-sub),
                   ppt-redeemed(ws-ppt-sub),
                   ppt-restored(ws-ppt-sub)
           end-if.

       305-search-post-entry.
           continue.

      *Posts the day's accumulated points against the master in
      *one batch, printing a line per customer.
       400-post-points.

           if ws-points-post-count = 0 then
               write report-line               from ws-no-data-line
                   after advancing 2 lines
           else
               write report-line               from ws-detail-heading
                   after advancing 2 lines
               perform 410-post-one-customer
                   varying ws-ppt-sub from 1 by 1
                   until ws-ppt-sub > ws-points-post-count
           end-if.

       410-post-one-customer.

           move spaces                         to ws-detail-line.
           move ppt-customer-number(ws-ppt-sub) to ws-dtl-customer.
           move ppt-earned(ws-ppt-sub)         to ws-dtl-earned.
           move ppt-clawed(ws-ppt-sub)         to ws-dtl-clawed.
           move ppt-redeemed(ws-ppt-sub)       to ws-dtl-redeemed.
           move ppt-restored(ws-ppt-sub)       to ws-dtl-restored.

           move ppt-customer-number(ws-ppt-sub) to cu-customer-number.
           read customer-master-file
               invalid key
                   add 1                       to ws-exception-counter
                   move "NOT ON MASTER - UNPOSTED" to ws-dtl-note
               not invalid key
                   perform 430-apply-posting
                   rewrite customer-master-record
                   add 1                       to ws-customers-posted
                   move cu-customer-name       to ws-dtl-name
                   move cu-points-balance      to ws-dtl-balance
                   if cu-points-balance < 0 then
                       add 1                   to ws-negative-counter
                       move "BALANCE BELOW ZERO" to ws-dtl-note
                   end-if
           end-read.

           write report-line                   from ws-detail-line
               after advancing 1 lines.

           add ppt-earned(ws-ppt-sub)          to ws-total-earned.
           add ppt-clawed(ws-ppt-sub)          to ws-total-clawed.
           add ppt-redeemed(ws-ppt-sub)        to ws-total-redeemed.
           add ppt-restored(ws-ppt-sub)        to ws-total-restored.

      *Applies one customer's day, backing today's earlier posting
      *out first so a rerun replaces it.  The month-to-date
      *figures start again when the month has turned since the
      *customer was last posted.
       430-apply-posting.

           if cu-posted-run-date = ws-sys-date then
               compute cu-points-balance = cu-points-balance
                   - cu-run-earned + cu-run-clawed
                   + cu-run-redeemed - cu-run-restored
               if cu-mtd-period = ws-current-period then
                   perform 440-back-out-mtd
               end-if
           end-if.

           if cu-mtd-period not = ws-current-period then
               move ws-current-period          to cu-mtd-period
               move zeros                      to cu-mtd-earned,
                   cu-mtd-clawed, cu-mtd-redeemed, cu-mtd-restored
           end-if.

           compute cu-points-balance = cu-points-balance
               + ppt-earned(ws-ppt-sub) - ppt-clawed(ws-ppt-sub)
               - ppt-redeemed(ws-ppt-sub) + ppt-restored(ws-ppt-sub).

           add ppt-earned(ws-ppt-sub)          to cu-mtd-earned.
           add ppt-clawed(ws-ppt-sub)          to cu-mtd-clawed.
           add ppt-redeemed(ws-ppt-sub)        to cu-mtd-redeemed.
           add ppt-restored(ws-ppt-sub)        to cu-mtd-restored.

           move ws-sys-date                    to cu-posted-run-date.
           move ppt-earned(ws-ppt-sub)         to cu-run-earned.
           move ppt-clawed(ws-ppt-sub)         to cu-run-clawed.
           move ppt-redeemed(ws-ppt-sub)       to cu-run-redeemed.
           move ppt-restored(ws-ppt-sub)       to cu-run-restored.

      *Takes today's earlier posting back off the month-to-date
      *figures, flooring each at zero.
       440-back-out-mtd.

           compute ws-new-mtd = cu-mtd-earned - cu-run-earned.
           if ws-new-mtd < 0 then
               move zeros                      to cu-mtd-earned
           else
               move ws-new-mtd                 to cu-mtd-earned
           end-if.

           compute ws-new-mtd = cu-mtd-clawed - cu-run-clawed.
           if ws-new-mtd < 0 then
               move zeros                      to cu-mtd-clawed
           else
               move ws-new-mtd                 to cu-mtd-clawed
           end-if.

           compute ws-new-mtd = cu-mtd-redeemed - cu-run-redeemed.
           if ws-new-mtd < 0 then
               move zeros                      to cu-mtd-redeemed
           else
               move ws-new-mtd                 to cu-mtd-redeemed
           end-if.

           compute ws-new-mtd = cu-mtd-restored - cu-run-restored.
           if ws-new-mtd < 0 then
               move zeros                      to cu-mtd-restored
           else
               move ws-new-mtd                 to cu-mtd-restored
           end-if.

       500-print-summary.

           move ws-records-with-points         to ws-sum-records.
           move ws-customers-posted            to ws-sum-customers.
           move ws-total-earned                to ws-sum-earned.
           move ws-total-clawed                to ws-sum-clawed.
           move ws-total-redeemed              to ws-sum-redeemed.
           move ws-total-restored              to ws-sum-restored.
           move ws-negative-counter            to ws-sum-negative.
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
           write report-line                   from ws-summary-line7
               after advancing 1 lines.
           write report-line                   from ws-summary-line8
               after advancing 1 lines.

       end program MAFD_Final_Program30.
