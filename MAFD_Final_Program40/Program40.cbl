       identification division.
       program-id. MAFD_Final_Program40.
       author. Elinam Amegah.
       date-written. 2026-10-15.
      *Purpose: This program is the weekly integrity audit of the
      *indexed masters.  The masters carry balances that should
      *always agree with their own components and with each other,
      *and nothing in the nightly stream checks them, so a bad
      *posting could sit unnoticed until the year-end audit.  Each
      *master is read end to end and every break is listed with
      *its record key: a layaway whose ly-balance is not
      *ly-original-amount less ly-deposits-to-date (nil once paid
      *in full, the way Program2 posts it), a gift card whose
      *gc-balance is not issued less redeemed (nil once redeemed
      *in full, the way Program16 posts it), an invoice refunded
      *beyond its sale amount, and a balance field that is not
      *numeric at all.  Every store number on any of the eight
      *masters must still be on StoreMast.dat, and every SKU on
      *OnHand_Master.dat, PO_Master.dat and Transfer_Master.dat
      *must still be on SkuMast.dat.  A master that is not there is
      *noted and passed over.  The masters are only read.  Any
      *break ends the step with RC 8; an empty or missing store or
      *SKU master stops the audit before it starts (RC 16).  Every
      *file name is driven from the environment.

       environment division.
       configuration section.
       input-output section.
       file-control.

           select layaway-master-file
               assign to ws-laymast-filename
               organization is indexed
               access mode is sequential
               record key is ly-invoice-number
               file status is ws-master-status.

           select gift-card-master-file
               assign to ws-gcmast-filename
               organization is indexed
               access mode is sequential
               record key is gc-card-number
               file status is ws-master-status.

           select invoice-index-file
               assign to ws-invoiceidx-filename
               organization is indexed
               access mode is sequential
               record key is ix-invoice-number
               file status is ws-master-status.

           select on-hand-master-file
               assign to ws-onhand-filename
               organization is indexed
               access mode is sequential
               record key is oh-record-key
               file status is ws-master-status.

           select po-master-file
               assign to ws-pomast-filename
               organization is indexed
               access mode is sequential
               record key is po-record-key
               file status is ws-master-status.

           select transfer-master-file
               assign to ws-xfrmast-filename
               organization is indexed
               access mode is sequential
               record key is xf-transfer-number
               file status is ws-master-status.

           select customer-master-file
               assign to ws-custmast-filename
               organization is indexed
               access mode is sequential
               record key is cu-customer-number
               file status is ws-master-status.

           select sales-history-file
               assign to ws-saleshist-filename
               organization is indexed
               access mode is sequential
               record key is sh-record-key
               file status is ws-master-status.

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
       fd layaway-master-file
           data record is layaway-master-record
           record contains 66 characters.

       copy LAYMAST.

       fd gift-card-master-file
           data record is gift-card-master-record
           record contains 103 characters.

       copy GCMAST.

       fd invoice-index-file
           data record is invoice-index-record
           record contains 68 characters.

       copy INVIDX.

       fd on-hand-master-file
           data record is on-hand-master-record
           record contains 69 characters.

       copy ONHAND.

       fd po-master-file
           data record is po-master-record
           record contains 71 characters.

       copy POMAST.

       fd transfer-master-file
           data record is transfer-master-record
           record contains 67 characters.

       copy XFRMAST.

       fd customer-master-file
           data record is customer-master-record
           record contains 129 characters.

       copy CUSTMAST.

       fd sales-history-file
           data record is sales-history-record
           record contains 54 characters.

       copy SLSHIST.

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
       01 ws-laymast-filename                pic x(60) value
           "../../../data/Layaway_Master.dat".
       01 ws-gcmast-filename                 pic x(60) value
           "../../../data/GiftCard_Master.dat".
       01 ws-invoiceidx-filename             pic x(60) value
           "../../../data/InvoiceIndex.dat".
       01 ws-onhand-filename                 pic x(60) value
           "../../../data/OnHand_Master.dat".
       01 ws-pomast-filename                 pic x(60) value
           "../../../data/PO_Master.dat".
       01 ws-xfrmast-filename                pic x(60) value
           "../../../data/Transfer_Master.dat".
       01 ws-custmast-filename               pic x(60) value
           "../../../data/Customer_Master.dat".
       01 ws-saleshist-filename              pic x(60) value
           "../../../data/Sales_History.dat".
       01 ws-storemast-filename              pic x(60) value
           "../../../data/StoreMast.dat".
       01 ws-skumast-filename                pic x(60) value
           "../../../data/SkuMast.dat".
       01 ws-report-filename                 pic x(60) value
           "../../../data/Integrity_Audit.out".

       01 ws-master-status                   pic xx.
       01 ws-storemast-status                pic xx.
       01 ws-skumast-status                  pic xx.

       copy STORTBL.

       copy SKUTBL.

      *One line per master audited, in the order they are read.
       01 ws-audit-table.
           05 ws-audit-entry occurs 8 times.
               10 aud-master-name              pic x(20).
               10 aud-was-present              pic x(01).
               10 aud-records-read             pic 9(07).
               10 aud-break-count              pic 9(07).

       77 ws-aud-sub                           pic 9(01).
       77 ws-total-breaks                      pic 9(07) value 0.

      *The record in hand - its key as printed, the store or SKU
      *being looked up, and the figures a balance check compares.
       01 ws-record-key                      pic x(25).
       01 ws-check-label                     pic x(10).
       01 ws-check-store                     pic x(02).
       01 ws-check-sku                       pic x(15).
       77 ws-recorded-amount                   pic s9(09)v99.
       77 ws-expected-amount                   pic s9(09)v99.
       01 ws-break-has-amounts               pic x(01) value "N".
           88 ws-break-shows-amounts             value "Y".

      *Headers For Formatting Purposes:

       01 ws-heading1.
           05 filler                           pic x(14) value spaces.
           05 filler                           pic x(46)
            value "Group 7, Final Project Program 40 Audit".
           05 filler                           pic x(13)
            value spaces.
           05 ws-sys-date                      pic 9(6).
           05 filler                           pic x(15)
            value spaces.
           05 ws-sys-time                      pic 9(8).

       01 ws-title-line.
           05 filler                           pic x(40) value
               "Integrity audit of the indexed masters  ".

       01 ws-break-heading.
           05 filler                           pic x(22) value
               "Master".
           05 filler                           pic x(27) value
               "Record key".
           05 filler                           pic x(37) value
               "Check".
           05 filler                           pic x(15) value
               "      Recorded ".
           05 filler                           pic x(14) value
               "      Expected".

       01 ws-break-line.
           05 ws-brk-master                    pic x(20).
           05 filler                           pic x(02).
           05 ws-brk-key                       pic x(25).
           05 filler                           pic x(02).
           05 ws-brk-check                     pic x(35).
           05 filler                           pic x(02).
           05 ws-brk-recorded                  pic x(14).
           05 filler                           pic x(01).
           05 ws-brk-expected                  pic x(14).

       01 ws-amount-edit                     pic zz,zzz,zz9.99-.

       01 ws-no-break-line.
           05 filler                           pic x(40) value
               "No breaks found.                        ".

       01 ws-message-line.
           05 ws-msg-text                      pic x(80).

       01 ws-summary-heading.
           05 filler                           pic x(22) value
               "Master".
           05 filler                           pic x(21) value
               "  Records      Breaks".

       01 ws-summary-line.
           05 ws-sml-master                    pic x(20).
           05 filler                           pic x(02).
           05 ws-sml-read                      pic z,zzz,zz9.
           05 filler                           pic x(03).
           05 ws-sml-breaks                    pic z,zzz,zz9.
           05 filler                           pic x(02).
           05 ws-sml-note                      pic x(20).

       01 ws-total-line.
           05 filler                           pic x(40) value
               "Total breaks:                           ".
           05 ws-tot-breaks                    pic z,zzz,zz9.

      *EOF Flag
       77 ws-eof-flag                          pic x
               value "n".

      *Master-load audit counters and the duplicate-search subscript.
       77 ws-store-skip-count                  pic 9(3) value 0.
       77 ws-sku-skip-count                    pic 9(3) value 0.
       77 ws-load-sub                          pic 9(4).

       procedure division.
       000-Main.

      *Read file-name overrides from the environment.
           accept ws-laymast-filename
               from environment "MAFD40_LAYMASTFILE"
               on exception continue end-accept.
           accept ws-gcmast-filename
               from environment "MAFD40_GCMASTFILE"
               on exception continue end-accept.
           accept ws-invoiceidx-filename
               from environment "MAFD40_INVOICEIDXFILE"
               on exception continue end-accept.
           accept ws-onhand-filename
               from environment "MAFD40_ONHANDFILE"
               on exception continue end-accept.
           accept ws-pomast-filename
               from environment "MAFD40_POMASTFILE"
               on exception continue end-accept.
           accept ws-xfrmast-filename
               from environment "MAFD40_XFRMASTFILE"
               on exception continue end-accept.
           accept ws-custmast-filename
               from environment "MAFD40_CUSTMASTFILE"
               on exception continue end-accept.
           accept ws-saleshist-filename
               from environment "MAFD40_SALESHISTFILE"
               on exception continue end-accept.
           accept ws-storemast-filename
               from environment "MAFD40_STOREMASTFILE"
               on exception continue end-accept.
           accept ws-skumast-filename
               from environment "MAFD40_SKUMASTFILE"
               on exception continue end-accept.
           accept ws-report-filename
               from environment "MAFD40_REPORTFILE"
               on exception continue end-accept.

           accept ws-sys-date                  from date.
           accept ws-sys-time                  from time.

           perform 050-load-store-table.
           perform 060-load-sku-table.
           perform 070-build-audit-table.

           open output report-file.
           write report-line                   from ws-heading1
               after advancing 1 lines.
           write report-line                   from ws-title-line
               after advancing 2 lines.

      *With no store or SKU master every key would show as a break
      *and bury any real one, so the audit does not start.
           if ws-store-count = 0
             or ws-sku-count = 0 then
               move "STORE OR SKU MASTER MISSING - AUDIT NOT RUN"
                                               to ws-msg-text
               write report-line               from ws-message-line
                   after advancing 2 lines
               close report-file
               move 16                         to return-code
               stop run
           end-if.

           write report-line                   from ws-break-heading
               after advancing 2 lines.

           perform 100-audit-layaways.
           perform 200-audit-gift-cards.
           perform 300-audit-invoice-index.
           perform 400-audit-on-hand.
           perform 500-audit-purchase-orders.
           perform 600-audit-transfers.
           perform 700-audit-customers.
           perform 750-audit-sales-history.

           if ws-total-breaks = 0 then
               write report-line               from ws-no-break-line
                   after advancing 1 lines
           end-if.

           perform 900-print-summary.

           close report-file.

           if ws-total-breaks > 0 then
               move 8                          to return-code
           end-if.

           stop run.

      *Loads the store master - every store number on a master
      *must still be on it, active or not.
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

      *A duplicate key or a table past its limit would misreport
      *every store behind it, so the load stops loudly instead.
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

      *Loads the SKU catalog - existence checking only.
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

       070-build-audit-table.

           move "Layaway_Master"               to aud-master-name(1).
           move "GiftCard_Master"              to aud-master-name(2).
           move "InvoiceIndex"                 to aud-master-name(3).
           move "OnHand_Master"                to aud-master-name(4).
           move "PO_Master"                    to aud-master-name(5).
           move "Transfer_Master"              to aud-master-name(6).
           move "Customer_Master"              to aud-master-name(7).
           move "Sales_History"                to aud-master-name(8).

           perform 075-clear-audit-entry
               varying ws-aud-sub from 1 by 1
               until ws-aud-sub > 8.

       075-clear-audit-entry.

           move "N"                            to
               aud-was-present(ws-aud-sub).
           move zeros                          to
               aud-records-read(ws-aud-sub),
               aud-break-count(ws-aud-sub).

      *Layaways: the balance owed is the original amount less the
      *deposits to date, nil once the deposits cover it.
       100-audit-layaways.

           move 1                              to ws-aud-sub.

           open input layaway-master-file.
           if ws-master-status = "00" then
               move "Y"                        to
                   aud-was-present(ws-aud-sub)
               read layaway-master-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 105-audit-one-layaway until ws-eof-flag = "y"
               close layaway-master-file
           end-if.

           move "n"                            to ws-eof-flag.

       105-audit-one-layaway.

           add 1                               to
               aud-records-read(ws-aud-sub).
           move ly-invoice-number              to ws-record-key.

           if ly-original-amount not numeric
             or ly-deposits-to-date not numeric
             or ly-balance not numeric then
               move "BALANCE FIELDS NOT NUMERIC" to ws-brk-check
               perform 850-write-break
           else
               if ly-deposits-to-date >= ly-original-amount then
                   move zeros                  to ws-expected-amount
               else
                   compute ws-expected-amount =
                       ly-original-amount - ly-deposits-to-date
               end-if
               if ly-balance not = ws-expected-amount then
                   move ly-balance             to ws-recorded-amount
                   move "BALANCE NOT ORIGINAL LESS DEPOSITS"
                                               to ws-brk-check
                   move "Y"                    to ws-break-has-amounts
                   perform 850-write-break
               end-if
           end-if.

           move "STORE"                        to ws-check-label.
           move ly-store-number                to ws-check-store.
           perform 800-check-store.

           read layaway-master-file
               at end
                   move "y"                    to ws-eof-flag.

      *Gift cards: the balance is issued less redeemed, nil once
      *redeemed in full.  An escheated card has its balance booked
      *to redeemed, so it is held to the same rule.
       200-audit-gift-cards.

           move 2                              to ws-aud-sub.

           open input gift-card-master-file.
           if ws-master-status = "00" then
               move "Y"                        to
                   aud-was-present(ws-aud-sub)
               read gift-card-master-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 205-audit-one-gift-card until ws-eof-flag = "y"
               close gift-card-master-file
           end-if.

           move "n"                            to ws-eof-flag.

       205-audit-one-gift-card.

           add 1                               to
               aud-records-read(ws-aud-sub).
           move gc-card-number                 to ws-record-key.

           if gc-issued-to-date not numeric
             or gc-redeemed-to-date not numeric
             or gc-balance not numeric then
               move "BALANCE FIELDS NOT NUMERIC" to ws-brk-check
               perform 850-write-break
           else
               if gc-redeemed-to-date >= gc-issued-to-date then
                   move zeros                  to ws-expected-amount
               else
                   compute ws-expected-amount =
                       gc-issued-to-date - gc-redeemed-to-date
               end-if
               if gc-balance not = ws-expected-amount then
                   move gc-balance             to ws-recorded-amount
                   move "BALANCE NOT ISSUED LESS REDEEMED"
                                               to ws-brk-check
                   move "Y"                    to ws-break-has-amounts
                   perform 850-write-break
               end-if
           end-if.

           move "STORE"                        to ws-check-label.
           move gc-store-number                to ws-check-store.
           perform 800-check-store.

           read gift-card-master-file
               at end
                   move "y"                    to ws-eof-flag.

      *Invoice index: nothing can be refunded beyond what the
      *invoice was sold for.
       300-audit-invoice-index.

           move 3                              to ws-aud-sub.

           open input invoice-index-file.
           if ws-master-status = "00" then
               move "Y"                        to
                   aud-was-present(ws-aud-sub)
               read invoice-index-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 305-audit-one-invoice until ws-eof-flag = "y"
               close invoice-index-file
           end-if.

           move "n"                            to ws-eof-flag.

       305-audit-one-invoice.

           add 1                               to
               aud-records-read(ws-aud-sub).
           move ix-invoice-number              to ws-record-key.

           if ix-sale-amount not numeric
             or ix-refunded-to-date not numeric then
               move "AMOUNT FIELDS NOT NUMERIC" to ws-brk-check
               perform 850-write-break
           else
               if ix-refunded-to-date > ix-sale-amount then
                   move ix-refunded-to-date    to ws-recorded-amount
                   move ix-sale-amount         to ws-expected-amount
                   move "REFUNDED TO DATE EXCEEDS SALE"
                                               to ws-brk-check
                   move "Y"                    to ws-break-has-amounts
                   perform 850-write-break
               end-if
           end-if.

           move "STORE"                        to ws-check-label.
           move ix-store-number                to ws-check-store.
           perform 800-check-store.

           read invoice-index-file
               at end
                   move "y"                    to ws-eof-flag.

       400-audit-on-hand.

           move 4                              to ws-aud-sub.

           open input on-hand-master-file.
           if ws-master-status = "00" then
               move "Y"                        to
                   aud-was-present(ws-aud-sub)
               read on-hand-master-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 405-audit-one-position until ws-eof-flag = "y"
               close on-hand-master-file
           end-if.

           move "n"                            to ws-eof-flag.

       405-audit-one-position.

           add 1                               to
               aud-records-read(ws-aud-sub).
           move spaces                         to ws-record-key.
           string oh-store-number delimited by size
               "/" delimited by size
               oh-sku-code delimited by size
               into ws-record-key
           end-string.

           move "STORE"                        to ws-check-label.
           move oh-store-number                to ws-check-store.
           perform 800-check-store.

           move oh-sku-code                    to ws-check-sku.
           perform 810-check-sku.

           read on-hand-master-file
               at end
                   move "y"                    to ws-eof-flag.

       500-audit-purchase-orders.

           move 5                              to ws-aud-sub.

           open input po-master-file.
           if ws-master-status = "00" then
               move "Y"                        to
                   aud-was-present(ws-aud-sub)
               read po-master-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 505-audit-one-po-line until ws-eof-flag = "y"
               close po-master-file
           end-if.

           move "n"                            to ws-eof-flag.

       505-audit-one-po-line.

           add 1                               to
               aud-records-read(ws-aud-sub).
           move spaces                         to ws-record-key.
           string po-number delimited by size
               "/" delimited by size
               po-sku-code delimited by size
               into ws-record-key
           end-string.

           move "STORE"                        to ws-check-label.
           move po-store-number                to ws-check-store.
           perform 800-check-store.

           move po-sku-code                    to ws-check-sku.
           perform 810-check-sku.

           read po-master-file
               at end
                   move "y"                    to ws-eof-flag.

       600-audit-transfers.

           move 6                              to ws-aud-sub.

           open input transfer-master-file.
           if ws-master-status = "00" then
               move "Y"                        to
                   aud-was-present(ws-aud-sub)
               read transfer-master-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 605-audit-one-transfer until ws-eof-flag = "y"
               close transfer-master-file
           end-if.

           move "n"                            to ws-eof-flag.

       605-audit-one-transfer.

           add 1                               to
               aud-records-read(ws-aud-sub).
           move xf-transfer-number             to ws-record-key.

           move "FROM STORE"                   to ws-check-label.
           move xf-from-store                  to ws-check-store.
           perform 800-check-store.

           move "TO STORE"                     to ws-check-label.
           move xf-to-store                    to ws-check-store.
           perform 800-check-store.

           move xf-sku-code                    to ws-check-sku.
           perform 810-check-sku.

           read transfer-master-file
               at end
                   move "y"                    to ws-eof-flag.

       700-audit-customers.

           move 7                              to ws-aud-sub.

           open input customer-master-file.
           if ws-master-status = "00" then
               move "Y"                        to
                   aud-was-present(ws-aud-sub)
               read customer-master-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 705-audit-one-customer until ws-eof-flag = "y"
               close customer-master-file
           end-if.

           move "n"                            to ws-eof-flag.

       705-audit-one-customer.

           add 1                               to
               aud-records-read(ws-aud-sub).
           move cu-customer-number             to ws-record-key.

           move "HOME STORE"                   to ws-check-label.
           move cu-home-store                  to ws-check-store.
           perform 800-check-store.

           read customer-master-file
               at end
                   move "y"                    to ws-eof-flag.

       750-audit-sales-history.

           move 8                              to ws-aud-sub.

           open input sales-history-file.
           if ws-master-status = "00" then
               move "Y"                        to
                   aud-was-present(ws-aud-sub)
               read sales-history-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 755-audit-one-sales-day until ws-eof-flag = "y"
               close sales-history-file
           end-if.

           move "n"                            to ws-eof-flag.

       755-audit-one-sales-day.

           add 1                               to
               aud-records-read(ws-aud-sub).
           move spaces                         to ws-record-key.
           string sh-store-number delimited by size
               "/" delimited by size
               sh-sales-date delimited by size
               into ws-record-key
           end-string.

           move "STORE"                        to ws-check-label.
           move sh-store-number                to ws-check-store.
           perform 800-check-store.

           read sales-history-file
               at end
                   move "y"                    to ws-eof-flag.

      *A store number no longer on the store master - retired
      *stores stay on it, so this is a key that never belonged.
       800-check-store.

           perform 805-search-store
               varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-count
               or wst-store-number(ws-store-idx) = ws-check-store.

           if ws-store-idx > ws-store-count then
               move spaces                     to ws-brk-check
               string function trim(ws-check-label)
                       delimited by size
                   " " delimited by size
                   ws-check-store delimited by size
                   " NOT ON STORE MASTER" delimited by size
                   into ws-brk-check
               end-string
               perform 850-write-break
           end-if.

       805-search-store.
           continue.

       810-check-sku.

           perform 815-search-sku
               varying ws-sku-idx from 1 by 1
               until ws-sku-idx > ws-sku-count
               or wsk-sku-code(ws-sku-idx) = ws-check-sku.

           if ws-sku-idx > ws-sku-count then
               move "SKU NOT ON SKU MASTER"    to ws-brk-check
               perform 850-write-break
           end-if.

       815-search-sku.
           continue.

      *Lists one break against the master and record in hand.  The
      *check text is set by the caller; the figures print only for
      *a balance check.
       850-write-break.

           add 1                               to
               aud-break-count(ws-aud-sub).
           add 1                               to ws-total-breaks.

           move aud-master-name(ws-aud-sub)    to ws-brk-master.
           move ws-record-key                  to ws-brk-key.
           move spaces                         to ws-brk-recorded,
               ws-brk-expected.

           if ws-break-shows-amounts then
               move ws-recorded-amount         to ws-amount-edit
               move ws-amount-edit             to ws-brk-recorded
               move ws-expected-amount         to ws-amount-edit
               move ws-amount-edit             to ws-brk-expected
           end-if.

           write report-line                   from ws-break-line
               after advancing 1 lines.

           move "N"                            to ws-break-has-amounts.

       900-print-summary.

           write report-line                   from ws-summary-heading
               after advancing 2 lines.

           perform 905-print-summary-line
               varying ws-aud-sub from 1 by 1
               until ws-aud-sub > 8.

           move ws-total-breaks                to ws-tot-breaks.
           write report-line                   from ws-total-line
               after advancing 2 lines.

       905-print-summary-line.

           move spaces                         to ws-summary-line.
           move aud-master-name(ws-aud-sub)    to ws-sml-master.
           move aud-records-read(ws-aud-sub)   to ws-sml-read.
           move aud-break-count(ws-aud-sub)    to ws-sml-breaks.
           if aud-was-present(ws-aud-sub) not = "Y" then
               move "NOT PRESENT"              to ws-sml-note
           end-if.

           write report-line                   from ws-summary-line
               after advancing 1 lines.

       end program MAFD_Final_Program40.
