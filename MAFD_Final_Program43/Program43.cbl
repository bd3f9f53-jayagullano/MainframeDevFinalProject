       identification division.
       program-id. MAFD_Final_Program43.
       author. Elinam Amegah.
       date-written. 2026-10-15.
      *Purpose: This program tracks card chargebacks and returned
      *cheques against the sales they reverse.  When the card
      *processor charges a sale back, or the bank returns the
      *cheque that paid for it, the money leaves our account - and
      *until now nothing in the system knew, so the settlement
      *showed an unexplained short and the chase was done on paper.
      *The notices are keyed onto Chargebacks.dat.  A new item is
      *matched through InvoiceIndex.dat to the original sale - it
      *must be there, under the same tender, for no more than the
      *sale took - and goes on Chargeback_Master.dat as open with
      *the sale's store, date and amount; the index entry is marked
      *so Edits refuses any later return quoting the invoice.  Later
      *notices move an item on: disputed, then won (the money came
      *back, and the index mark is lifted) or lost.  An item lost
      *for good is booked off chargeback loss (TT code CB, debited)
      *against its tender's clearing account (TN, credited) on
      *Chargeback_Journal.dat in the GL_Journal.dat layout, accounts
      *off the GL_Accounts.dat map Program11 maintains.  A notice
      *that does not fit is listed and the run ends RC 4.  The
      *report lists each notice taken, then every item still open
      *or disputed aged by the days since the notice, with a recap
      *by status.  A resubmission the same day recognises the
      *notices it already took, and the journal - replaced each
      *run - books the day's lost items once.  Every file name is
      *driven from the environment.

       environment division.
       configuration section.
       input-output section.
       file-control.

           select chargeback-input-file
               assign to ws-chargeback-filename
               organization is line sequential
               file status is ws-chargeback-status.

           select chargeback-master-file
               assign to ws-cbmast-filename
               organization is indexed
               access mode is dynamic
               record key is cm-record-key
               file status is ws-cbmast-status.

           select invoice-index-file
               assign to ws-invoiceidx-filename
               organization is indexed
               access mode is dynamic
               record key is ix-invoice-number
               file status is ws-invoiceidx-status.

           select gl-account-file
               assign to ws-glmap-filename
               organization is line sequential
               file status is ws-glmap-status.

           select gl-journal-file
               assign to ws-journal-filename
               organization is line sequential
               file status is ws-journal-status.

           select report-file
                assign to ws-report-filename
                organization is line sequential.

       data division.

       file section.
       fd chargeback-input-file
           data record is chargeback-input-record
           record contains 40 characters.

       copy CHGBKIN.

       fd chargeback-master-file
           data record is chargeback-master-record
           record contains 69 characters.

       copy CHGBKMST.

       fd invoice-index-file
           data record is invoice-index-record
           record contains 68 characters.

       copy INVIDX.

       fd gl-account-file
           data record is gl-account-record
           record contains 32 characters.

       copy GLMAP.

       fd gl-journal-file
           data record is gl-journal-record
           record contains 52 characters.

       copy GLJRNL.

       fd report-file
           record contains 130 characters
           data record is report-line.

       01 report-line.
           05 filler                           pic x(130).

       working-storage section.

      *File names - overridable via environment variables so a rerun
      *or an alternate data set does not require a recompile.
       01 ws-chargeback-filename             pic x(60) value
           "../../../data/Chargebacks.dat".
       01 ws-cbmast-filename                 pic x(60) value
           "../../../data/Chargeback_Master.dat".
       01 ws-invoiceidx-filename             pic x(60) value
           "../../../data/InvoiceIndex.dat".
       01 ws-glmap-filename                  pic x(60) value
           "../../../data/GL_Accounts.dat".
       01 ws-journal-filename                pic x(60) value
           "../../../data/Chargeback_Journal.dat".
       01 ws-report-filename                 pic x(60) value
           "../../../data/Chargebacks.out".

       01 ws-chargeback-status               pic xx.
       01 ws-cbmast-status                   pic xx.
       01 ws-invoiceidx-status               pic xx.
       01 ws-glmap-status                    pic xx.
       01 ws-journal-status                  pic xx.

      *Today, and today as a day number for the aging.
       01 ws-today-8                         pic 9(08).
       77 ws-today-int                         pic 9(07).
       77 ws-age-days                          pic 9(05).

      *The notice in hand - why it was turned back, or what became
      *of it.
       77 ws-notice-result                     pic x(30).
       77 ws-notice-rejected                   pic x(01).
           88 ws-notice-was-rejected               value "Y".
       77 ws-notice-rerun                      pic x(01).
           88 ws-notice-was-taken-today            value "Y".
       77 ws-master-found                      pic x(01).
           88 ws-master-was-found                  value "Y".
       77 ws-new-status                        pic x(01).

      *The account map, loaded from GL_Accounts.dat at start-up.
       01 ws-glmap-table.
           05 ws-glmap-entry occurs 100 times.
               10 gmt-map-type                 pic x(02).
               10 gmt-map-code                 pic x(02).
               10 gmt-account-number           pic 9(08).
               10 gmt-account-desc             pic x(20).

       77 ws-glmap-count                       pic 9(03) value 0.
       77 ws-gmt-sub                           pic 9(03).
       77 ws-lookup-type                       pic x(02).
       77 ws-lookup-code                       pic x(02).
       77 ws-map-found                         pic x value "N".
           88 ws-map-was-found                     value "Y".
       77 ws-found-account                     pic 9(08).
       77 ws-cb-account                        pic 9(08).
       77 ws-unmapped-counter                  pic 9(03) value 0.

      *Outstanding items by age - 0-30, 31-60, 61-90 and over 90
      *days since the notice.
       01 ws-age-bucket-table.
           05 ws-age-bucket-entry occurs 4 times.
               10 agb-count                    pic 9(05).
               10 agb-amount                   pic 9(09)v99.

       77 ws-agb-sub                           pic 9(01).

       01 ws-age-bucket-names.
           05 filler                           pic x(16)
               value "0 to 30 days    ".
           05 filler                           pic x(16)
               value "31 to 60 days   ".
           05 filler                           pic x(16)
               value "61 to 90 days   ".
           05 filler                           pic x(16)
               value "Over 90 days    ".
       01 ws-age-bucket-names-r redefines ws-age-bucket-names.
           05 ws-age-bucket-name occurs 4 times pic x(16).

      *Every item on the master by status - open, disputed, won and
      *lost.
       01 ws-status-recap-table.
           05 ws-status-recap-entry occurs 4 times.
               10 str-count                    pic 9(05).
               10 str-amount                   pic 9(09)v99.

       77 ws-str-sub                           pic 9(01).

       01 ws-status-names.
           05 filler                           pic x(16)
               value "Open            ".
           05 filler                           pic x(16)
               value "Disputed        ".
           05 filler                           pic x(16)
               value "Won             ".
           05 filler                           pic x(16)
               value "Lost            ".
       01 ws-status-names-r redefines ws-status-names.
           05 ws-status-name occurs 4 times    pic x(16).

      *Run counters.
       77 ws-notices-read                      pic 9(07) value 0.
       77 ws-notices-applied                   pic 9(07) value 0.
       77 ws-notices-rerun                     pic 9(07) value 0.
       77 ws-notices-rejected                  pic 9(07) value 0.
       77 ws-outstanding-counter               pic 9(07) value 0.
       77 ws-lost-today-counter                pic 9(07) value 0.
       77 ws-total-debits                      pic 9(09)v99 value 0.
       77 ws-total-credits                     pic 9(09)v99 value 0.

      *Headers For Formatting Purposes:

       01 ws-heading1.
           05 filler                           pic x(14) value spaces.
           05 filler                           pic x(46)
            value "Group 7, Final Project Program 43 Chargebacks".
           05 filler                           pic x(13)
            value spaces.
           05 ws-sys-date                      pic 9(6).
           05 filler                           pic x(15)
            value spaces.
           05 ws-sys-time                      pic 9(8).

       01 ws-section-line.
           05 ws-sct-text                      pic x(40).

       01 ws-notice-heading.
           05 filler                           pic x(40) value
               "Act Type Invoice   Tdr St      Amount  R".
           05 filler                           pic x(40) value
               "sn   Notice    Result".

       01 ws-notice-line.
           05 filler                           pic x(01).
           05 ws-ntl-action                    pic x(01).
           05 filler                           pic x(03).
           05 ws-ntl-type                      pic x(01).
           05 filler                           pic x(03).
           05 ws-ntl-invoice                   pic x(09).
           05 filler                           pic x(02).
           05 ws-ntl-tender                    pic x(02).
           05 filler                           pic x(02).
           05 ws-ntl-store                     pic x(02).
           05 filler                           pic x(01).
           05 ws-ntl-amount                    pic $zz,zz9.99.
           05 filler                           pic x(02).
           05 ws-ntl-reason                    pic x(04).
           05 filler                           pic x(02).
           05 ws-ntl-date                      pic 9(08).
           05 filler                           pic x(02).
           05 ws-ntl-result                    pic x(30).

       01 ws-aging-heading.
           05 filler                           pic x(40) value
               "St  Invoice   Tdr Type  Rsn  Sale Date S".
           05 filler                           pic x(40) value
               "ale Amount  Notice    Chargeback  Status".
           05 filler                           pic x(20) value
               "    Days".

       01 ws-aging-line.
           05 ws-agl-store                     pic x(02).
           05 filler                           pic x(02).
           05 ws-agl-invoice                   pic x(09).
           05 filler                           pic x(02).
           05 ws-agl-tender                    pic x(02).
           05 filler                           pic x(03).
           05 ws-agl-type                      pic x(01).
           05 filler                           pic x(03).
           05 ws-agl-reason                    pic x(04).
           05 filler                           pic x(02).
           05 ws-agl-sale-date                 pic 9(08).
           05 filler                           pic x(02).
           05 ws-agl-sale-amount               pic $zz,zz9.99.
           05 filler                           pic x(02).
           05 ws-agl-notice-date               pic 9(08).
           05 filler                           pic x(02).
           05 ws-agl-amount                    pic $zz,zz9.99.
           05 filler                           pic x(02).
           05 ws-agl-status                    pic x(08).
           05 filler                           pic x(01).
           05 ws-agl-days                      pic zzzz9.

       01 ws-bucket-heading.
           05 filler                           pic x(40) value
               "Age             Items           Amount".

       01 ws-status-heading.
           05 filler                           pic x(40) value
               "Status          Items           Amount".

       01 ws-bucket-line.
           05 ws-bkl-name                      pic x(16).
           05 ws-bkl-count                     pic zzzz9.
           05 filler                           pic x(02).
           05 ws-bkl-amount                    pic $zzz,zzz,zz9.99.

       01 ws-journal-heading.
           05 filler                           pic x(40) value
               "Chargeback journal:".

       01 ws-journal-col-heading.
           05 filler                           pic x(40) value
               "Account    D/C        Amount  Descriptio".
           05 filler                           pic x(02) value
               "n".

       01 ws-jrn-detail-line.
           05 ws-jdl-account                   pic 9(8).
           05 filler                           pic x(04).
           05 ws-jdl-dc                        pic x(01).
           05 filler                           pic x(02).
           05 ws-jdl-amount                    pic $zzz,zz9.99.
           05 filler                           pic x(02).
           05 ws-jdl-description               pic x(20).

       01 ws-totals-line.
           05 filler                           pic x(16)
               value "Debits:         ".
           05 ws-tot-debits                    pic $z,zzz,zz9.99.
           05 filler                           pic x(06)
               value spaces.
           05 filler                           pic x(09)
               value "Credits: ".
           05 ws-tot-credits                   pic $z,zzz,zz9.99.

       01 ws-no-notices-line.
           05 filler                           pic x(40) value
               "No chargeback notices this run.".

       01 ws-none-outstanding-line.
           05 filler                           pic x(40) value
               "No chargebacks open or disputed.".

       01 ws-nomap-line.
           05 filler                           pic x(60) value
               "CB not mapped on GL_Accounts.dat - run refused".

       01 ws-noindex-line.
           05 filler                           pic x(60) value
               "No invoice index - chargebacks cannot be matched".

       01 ws-summary-line1.
           05 filler                           pic x(32)
               value "Notices read:                   ".
           05 ws-sum-read                      pic z,zzz,zz9.

       01 ws-summary-line2.
           05 filler                           pic x(32)
               value "Notices applied:                ".
           05 ws-sum-applied                   pic z,zzz,zz9.

       01 ws-summary-line3.
           05 filler                           pic x(32)
               value "Taken earlier today:            ".
           05 ws-sum-rerun                     pic z,zzz,zz9.

       01 ws-summary-line4.
           05 filler                           pic x(32)
               value "Notices rejected:               ".
           05 ws-sum-rejected                  pic z,zzz,zz9.

       01 ws-summary-line5.
           05 filler                           pic x(32)
               value "Items open or disputed:         ".
           05 ws-sum-outstanding               pic z,zzz,zz9.

       01 ws-summary-line6.
           05 filler                           pic x(32)
               value "Items lost today:               ".
           05 ws-sum-lost-today                pic z,zzz,zz9.

      *EOF Flag
       77 ws-eof-flag                          pic x
               value "n".

       procedure division.
       000-Main.

      *Read file-name overrides from the environment.
           accept ws-chargeback-filename
               from environment "MAFD43_CHARGEBACKFILE"
               on exception continue end-accept.
           accept ws-cbmast-filename
               from environment "MAFD43_CBMASTFILE"
               on exception continue end-accept.
           accept ws-invoiceidx-filename
               from environment "MAFD43_INVOICEIDXFILE"
               on exception continue end-accept.
           accept ws-glmap-filename
               from environment "MAFD43_GLACCOUNTFILE"
               on exception continue end-accept.
           accept ws-journal-filename
               from environment "MAFD43_JOURNALFILE"
               on exception continue end-accept.
           accept ws-report-filename
               from environment "MAFD43_REPORTFILE"
               on exception continue end-accept.

           accept ws-sys-date                  from date.
           accept ws-sys-time                  from time.
           accept ws-today-8                   from date yyyymmdd.

           compute ws-today-int =
               function integer-of-date(ws-today-8).

           initialize ws-age-bucket-table, ws-status-recap-table.

           open output report-file.

           write report-line                   from ws-heading1
               after advancing 1 lines.

           perform 060-load-account-map.

           move "TT"                           to ws-lookup-type.
           move "CB"                           to ws-lookup-code.
           perform 360-lookup-account.
           move ws-found-account               to ws-cb-account.

           if ws-unmapped-counter > 0 then
               write report-line               from ws-nomap-line
                   after advancing 2 lines
               close report-file
               move 8                          to return-code
               stop run
           end-if.

           open i-o invoice-index-file.

           if ws-invoiceidx-status not = "00" then
               write report-line               from ws-noindex-line
                   after advancing 2 lines
               close report-file
               move 8                          to return-code
               stop run
           end-if.

      *The master is created on the first run.
           open i-o chargeback-master-file.
           if ws-cbmast-status not = "00" then
               open output chargeback-master-file
               close chargeback-master-file
               open i-o chargeback-master-file
           end-if.

           perform 100-take-notices.

           close chargeback-master-file.
           close invoice-index-file.

           perform 400-age-the-master.
           perform 460-book-lost-items.

           perform 500-print-summary.

           close report-file.

           if ws-notices-rejected > 0 then
               move 4                          to return-code
           else
               move 0                          to return-code
           end-if.

           stop run.

      *Loads the account map Program11 maintains.
       060-load-account-map.

           open input gl-account-file.

           if ws-glmap-status = "00" then
               read gl-account-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 065-load-map-entry until ws-eof-flag = "y"
               close gl-account-file
           end-if.

           move "n"                            to ws-eof-flag.

       065-load-map-entry.

           if ws-glmap-count < 100 then
               add 1                           to ws-glmap-count
               move gm-map-type                to
                   gmt-map-type(ws-glmap-count)
               move gm-map-code                to
                   gmt-map-code(ws-glmap-count)
               move gm-account-number          to
                   gmt-account-number(ws-glmap-count)
               move gm-account-desc            to
                   gmt-account-desc(ws-glmap-count)
           end-if.

           read gl-account-file
               at end
                   move "y"                    to ws-eof-flag.

      *Takes the run's notices.  No file means no notices - the
      *master is still aged.
       100-take-notices.

           move "Notices taken" to ws-sct-text.
           write report-line                   from ws-section-line
               after advancing 2 lines.

           open input chargeback-input-file.

           if ws-chargeback-status = "00" then
               write report-line               from ws-notice-heading
                   after advancing 2 lines
               read chargeback-input-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 110-take-one-notice until ws-eof-flag = "y"
               close chargeback-input-file
           end-if.

           move "n"                            to ws-eof-flag.

           if ws-notices-read = 0 then
               write report-line               from ws-no-notices-line
                   after advancing 2 lines
           end-if.

       110-take-one-notice.

           add 1                               to ws-notices-read.

           move "N"                            to ws-notice-rejected,
               ws-notice-rerun.
           move spaces                         to ws-notice-result,
               ws-notice-line.

           move cb-invoice-number              to cm-invoice-number.
           move cb-payment-type                to cm-payment-type.
           move "N"                            to ws-master-found.
           read chargeback-master-file
               invalid key
                   continue
               not invalid key
                   move "Y"                    to ws-master-found
           end-read.

           if cb-is-new then
               perform 200-take-new-item
           else if cb-is-disputed or cb-is-won or cb-is-lost then
               perform 300-move-item-on
           else
               move "Y"                        to ws-notice-rejected
               move "ACTION MUST BE N, D, W OR L" to ws-notice-result
           end-if
           end-if.

           if ws-notice-was-rejected then
               add 1                           to ws-notices-rejected
           else if ws-notice-was-taken-today then
               add 1                           to ws-notices-rerun
           else
               add 1                           to ws-notices-applied
           end-if
           end-if.

           move cb-action                      to ws-ntl-action.
           move cb-item-type                   to ws-ntl-type.
           move cb-invoice-number              to ws-ntl-invoice.
           move cb-payment-type                to ws-ntl-tender.
           if cb-amount numeric then
               move cb-amount                  to ws-ntl-amount
           end-if.
           move cb-reason-code                 to ws-ntl-reason.
           if cb-event-date numeric then
               move cb-event-date              to ws-ntl-date
           end-if.
           move ws-notice-result               to ws-ntl-result.

           write report-line                   from ws-notice-line
               after advancing 1 lines.

           read chargeback-input-file
               at end
                   move "y"                    to ws-eof-flag.

      *A new chargeback or returned cheque must match a sale on the
      *invoice index under the same tender, for no more than the
      *sale took.  The same notice taken earlier today is let by.
       200-take-new-item.

           if ws-master-was-found then
               move cm-store-number            to ws-ntl-store
               if cm-received-run-date = ws-sys-date
                 and cm-amount = cb-amount then
                   move "Y"                    to ws-notice-rerun
                   move "TAKEN EARLIER TODAY"  to ws-notice-result
               else
                   move "Y"                    to ws-notice-rejected
                   move "ALREADY ON CHARGEBACK MASTER" to
                       ws-notice-result
               end-if
           else
               perform 210-check-new-item
           end-if.

           if not ws-notice-was-rejected
             and not ws-notice-was-taken-today then
               perform 220-open-new-item
           end-if.

       210-check-new-item.

           move cb-invoice-number              to ix-invoice-number.

           if not cb-is-card-chargeback
             and not cb-is-returned-cheque then
               move "Y"                        to ws-notice-rejected
               move "ITEM TYPE MUST BE C OR Q" to ws-notice-result
           else if cb-amount not numeric or cb-amount = 0 then
               move "Y"                        to ws-notice-rejected
               move "AMOUNT NOT VALID"         to ws-notice-result
           else if cb-event-date not numeric
             or cb-event-date > ws-today-8 then
               move "Y"                        to ws-notice-rejected
               move "NOTICE DATE NOT VALID"    to ws-notice-result
           else
               read invoice-index-file
                   invalid key
                       move "Y"                to ws-notice-rejected
                       move "INVOICE NOT ON INDEX" to
                           ws-notice-result
                   not invalid key
                       move ix-store-number    to ws-ntl-store
                       perform 215-check-against-sale
               end-read
           end-if
           end-if
           end-if.

       215-check-against-sale.

           if ix-payment-type not = cb-payment-type then
               move "Y"                        to ws-notice-rejected
               move "TENDER DOES NOT MATCH SALE" to ws-notice-result
           else if ix-sale-amount not numeric
             or cb-amount > ix-sale-amount then
               move "Y"                        to ws-notice-rejected
               move "AMOUNT EXCEEDS ORIGINAL SALE" to
                   ws-notice-result
           end-if
           end-if.

      *Opens the item on the master and marks the sale on the
      *index, so a return quoting it is refused.
       220-open-new-item.

           move spaces                         to
               chargeback-master-record.
           move cb-invoice-number              to cm-invoice-number.
           move cb-payment-type                to cm-payment-type.
           move cb-item-type                   to cm-item-type.
           move ix-store-number                to cm-store-number.
           move ix-accepted-date               to cm-sale-date.
           move ix-sale-amount                 to cm-sale-amount.
           move cb-amount                      to cm-amount.
           move cb-reason-code                 to cm-reason-code.
           move cb-event-date                  to cm-received-date,
               cm-status-date.
           move ws-sys-date                    to cm-received-run-date,
               cm-status-run-date.
           move "O"                            to cm-status.

           write chargeback-master-record
               invalid key
                   move "Y"                    to ws-notice-rejected
                   move "MASTER WRITE FAILED"  to ws-notice-result
           end-write.

           if not ws-notice-was-rejected then
               move cb-item-type               to ix-chargeback-status
               rewrite invoice-index-record
                   invalid key
                       continue
               end-rewrite
               move "OPENED"                   to ws-notice-result
           end-if.

      *Moves an item on: disputed only while it is open, won or
      *lost while it is open or disputed.  The same move made
      *earlier today is let by.
       300-move-item-on.

           move cb-action                      to ws-new-status.

           if not ws-master-was-found then
               move "Y"                        to ws-notice-rejected
               move "NOT ON CHARGEBACK MASTER" to ws-notice-result
           else
               move cm-store-number            to ws-ntl-store
               if cm-status = ws-new-status
                 and cm-status-run-date = ws-sys-date then
                   move "Y"                    to ws-notice-rerun
                   move "MOVED EARLIER TODAY"  to ws-notice-result
               else
                   perform 310-check-move
               end-if
           end-if.

           if ws-master-was-found
             and not ws-notice-was-rejected
             and not ws-notice-was-taken-today then
               perform 320-apply-move
           end-if.

       310-check-move.

           if cb-is-disputed and not cm-is-open then
               move "Y"                        to ws-notice-rejected
               move "ONLY AN OPEN ITEM IS DISPUTED" to
                   ws-notice-result
           else if not cb-is-disputed and not cm-is-outstanding then
               move "Y"                        to ws-notice-rejected
               move "ITEM ALREADY WON OR LOST" to ws-notice-result
           else if cb-event-date not numeric
             or cb-event-date > ws-today-8 then
               move "Y"                        to ws-notice-rejected
               move "NOTICE DATE NOT VALID"    to ws-notice-result
           end-if
           end-if
           end-if.

      *A lost item must have somewhere to book against - its
      *tender's clearing account.
           if cb-is-lost and not ws-notice-was-rejected then
               move "TN"                       to ws-lookup-type
               move cm-payment-type            to ws-lookup-code
               perform 360-lookup-account
               if not ws-map-was-found then
                   move "Y"                    to ws-notice-rejected
                   move "TENDER NOT MAPPED ON GL" to ws-notice-result
               end-if
           end-if.

      *Sets the new status.  A won item's money came back, so the
      *sale stands again and the index mark is lifted.
       320-apply-move.

           move ws-new-status                  to cm-status.
           move cb-event-date                  to cm-status-date.
           move ws-sys-date                    to cm-status-run-date.

           rewrite chargeback-master-record
               invalid key
                   move "Y"                    to ws-notice-rejected
                   move "MASTER REWRITE FAILED" to ws-notice-result
           end-rewrite.

           if not ws-notice-was-rejected then
               if cm-is-disputed then
                   move "DISPUTED"             to ws-notice-result
               end-if
               if cm-is-lost then
                   move "LOST - BOOKED TO GL"  to ws-notice-result
               end-if
               if cm-is-won then
                   move "WON - INDEX MARK LIFTED" to ws-notice-result
                   move cm-invoice-number      to ix-invoice-number
                   read invoice-index-file
                       invalid key
                           continue
                       not invalid key
                           move space          to ix-chargeback-status
                           rewrite invoice-index-record
                               invalid key
                                   continue
                           end-rewrite
                   end-read
               end-if
           end-if.

       360-lookup-account.

           move "N"                            to ws-map-found.
           move zeros                          to ws-found-account.

           perform 365-search-account-map
               varying ws-gmt-sub from 1 by 1
               until ws-gmt-sub > ws-glmap-count
               or (gmt-map-type(ws-gmt-sub) = ws-lookup-type
                 and gmt-map-code(ws-gmt-sub) = ws-lookup-code).

           if ws-gmt-sub not > ws-glmap-count then
               move "Y"                        to ws-map-found
               move gmt-account-number(ws-gmt-sub) to
                   ws-found-account
           else
               add 1                           to ws-unmapped-counter
               display "GL MAPPING MISSING FOR "
                   ws-lookup-type " " ws-lookup-code
           end-if.

       365-search-account-map.
           continue.

      *Reads the whole master: every item open or disputed is aged
      *and every item is counted by status.
       400-age-the-master.

           move "Open and disputed items" to ws-sct-text.
           write report-line                   from ws-section-line
               after advancing 3 lines.
           write report-line                   from ws-aging-heading
               after advancing 2 lines.

           open input chargeback-master-file.

           if ws-cbmast-status = "00" then
               read chargeback-master-file next record
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 410-take-master-item until ws-eof-flag = "y"
               close chargeback-master-file
           end-if.

           move "n"                            to ws-eof-flag.

           if ws-outstanding-counter = 0 then
               write report-line               from
                   ws-none-outstanding-line
                   after advancing 1 lines
           end-if.

           write report-line                   from ws-bucket-heading
               after advancing 2 lines.
           perform 440-print-one-bucket
               varying ws-agb-sub from 1 by 1
               until ws-agb-sub > 4.

           move "Items by status" to ws-sct-text.
           write report-line                   from ws-section-line
               after advancing 3 lines.
           write report-line                   from ws-status-heading
               after advancing 2 lines.
           perform 450-print-one-status
               varying ws-str-sub from 1 by 1
               until ws-str-sub > 4.

       410-take-master-item.

           if cm-is-open then
               move 1                          to ws-str-sub
           else if cm-is-disputed then
               move 2                          to ws-str-sub
           else if cm-is-won then
               move 3                          to ws-str-sub
           else
               move 4                          to ws-str-sub
           end-if
           end-if
           end-if.

           add 1                               to str-count(ws-str-sub).
           add cm-amount                       to
               str-amount(ws-str-sub).

           if cm-is-outstanding then
               perform 420-age-one-item
           end-if.

           read chargeback-master-file next record
               at end
                   move "y"                    to ws-eof-flag.

       420-age-one-item.

           add 1                               to
               ws-outstanding-counter.

           compute ws-age-days = ws-today-int -
               function integer-of-date(cm-received-date).

           if ws-age-days > 90 then
               move 4                          to ws-agb-sub
           else if ws-age-days > 60 then
               move 3                          to ws-agb-sub
           else if ws-age-days > 30 then
               move 2                          to ws-agb-sub
           else
               move 1                          to ws-agb-sub
           end-if
           end-if
           end-if.

           add 1                               to agb-count(ws-agb-sub).
           add cm-amount                       to
               agb-amount(ws-agb-sub).

           move spaces                         to ws-aging-line.
           move cm-store-number                to ws-agl-store.
           move cm-invoice-number              to ws-agl-invoice.
           move cm-payment-type                to ws-agl-tender.
           move cm-item-type                   to ws-agl-type.
           move cm-reason-code                 to ws-agl-reason.
           move cm-sale-date                   to ws-agl-sale-date.
           move cm-sale-amount                 to ws-agl-sale-amount.
           move cm-received-date               to ws-agl-notice-date.
           move cm-amount                      to ws-agl-amount.
           move ws-status-name(ws-str-sub)     to ws-agl-status.
           move ws-age-days                    to ws-agl-days.

           write report-line                   from ws-aging-line
               after advancing 1 lines.

      *Books every item lost today.  The journal is replaced each
      *run, so a rerun books the day's losses once.
       460-book-lost-items.

           open output gl-journal-file.

           open input chargeback-master-file.

           if ws-cbmast-status = "00" then
               read chargeback-master-file next record
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 465-take-lost-item until ws-eof-flag = "y"
               close chargeback-master-file
           end-if.

           move "n"                            to ws-eof-flag.

           if ws-lost-today-counter > 0 then
               move ws-total-debits            to ws-tot-debits
               move ws-total-credits           to ws-tot-credits
               write report-line               from ws-totals-line
                   after advancing 2 lines
           end-if.

           close gl-journal-file.

       465-take-lost-item.

           if cm-is-lost and cm-status-run-date = ws-sys-date then
               perform 430-journal-one-item
           end-if.

           read chargeback-master-file next record
               at end
                   move "y"                    to ws-eof-flag.

      *Chargeback loss debited, the tender's clearing account
      *credited - the money is gone from the account the sale was
      *settled into.
       430-journal-one-item.

           if ws-lost-today-counter = 0 then
               write report-line               from ws-journal-heading
                   after advancing 3 lines
               write report-line               from
                   ws-journal-col-heading
                   after advancing 1 lines
           end-if.

           add 1                               to
               ws-lost-today-counter.

           move "TN"                           to ws-lookup-type.
           move cm-payment-type                to ws-lookup-code.
           perform 360-lookup-account.

           move spaces                         to gl-journal-record.
           move ws-sys-date                    to jl-run-date.
           move ws-cb-account                  to jl-account-number.
           move "D"                            to jl-debit-credit.
           move cm-amount                      to jl-amount.
           string "CHARGEBACK "                delimited by size
               cm-invoice-number               delimited by size
               into jl-description.
           perform 435-write-journal-line.
           add jl-amount                       to ws-total-debits.

           move spaces                         to gl-journal-record.
           move ws-sys-date                    to jl-run-date.
           move ws-found-account               to jl-account-number.
           move "C"                            to jl-debit-credit.
           move cm-amount                      to jl-amount.
           string "CLEARING "                  delimited by size
               cm-payment-type                 delimited by size
               " "                             delimited by size
               cm-invoice-number               delimited by size
               into jl-description.
           perform 435-write-journal-line.
           add jl-amount                       to ws-total-credits.

       435-write-journal-line.

           write gl-journal-record.

           move jl-account-number              to ws-jdl-account.
           move jl-debit-credit                to ws-jdl-dc.
           move jl-amount                      to ws-jdl-amount.
           move jl-description                 to ws-jdl-description.
           write report-line                   from ws-jrn-detail-line
               after advancing 1 lines.

       440-print-one-bucket.

           move ws-age-bucket-name(ws-agb-sub) to ws-bkl-name.
           move agb-count(ws-agb-sub)          to ws-bkl-count.
           move agb-amount(ws-agb-sub)         to ws-bkl-amount.

           write report-line                   from ws-bucket-line
               after advancing 1 lines.

       450-print-one-status.

           move ws-status-name(ws-str-sub)     to ws-bkl-name.
           move str-count(ws-str-sub)          to ws-bkl-count.
           move str-amount(ws-str-sub)         to ws-bkl-amount.

           write report-line                   from ws-bucket-line
               after advancing 1 lines.

       500-print-summary.

           move ws-notices-read                to ws-sum-read.
           move ws-notices-applied             to ws-sum-applied.
           move ws-notices-rerun               to ws-sum-rerun.
           move ws-notices-rejected            to ws-sum-rejected.
           move ws-outstanding-counter         to ws-sum-outstanding.
           move ws-lost-today-counter          to ws-sum-lost-today.

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

       end program MAFD_Final_Program43.
