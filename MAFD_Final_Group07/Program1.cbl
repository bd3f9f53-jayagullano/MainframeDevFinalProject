      *it): the holidays and store-closed dates between the record
      *and today come off the age, so a legitimate Saturday upload
      *arriving after a Monday holiday is no longer turned back.
      *A 'T' store-to-store transfer moves goods, not money, so its
      *tender may be blank: the receiving store must be active on
      *the store master and not the sender, the units must be
      *numeric and above zero, and the stage must be S (shipped)
      *or A (arrived).  A shipment registers its document number
      *on the index like new business; an arrival quotes the
      *shipment's number, so it is exempt from the duplicate
      *check and is held instead to the transfer master Program29
      *keeps - the shipment must be in transit there, for the
      *same SKU and stores, with at least the units arriving - and
      *a second arrival for one transfer in the same run is turned
      *back.  An arrival in the same cycle as its shipment has no
      *master entry yet, so it waits on suspense for a later
      *cycle; with no master at all the master-side checks stand
      *down.  The record now carries the customer's loyalty
      *number: when present it must be on the customer master and
      *active, and the accepted invoice's index entry remembers it
      *so a later return or void claws the points back off the
      *right account.  A record tendered PT redeems points - it
      *must name the customer, and the points the amount needs at
      *the configured redemption rate must be covered by the
      *balance, the way a gift card's balance covers a GC
      *redemption; a return, void or refund-direction exchange
      *puts points back and is not held to the balance.  With no
      *customer master at all the master-side checks stand down.
      *A gift card escheated by the unclaimed-property run has had
      *its balance remitted to the state, so any record against it
      *- redemption, refund onto it, or a 'G' reload - is turned
      *back.  In flash mode (EDITS_FLASHMODE=Y) the midday flash job
      *edits whatever part of the day has arrived so far: the
      *fingerprint is neither checked nor registered, rejects are
      *not added to the suspense file, and the invoice index is
      *only read, never written, so the night's run afterwards is
      *edited as though the flash had never happened.  A duplicate
      *invoice inside the partial file itself is therefore not
      *caught in flash mode - the night's run catches it.  An 'R'
      *return quoting an invoice that Program43 has marked on the
      *index as charged back by the card processor, or paid by a
      *cheque the bank returned, is turned back - that sale's money
      *has already gone back out once.
      *Each index entry now carries the cashier who rang the sale,
      *for Program44's weekly check on cashiers refunding their own
      *sales.
      *A record tendered FC (foreign cash) names the currency and
      *the foreign amount the customer handed over; the currency
      *must have a register rate on the exchange-rate file
      *(Program11 keeps it) in force on the sale date, and the
      *foreign amount converted at that rate must agree with the
      *transaction amount to the cent.  A 'G' issuance carries
      *its card number where the foreign tender would ride, so a
      *gift card cannot be loaded with foreign cash.

       environment division.
       configuration section.
               organization is line sequential
               file status is ws-calendar-status.

           select transfer-master-file
               assign to ws-xfrmast-filename
               organization is indexed
               access mode is dynamic
               record key is xf-transfer-number
               file status is ws-xfrmast-status.

           select customer-master-file
               assign to ws-custmast-filename
               organization is indexed
               access mode is dynamic
               record key is cu-customer-number
               file status is ws-custmast-status.

           select fxrate-file
               assign to ws-fxrate-filename
               organization is line sequential
               file status is ws-fxrate-status.

       data division.
       file section.
       fd input-file
           data record is input-line
           record contains 127 characters.

      * Variables to get the data from the input line, used 88 variables
      * to allow for multiple data checks.
           05 il-trans-code                    pic x.
               88 valid-trans-codes
                       value 'S', 'R', 'L', 'X', 'P', 'V',
                             'H', 'D', 'G', 'M', 'T'.
               88 trans-code-is-header
                       value 'H'.
               88 trans-code-is-detail
                       value 'M'.
               88 trans-code-is-exchange
                       value 'X'.
               88 trans-code-is-transfer
                       value 'T'.
           05 il-trans-amount                  pic 9(5)v99.
           05 il-payment-type                  pic xx.
           05 il-store-number                  pic xx.
           05 il-gift-card-number              pic x(15).
               88 gift-card-number-blank
                       value spaces.
           05 il-foreign-tender redefines il-gift-card-number.
               10 il-foreign-currency          pic x(3).
               10 il-foreign-amount            pic 9(5)v99.
               10 filler                       pic x(5).
           05 il-cashier-id                    pic x(4).
               88 cashier-id-blank
                       value spaces.
           05 il-exchange-sku                  pic x(15).
               88 exchange-sku-blank
                       value spaces.
           05 il-transfer-detail redefines il-exchange-sku.
               10 il-transfer-to-store         pic xx.
               10 il-transfer-qty              pic 9(5).
               10 il-transfer-stage            pic x.
                   88 transfer-is-shipped
                       value 'S'.
                   88 transfer-is-arrived
                       value 'A'.
               10 filler                       pic x(7).
           05 il-exchange-amount               pic 9(5)v99.
           05 il-exchange-ret-amount           pic 9(5)v99.
           05 il-exempt-flag                   pic x(1).
           05 il-exempt-cert                   pic x(12).
               88 exempt-cert-blank
                       value spaces.
           05 il-customer-number               pic x(10).
               88 customer-number-blank
                       value spaces.

       fd invalid-records
           data record is invalid-line
           record contains 127 characters.

       01 invalid-line                       pic x(127).

       fd valid-records
           data record is valid-line
           record contains 127 characters.

       01 valid-line                         pic x(127).

       fd error-records
           data record is error-line

       fd store-master-file
           data record is store-master-record
           record contains 41 characters.

       copy STORMAST.


       fd sku-master-file
           data record is sku-master-record
           record contains 63 characters.

       copy SKUMAST.


       fd invoice-index-file
           data record is invoice-index-record
           record contains 68 characters.

       copy INVIDX.

       fd suspense-file
           data record is suspense-record
           record contains 344 characters.

       copy SUSPREC.


       fd gift-card-master-file
           data record is gift-card-master-record
           record contains 103 characters.

       copy GCMAST.


       copy CALMAST.

       fd transfer-master-file
           data record is transfer-master-record
           record contains 67 characters.

       copy XFRMAST.

       fd customer-master-file
           data record is customer-master-record
           record contains 129 characters.

       copy CUSTMAST.

       fd fxrate-file
           data record is exchange-rate-record
           record contains 29 characters.

       copy FXRATE.

       working-storage section.
       01 ws-eof-flag                        pic x value 'N'.

           "../../../data/Exempt_Certs.dat".
       01 ws-calendar-filename               pic x(60) value
           "../../../data/Trading_Calendar.dat".
       01 ws-xfrmast-filename                pic x(60) value
           "../../../data/Transfer_Master.dat".
       01 ws-custmast-filename               pic x(60) value
           "../../../data/Customer_Master.dat".
       01 ws-fxrate-filename                 pic x(60) value
           "../../../data/Exchange_Rates.dat".

      *File status fields - checked around the opens below so a
      *missing master/parameter file falls back to the WS defaults
       01 ws-fingerprint-status              pic xx.
       01 ws-excert-status                   pic xx.
       01 ws-calendar-status                 pic xx.
       01 ws-xfrmast-status                  pic xx.
       01 ws-custmast-status                 pic xx.
       01 ws-fxrate-status                   pic xx.

      *Layaway-master availability switch - when the master cannot
      *be opened at all (say a first run before any layaway exists)
       77 ws-gcmast-available                 pic x value 'N'.
           88 ws-gcmast-is-available              value 'Y'.

      *Transfer-master availability switch - same idea again: with
      *no master yet (no transfer has ever shipped) the arrival's
      *master-side checks are skipped.
       77 ws-xfrmast-available                pic x value 'N'.
           88 ws-xfrmast-is-available             value 'Y'.

      *Customer-master availability switch - same idea again: with
      *no master yet (no customer enrolled) the customer and points
      *checks against it are skipped.
       77 ws-custmast-available               pic x value 'N'.
           88 ws-custmast-is-available            value 'Y'.

      *The transfer arrivals accepted this run, so a second arrival
      *for the same transfer is caught before the master has seen
      *the first.  Past the table's size the overflow just loses
      *that check.
       01 ws-arrival-table.
           05 ws-arrival-entry occurs 500 times.
               10 arr-transfer-number         pic x(09).

       77 ws-arrival-count                   pic 9(03) value 0.
       77 ws-arr-sub                         pic 9(03).

      *The tender code the gift card rides under on the tender
      *master - a record paying with this tender must name the card
      *it draws down.
       77 ws-giftcard-tender                  pic x(2) value 'GC'.

      *The tender code points redemption rides under, and the
      *points a dollar of redemption costs - overridable via the
      *environment, and kept in step with Program30's posting.
       77 ws-points-tender                    pic x(2) value 'PT'.
       77 ws-redeem-rate                      pic 9(3) value 100.
       01 ws-redeem-rate-env                 pic x(10).
       77 ws-points-needed                    pic 9(9).

      *The tender code foreign cash rides under, and how far the
      *converted foreign amount may sit from the transaction amount
      *- the rounding of one conversion, no more.
       77 ws-foreign-tender                   pic x(2) value 'FC'.
       77 ws-foreign-tolerance                pic 9v99 value 0.01.
       77 ws-foreign-converted                pic 9(6)v99.
       77 ws-foreign-variance                 pic 9(6)v99.
       77 ws-fx-sub                           pic 9(4).
       77 ws-fx-best-sub                      pic 9(4).

      *Store master table and SKU catalog table, loaded at start-up.
       copy STORTBL.
       copy SKUTBL.
      *table leaves the age in raw calendar days.
       copy CALTBL.

      *Exchange rates, loaded from the exchange-rate file at
      *start-up, for the foreign-cash conversion check.
       copy FXTBL.

      * ----------------
      * ----Headings----
      * ----------------

       01 ws-error-text-constants.
           05 ws-trans-code-error            pic x(56) value
               "Transaction Code must be S,R,L,X,P,V,H,D,G,M or T.".
           05 ws-trans-amount-error          pic x(47) value
               "Transaction Amount must be numeric.".
           05 ws-payment-error               pic x(47) value
               "Gift Card is not on the gift-card master.".
           05 ws-giftcard-error3             pic x(56) value
               "Gift Card balance does not cover this redemption.".
           05 ws-giftcard-error4             pic x(56) value
               "Gift Card was escheated as unclaimed property.".
           05 ws-price-variance-error        pic x(56) value
               "Amount is outside tolerance of the catalog price.".
           05 ws-cashier-error1              pic x(56) value
               "Certificate not found on the exemption master.".
           05 ws-exempt-error4               pic x(56) value
               "Exemption certificate has expired.".
           05 ws-transfer-error1             pic x(56) value
               "Transfer stage must be S (shipped) or A (arrived).".
           05 ws-transfer-error2             pic x(56) value
               "Receiving store not found on active store master.".
           05 ws-transfer-error3             pic x(56) value
               "Transfer cannot send stock to its own store.".
           05 ws-transfer-error4             pic x(56) value
               "Transfer units must be numeric and above zero.".
           05 ws-transfer-error5             pic x(56) value
               "Transfer arrival has no shipment in transit.".
           05 ws-transfer-error6             pic x(56) value
               "Transfer arrival does not match its shipment.".
           05 ws-transfer-error7             pic x(56) value
               "Transfer arrival exceeds the units shipped.".
           05 ws-transfer-error8             pic x(56) value
               "Transfer arrival already confirmed in this run.".
           05 ws-customer-error1             pic x(56) value
               "Customer number not found on the customer master.".
           05 ws-customer-error2             pic x(56) value
               "Customer is not active on the customer master.".
           05 ws-customer-error3             pic x(56) value
               "Points redemption must carry a customer number.".
           05 ws-customer-error4             pic x(56) value
               "Points balance does not cover this redemption.".
           05 ws-return-error1               pic x(56) value
               "Return quotes a sale charged back or cheque returned.".
           05 ws-foreign-error1              pic x(56) value
               "Foreign cash must name a currency and foreign amount.".
           05 ws-foreign-error2              pic x(56) value
               "No exchange rate on file for the currency and date.".
           05 ws-foreign-error3              pic x(56) value
               "Foreign amount does not convert to the amount.".
           05 ws-foreign-error4              pic x(56) value
               "Gift card cannot be issued against foreign cash.".

       77 ws-isError                         pic 99.
       77 ws-msg-pointer                     pic 9(3).
      *balance check has had its say.
       01 ws-invoice-set-table.
           05 ws-invoice-set-entry occurs 99 times.
               10 set-record                  pic x(127).
               10 set-error-count             pic 9(02).
               10 set-error-msg               pic x(700).

           05 sw-exchange-ret-amount          pic 9(5)v99.
           05 sw-exempt-flag                  pic x(1).
           05 sw-exempt-cert                  pic x(12).
           05 sw-customer-number              pic x(10).

      *Today's suspense entries, loaded at start-up so resubmitting
      *the same day's input does not append a second copy of every
       01 ws-suspense-key-table.
           05 ws-suspense-key-entry occurs 200 times.
               10 suk-cycle-date              pic 9(08).
               10 suk-original-record         pic x(127).

       77 ws-suspense-key-count              pic 9(03) value 0.
       77 ws-suk-sub                         pic 9(03).
           88 ws-fp-is-registered                value 'Y'.
       77 ws-accept-repeat                   pic x value 'N'.
           88 ws-accept-repeat-is-on             value 'Y'.

      *Flash switch - 'Y' edits a partial day for the flash report
      *and leaves every cumulative file and master as it found it.
       77 ws-flash-mode                      pic x value 'N'.
           88 ws-flash-mode-is-on                value 'Y'.
       procedure division.
       000-Main.
           accept ws-input-filename     from environment "EDITS_INFILE"
               from environment "EDITS_ACCEPTREPEAT"
               on exception continue
           end-accept.
           accept ws-flash-mode
               from environment "EDITS_FLASHMODE"
               on exception continue
           end-accept.
           accept ws-excert-filename
               from environment "EDITS_EXCERTFILE"
               on exception continue
               from environment "EDITS_CALENDARFILE"
               on exception continue
           end-accept.
           accept ws-xfrmast-filename
               from environment "EDITS_XFRMASTFILE"
               on exception continue
           end-accept.
           accept ws-custmast-filename
               from environment "EDITS_CUSTMASTFILE"
               on exception continue
           end-accept.
           accept ws-fxrate-filename
               from environment "EDITS_FXRATEFILE"
               on exception continue
           end-accept.
           accept ws-reset-invoiceidx
               from environment "EDITS_RESETINVOICEIDX"
               on exception continue
           if ws-price-tol-pct-env not = spaces
               move ws-price-tol-pct-env     to ws-price-tol-pct
           end-if.
           accept ws-redeem-rate-env
               from environment "EDITS_REDEEMRATE"
               on exception continue
           end-accept.
           if ws-redeem-rate-env not = spaces
               move ws-redeem-rate-env       to ws-redeem-rate
           end-if.
           accept ws-current-date-8          from date yyyymmdd.

      *The input's fingerprint is taken and checked against the
      *registry before anything opens for output, so a prior
      *cycle's file re-transmitted tonight is refused whole.  A
      *flash run's partial file is no cycle's file, so it is not
      *fingerprinted at all.
           if not ws-flash-mode-is-on
               perform 191-take-fingerprint
               perform 192-check-fingerprint
           end-if.

           if ws-fp-is-duplicate
             and not ws-accept-repeat-is-on
      *with no file yet has nothing to EXTEND, so fall back to
      *OUTPUT rather than abending.  Today's entries are read off
      *first so a resubmission's repeat rejects are not appended
      *twice.  A flash run opens neither for update.
           if ws-flash-mode-is-on
               open input invoice-index-file
           else
               perform 195-load-suspense-keys
               open extend suspense-file
               if ws-suspense-status not = '00'
                   open output suspense-file
               end-if
               open i-o invoice-index-file
               if ws-invoiceidx-status not = '00'
                 or ws-reset-invoiceidx-is-on
                   open output invoice-index-file
                   close invoice-index-file
                   open i-o invoice-index-file
               end-if
           end-if.

           perform 150-load-store-table.
           perform 187-load-closed-periods.
           perform 201-load-excert-table.
           perform 203-load-calendar-table.
           perform 205-load-fxrate-table.

           open input layaway-master-file.
           if ws-laymast-status = '00'
               move 'Y'                      to ws-gcmast-available
           end-if.

           open input transfer-master-file.
           if ws-xfrmast-status = '00'
               move 'Y'                      to ws-xfrmast-available
           end-if.

           open input customer-master-file.
           if ws-custmast-status = '00'
               move 'Y'                      to ws-custmast-available
           end-if.

      * --Outputs the data and time--
           accept ws-sys-date                from date.
           accept ws-sys-time                from time.

           perform 900-write-control-total.

           if not ws-flash-mode-is-on
               perform 194-register-fingerprint
               close suspense-file
           end-if.

           close input-file,
             invalid-records,
             valid-records,
             error-records,
             invoice-index-file.

           if ws-laymast-is-available
               close layaway-master-file
               close gift-card-master-file
           end-if.

           if ws-xfrmast-is-available
               close transfer-master-file
           end-if.

           if ws-custmast-is-available
               close customer-master-file
           end-if.

           if ws-errors-count = 0
               move 0                        to return-code
           else
               at end
                   move 'Y'                  to ws-eof-flag.

      *Loads the exchange rates.  A missing file leaves the table
      *empty, and every foreign-cash record is turned back for
      *want of a rate to convert it at.
       205-load-fxrate-table.
           move 0                            to ws-fxrate-count.
           open input fxrate-file.
           if ws-fxrate-status = '00'
               read fxrate-file
                   at end
                       move 'Y'              to ws-eof-flag
               end-read
               perform 206-load-fxrate-entry
                   until ws-eof-flag = 'Y'
               close fxrate-file
           end-if.
           move 'N'                          to ws-eof-flag.

       206-load-fxrate-entry.
           if fx-currency-code not = spaces
             and fx-rate-date numeric
             and fx-register-rate numeric
             and ws-fxrate-count < 1000
               add 1                         to ws-fxrate-count
               move fx-currency-code
                   to wfx-currency-code(ws-fxrate-count)
               move fx-rate-date
                   to wfx-rate-date(ws-fxrate-count)
               move fx-register-rate
                   to wfx-register-rate(ws-fxrate-count)
               move fx-bank-rate
                   to wfx-bank-rate(ws-fxrate-count)
           end-if.
           read fxrate-file
               at end
                   move 'Y'                  to ws-eof-flag.

      *Loads the store master into a table instead of relying on a
      *hardcoded 88-level list of valid store numbers.
       150-load-store-table.
           perform 297-check-gift-card.
           perform 303-check-exchange.
           perform 307-check-exemption.
           perform 310-check-transfer.
           perform 315-check-customer.
           perform 319-check-return-charged-back.
           perform 320-check-foreign-cash.

      *Stamps a visible marker instead of silently dropping reasons
      *if the accumulated message ever ran past ws-error-message's
      *Checks the payment type against the tender table loaded from
      *the tender master instead of a fixed CA/CR/DB list.
       230-check-payment-type.
           if (trans-code-is-detail or trans-code-is-markdown
             or trans-code-is-transfer)
             and il-payment-type = spaces then
               continue
           else
               perform 232-check-payment-against-table
           end-if.

      *The tender rides the invoice header, a markdown moves a
      *discount and a transfer moves goods, not money - so any of
      *them may leave the tender blank.
       232-check-payment-against-table.
           move 'N'                         to ws-tender-not-found.
           set ws-tender-idx                to 1.
       260-check-duplicate-invoice.
           if trans-code-is-layaway-pay or trans-code-is-void
             or trans-code-is-detail or trans-code-is-return
             or trans-code-is-markdown
             or (trans-code-is-transfer and transfer-is-arrived) then
               continue
           else
               move il-invoice-number       to ix-invoice-number
                     and ws-gcmast-is-available then
                       perform 298-check-card-on-master
                   end-if
                   if trans-code-is-giftcard
                     and ws-gcmast-is-available then
                       perform 318-check-card-not-escheated
                   end-if
               end-if
           end-if.

                           to ws-parm-message
                       perform 295-append-message
               not invalid key
                   if gc-is-escheated then
                       move ws-giftcard-error4
                               to ws-parm-message
                           perform 295-append-message
                   else
                       perform 302-check-card-balance
                   end-if
           end-read.

      *A return refunds onto the card, and a refund-direction
       309-search-excert-table.
           continue.

      *Checks the transfer side of a 'T' record: the stage, the
      *receiving store (active, and not the sender), and the units
      *moved.  An arrival is then held to its shipment on the
      *transfer master.
       310-check-transfer.
           if trans-code-is-transfer then
               if not transfer-is-shipped
                 and not transfer-is-arrived then
                   move ws-transfer-error1
                           to ws-parm-message
                       perform 295-append-message
               end-if
               perform 311-check-transfer-to-store
               if il-transfer-qty not numeric
                 or il-transfer-qty = 0 then
                   move ws-transfer-error4
                           to ws-parm-message
                       perform 295-append-message
               end-if
               if transfer-is-arrived then
                   perform 313-check-transfer-arrival
               end-if
           end-if.

       311-check-transfer-to-store.
           set ws-store-idx                 to 1.
           perform 312-search-to-store
               varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-count
               or (wst-store-number(ws-store-idx) =
                   il-transfer-to-store
                 and wst-is-active(ws-store-idx)).
           if ws-store-idx > ws-store-count then
               move ws-transfer-error2
                       to ws-parm-message
                   perform 295-append-message
           else
               if il-transfer-to-store = il-store-number then
                   move ws-transfer-error3
                           to ws-parm-message
                       perform 295-append-message
               end-if
           end-if.

       312-search-to-store.
           continue.

      *The shipment must be on the master and still in transit,
      *for the same SKU between the same stores, with at least the
      *units now arriving - and not already confirmed earlier in
      *this run.
       313-check-transfer-arrival.
           perform 314-search-arrival-table
               varying ws-arr-sub from 1 by 1
               until ws-arr-sub > ws-arrival-count
               or arr-transfer-number(ws-arr-sub) =
                 il-invoice-number.
           if ws-arr-sub not > ws-arrival-count then
               move ws-transfer-error8
                       to ws-parm-message
                   perform 295-append-message
           end-if.

           if ws-xfrmast-is-available then
               move il-invoice-number       to xf-transfer-number
               read transfer-master-file
                   invalid key
                       move ws-transfer-error5
                               to ws-parm-message
                           perform 295-append-message
                   not invalid key
                       if not xf-is-in-transit then
                           move ws-transfer-error5
                                   to ws-parm-message
                               perform 295-append-message
                       else
                           if xf-sku-code not = il-sku-code
                             or xf-from-store not = il-store-number
                             or xf-to-store not =
                               il-transfer-to-store then
                               move ws-transfer-error6
                                       to ws-parm-message
                                   perform 295-append-message
                           else
                               if il-transfer-qty numeric
                                 and il-transfer-qty >
                                   xf-shipped-qty then
                                   move ws-transfer-error7
                                           to ws-parm-message
                                       perform 295-append-message
                               end-if
                           end-if
                       end-if
               end-read
           end-if.

       314-search-arrival-table.
           continue.

      *Checks the loyalty customer the record names, and holds a
      *PT points redemption to the customer's balance.  A detail
      *line rides its header's customer and tender, so it may
      *leave the number blank.
       315-check-customer.
           if il-payment-type = ws-points-tender
             and customer-number-blank then
               move ws-customer-error3
                       to ws-parm-message
                   perform 295-append-message
           end-if.
           if not customer-number-blank
             and ws-custmast-is-available then
               perform 316-check-customer-on-master
           end-if.

       316-check-customer-on-master.
           move il-customer-number           to cu-customer-number.
           read customer-master-file
               invalid key
                   move ws-customer-error1
                           to ws-parm-message
                       perform 295-append-message
               not invalid key
                   if not cu-is-active then
                       move ws-customer-error2
                               to ws-parm-message
                           perform 295-append-message
                   end-if
                   if il-payment-type = ws-points-tender then
                       perform 317-check-points-balance
                   end-if
           end-read.

      *A return or void puts the points back, as does an exchange
      *that ran in the refund direction - only a redemption draws
      *on the balance.
       317-check-points-balance.
           if trans-code-is-return
             or trans-code-is-void
             or (trans-code-is-exchange
               and il-exchange-amount numeric
               and il-exchange-ret-amount numeric
               and il-exchange-ret-amount > il-exchange-amount) then
               continue
           else
               if il-trans-amount numeric then
                   compute ws-points-needed rounded =
                       il-trans-amount * ws-redeem-rate
                   if ws-points-needed > cu-points-balance then
                       move ws-customer-error4
                               to ws-parm-message
                           perform 295-append-message
                   end-if
               end-if
           end-if.

      *A 'G' load may open a new card, so a card the master does
      *not know is fine - but an escheated one stays closed.
       318-check-card-not-escheated.
           move il-gift-card-number         to gc-card-number.
           read gift-card-master-file
               invalid key
                   continue
               not invalid key
                   if gc-is-escheated then
                       move ws-giftcard-error4
                               to ws-parm-message
                           perform 295-append-message
                   end-if
           end-read.

      *A sale the card processor charged back, or paid by a cheque
      *the bank returned, has already been refunded out of our
      *account - a return quoting its invoice would pay it twice.
       319-check-return-charged-back.
           if trans-code-is-return then
               move il-invoice-number       to ix-invoice-number
               read invoice-index-file
                   invalid key
                       continue
                   not invalid key
                       if ix-was-charged-back then
                           move ws-return-error1
                                   to ws-parm-message
                               perform 295-append-message
                       end-if
               end-read
           end-if.

      *A foreign-cash record must name the currency and the foreign
      *amount taken, the currency must have a register rate in
      *force on the sale date, and the foreign amount converted at
      *it must come to the transaction amount.  A 'G' issuance
      *needs the same area for its card number, so it cannot be
      *tendered in foreign cash.  A detail line's money rides its
      *header, so the header carries the foreign tender.
       320-check-foreign-cash.
           if il-payment-type = ws-foreign-tender
             and not trans-code-is-detail then
               if trans-code-is-giftcard then
                   move ws-foreign-error4
                           to ws-parm-message
                       perform 295-append-message
               else
                   if il-foreign-currency = spaces
                     or il-foreign-amount not numeric then
                       move ws-foreign-error1
                               to ws-parm-message
                           perform 295-append-message
                   else
                       if il-foreign-amount = zero then
                           move ws-foreign-error1
                                   to ws-parm-message
                               perform 295-append-message
                       else
                           if il-trans-date numeric then
                               perform 321-check-foreign-rate
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

      *The rate in force is the currency's latest line dated on or
      *before the sale.
       321-check-foreign-rate.
           move 0                            to ws-fx-best-sub.
           perform 322-check-one-rate
               varying ws-fx-sub from 1 by 1
               until ws-fx-sub > ws-fxrate-count.
           if ws-fx-best-sub = 0 then
               move ws-foreign-error2
                       to ws-parm-message
                   perform 295-append-message
           else
               if il-trans-amount numeric then
                   compute ws-foreign-converted rounded =
                       il-foreign-amount *
                       wfx-register-rate(ws-fx-best-sub)
                   if ws-foreign-converted > il-trans-amount then
                       compute ws-foreign-variance =
                           ws-foreign-converted - il-trans-amount
                   else
                       compute ws-foreign-variance =
                           il-trans-amount - ws-foreign-converted
                   end-if
                   if ws-foreign-variance > ws-foreign-tolerance then
                       move ws-foreign-error3
                               to ws-parm-message
                           perform 295-append-message
                   end-if
               end-if
           end-if.

       322-check-one-rate.
           if wfx-currency-code(ws-fx-sub) = il-foreign-currency
             and wfx-rate-date(ws-fx-sub) not > il-trans-date then
               if ws-fx-best-sub = 0 then
                   move ws-fx-sub            to ws-fx-best-sub
               else
                   if wfx-rate-date(ws-fx-sub) >
                     wfx-rate-date(ws-fx-best-sub) then
                       move ws-fx-sub        to ws-fx-best-sub
                   end-if
               end-if
           end-if.

      *Shared helper that appends one failing-check message onto the
      *accumulated error line for the record, separating multiple
      *reasons with a semicolon.
           move ws-error-message(1:200)    to sp-failure-reasons.
           perform 198-check-suspense-dup.
           if not ws-suspense-is-dup
             and not ws-flash-mode-is-on
               write suspense-record
           end-if.

               move sw-trans-code          to ix-transaction-code
               move sw-trans-amount        to ix-sale-amount
               move sw-payment-type        to ix-payment-type
               move sw-customer-number     to ix-customer-number
               move sw-cashier-id          to ix-cashier-id
               move zeros                  to ix-refunded-to-date,
                   ix-posted-run-date, ix-posted-run-amount
               move space                  to ix-chargeback-status
               if not ws-flash-mode-is-on
                   write invoice-index-record
               end-if
           end-if.

       300-output-invalid-data.
           move ws-error-message(1:200)    to sp-failure-reasons.
           perform 198-check-suspense-dup.
           if not ws-suspense-is-dup
             and not ws-flash-mode-is-on
               write suspense-record
           end-if.

           if not trans-code-is-layaway-pay
             and not trans-code-is-void
             and not trans-code-is-return
             and not trans-code-is-markdown
             and not (trans-code-is-transfer
               and transfer-is-arrived) then
               move il-invoice-number      to ix-invoice-number
               move il-store-number        to ix-store-number
               move ws-current-date-8      to ix-accepted-date
               move il-trans-code          to ix-transaction-code
               move il-trans-amount        to ix-sale-amount
               move il-payment-type        to ix-payment-type
               move il-customer-number     to ix-customer-number
               move il-cashier-id          to ix-cashier-id
               move zeros                  to ix-refunded-to-date,
                   ix-posted-run-date, ix-posted-run-amount
               move space                  to ix-chargeback-status
               if not ws-flash-mode-is-on
                   write invoice-index-record
               end-if
           end-if.

           if trans-code-is-transfer and transfer-is-arrived
             and ws-arrival-count < 500 then
               add 1                       to ws-arrival-count
               move il-invoice-number      to
                   arr-transfer-number(ws-arrival-count)
           end-if.

           add 1                           to ws-valid-record-count.
