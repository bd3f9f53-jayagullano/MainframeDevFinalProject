      *now names its promotion - splits to its own Markdowns.dat
      *for Program3's discounts reporting and stays out of every
      *money total, since the discounted sale already arrived at
      *its reduced amount.  A 'T' store-to-store transfer - a
      *shipment or a confirmed arrival - splits to its own
      *Transfers.dat for Program17's stock posting and Program29's
      *in-transit tracking, and prints its count and units as its
      *own section; it moves goods, not money, so it stays out of
      *every money total instead of being faked as a return at one
      *store and a sale at the other.  In flash mode
      *(MAFD2_FLASHMODE=Y) the midday flash job splits and totals
      *whatever part of the day Edits has passed so far and posts
      *nothing: the layaway master is only read, the day's layaway
      *payments and forfeitures are not applied, no checkpoint is
      *read, written or cleared, and nothing is appended to the
      *daily totals, the tax liability, the forfeit journal, the
      *year-to-date totals or the run-control file - so the
      *night's run afterwards is neither refused nor doubled.

       environment division.
       configuration section.
                assign to ws-markdown-filename
                organization is line sequential.

           select transfer-file
                assign to ws-transfer-filename
                organization is line sequential.

           select forfeit-approval-file
               assign to ws-forfeit-filename
               organization is line sequential

       file section.
       fd in-file
          record contains 127 characters
          data record is input-line.

      *The shared transaction-record layout - changed in the
       copy TRXREC.

       fd sales-layaway-file
           record contains 127 characters
           data record is sales-layaway-line.

       01 sales-layaway-line                 pic x(127).

       fd return-file
           record contains 127 characters
           data record is return-line.

       01 return-line                        pic x(127).

      *Exchange records get their own stream so an 'X' transaction does
      *not have to be squeezed into the sales/layaway or return file.
       fd exchange-file
           record contains 127 characters
           data record is exchange-line.

       01 exchange-line                      pic x(127).

      *Layaway payments get their own stream - they are postings
      *against an existing layaway, not new sales/layaway business,
      *so they must not inflate Program3's totals.
       fd layaway-payment-file
           record contains 127 characters
           data record is layaway-payment-line.

       01 layaway-payment-line               pic x(127).

      *Voids get their own stream - they are reversals of accepted
      *business, not returns, and must not pollute the return
      *counts.
       fd void-file
           record contains 127 characters
           data record is void-line.

       01 void-line                          pic x(127).

      *Gift-card issuances get their own stream - a card load is a
      *stored-value liability, not sales, and Program16 posts this
      *file against the gift-card master.
       fd gift-card-file
           record contains 127 characters
           data record is gift-card-line.

       01 gift-card-line                     pic x(127).

      *Markdowns get their own stream - a discount given is not
      *sales money moving, and Program3 reports the promotions'
      *cost off this file.
       fd markdown-file
           record contains 127 characters
           data record is markdown-line.

       01 markdown-line                      pic x(127).

      *Transfers get their own stream - stock moving between stores
      *is not sales money, and Programs 17 and 29 post it.
       fd transfer-file
           record contains 127 characters
           data record is transfer-line.

       01 transfer-line                      pic x(127).

      *One forfeiture approval per line: the layaway's invoice
      *number and who signed off on taking the deposits to income.

       fd store-master-file
           data record is store-master-record
           record contains 41 characters.

       copy STORMAST.


       fd checkpoint-file
           data record is checkpoint-record
           record contains 2547 characters.

       copy CKPT2.

           "../../../data/GiftCards.dat".
       01 ws-markdown-filename               pic x(60) value
           "../../../data/Markdowns.dat".
       01 ws-transfer-filename               pic x(60) value
           "../../../data/Transfers.dat".
       01 ws-tendermast-filename             pic x(60) value
           "../../../data/TenderMast.dat".
       01 ws-laymast-filename                pic x(60) value
       77 ws-ytd-mode                          pic x value "N".
           88 ws-ytd-mode-is-on                    value "Y".

      *Flash switch - 'Y' splits and totals a partial day for the
      *flash report and posts nothing anywhere.
       77 ws-flash-mode                        pic x value "N".
           88 ws-flash-mode-is-on                  value "Y".

       copy YTDREC replacing ==ytd-totals-record== by
           ==ws-ytd-saved-totals==.

           05 filler                           pic x(17).
           05 ws-markdown-total-amount         pic $zzz,zz9.99.

       01 ws-heading4t.
           05 filler                           pic x(21)
               value "# Of Transfers: ".
           05 filler                           pic x(22)
               value "Transfer Units Moved".

       01 ws-output4t.
           05 filler                           pic x(7).
           05 ws-transfer-total                pic zzz.
           05 filler                           pic x(21).
           05 ws-transfer-total-units          pic zzzzzz9.

       01 ws-heading4f.
           05 filler                           pic x(21)
               value "# Of Forfeitures: ".
               value "G".
           05 ws-transaction-m                 pic x
               value "M".
           05 ws-transaction-t                 pic x
               value "T".

      *Program Counters
       01 ws-program-counters.
           05 ws-void-counter                   pic 9(05).
           05 ws-giftcard-counter               pic 9(05).
           05 ws-markdown-counter               pic 9(05).
           05 ws-transfer-counter               pic 9(05).
           05 ws-total-transfer-units           pic 9(07).

      *Program Total Amounts
       01 ws-total-amounts.
           accept ws-markdown-filename
               from environment "MAFD2_MARKDOWNFILE"
               on exception continue end-accept.
           accept ws-transfer-filename
               from environment "MAFD2_TRANSFERFILE"
               on exception continue end-accept.
           accept ws-tendermast-filename
               from environment "MAFD2_TENDERMASTFILE"
               on exception continue end-accept.
           accept ws-rerun-mode
               from environment "MAFD2_RERUN"
               on exception continue end-accept.
           accept ws-flash-mode
               from environment "MAFD2_FLASHMODE"
               on exception continue end-accept.
           accept ws-forfeit-filename
               from environment "MAFD2_FORFEITFILE"
               on exception continue end-accept.
           open input in-file,
             output sales-layaway-file, return-file, exchange-file,
             layaway-payment-file, void-file, gift-card-file,
             markdown-file, transfer-file,
             report-file.

      *The layaway master carries forward run over run; a first run
      *with no master yet creates it empty.  A flash run leaves it
      *alone.
           if ws-flash-mode-is-on then
               open input layaway-master-file
           else
               open i-o layaway-master-file
               if ws-laymast-status not = "00"
                   open output layaway-master-file
                   close layaway-master-file
                   open i-o layaway-master-file
               end-if
           end-if.

           move zeros                          to ws-program-counters,
           perform 050-load-store-table.
           perform 060-load-tender-table.
           perform 070-load-expected-count.

      *A checkpoint on file belongs to the night's run, so a flash
      *run does not restart from it.
           if not ws-flash-mode-is-on then
               perform 080-check-restart
           end-if.

           if ws-ytd-mode-is-on
             and not ws-flash-mode-is-on then
               perform 090-load-ytd-totals
           end-if.


           perform 100-mainLogic until ws-eof-flag = "y".

           if not ws-flash-mode-is-on then
               perform 620-post-layaway-payments
           end-if.

           perform 500-reconcile-counts.

      *The daily-totals append is guarded by the run-control file:
      *a date-and-step already complete is refused, or backed out
      *and replaced under the explicit rerun switch.  A flash run
      *appends nothing, so it neither checks nor marks the guard.
           if ws-flash-mode-is-on then
               move "N"                        to ws-append-allowed
           else
               perform 580-check-run-control
           end-if.

      *Forfeitures post under the same guard as the daily-totals
      *append - the income they recognize rides the day's grand
               perform 600-write-daily-totals
               perform 670-write-forfeit-tax
           else
               if not ws-flash-mode-is-on then
                   display "MAFD2DT ALREADY COMPLETE FOR " ws-sys-date
                       " - DAILY TOTALS APPEND REFUSED"
                   display "SET MAFD2_RERUN=Y TO BACK OUT AND REPLACE"
               end-if
           end-if.

           if ws-ytd-mode-is-on
             and not ws-flash-mode-is-on then
               perform 650-write-ytd-totals
           end-if.

      *Close the output and input files
           close sales-layaway-file, return-file, exchange-file,
             layaway-payment-file, void-file, gift-card-file,
             markdown-file, transfer-file, layaway-master-file,
             report-file, in-file.

           if not ws-flash-mode-is-on then
               perform 690-clear-checkpoint
           end-if.

           if ws-reconciliation-is-ok then
               move 0                          to ws-final-rc
           else
               move 8                          to ws-final-rc
           end-if.
           if not ws-append-is-allowed
             and not ws-flash-mode-is-on then
               move 8                          to ws-final-rc
           end-if.

               move ck-markdown-counter         to ws-markdown-counter
               move ck-total-markdown-amount    to
                   ws-total-markdown-amount
               move ck-transfer-counter         to ws-transfer-counter
               move ck-transfer-units           to
                   ws-total-transfer-units
               perform 082-restore-tender-count
                   varying ws-skip-sub from 1 by 1
                   until ws-skip-sub > 20

               perform 480-processMarkdowns

      *    If the current input is a store-to-store transfer
           else if (il-transaction-code = ws-transaction-t) then

               perform 490-processTransfers

      *    A detail line rides through to the sales/layaway file;
      *    its invoice already totalled once on its header
           else if (il-transaction-code = ws-transaction-d) then
               ws-actual-record-count.

           if function mod(ws-actual-record-count,
             ws-checkpoint-interval) = 0
             and not ws-flash-mode-is-on then
               perform 150-write-checkpoint
           end-if.

               ck-markdown-counter.
           move ws-total-markdown-amount        to
               ck-total-markdown-amount.
           move ws-transfer-counter             to
               ck-transfer-counter.
           move ws-total-transfer-units         to
               ck-transfer-units.
           perform 155-save-tender-count
               varying ws-skip-sub from 1 by 1
               until ws-skip-sub > 20.
                           stt-layaway-amount(ws-stot-idx)
                   end-if

                   if not ws-flash-mode-is-on then
                       perform 250-open-layaway-master-entry
                   end-if

               end-if.

           add il-transaction-amount           to
               ws-total-markdown-amount.

      *Process a transfer: the shipment or arrival is split to its
      *own file for the stock posting and in-transit tracking.
      *Stock moving between stores takes no tender and is no sale,
      *so transfers stay out of every money total - only the count
      *and the units moved are kept.
       490-processTransfers.

           write transfer-line                 from input-line.

           add 1                               to ws-transfer-counter.
           if il-transfer-qty numeric then
               add il-transfer-qty             to
                   ws-total-transfer-units
           end-if.

      *Posts the day's accumulated layaway payments against the
      *master in one batch.  An entry already posted today (a rerun
      *or a run restarted past its checkpoint) has that posting
           write report-line               from ws-output4m
               after advancing 1 lines.

      *    Transfers as their own section - goods moving between
      *    stores, not money
           move ws-transfer-counter        to ws-transfer-total.
           move ws-total-transfer-units    to ws-transfer-total-units.

           write report-line               from ws-heading4t
               after advancing 1 lines.

           write report-line               from ws-output4t
               after advancing 1 lines.

      *    Forfeitures as their own section - abandoned-layaway
      *    deposits recognized as income today
           move ws-forfeit-counter         to ws-forfeit-total.
