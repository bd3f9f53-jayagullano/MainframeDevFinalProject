      *one place the whole cycle is cross-footed, where until now
      *Program2's count check against ValidCount.dat was the only
      *cross-step control in the stream.  For the cycle date it
      *proves: (1) the records and dollars on the eight split files
      *(Sales_Layaway, Returns, Exchanges, Voids, Layaway_Payments,
      *GiftCards, Markdowns, Transfers) foot back to Valid.dat -
      *every accepted record lands in exactly one split, so the
      *counts and dollars must tie; (2) today's Daily_Totals.dat
      *line equals the grand total recomputed from the splits
      *(sales and layaways less voids and returns plus the day's
      *forfeit income off Forfeit_Journal.dat); (3) today's
      *Tax_Liability.dat carries an SL and an RT line for every
      *store with that activity; and (4) the net of today's
      *Expected_Deposits.dat ties to the tender money recomputed
      *from the splits - plus, since Program9 values foreign cash
      *at the bank's rate rather than the register's, the night's
      *exchange difference off Foreign_Envelopes.dat.  One proof
      *sheet prints, and any break
      *ends the step RC 8 so MAFDRUN can hold the archive step
      *back from archiving a day that does not balance.  The split
      *inputs share one SELECT; every
      *file name is driven from the environment.

       environment division.
               organization is line sequential
               file status is ws-forfjrnl-status.

           select foreign-envelope-file
               assign to ws-fxenv-filename
               organization is line sequential
               file status is ws-fxenv-status.

           select report-file
                assign to ws-report-filename
                organization is line sequential.

       file section.
       fd trx-input-file
          record contains 127 characters
          data record is input-line.

      *The shared transaction-record layout - Valid.dat and the

       copy FORFJRNL.

       fd foreign-envelope-file
           data record is foreign-envelope-record
           record contains 74 characters.

       copy FXENV.

       fd report-file
           record contains 130 characters
           data record is report-line.
           "../../../data/GiftCards.dat".
       01 ws-markdown-filename               pic x(60) value
           "../../../data/Markdowns.dat".
       01 ws-transfer-filename               pic x(60) value
           "../../../data/Transfers.dat".
       01 ws-dailytot-filename               pic x(60) value
           "../../../data/Daily_Totals.dat".
       01 ws-taxliab-filename                pic x(60) value
           "../../../data/Expected_Deposits.dat".
       01 ws-forfjrnl-filename               pic x(60) value
           "../../../data/Forfeit_Journal.dat".
       01 ws-fxenv-filename                  pic x(60) value
           "../../../data/Foreign_Envelopes.dat".
       01 ws-report-filename                 pic x(60) value
           "../../../data/Proof_Sheet.out".

       01 ws-taxliab-status                  pic xx.
       01 ws-expected-status                 pic xx.
       01 ws-forfjrnl-status                 pic xx.
       01 ws-fxenv-status                    pic xx.

      *Which pass is in flight - V foots Valid.dat, anything else
      *one of the splits.
       77 ws-dailytot-line-found               pic x value "N".
           88 ws-dailytot-was-found                value "Y".
       77 ws-expected-net                      pic s9(09)v99 value 0.
       77 ws-fx-difference                     pic s9(09)v99 value 0.

       77 ws-break-count                       pic 9(03) value 0.
       77 ws-difference                        pic s9(09)v99.
           accept ws-markdown-filename
               from environment "MAFD21_MARKDOWNFILE"
               on exception continue end-accept.
           accept ws-transfer-filename
               from environment "MAFD21_TRANSFERFILE"
               on exception continue end-accept.
           accept ws-dailytot-filename
               from environment "MAFD21_DAILYTOTFILE"
               on exception continue end-accept.
           accept ws-forfjrnl-filename
               from environment "MAFD21_FORFJRNLFILE"
               on exception continue end-accept.
           accept ws-fxenv-filename
               from environment "MAFD21_FXENVFILE"
               on exception continue end-accept.
           accept ws-report-filename
               from environment "MAFD21_REPORTFILE"
               on exception continue end-accept.
           move "MD"                           to ws-pass-code.
           perform 100-foot-one-file.

           move ws-transfer-filename           to
               ws-current-input-filename.
           move "TR"                           to ws-pass-code.
           perform 100-foot-one-file.

           perform 300-read-forfeit-journal.
           perform 320-read-daily-total.
           perform 340-read-tax-lines.
           perform 360-read-expected-net.
           perform 380-read-fx-difference.

           open output report-file.

               at end
                   move "y"                    to ws-eof-flag.

      *Totals today's exchange difference on the foreign
      *envelopes.
       380-read-fx-difference.

           open input foreign-envelope-file.

           if ws-fxenv-status = "00" then
               read foreign-envelope-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 390-read-one-envelope until ws-eof-flag = "y"
               close foreign-envelope-file
           end-if.

           move "n"                            to ws-eof-flag.

       390-read-one-envelope.

           if fe-run-date = ws-sys-date then
               add fe-fx-difference            to ws-fx-difference
           end-if.

           read foreign-envelope-file
               at end
                   move "y"                    to ws-eof-flag.

      *Proof 1 - every accepted record lands in exactly one split,
      *so counts and dollars must tie.
       400-prove-split-tie.
           end-if.

      *Proof 4 - the net the bank should see, recomputed from the
      *splits, against the net Program9 wrote.  The foreign cash
      *on the expected side is at the bank's rate, so the night's
      *exchange difference goes onto the recomputed side first.
       460-prove-expected-net.

           add ws-fx-difference                to ws-tender-in-amount.

           move "Net: tender vs Expected_Deposits " to ws-prf-caption.
           move ws-tender-in-amount            to ws-prf-left.
           move ws-expected-net                to ws-prf-right.
