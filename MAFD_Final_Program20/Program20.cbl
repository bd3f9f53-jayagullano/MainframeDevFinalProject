      *off today's Forfeit_Journal.dat lines and forfeit income
      *(TT code FI) is credited net of its LF tax, which rides
      *the tax-payable line - so the income the daily totals
      *carry reaches the ledger.  Foreign cash (tender FC) reaches
      *the expected deposits at the bank's rate but revenue at the
      *register's, so the night's exchange gain or loss - the
      *total difference on today's Foreign_Envelopes.dat lines,
      *Program9's envelopes - is credited (a gain) or debited (a
      *loss) to TT code FX, and the two sides still foot.
      *Account numbers come from the
      *GL_Accounts.dat
      *map Program11 maintains - a tender or posting type with no
      *mapping, or debits that do not equal credits (a truncated
               organization is line sequential
               file status is ws-forfjrnl-status.

           select foreign-envelope-file
               assign to ws-fxenv-filename
               organization is line sequential
               file status is ws-fxenv-status.

           select gl-account-file
               assign to ws-glmap-filename
               organization is line sequential

       file section.
       fd split-input-file
          record contains 127 characters
          data record is input-line.

      *The shared split-file record layout, as written by Program2

       copy FORFJRNL.

       fd foreign-envelope-file
           data record is foreign-envelope-record
           record contains 74 characters.

       copy FXENV.

       fd gl-account-file
           data record is gl-account-record
           record contains 32 characters.
           "../../../data/Tax_Liability.dat".
       01 ws-forfjrnl-filename               pic x(60) value
           "../../../data/Forfeit_Journal.dat".
       01 ws-fxenv-filename                  pic x(60) value
           "../../../data/Foreign_Envelopes.dat".
       01 ws-glmap-filename                  pic x(60) value
           "../../../data/GL_Accounts.dat".
       01 ws-journal-filename                pic x(60) value
       01 ws-expected-status                 pic xx.
       01 ws-taxliab-status                  pic xx.
       01 ws-forfjrnl-status                 pic xx.
       01 ws-fxenv-status                    pic xx.
       01 ws-glmap-status                    pic xx.
       01 ws-journal-status                  pic xx.

       77 ws-giftcard-total                    pic 9(08)v99 value 0.
       77 ws-lf-tax                            pic 9(08)v99 value 0.
       77 ws-forfeit-income                    pic 9(08)v99 value 0.
       77 ws-fx-net                            pic s9(08)v99 value 0.

      *R subtracts the pass from revenue, V subtracts, anything
      *else adds.
           accept ws-forfjrnl-filename
               from environment "MAFD20_FORFJRNLFILE"
               on exception continue end-accept.
           accept ws-fxenv-filename
               from environment "MAFD20_FXENVFILE"
               on exception continue end-accept.
           accept ws-glmap-filename
               from environment "MAFD20_GLACCOUNTFILE"
               on exception continue end-accept.
           perform 240-total-giftcard-file.
           perform 250-net-todays-tax.
           perform 260-total-todays-forfeits.
           perform 270-total-todays-fx.

      *    Revenue carries only the sales-side tax out - the LF
      *    forfeit tax comes out of the forfeit income instead
               at end
                   move "y"                    to ws-eof-flag.

      *Today's exchange gain or loss off the foreign envelopes -
      *positive where the bank paid more for the foreign cash than
      *the registers credited.
       270-total-todays-fx.

           open input foreign-envelope-file.

           if ws-fxenv-status = "00" then
               read foreign-envelope-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 275-total-one-envelope until ws-eof-flag = "y"
               close foreign-envelope-file
           end-if.

           move "n"                            to ws-eof-flag.

       275-total-one-envelope.

           if fe-run-date = ws-sys-date then
               add fe-fx-difference            to ws-fx-net
           end-if.

           read foreign-envelope-file
               at end
                   move "y"                    to ws-eof-flag.

      *Builds the journal lines: one debit per tender with money
      *moving, then the revenue, tax, deposit and gift-card
      *credits.  A negative figure books on the opposite side, so
           move "C"                            to ws-line-side.
           perform 350-add-journal-line.

      *    The FC debit above is the bank's value of the foreign
      *    cash and revenue the register's, so the difference
      *    books as exchange gain (credit) or loss (debit)
           move "TT"                           to ws-lookup-type.
           move "FX"                           to ws-lookup-code.
           move ws-fx-net                      to ws-signed-amount.
           move "C"                            to ws-line-side.
           perform 350-add-journal-line.

       310-build-one-tender-line.

           move "TN"                           to ws-lookup-type.
