      *reopened per file, since the record layout is common; every
      *file name is driven from the environment instead of a
      *hardcoded path.
      *Foreign cash (tender FC) is taken at the register rate but
      *converted by the bank at its own, so each store's foreign
      *envelope is now shown separately per currency: the foreign
      *cash that should be in it, what the registers credited for
      *it, and what it comes to at the bank's rate for the day off
      *Exchange_Rates.dat (the rate line in force today; while the
      *bank's rate has not been keyed it is valued at the register
      *figure, no gain or loss).  The FC lines on
      *Expected_Deposits.dat carry the bank value, since that is
      *what the bank will credit, and Foreign_Envelopes.dat
      *carries each envelope with its gain or loss for Program20
      *to book.

       environment division.
       configuration section.
               organization is line sequential
               file status is ws-storemast-status.

           select fxrate-file
               assign to ws-fxrate-filename
               organization is line sequential
               file status is ws-fxrate-status.

           select foreign-envelope-file
               assign to ws-fxenv-filename
               organization is line sequential.

       data division.

       file section.
       fd settle-input-file
          record contains 127 characters
          data record is input-line.

      *The shared split-file record layout, as written by Program2

       fd store-master-file
           data record is store-master-record
           record contains 41 characters.

       copy STORMAST.

       fd fxrate-file
           data record is exchange-rate-record
           record contains 29 characters.

       copy FXRATE.

       fd foreign-envelope-file
           data record is foreign-envelope-record
           record contains 74 characters.

       copy FXENV.

       working-storage section.

      *File names - overridable via environment variables so a rerun
           "../../../data/Settlement.out".
       01 ws-storemast-filename              pic x(60) value
           "../../../data/StoreMast.dat".
       01 ws-fxrate-filename                 pic x(60) value
           "../../../data/Exchange_Rates.dat".
       01 ws-fxenv-filename                  pic x(60) value
           "../../../data/Foreign_Envelopes.dat".

      *The input SELECT is reopened once per split file with this
      *name, since all three share the one record layout.

       01 ws-input-status                    pic xx.
       01 ws-storemast-status                pic xx.
       01 ws-fxrate-status                   pic xx.

      *R adds the record to the tender refunded, anything else to
      *the tender collected.
               10 cmp-collected                pic 9(7)v99.
               10 cmp-refunded                 pic 9(7)v99.

      *Exchange rates, loaded from Exchange_Rates.dat at start-up,
      *and the foreign-cash tender code they apply to.
       copy FXTBL.

       77 ws-foreign-tender                    pic x(02) value "FC".
       77 ws-fx-sub                            pic 9(04).
       77 ws-fx-best-sub                       pic 9(04).
       77 ws-fc-tnd-sub                        pic 9(02).
       01 ws-today-8                          pic 9(08).

      *Per-store per-currency foreign envelopes: the foreign cash
      *taken and refunded, what the registers credited for each
      *side, and the same sides at the bank's rate.
       01 ws-envelope-table.
           05 ws-envelope-entry occurs 200 times.
               10 env-store-sub                pic 9(03).
               10 env-currency-code            pic x(03).
               10 env-foreign-collected        pic 9(7)v99.
               10 env-foreign-refunded         pic 9(7)v99.
               10 env-register-collected       pic 9(7)v99.
               10 env-register-refunded        pic 9(7)v99.
               10 env-bank-rate                pic 9(3)v9(6).
               10 env-bank-collected           pic 9(7)v99.
               10 env-bank-refunded            pic 9(7)v99.

       77 ws-envelope-count                    pic 9(03) value 0.
       77 ws-env-sub                           pic 9(03).

       77 ws-net-amount                        pic s9(7)v99.
       77 ws-records-skipped                   pic 9(5) value 0.
       77 ws-store-sub                         pic 9(03).
           05 filler                           pic x(05).
           05 ws-cmp-net                       pic $zzz,zz9.99-.

       01 ws-envelope-heading.
           05 filler                           pic x(30) value
               "Foreign-Currency Envelopes    ".
           05 filler                           pic x(30) value
               "(FC lines above at bank rate) ".

       01 ws-envelope-heading2.
           05 filler                           pic x(36) value
               "Store    Curr Foreign In Foreign Out".
           05 filler                           pic x(36) value
               "    Envelope Register Value     Bank".
           05 filler                           pic x(36) value
               " Rate    Bank Value      Gain/Loss  ".

       01 ws-envelope-line.
           05 filler                           pic x(02).
           05 ws-env-store                     pic x(02).
           05 filler                           pic x(05).
           05 ws-env-currency                  pic x(03).
           05 filler                           pic x(02).
           05 ws-env-foreign-in                pic zzz,zz9.99.
           05 filler                           pic x(02).
           05 ws-env-foreign-out               pic zzz,zz9.99.
           05 filler                           pic x(02).
           05 ws-env-foreign-net               pic zzz,zz9.99-.
           05 filler                           pic x(03).
           05 ws-env-register                  pic $zzz,zz9.99-.
           05 filler                           pic x(03).
           05 ws-env-rate                      pic zz9.999999.
           05 filler                           pic x(03).
           05 ws-env-bank                      pic $zzz,zz9.99-.
           05 filler                           pic x(03).
           05 ws-env-gain-loss                 pic $zzz,zz9.99-.

       01 ws-skipped-line.
           05 filler                           pic x(35)
               value "Records skipped (store not found): ".
           accept ws-storemast-filename
               from environment "MAFD9_STOREMASTFILE"
               on exception continue end-accept.
           accept ws-fxrate-filename
               from environment "MAFD9_FXRATEFILE"
               on exception continue end-accept.
           accept ws-fxenv-filename
               from environment "MAFD9_FXENVFILE"
               on exception continue end-accept.

           accept ws-sys-date                  from date.
           accept ws-sys-time                  from time.
           accept ws-today-8                   from date yyyymmdd.

           move zeros                          to ws-settle-table,
             ws-company-table.

           perform 050-load-store-table.
           perform 060-load-fxrate-table.

      *    Sales and layaways collect; returns refund; exchanges
      *    collect the difference tendered.
           move "C"                            to ws-settle-mode.
           perform 100-process-one-file.

           perform 300-value-foreign-envelopes.
           perform 400-write-settlement.
           perform 440-write-foreign-envelopes.
           perform 500-settlementReport.

           stop run.
       058-search-store-dup.
           continue.

      *Loads the exchange rates the foreign envelopes are valued
      *at.  A missing file leaves every envelope at its register
      *value.
       060-load-fxrate-table.

           open input fxrate-file.

           if ws-fxrate-status = "00" then
               read fxrate-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 065-load-fxrate-entry until ws-eof-flag = "y"
               close fxrate-file
           end-if.

           move "n"                            to ws-eof-flag.

       065-load-fxrate-entry.

           if fx-currency-code not = spaces
             and fx-rate-date numeric
             and fx-bank-rate numeric
             and ws-fxrate-count < 1000 then
               add 1                           to ws-fxrate-count
               move fx-currency-code           to
                   wfx-currency-code(ws-fxrate-count)
               move fx-rate-date               to
                   wfx-rate-date(ws-fxrate-count)
               move fx-register-rate           to
                   wfx-register-rate(ws-fxrate-count)
               move fx-bank-rate               to
                   wfx-bank-rate(ws-fxrate-count)
           end-if.

           read fxrate-file
               at end
                   move "y"                    to ws-eof-flag.

      *Runs one split file through the accumulators.  A file missing
      *on a given day (say no exchanges) is simply skipped.
       100-process-one-file.
                           cmp-collected(ws-tnd-sub)
                   end-if
               end-if
               if il-payment-type = ws-foreign-tender then
                   perform 230-post-foreign-envelope
               end-if
           end-if.

      *An exchange settles its value difference in whichever
       225-search-tender.
           continue.

      *Adds a foreign-cash record to its store's envelope for the
      *currency, on the same side the tender figures took it.
       230-post-foreign-envelope.

           perform 235-search-envelope
               varying ws-env-sub from 1 by 1
               until ws-env-sub > ws-envelope-count
               or (env-store-sub(ws-env-sub) = ws-store-idx
                 and env-currency-code(ws-env-sub) =
                   il-foreign-currency).

           if ws-env-sub > ws-envelope-count then
               if ws-envelope-count >= 200 then
                   display "FOREIGN ENVELOPE TABLE FULL AT 200"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-envelope-count
               move ws-envelope-count          to ws-env-sub
               move zeros                      to
                   ws-envelope-entry(ws-env-sub)
               move ws-store-idx               to
                   env-store-sub(ws-env-sub)
               move il-foreign-currency        to
                   env-currency-code(ws-env-sub)
           end-if.

           if il-foreign-amount not numeric then
               move zeros                      to il-foreign-amount
           end-if.

           if (il-transaction-code = "X"
               and il-exchange-amount numeric
               and il-exchange-ret-amount numeric
               and il-exchange-ret-amount > il-exchange-amount)
             or (il-transaction-code not = "X"
               and ws-settle-mode-is-refund) then
               add il-foreign-amount           to
                   env-foreign-refunded(ws-env-sub)
               add il-transaction-amount       to
                   env-register-refunded(ws-env-sub)
           else
               add il-foreign-amount           to
                   env-foreign-collected(ws-env-sub)
               add il-transaction-amount       to
                   env-register-collected(ws-env-sub)
           end-if.

       235-search-envelope.
           continue.

      *Values each envelope at the bank's rate for today - the
      *currency's latest rate line dated on or before today - and
      *moves the FC tender figures from the register value to the
      *bank value, store and company.  While the bank's rate is
      *zero (not keyed yet) the envelope stays at register value.
       300-value-foreign-envelopes.

           perform 305-search-fc-tender
               varying ws-fc-tnd-sub from 1 by 1
               until ws-fc-tnd-sub > ws-tender-count
               or tnl-tender-code(ws-fc-tnd-sub) = ws-foreign-tender.

           perform 310-value-one-envelope
               varying ws-env-sub from 1 by 1
               until ws-env-sub > ws-envelope-count.

       305-search-fc-tender.
           continue.

       310-value-one-envelope.

           move 0                              to ws-fx-best-sub.
           perform 315-check-one-rate
               varying ws-fx-sub from 1 by 1
               until ws-fx-sub > ws-fxrate-count.

           if ws-fx-best-sub > 0 then
               move wfx-bank-rate(ws-fx-best-sub) to
                   env-bank-rate(ws-env-sub)
           end-if.

           if env-bank-rate(ws-env-sub) = 0 then
               move env-register-collected(ws-env-sub) to
                   env-bank-collected(ws-env-sub)
               move env-register-refunded(ws-env-sub) to
                   env-bank-refunded(ws-env-sub)
           else
               compute env-bank-collected(ws-env-sub) rounded =
                   env-foreign-collected(ws-env-sub) *
                   env-bank-rate(ws-env-sub)
               compute env-bank-refunded(ws-env-sub) rounded =
                   env-foreign-refunded(ws-env-sub) *
                   env-bank-rate(ws-env-sub)
           end-if.

           move env-store-sub(ws-env-sub)      to ws-store-sub.

           compute set-collected(ws-store-sub, ws-fc-tnd-sub) =
               set-collected(ws-store-sub, ws-fc-tnd-sub) -
               env-register-collected(ws-env-sub) +
               env-bank-collected(ws-env-sub).
           compute set-refunded(ws-store-sub, ws-fc-tnd-sub) =
               set-refunded(ws-store-sub, ws-fc-tnd-sub) -
               env-register-refunded(ws-env-sub) +
               env-bank-refunded(ws-env-sub).
           compute cmp-collected(ws-fc-tnd-sub) =
               cmp-collected(ws-fc-tnd-sub) -
               env-register-collected(ws-env-sub) +
               env-bank-collected(ws-env-sub).
           compute cmp-refunded(ws-fc-tnd-sub) =
               cmp-refunded(ws-fc-tnd-sub) -
               env-register-refunded(ws-env-sub) +
               env-bank-refunded(ws-env-sub).

       315-check-one-rate.

           if wfx-currency-code(ws-fx-sub) =
               env-currency-code(ws-env-sub)
             and wfx-rate-date(ws-fx-sub) not > ws-today-8 then
               if ws-fx-best-sub = 0 then
                   move ws-fx-sub              to ws-fx-best-sub
               else
                   if wfx-rate-date(ws-fx-sub) >
                     wfx-rate-date(ws-fx-best-sub) then
                       move ws-fx-sub          to ws-fx-best-sub
                   end-if
               end-if
           end-if.

      *Writes one Expected_Deposits.dat line per store and tender
      *with activity.
       400-write-settlement.
               write settlement-record
           end-if.

      *Writes one Foreign_Envelopes.dat line per store and currency
      *taken tonight - an empty file on a night with none, so
      *Program20 never books a prior night's difference again.
       440-write-foreign-envelopes.

           open output foreign-envelope-file.

           perform 445-write-one-envelope
               varying ws-env-sub from 1 by 1
               until ws-env-sub > ws-envelope-count.

           close foreign-envelope-file.

       445-write-one-envelope.

           move spaces                         to
               foreign-envelope-record.
           move ws-sys-date                    to fe-run-date.
           move env-store-sub(ws-env-sub)      to ws-store-sub.
           move wst-store-number(ws-store-sub) to fe-store-number.
           move env-currency-code(ws-env-sub)  to fe-currency-code.
           compute fe-foreign-net =
               env-foreign-collected(ws-env-sub) -
               env-foreign-refunded(ws-env-sub).
           compute fe-register-value =
               env-register-collected(ws-env-sub) -
               env-register-refunded(ws-env-sub).
           move env-bank-rate(ws-env-sub)      to fe-bank-rate.
           compute fe-bank-value =
               env-bank-collected(ws-env-sub) -
               env-bank-refunded(ws-env-sub).
           compute fe-fx-difference =
               fe-bank-value - fe-register-value.

           write foreign-envelope-record.

      *Prints the same per-store per-tender figures with company
      *totals per tender underneath.
       500-settlementReport.
               varying ws-tnd-sub from 1 by 1
               until ws-tnd-sub > ws-tender-count.

           if ws-envelope-count > 0 then
               write report-line               from ws-envelope-heading
                   after advancing 2 lines
               write report-line               from
                   ws-envelope-heading2
                   after advancing 1 lines
               perform 540-print-store-envelopes
                   varying ws-store-sub from 1 by 1
                   until ws-store-sub > ws-store-count
           end-if.

           if ws-records-skipped > 0 then
               move ws-records-skipped         to ws-skp-count
               write report-line               from ws-skipped-line
           write report-line                   from ws-company-line
               after advancing 1 lines.

      *Prints each store's envelopes together, one line per
      *currency.
       540-print-store-envelopes.

           perform 550-print-one-envelope
               varying ws-env-sub from 1 by 1
               until ws-env-sub > ws-envelope-count.

       550-print-one-envelope.

           if env-store-sub(ws-env-sub) = ws-store-sub then
               move wst-store-number(ws-store-sub) to ws-env-store
               move env-currency-code(ws-env-sub) to ws-env-currency
               move env-foreign-collected(ws-env-sub) to
                   ws-env-foreign-in
               move env-foreign-refunded(ws-env-sub) to
                   ws-env-foreign-out
               compute ws-net-amount =
                   env-foreign-collected(ws-env-sub) -
                   env-foreign-refunded(ws-env-sub)
               move ws-net-amount              to ws-env-foreign-net
               compute ws-net-amount =
                   env-register-collected(ws-env-sub) -
                   env-register-refunded(ws-env-sub)
               move ws-net-amount              to ws-env-register
               move env-bank-rate(ws-env-sub)  to ws-env-rate
               compute ws-net-amount =
                   env-bank-collected(ws-env-sub) -
                   env-bank-refunded(ws-env-sub)
               move ws-net-amount              to ws-env-bank
               compute ws-net-amount =
                   env-bank-collected(ws-env-sub) -
                   env-bank-refunded(ws-env-sub) -
                   env-register-collected(ws-env-sub) +
                   env-register-refunded(ws-env-sub)
               move ws-net-amount              to ws-env-gain-loss
               write report-line               from ws-envelope-line
                   after advancing 1 lines
           end-if.

       end program MAFD_Final_Program9.
