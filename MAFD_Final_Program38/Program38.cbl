       identification division.
       program-id. MAFD_Final_Program38.
       author. Deanna Slotegraaf.
       date-written. 2026-10-15.
      *Purpose: This program reconciles each register operator's
      *till at close-out.  Programs 9 and 19 reconcile deposits per
      *store and tender, so a cash shortage showed as "store 02 is
      *$40 short" with no way to say whose drawer it came from.
      *Each operator now declares at end of shift the cash and the
      *other tenders counted out of the drawer, keyed to
      *Till_Closeout.dat.  This program builds the tender each
      *cashier's drawer should hold off the split files the way
      *Program9 builds it per store - sales, exchanges by direction,
      *layaway payments and gift-card issuances in, returns and
      *voids out, 'D' details and 'L' openings left out - split
      *into cash and the other counted tenders (gift-card and
      *points tenders leave nothing in the drawer and are left
      *out).  Foreign cash (tender FC) is drawer cash too, valued
      *at the bank's rate for the day off Exchange_Rates.dat - the
      *figure Program9 puts on the expected deposits - or at the
      *register figure while the bank's rate is not keyed, so a
      *cashier who took foreign cash is not shown out on the other
      *tenders.  It prints the over/short per cashier against the
      *declaration, with store and company totals, a cashier who
      *rang but never declared shown short by the whole amount.
      *Each night's figures go onto Till_History.dat, about three
      *months kept, a rerun of the night replacing its own lines,
      *and the report lists every cashier short more than the
      *tolerance at least the repeat limit of times in the last
      *thirty days.  The step ends RC 4 when a till is out beyond
      *the tolerance or undeclared.  The inputs share one SELECT,
      *reopened per file; every file name and both limits are
      *driven from the environment.

       environment division.
       configuration section.
       input-output section.
       file-control.

            select till-input-file
                assign to ws-current-input-filename
                organization is line sequential
                file status is ws-input-status.

           select store-master-file
               assign to ws-storemast-filename
               organization is line sequential
               file status is ws-storemast-status.

           select cashier-master-file
               assign to ws-cashiermast-filename
               organization is line sequential
               file status is ws-cashiermast-status.

           select till-closeout-file
               assign to ws-closeout-filename
               organization is line sequential
               file status is ws-closeout-status.

           select till-history-file
               assign to ws-tillhist-filename
               organization is line sequential
               file status is ws-tillhist-status.

           select fxrate-file
               assign to ws-fxrate-filename
               organization is line sequential
               file status is ws-fxrate-status.

           select report-file
                assign to ws-report-filename
                organization is line sequential.

       data division.

       file section.
       fd till-input-file
          record contains 127 characters
          data record is input-line.

      *The shared split-file record layout, as written by Program2
      *- changed in the copybook, not here, when the record widens.
       copy TRXREC.

       fd store-master-file
           data record is store-master-record
           record contains 41 characters.

       copy STORMAST.

       fd cashier-master-file
           data record is cashier-master-record
           record contains 27 characters.

       copy CSHMAST.

       fd till-closeout-file
           data record is till-closeout-record
           record contains 32 characters.

       copy TILLCLS.

       fd till-history-file
           data record is till-history-record
           record contains 73 characters.

       copy TILLHIST.

       fd fxrate-file
           data record is exchange-rate-record
           record contains 29 characters.

       copy FXRATE.

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
       01 ws-storemast-filename              pic x(60) value
           "../../../data/StoreMast.dat".
       01 ws-cashiermast-filename            pic x(60) value
           "../../../data/CashierMast.dat".
       01 ws-closeout-filename               pic x(60) value
           "../../../data/Till_Closeout.dat".
       01 ws-tillhist-filename               pic x(60) value
           "../../../data/Till_History.dat".
       01 ws-fxrate-filename                 pic x(60) value
           "../../../data/Exchange_Rates.dat".
       01 ws-report-filename                 pic x(60) value
           "../../../data/Till_Over_Short.out".

      *The input SELECT is reopened once per split file with this
      *name, since they share the one record layout.
       01 ws-current-input-filename          pic x(60).

       01 ws-input-status                    pic xx.
       01 ws-storemast-status                pic xx.
       01 ws-cashiermast-status              pic xx.
       01 ws-closeout-status                 pic xx.
       01 ws-tillhist-status                 pic xx.
       01 ws-fxrate-status                   pic xx.

      *R takes the record out of the drawer, anything else puts it
      *in.
       77 ws-till-mode                         pic x.
           88 ws-till-mode-is-refund               value "R".

      *The tenders counted as cash, and the two that leave nothing
      *in the drawer to count.
       77 ws-cash-tender                       pic x(2) value "CA".
       77 ws-foreign-tender                    pic x(2) value "FC".
       77 ws-giftcard-tender                   pic x(2) value "GC".
       77 ws-points-tender                     pic x(2) value "PT".

      *Exchange rates, loaded from Exchange_Rates.dat at start-up,
      *for valuing foreign cash at the bank's rate.
       copy FXTBL.

       77 ws-fx-sub                            pic 9(04).
       77 ws-fx-best-sub                       pic 9(04).
       77 ws-foreign-value                     pic 9(07)v99.

      *A till within this many dollars either way is called even;
      *a cashier short past it this many times in thirty days is
      *listed as a repeat.
       77 ws-tolerance                         pic 9(3)v99 value 1.
       01 ws-tolerance-env                   pic x(10).
       77 ws-short-limit                       pic 9(3) value 3.
       01 ws-short-limit-env                 pic x(10).

      *Store master table, loaded from StoreMast.dat at start-up.
       copy STORTBL.

      *Cashier table, loaded from the cashier master at start-up,
      *for the name on each line.
       copy CSHTBL.

      *One entry per store and cashier with activity or a
      *declaration tonight.
       01 ws-till-table.
           05 ws-till-entry occurs 500 times.
               10 tll-store-number             pic x(02).
               10 tll-cashier-id               pic x(04).
               10 tll-close-date               pic 9(08).
               10 tll-declared                 pic x(01).
                   88 tll-was-declared             value "Y".
               10 tll-expected-cash            pic s9(07)v99.
               10 tll-counted-cash             pic 9(07)v99.
               10 tll-expected-other           pic s9(07)v99.
               10 tll-counted-other            pic 9(07)v99.

       77 ws-till-count                        pic 9(03) value 0.
       77 ws-tll-sub                           pic 9(03).

      *The close-out history, loaded whole, tonight's lines put in
      *place of any a rerun already wrote, and rewritten whole.
       01 ws-hist-table.
           05 ws-hist-entry occurs 9000 times.
               10 hst-close-date               pic 9(08).
               10 hst-store-number             pic x(02).
               10 hst-cashier-id               pic x(04).
               10 hst-declared                 pic x(01).
                   88 hst-was-declared             value "Y".
               10 hst-expected-cash            pic s9(07)v99.
               10 hst-counted-cash             pic 9(07)v99.
               10 hst-cash-over-short          pic s9(07)v99.
               10 hst-expected-other           pic s9(07)v99.
               10 hst-counted-other            pic 9(07)v99.
               10 hst-other-over-short         pic s9(07)v99.

       77 ws-hist-count                        pic 9(04) value 0.
       77 ws-hst-sub                           pic 9(04).

      *Cashiers short past the tolerance in the last thirty days.
       01 ws-repeat-table.
           05 ws-repeat-entry occurs 500 times.
               10 rpt-cashier-id               pic x(04).
               10 rpt-store-number             pic x(02).
               10 rpt-times-short              pic 9(03).
               10 rpt-amount-short             pic 9(07)v99.
               10 rpt-last-short               pic 9(08).

       77 ws-repeat-count                      pic 9(03) value 0.
       77 ws-rpt-sub                           pic 9(03).

      *Today, and the day numbers bounding the repeat window and
      *the history kept.
       77 ws-today-8                           pic 9(08).
       77 ws-today-int                         pic 9(07).
       77 ws-window-from-int                   pic 9(07).
       77 ws-keep-from-int                     pic 9(07).
       77 ws-work-int                          pic 9(07).

      *Figures for the line in hand, and the store and company
      *totals.
       01 ws-line-figures.
           05 lnf-expected-cash                pic s9(07)v99.
           05 lnf-counted-cash                 pic 9(07)v99.
           05 lnf-cash-over-short              pic s9(07)v99.
           05 lnf-expected-other               pic s9(07)v99.
           05 lnf-counted-other                pic 9(07)v99.
           05 lnf-other-over-short             pic s9(07)v99.
           05 lnf-total-over-short             pic s9(07)v99.

       01 ws-store-figures.
           05 sto-expected-cash                pic s9(07)v99.
           05 sto-counted-cash                 pic 9(07)v99.
           05 sto-cash-over-short              pic s9(07)v99.
           05 sto-expected-other               pic s9(07)v99.
           05 sto-counted-other                pic 9(07)v99.
           05 sto-other-over-short             pic s9(07)v99.
           05 sto-total-over-short             pic s9(07)v99.

       01 ws-company-figures.
           05 cmp-expected-cash                pic s9(07)v99.
           05 cmp-counted-cash                 pic 9(07)v99.
           05 cmp-cash-over-short              pic s9(07)v99.
           05 cmp-expected-other               pic s9(07)v99.
           05 cmp-counted-other                pic 9(07)v99.
           05 cmp-other-over-short             pic s9(07)v99.
           05 cmp-total-over-short             pic s9(07)v99.

       77 ws-store-sub                         pic 9(03).
       77 ws-store-lines                       pic 9(03).
       77 ws-record-amount                     pic s9(07)v99.
       77 ws-search-store                      pic x(02).
       77 ws-search-cashier                    pic x(04).

      *Run counters.
       77 ws-records-skipped                   pic 9(05) value 0.
       77 ws-declarations-read                 pic 9(05) value 0.
       77 ws-declarations-skipped              pic 9(05) value 0.
       77 ws-out-counter                       pic 9(05) value 0.
       77 ws-undeclared-counter                pic 9(05) value 0.

      *Headers For Formatting Purposes:

       01 ws-heading1.
           05 filler                           pic x(14) value spaces.
           05 filler                           pic x(46)
            value "Group 7, Final Project Program 38 Till O/S".
           05 filler                           pic x(13)
            value spaces.
           05 ws-sys-date                      pic 9(6).
           05 filler                           pic x(15)
            value spaces.
           05 ws-sys-time                      pic 9(8).

       01 ws-section-line.
           05 ws-sct-text                      pic x(60).

       01 ws-till-heading1.
           05 filler                           pic x(40) value
               "                               ---------".
           05 filler                           pic x(40) value
               "----- Cash -------------   -------------".
           05 filler                           pic x(20) value
               " Other -------------".

       01 ws-till-heading2.
           05 filler                           pic x(40) value
               "  Store Cshr  Name                Expect".
           05 filler                           pic x(40) value
               "ed    Counted  Over/Short     Expected  ".
           05 filler                           pic x(40) value
               "  Counted  Over/Short    Total O/S  Flag".

       01 ws-till-line.
           05 filler                           pic x(02).
           05 ws-tl-store                      pic x(02).
           05 filler                           pic x(04).
           05 ws-tl-cashier                    pic x(04).
           05 filler                           pic x(02).
           05 ws-tl-name                       pic x(16).
           05 filler                           pic x(01).
           05 ws-tl-expected-cash              pic zzz,zz9.99-.
           05 filler                           pic x(01).
           05 ws-tl-counted-cash               pic zzz,zz9.99.
           05 filler                           pic x(01).
           05 ws-tl-cash-over-short            pic zzz,zz9.99-.
           05 filler                           pic x(02).
           05 ws-tl-expected-other             pic zzz,zz9.99-.
           05 filler                           pic x(01).
           05 ws-tl-counted-other              pic zzz,zz9.99.
           05 filler                           pic x(01).
           05 ws-tl-other-over-short           pic zzz,zz9.99-.
           05 filler                           pic x(02).
           05 ws-tl-total-over-short           pic zzz,zz9.99-.
           05 filler                           pic x(02).
           05 ws-tl-flag                       pic x(12).

       01 ws-repeat-heading.
           05 filler                           pic x(40) value
               "  Cshr  Name                  Home  Time".
           05 filler                           pic x(40) value
               "s Short  Amount Short  Last Short       ".

       01 ws-repeat-line.
           05 filler                           pic x(02).
           05 ws-rl-cashier                    pic x(04).
           05 filler                           pic x(02).
           05 ws-rl-name                       pic x(20).
           05 filler                           pic x(02).
           05 ws-rl-store                      pic x(04).
           05 filler                           pic x(02).
           05 ws-rl-times                      pic z(10)9.
           05 filler                           pic x(02).
           05 ws-rl-amount                     pic $zzzz,zz9.99.
           05 filler                           pic x(02).
           05 ws-rl-last                       pic 9(08).

       01 ws-none-line.
           05 filler                           pic x(20) value
               "  (none)".

       01 ws-summary-line1.
           05 filler                           pic x(36)
               value "Declarations read:                  ".
           05 ws-sum-declarations              pic z,zzz,zz9.

       01 ws-summary-line2.
           05 filler                           pic x(36)
               value "Tills out beyond tolerance:         ".
           05 ws-sum-out                       pic z,zzz,zz9.

       01 ws-summary-line3.
           05 filler                           pic x(36)
               value "Tills rung but never declared:      ".
           05 ws-sum-undeclared                pic z,zzz,zz9.

       01 ws-summary-line4.
           05 filler                           pic x(36)
               value "Records skipped (store not found):  ".
           05 ws-sum-skipped                   pic z,zzz,zz9.

       01 ws-summary-line5.
           05 filler                           pic x(36)
               value "Declarations skipped (bad store):   ".
           05 ws-sum-decl-skipped              pic z,zzz,zz9.

      *EOF Flag
       77 ws-eof-flag                          pic x
               value "n".

      *Master-load audit counters and the duplicate-search subscript.
       77 ws-store-skip-count                  pic 9(3) value 0.
       77 ws-load-sub                          pic 9(4).

       procedure division.
       000-Main.

      *Read file-name overrides from the environment.
           accept ws-sl-filename
               from environment "MAFD38_SLFILE"
               on exception continue end-accept.
           accept ws-return-filename
               from environment "MAFD38_RETURNFILE"
               on exception continue end-accept.
           accept ws-exchange-filename
               from environment "MAFD38_EXCHANGEFILE"
               on exception continue end-accept.
           accept ws-void-filename
               from environment "MAFD38_VOIDFILE"
               on exception continue end-accept.
           accept ws-laypay-filename
               from environment "MAFD38_LAYPAYFILE"
               on exception continue end-accept.
           accept ws-giftcard-filename
               from environment "MAFD38_GIFTCARDFILE"
               on exception continue end-accept.
           accept ws-storemast-filename
               from environment "MAFD38_STOREMASTFILE"
               on exception continue end-accept.
           accept ws-cashiermast-filename
               from environment "MAFD38_CASHIERMASTFILE"
               on exception continue end-accept.
           accept ws-closeout-filename
               from environment "MAFD38_CLOSEOUTFILE"
               on exception continue end-accept.
           accept ws-tillhist-filename
               from environment "MAFD38_TILLHISTFILE"
               on exception continue end-accept.
           accept ws-fxrate-filename
               from environment "MAFD38_FXRATEFILE"
               on exception continue end-accept.
           accept ws-report-filename
               from environment "MAFD38_REPORTFILE"
               on exception continue end-accept.
           accept ws-tolerance-env
               from environment "MAFD38_TOLERANCE"
               on exception continue end-accept.
           if ws-tolerance-env not = spaces
               move ws-tolerance-env           to ws-tolerance
           end-if.
           accept ws-short-limit-env
               from environment "MAFD38_SHORTLIMIT"
               on exception continue end-accept.
           if ws-short-limit-env not = spaces
               move ws-short-limit-env         to ws-short-limit
           end-if.

           accept ws-sys-date                  from date.
           accept ws-sys-time                  from time.
           accept ws-today-8                   from date yyyymmdd.

           compute ws-today-int =
               function integer-of-date(ws-today-8).
           compute ws-window-from-int = ws-today-int - 29.
           compute ws-keep-from-int = ws-today-int - 92.

           perform 050-load-store-table.
           perform 060-load-cashier-table.
           perform 070-load-fxrate-table.

      *    Sales and layaways put tender in; returns take it out;
      *    exchanges go by direction.
           move ws-sl-filename                 to
               ws-current-input-filename.
           move "C"                            to ws-till-mode.
           perform 100-process-one-file.

           move ws-return-filename             to
               ws-current-input-filename.
           move "R"                            to ws-till-mode.
           perform 100-process-one-file.

           move ws-exchange-filename           to
               ws-current-input-filename.
           move "C"                            to ws-till-mode.
           perform 100-process-one-file.

           move ws-void-filename               to
               ws-current-input-filename.
           move "R"                            to ws-till-mode.
           perform 100-process-one-file.

           move ws-laypay-filename             to
               ws-current-input-filename.
           move "C"                            to ws-till-mode.
           perform 100-process-one-file.

           move ws-giftcard-filename           to
               ws-current-input-filename.
           move "C"                            to ws-till-mode.
           perform 100-process-one-file.

           perform 300-load-declarations.

           perform 080-load-till-history.
           perform 400-post-till-history.
           perform 450-rewrite-till-history.

           perform 500-build-repeat-table.

           perform 600-print-report.

           if ws-out-counter > 0
             or ws-undeclared-counter > 0 then
               move 4                          to return-code
           end-if.

           stop run.

      *Loads the store master into ws-store-table so the report
      *runs store by store in master order.
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

      *A duplicate key or a table past its limit would corrupt or
      *mispost every transaction behind it, so the load stops loudly
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

      *Loads the cashier master for the name on each report line.
      *A missing master just leaves the names blank.
       060-load-cashier-table.

           move 0                              to ws-cashier-count.

           open input cashier-master-file.

           if ws-cashiermast-status = "00" then
               read cashier-master-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 065-load-cashier-entry until ws-eof-flag = "y"
               close cashier-master-file
           end-if.

           move "n"                            to ws-eof-flag.

       065-load-cashier-entry.

           if csm-cashier-id not = spaces
             and ws-cashier-count < 200 then
               add 1                           to ws-cashier-count
               move csm-cashier-id             to
                   wcs-cashier-id(ws-cashier-count)
               move csm-cashier-name           to
                   wcs-cashier-name(ws-cashier-count)
               move csm-home-store             to
                   wcs-home-store(ws-cashier-count)
               move csm-cashier-active         to
                   wcs-cashier-active(ws-cashier-count)
           end-if.

           read cashier-master-file
               at end
                   move "y"                    to ws-eof-flag.

      *Loads the exchange rates foreign cash is valued at.  A
      *missing file leaves it at the register figure.
       070-load-fxrate-table.

           open input fxrate-file.

           if ws-fxrate-status = "00" then
               read fxrate-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 075-load-fxrate-entry until ws-eof-flag = "y"
               close fxrate-file
           end-if.

           move "n"                            to ws-eof-flag.

       075-load-fxrate-entry.

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

      *No history yet is a first night - the file is written new.
       080-load-till-history.

           open input till-history-file.

           if ws-tillhist-status = "00" then
               read till-history-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 085-load-history-entry until ws-eof-flag = "y"
               close till-history-file
           end-if.

           move "n"                            to ws-eof-flag.

       085-load-history-entry.

           if ws-hist-count >= 9000 then
               display "TILL HISTORY TABLE FULL AT 9000"
               move 16                         to return-code
               stop run
           end-if.

           add 1                               to ws-hist-count.
           move th-close-date                  to
               hst-close-date(ws-hist-count).
           move th-store-number                to
               hst-store-number(ws-hist-count).
           move th-cashier-id                  to
               hst-cashier-id(ws-hist-count).
           move th-declared                    to
               hst-declared(ws-hist-count).
           move th-expected-cash               to
               hst-expected-cash(ws-hist-count).
           move th-counted-cash                to
               hst-counted-cash(ws-hist-count).
           move th-cash-over-short             to
               hst-cash-over-short(ws-hist-count).
           move th-expected-other              to
               hst-expected-other(ws-hist-count).
           move th-counted-other               to
               hst-counted-other(ws-hist-count).
           move th-other-over-short            to
               hst-other-over-short(ws-hist-count).

           read till-history-file
               at end
                   move "y"                    to ws-eof-flag.

      *Runs one split file through the tills.  A file missing on a
      *given day (say no exchanges) is simply skipped.
       100-process-one-file.

           open input till-input-file.

           if ws-input-status = "00" then
               read till-input-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 200-till-one-record until ws-eof-flag = "y"
               close till-input-file
           end-if.

           move "n"                            to ws-eof-flag.

       200-till-one-record.

      *    A detail line's money already counted once on its
      *    header, and a layaway opening is a balance owed, not
      *    tender taken - its money arrives as 'P' payments
           if il-transaction-code = "D"
             or il-transaction-code = "L" then
               continue
           else
               if il-payment-type = ws-giftcard-tender
                 or il-payment-type = ws-points-tender then
                   continue
               else
                   perform 205-till-counted-record
               end-if
           end-if.

           read till-input-file
               at end
                   move "y"                    to ws-eof-flag.

       205-till-counted-record.

           perform 210-find-store.

           if ws-store-idx > ws-store-count then
               add 1                           to ws-records-skipped
           else
               move il-store-number            to ws-search-store
               move il-cashier-id              to ws-search-cashier
               perform 220-find-till
               if il-trans-date numeric
                 and il-trans-date > tll-close-date(ws-tll-sub) then
                   move il-trans-date          to
                       tll-close-date(ws-tll-sub)
               end-if
               perform 207-set-record-amount
               if il-payment-type = ws-foreign-tender then
                   perform 208-value-foreign-record
               end-if
               if il-payment-type = ws-cash-tender
                 or il-payment-type = ws-foreign-tender then
                   add ws-record-amount        to
                       tll-expected-cash(ws-tll-sub)
               else
                   add ws-record-amount        to
                       tll-expected-other(ws-tll-sub)
               end-if
           end-if.

      *Money in or out of the drawer by the file it came off; an
      *exchange settles its value difference in whichever
      *direction it ran.
       207-set-record-amount.

           if il-transaction-code = "X" then
               if il-exchange-amount numeric
                 and il-exchange-ret-amount numeric
                 and il-exchange-ret-amount > il-exchange-amount then
                   compute ws-record-amount =
                       0 - il-transaction-amount
               else
                   move il-transaction-amount  to ws-record-amount
               end-if
           else
               if ws-till-mode-is-refund then
                   compute ws-record-amount =
                       0 - il-transaction-amount
               else
                   move il-transaction-amount  to ws-record-amount
               end-if
           end-if.

      *Revalues a foreign-cash record's foreign amount at the bank's
      *rate in force today - the currency's latest rate line dated
      *on or before today - keeping the direction 207 set.  While
      *that rate is zero the register figure stands.
       208-value-foreign-record.

           move 0                              to ws-fx-best-sub.
           perform 209-check-one-rate
               varying ws-fx-sub from 1 by 1
               until ws-fx-sub > ws-fxrate-count.

           if ws-fx-best-sub > 0
             and il-foreign-amount numeric then
               if wfx-bank-rate(ws-fx-best-sub) > 0 then
                   compute ws-foreign-value rounded =
                       il-foreign-amount *
                       wfx-bank-rate(ws-fx-best-sub)
                   if ws-record-amount < 0 then
                       compute ws-record-amount =
                           0 - ws-foreign-value
                   else
                       move ws-foreign-value   to ws-record-amount
                   end-if
               end-if
           end-if.

       209-check-one-rate.

           if wfx-currency-code(ws-fx-sub) = il-foreign-currency
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

      *Finds the store-table entry matching the current record's
      *store number, leaving its index in ws-store-idx.
       210-find-store.

           perform 215-search-store
               varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-count
               or wst-store-number(ws-store-idx) = il-store-number.

       215-search-store.
           continue.

      *Finds (or adds) the till for ws-search-store and
      *ws-search-cashier, leaving its subscript in ws-tll-sub.
       220-find-till.

           perform 225-search-till
               varying ws-tll-sub from 1 by 1
               until ws-tll-sub > ws-till-count
               or (tll-store-number(ws-tll-sub) = ws-search-store
                 and tll-cashier-id(ws-tll-sub) = ws-search-cashier).

           if ws-tll-sub > ws-till-count then
               if ws-till-count >= 500 then
                   display "TILL TABLE FULL AT 500"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-till-count
               move ws-till-count              to ws-tll-sub
               move ws-search-store            to
                   tll-store-number(ws-tll-sub)
               move ws-search-cashier          to
                   tll-cashier-id(ws-tll-sub)
               move "N"                        to
                   tll-declared(ws-tll-sub)
               move zeros                      to
                   tll-close-date(ws-tll-sub),
                   tll-expected-cash(ws-tll-sub),
                   tll-counted-cash(ws-tll-sub),
                   tll-expected-other(ws-tll-sub),
                   tll-counted-other(ws-tll-sub)
           end-if.

       225-search-till.
           continue.

      *No close-out file is a night nobody declared - every till
      *with activity shows undeclared.
       300-load-declarations.

           open input till-closeout-file.

           if ws-closeout-status = "00" then
               read till-closeout-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 305-apply-declaration until ws-eof-flag = "y"
               close till-closeout-file
           end-if.

           move "n"                            to ws-eof-flag.

      *A declaration for a store not on the master, or with counts
      *that are not numbers, cannot be held to anything and is
      *skipped and counted.  The declared close date, when keyed,
      *is the till's date in the history.
       305-apply-declaration.

           add 1                               to
               ws-declarations-read.

           move tc-store-number                to ws-search-store.
           perform 310-search-store-for-decl
               varying ws-store-sub from 1 by 1
               until ws-store-sub > ws-store-count
               or wst-store-number(ws-store-sub) = ws-search-store.

           if ws-store-sub > ws-store-count
             or tc-cashier-id = spaces
             or tc-counted-cash not numeric
             or tc-counted-other not numeric then
               add 1                           to
                   ws-declarations-skipped
           else
               move tc-cashier-id              to ws-search-cashier
               perform 220-find-till
               move "Y"                        to
                   tll-declared(ws-tll-sub)
               add tc-counted-cash             to
                   tll-counted-cash(ws-tll-sub)
               add tc-counted-other            to
                   tll-counted-other(ws-tll-sub)
               if tc-close-date numeric
                 and tc-close-date > 0 then
                   move tc-close-date          to
                       tll-close-date(ws-tll-sub)
               end-if
           end-if.

           read till-closeout-file
               at end
                   move "y"                    to ws-eof-flag.

       310-search-store-for-decl.
           continue.

      *Each of tonight's tills is laid over the history line with
      *the same date, store and cashier - there is one only when
      *the night is being rerun - or added.
       400-post-till-history.

           perform 405-post-one-till
               varying ws-tll-sub from 1 by 1
               until ws-tll-sub > ws-till-count.

       405-post-one-till.

           if tll-close-date(ws-tll-sub) = 0 then
               move ws-today-8                 to
                   tll-close-date(ws-tll-sub)
           end-if.

           perform 410-search-history
               varying ws-hst-sub from 1 by 1
               until ws-hst-sub > ws-hist-count
               or (hst-close-date(ws-hst-sub) =
                   tll-close-date(ws-tll-sub)
                 and hst-store-number(ws-hst-sub) =
                   tll-store-number(ws-tll-sub)
                 and hst-cashier-id(ws-hst-sub) =
                   tll-cashier-id(ws-tll-sub)).

           if ws-hst-sub > ws-hist-count then
               if ws-hist-count >= 9000 then
                   display "TILL HISTORY TABLE FULL AT 9000"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-hist-count
               move ws-hist-count              to ws-hst-sub
           end-if.

           perform 700-set-line-figures.

           move tll-close-date(ws-tll-sub)     to
               hst-close-date(ws-hst-sub).
           move tll-store-number(ws-tll-sub)   to
               hst-store-number(ws-hst-sub).
           move tll-cashier-id(ws-tll-sub)     to
               hst-cashier-id(ws-hst-sub).
           move tll-declared(ws-tll-sub)       to
               hst-declared(ws-hst-sub).
           move lnf-expected-cash              to
               hst-expected-cash(ws-hst-sub).
           move lnf-counted-cash               to
               hst-counted-cash(ws-hst-sub).
           move lnf-cash-over-short            to
               hst-cash-over-short(ws-hst-sub).
           move lnf-expected-other             to
               hst-expected-other(ws-hst-sub).
           move lnf-counted-other              to
               hst-counted-other(ws-hst-sub).
           move lnf-other-over-short           to
               hst-other-over-short(ws-hst-sub).

       410-search-history.
           continue.

      *Lines older than the keep window are dropped on the way
      *back out.
       450-rewrite-till-history.

           open output till-history-file.

           perform 455-write-history-entry
               varying ws-hst-sub from 1 by 1
               until ws-hst-sub > ws-hist-count.

           close till-history-file.

       455-write-history-entry.

           perform 460-set-history-day.

           if ws-work-int not < ws-keep-from-int then
               move hst-close-date(ws-hst-sub) to th-close-date
               move hst-store-number(ws-hst-sub) to th-store-number
               move hst-cashier-id(ws-hst-sub) to th-cashier-id
               move hst-declared(ws-hst-sub)   to th-declared
               move hst-expected-cash(ws-hst-sub) to
                   th-expected-cash
               move hst-counted-cash(ws-hst-sub) to th-counted-cash
               move hst-cash-over-short(ws-hst-sub) to
                   th-cash-over-short
               move hst-expected-other(ws-hst-sub) to
                   th-expected-other
               move hst-counted-other(ws-hst-sub) to
                   th-counted-other
               move hst-other-over-short(ws-hst-sub) to
                   th-other-over-short
               write till-history-record
           end-if.

      *The day number of the history line in hand - zero for a
      *date that is not one, which ages it off.
       460-set-history-day.

           move 0                              to ws-work-int.
           if hst-close-date(ws-hst-sub) numeric
             and hst-close-date(ws-hst-sub) > 16010100 then
               compute ws-work-int = function integer-of-date
                   (hst-close-date(ws-hst-sub))
           end-if.

      *Counts every history line in the last thirty days where the
      *till came up short past the tolerance, or was never
      *declared against money taken, per cashier.
       500-build-repeat-table.

           perform 505-count-one-history
               varying ws-hst-sub from 1 by 1
               until ws-hst-sub > ws-hist-count.

       505-count-one-history.

           perform 460-set-history-day.

           if ws-work-int not < ws-window-from-int then
               compute lnf-total-over-short =
                   hst-cash-over-short(ws-hst-sub) +
                   hst-other-over-short(ws-hst-sub)
               if lnf-total-over-short < 0
                 and (0 - lnf-total-over-short) > ws-tolerance then
                   perform 510-add-repeat-short
               end-if
           end-if.

       510-add-repeat-short.

           perform 515-search-repeat
               varying ws-rpt-sub from 1 by 1
               until ws-rpt-sub > ws-repeat-count
               or rpt-cashier-id(ws-rpt-sub) =
                 hst-cashier-id(ws-hst-sub).

           if ws-rpt-sub > ws-repeat-count then
               if ws-repeat-count >= 500 then
                   display "REPEAT SHORT TABLE FULL AT 500"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-repeat-count
               move ws-repeat-count            to ws-rpt-sub
               move hst-cashier-id(ws-hst-sub) to
                   rpt-cashier-id(ws-rpt-sub)
               move hst-store-number(ws-hst-sub) to
                   rpt-store-number(ws-rpt-sub)
               move zeros                      to
                   rpt-times-short(ws-rpt-sub),
                   rpt-amount-short(ws-rpt-sub),
                   rpt-last-short(ws-rpt-sub)
           end-if.

           add 1                               to
               rpt-times-short(ws-rpt-sub).
           compute rpt-amount-short(ws-rpt-sub) =
               rpt-amount-short(ws-rpt-sub) - lnf-total-over-short.
           if hst-close-date(ws-hst-sub) >
              rpt-last-short(ws-rpt-sub) then
               move hst-close-date(ws-hst-sub) to
                   rpt-last-short(ws-rpt-sub)
           end-if.

       515-search-repeat.
           continue.

       600-print-report.

           open output report-file.

           write report-line                   from ws-heading1
               after advancing 1 lines.

           move "Till over/short by cashier"   to ws-sct-text.
           write report-line                   from ws-section-line
               after advancing 2 lines.
           write report-line                   from ws-till-heading1
               after advancing 2 lines.
           write report-line                   from ws-till-heading2
               after advancing 1 lines.

           move zeros                          to ws-company-figures.

           perform 610-print-one-store
               varying ws-store-sub from 1 by 1
               until ws-store-sub > ws-store-count.

           move spaces                         to ws-till-line.
           move "COMPANY"                      to ws-tl-name.
           move ws-company-figures             to ws-line-figures.
           perform 720-move-line-figures.
           write report-line                   from ws-till-line
               after advancing 2 lines.

           perform 650-print-repeats.
           perform 800-print-summary.

           close report-file.

      *One store's tills in the order first seen, then its total -
      *a store with no tills tonight prints nothing.
       610-print-one-store.

           move zeros                          to ws-store-figures.
           move 0                              to ws-store-lines.

           perform 620-print-one-till
               varying ws-tll-sub from 1 by 1
               until ws-tll-sub > ws-till-count.

           if ws-store-lines > 0 then
               move spaces                     to ws-till-line
               move wst-store-number(ws-store-sub) to ws-tl-store
               move "STORE TOTAL"              to ws-tl-name
               move ws-store-figures           to ws-line-figures
               perform 720-move-line-figures
               write report-line               from ws-till-line
                   after advancing 1 lines
           end-if.

       620-print-one-till.

           if tll-store-number(ws-tll-sub) =
              wst-store-number(ws-store-sub) then
               perform 700-set-line-figures
               move spaces                     to ws-till-line
               move tll-store-number(ws-tll-sub) to ws-tl-store
               move tll-cashier-id(ws-tll-sub) to ws-tl-cashier
               perform 630-find-cashier-name
               perform 720-move-line-figures
               perform 640-set-till-flag
               write report-line               from ws-till-line
                   after advancing 1 lines
               add 1                           to ws-store-lines
               perform 710-add-line-to-totals
           end-if.

       630-find-cashier-name.

           perform 635-search-cashier
               varying ws-cashier-idx from 1 by 1
               until ws-cashier-idx > ws-cashier-count
               or wcs-cashier-id(ws-cashier-idx) =
                 tll-cashier-id(ws-tll-sub).

           if ws-cashier-idx not > ws-cashier-count then
               move wcs-cashier-name(ws-cashier-idx) to ws-tl-name
           else
               move "** NOT ON MASTER"         to ws-tl-name
           end-if.

       635-search-cashier.
           continue.

      *Undeclared comes first; otherwise short or over when past
      *the tolerance either way.
       640-set-till-flag.

           if not tll-was-declared(ws-tll-sub) then
               move "NOT DECLARED"             to ws-tl-flag
               add 1                           to
                   ws-undeclared-counter
           else
               if lnf-total-over-short < 0
                 and (0 - lnf-total-over-short) > ws-tolerance then
                   move "SHORT"                to ws-tl-flag
                   add 1                       to ws-out-counter
               else
                   if lnf-total-over-short > ws-tolerance then
                       move "OVER"             to ws-tl-flag
                       add 1                   to ws-out-counter
                   end-if
               end-if
           end-if.

      *Cashiers short past the tolerance at least the repeat limit
      *of times in the window.
       650-print-repeats.

           move "Repeat shortages, last thirty days" to ws-sct-text.
           write report-line                   from ws-section-line
               after advancing 3 lines.
           write report-line                   from ws-repeat-heading
               after advancing 2 lines.

           move 0                              to ws-store-lines.
           perform 655-print-one-repeat
               varying ws-rpt-sub from 1 by 1
               until ws-rpt-sub > ws-repeat-count.

           if ws-store-lines = 0 then
               write report-line               from ws-none-line
                   after advancing 1 lines
           end-if.

       655-print-one-repeat.

           if rpt-times-short(ws-rpt-sub) not < ws-short-limit then
               move spaces                     to ws-repeat-line
               move rpt-cashier-id(ws-rpt-sub) to ws-rl-cashier
               move rpt-times-short(ws-rpt-sub) to ws-rl-times
               move rpt-amount-short(ws-rpt-sub) to ws-rl-amount
               move rpt-last-short(ws-rpt-sub) to ws-rl-last
               move rpt-store-number(ws-rpt-sub) to ws-rl-store
               perform 635-search-cashier
                   varying ws-cashier-idx from 1 by 1
                   until ws-cashier-idx > ws-cashier-count
                   or wcs-cashier-id(ws-cashier-idx) =
                     rpt-cashier-id(ws-rpt-sub)
               if ws-cashier-idx not > ws-cashier-count then
                   move wcs-cashier-name(ws-cashier-idx) to
                       ws-rl-name
                   move wcs-home-store(ws-cashier-idx) to
                       ws-rl-store
               end-if
               write report-line               from ws-repeat-line
                   after advancing 1 lines
               add 1                           to ws-store-lines
           end-if.

      *The over/short on the till in hand.  A till never declared
      *counts as nothing in the drawer.
       700-set-line-figures.

           move tll-expected-cash(ws-tll-sub)  to lnf-expected-cash.
           move tll-counted-cash(ws-tll-sub)   to lnf-counted-cash.
           move tll-expected-other(ws-tll-sub) to lnf-expected-other.
           move tll-counted-other(ws-tll-sub)  to lnf-counted-other.

           compute lnf-cash-over-short =
               lnf-counted-cash - lnf-expected-cash.
           compute lnf-other-over-short =
               lnf-counted-other - lnf-expected-other.
           compute lnf-total-over-short =
               lnf-cash-over-short + lnf-other-over-short.

       710-add-line-to-totals.

           add lnf-expected-cash               to sto-expected-cash,
               cmp-expected-cash.
           add lnf-counted-cash                to sto-counted-cash,
               cmp-counted-cash.
           add lnf-cash-over-short             to
               sto-cash-over-short, cmp-cash-over-short.
           add lnf-expected-other              to
               sto-expected-other, cmp-expected-other.
           add lnf-counted-other               to sto-counted-other,
               cmp-counted-other.
           add lnf-other-over-short            to
               sto-other-over-short, cmp-other-over-short.
           add lnf-total-over-short            to
               sto-total-over-short, cmp-total-over-short.

       720-move-line-figures.

           move lnf-expected-cash              to
               ws-tl-expected-cash.
           move lnf-counted-cash               to ws-tl-counted-cash.
           move lnf-cash-over-short            to
               ws-tl-cash-over-short.
           move lnf-expected-other             to
               ws-tl-expected-other.
           move lnf-counted-other              to
               ws-tl-counted-other.
           move lnf-other-over-short           to
               ws-tl-other-over-short.
           move lnf-total-over-short           to
               ws-tl-total-over-short.

       800-print-summary.

           move ws-declarations-read           to
               ws-sum-declarations.
           move ws-out-counter                 to ws-sum-out.
           move ws-undeclared-counter          to ws-sum-undeclared.
           move ws-records-skipped             to ws-sum-skipped.
           move ws-declarations-skipped        to
               ws-sum-decl-skipped.

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

       end program MAFD_Final_Program38.
