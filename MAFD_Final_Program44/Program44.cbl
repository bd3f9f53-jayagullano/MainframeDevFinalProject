       identification division.
       program-id. MAFD_Final_Program44.
       author. Deanna Slotegraaf.
       date-written. 2026-10-15.
      *Purpose: This program is the weekly return-pattern report for
      *loss prevention.  Program4 only ever sees one night's
      *returns, so its unmatched and high-value checks catch the
      *single bad refund but not the pattern built up over a week.
      *Program4 now keeps every return on Return_History.dat beside
      *the store, cashier and date of the sale the invoice index
      *says it refunds.  This program reads the returns in the last
      *MAFD44_WINDOWDAYS days off that history and marks each one
      *against four patterns - the same SKU returned at one store
      *at least the repeat limit of times in the window (RPT), a
      *return at a store other than the one that rang the sale
      *(XST), a refund by the cashier who rang the sale (OWN), and
      *a refund priced within MAFD44_NEARBAND dollars under the
      *high-value threshold Program4 flags above (NHV).  Each
      *store, returning cashier and SKU is scored on how many of
      *the four patterns it trips, a pattern tripping when the
      *subject's returns hitting it reach that pattern's limit, and
      *every subject scoring is listed with its counts, followed by
      *the supporting returns with their invoices.  The step ends
      *RC 4 when anything scores.  Nothing is updated.  Every file
      *name, the window, the threshold, the band and the four
      *limits are driven from the environment.

       environment division.
       configuration section.
       input-output section.
       file-control.

           select return-history-file
               assign to ws-rethist-filename
               organization is line sequential
               file status is ws-rethist-status.

           select cashier-master-file
               assign to ws-cashiermast-filename
               organization is line sequential
               file status is ws-cashiermast-status.

           select report-file
                assign to ws-report-filename
                organization is line sequential.

       data division.

       file section.
       fd return-history-file
           data record is return-history-record
           record contains 71 characters.

       copy RETHIST.

       fd cashier-master-file
           data record is cashier-master-record
           record contains 27 characters.

       copy CSHMAST.

       fd report-file
           record contains 130 characters
           data record is report-line.

       01 report-line.
           05 filler                           pic x(130).

       working-storage section.

      *File names - overridable via environment variables so a rerun
      *or an alternate data set does not require a recompile.
       01 ws-rethist-filename                pic x(60) value
           "../../../data/Return_History.dat".
       01 ws-cashiermast-filename            pic x(60) value
           "../../../data/CashierMast.dat".
       01 ws-report-filename                 pic x(60) value
           "../../../data/Return_Patterns.out".

       01 ws-rethist-status                  pic xx.
       01 ws-cashiermast-status              pic xx.

      *Returns in the last this-many days are read - overridable
      *via the environment.
       77 ws-window-days                       pic 9(3) value 7.
       01 ws-window-days-env                 pic x(10).

      *A store, cashier or SKU trips a pattern when this many of
      *its returns in the window hit it.  For RPT the limit is
      *also how many times one SKU must come back at one store
      *before those returns hit the pattern at all.
       77 ws-repeat-limit                      pic 9(3) value 3.
       01 ws-repeat-limit-env                pic x(10).
       77 ws-cross-limit                       pic 9(3) value 3.
       01 ws-cross-limit-env                 pic x(10).
       77 ws-own-limit                         pic 9(3) value 2.
       01 ws-own-limit-env                   pic x(10).
       77 ws-near-limit                        pic 9(3) value 3.
       01 ws-near-limit-env                  pic x(10).

      *Program4's high-value threshold, and the band under it a
      *refund falls in to hit NHV.
       77 ws-hv-threshold                      pic 9(5)v99
           value 500.00.
       01 ws-hv-threshold-env                pic x(10).
       77 ws-near-band                         pic 9(5)v99
           value 50.00.
       01 ws-near-band-env                   pic x(10).
       77 ws-near-floor                        pic 9(5)v99.

      *Cashier table, loaded from the cashier master at start-up,
      *for the name on each cashier line.
       copy CSHTBL.

      *The returns in the window, each with the pattern hits it
      *makes and the subject rows it posted to (zero for a return
      *rung with no cashier).
       01 ws-return-table.
           05 ws-return-entry occurs 5000 times.
               10 rtl-return-date              pic 9(08).
               10 rtl-store-number             pic x(02).
               10 rtl-invoice-number           pic x(09).
               10 rtl-sku-code                 pic x(15).
               10 rtl-cashier-id               pic x(04).
               10 rtl-amount                   pic 9(05)v99.
               10 rtl-sale-store               pic x(02).
               10 rtl-sale-cashier             pic x(04).
               10 rtl-sale-date                pic 9(08).
               10 rtl-match-code               pic x(02).
               10 rtl-pair-row                 pic 9(04).
               10 rtl-store-row                pic 9(04).
               10 rtl-cashier-row              pic 9(04).
               10 rtl-sku-row                  pic 9(04).
               10 rtl-hit-repeat               pic x(01).
                   88 rtl-is-repeat                value "Y".
               10 rtl-hit-cross                pic x(01).
                   88 rtl-is-cross                 value "Y".
               10 rtl-hit-own                  pic x(01).
                   88 rtl-is-own                   value "Y".
               10 rtl-hit-near                 pic x(01).
                   88 rtl-is-near                  value "Y".
               10 rtl-listed                   pic x(01).
                   88 rtl-is-listed                value "Y".

       77 ws-return-count                      pic 9(04) value 0.
       77 ws-rtl-sub                           pic 9(04).

      *How many times each SKU came back at each store in the
      *window.
       01 ws-pair-table.
           05 ws-pair-entry occurs 5000 times.
               10 prc-store-number             pic x(02).
               10 prc-sku-code                 pic x(15).
               10 prc-count                    pic 9(05).

       77 ws-pair-count                        pic 9(04) value 0.
       77 ws-prc-sub                           pic 9(04).

      *One row per store (S), returning cashier (C) and SKU (K)
      *seen in the window, with its returns, its hits on each
      *pattern, which patterns it trips and its score.
       01 ws-subject-table.
           05 ws-subject-entry occurs 5500 times.
               10 sbj-type                     pic x(01).
               10 sbj-key                      pic x(15).
               10 sbj-returns                  pic 9(05).
               10 sbj-amount                   pic 9(07)v99.
               10 sbj-repeat                   pic 9(05).
               10 sbj-cross                    pic 9(05).
               10 sbj-own                      pic 9(05).
               10 sbj-near                     pic 9(05).
               10 sbj-trip-repeat              pic x(01).
                   88 sbj-trips-repeat             value "Y".
               10 sbj-trip-cross               pic x(01).
                   88 sbj-trips-cross              value "Y".
               10 sbj-trip-own                 pic x(01).
                   88 sbj-trips-own                value "Y".
               10 sbj-trip-near                pic x(01).
                   88 sbj-trips-near               value "Y".
               10 sbj-score                    pic 9(01).

       77 ws-subject-count                     pic 9(04) value 0.
       77 ws-sbj-sub                           pic 9(04).
       77 ws-chk-row                           pic 9(04).

      *The subject being found or added, and the section being
      *printed.
       77 ws-search-type                       pic x(01).
       77 ws-search-key                        pic x(15).
       77 ws-print-type                        pic x(01).

      *Today, and the day numbers bounding the window.
       77 ws-today-8                           pic 9(08).
       77 ws-today-int                         pic 9(07).
       77 ws-window-from-int                   pic 9(07).
       77 ws-window-from-8                     pic 9(08).
       77 ws-work-int                          pic 9(07).

      *Run counters.
       77 ws-lines-read                        pic 9(07) value 0.
       77 ws-lines-outside                     pic 9(07) value 0.
       77 ws-lines-bad-date                    pic 9(07) value 0.
       77 ws-lines-listed                      pic 9(05) value 0.
       77 ws-stores-scored                     pic 9(05) value 0.
       77 ws-cashiers-scored                   pic 9(05) value 0.
       77 ws-skus-scored                       pic 9(05) value 0.
       77 ws-section-lines                     pic 9(05).

      *Headers For Formatting Purposes:

       01 ws-heading1.
           05 filler                           pic x(14) value spaces.
           05 filler                           pic x(46)
            value "Group 7, Final Project Program 44 Ret Patterns".
           05 filler                           pic x(13)
            value spaces.
           05 ws-sys-date                      pic 9(6).
           05 filler                           pic x(15)
            value spaces.
           05 ws-sys-time                      pic 9(8).

       01 ws-section-line.
           05 ws-sct-text                      pic x(60).

       01 ws-window-line.
           05 filler                           pic x(13)
               value "Returns from ".
           05 ws-wl-from                       pic 9(08).
           05 filler                           pic x(04)
               value " to ".
           05 ws-wl-to                         pic 9(08).
           05 filler                           pic x(02)
               value " (".
           05 ws-wl-days                       pic zz9.
           05 filler                           pic x(06)
               value " days)".

       01 ws-limit-line1.
           05 filler                           pic x(13)
               value "Limits:  RPT ".
           05 ws-ll-repeat                     pic zz9.
           05 filler                           pic x(07)
               value "   XST ".
           05 ws-ll-cross                      pic zz9.
           05 filler                           pic x(07)
               value "   OWN ".
           05 ws-ll-own                        pic zz9.
           05 filler                           pic x(07)
               value "   NHV ".
           05 ws-ll-near                       pic zz9.

       01 ws-limit-line2.
           05 filler                           pic x(23)
               value "NHV band: refunds from ".
           05 ws-ll-floor                      pic $zz,zz9.99.
           05 filler                           pic x(04) value
               " to ".
           05 ws-ll-threshold                  pic $zz,zz9.99.

       01 ws-legend-line.
           05 ws-lg-text                       pic x(80).

       01 ws-subject-heading.
           05 filler                           pic x(02).
           05 ws-sh-key-title                  pic x(17).
           05 ws-sh-name-title                 pic x(22).
           05 filler                           pic x(40) value
               " Rtns     Refunded   RptSKU   XStore  Ow".
           05 filler                           pic x(20) value
               "nSale   NearHV Score".

       01 ws-subject-line.
           05 filler                           pic x(02).
           05 ws-sl-key                        pic x(15).
           05 filler                           pic x(02).
           05 ws-sl-name                       pic x(20).
           05 filler                           pic x(02).
           05 ws-sl-returns                    pic zzzz9.
           05 filler                           pic x(02).
           05 ws-sl-amount                     pic $zzz,zz9.99.
           05 filler                           pic x(03).
           05 ws-sl-repeat                     pic zzzz9.
           05 ws-sl-repeat-flag                pic x(01).
           05 filler                           pic x(03).
           05 ws-sl-cross                      pic zzzz9.
           05 ws-sl-cross-flag                 pic x(01).
           05 filler                           pic x(03).
           05 ws-sl-own                        pic zzzz9.
           05 ws-sl-own-flag                   pic x(01).
           05 filler                           pic x(03).
           05 ws-sl-near                       pic zzzz9.
           05 ws-sl-near-flag                  pic x(01).
           05 filler                           pic x(05).
           05 ws-sl-score                      pic 9.

       01 ws-invoice-heading.
           05 filler                           pic x(40) value
               "  Ret Date  St   Invoice    SKU         ".
           05 filler                           pic x(40) value
               "     Cshr      Refund   SlSt SlCs  Sale ".
           05 filler                           pic x(20) value
               "Dt   Mt   Patterns  ".

       01 ws-invoice-line.
           05 filler                           pic x(02).
           05 ws-il-date                       pic 9(08).
           05 filler                           pic x(02).
           05 ws-il-store                      pic x(02).
           05 filler                           pic x(03).
           05 ws-il-invoice                    pic x(09).
           05 filler                           pic x(02).
           05 ws-il-sku                        pic x(15).
           05 filler                           pic x(02).
           05 ws-il-cashier                    pic x(04).
           05 filler                           pic x(02).
           05 ws-il-amount                     pic $zz,zz9.99.
           05 filler                           pic x(03).
           05 ws-il-sale-store                 pic x(02).
           05 filler                           pic x(03).
           05 ws-il-sale-cashier               pic x(04).
           05 filler                           pic x(02).
           05 ws-il-sale-date                  pic x(08).
           05 filler                           pic x(02).
           05 ws-il-match                      pic x(02).
           05 filler                           pic x(03).
           05 ws-il-pat-repeat                 pic x(04).
           05 ws-il-pat-cross                  pic x(04).
           05 ws-il-pat-own                    pic x(04).
           05 ws-il-pat-near                   pic x(03).

       01 ws-none-line.
           05 filler                           pic x(20) value
               "  (none)".

       01 ws-summary-line1.
           05 filler                           pic x(36)
               value "History lines read:                 ".
           05 ws-sum-read                      pic z,zzz,zz9.

       01 ws-summary-line2.
           05 filler                           pic x(36)
               value "Returns in the window:              ".
           05 ws-sum-window                    pic z,zzz,zz9.

       01 ws-summary-line3.
           05 filler                           pic x(36)
               value "Lines outside the window:           ".
           05 ws-sum-outside                   pic z,zzz,zz9.

       01 ws-summary-line4.
           05 filler                           pic x(36)
               value "Lines skipped (no return date):     ".
           05 ws-sum-bad-date                  pic z,zzz,zz9.

       01 ws-summary-line5.
           05 filler                           pic x(36)
               value "Stores / cashiers / SKUs scored:    ".
           05 ws-sum-stores                    pic z,zzz,zz9.
           05 filler                           pic x(03) value " / ".
           05 ws-sum-cashiers                  pic z,zzz,zz9.
           05 filler                           pic x(03) value " / ".
           05 ws-sum-skus                      pic z,zzz,zz9.

       01 ws-summary-line6.
           05 filler                           pic x(36)
               value "Supporting returns listed:          ".
           05 ws-sum-listed                    pic z,zzz,zz9.

      *EOF Flag
       77 ws-eof-flag                          pic x
               value "n".

       procedure division.
       000-Main.

      *Read file-name overrides, the window and the limits from the
      *environment.
           accept ws-rethist-filename
               from environment "MAFD44_RETHISTFILE"
               on exception continue end-accept.
           accept ws-cashiermast-filename
               from environment "MAFD44_CASHIERMASTFILE"
               on exception continue end-accept.
           accept ws-report-filename
               from environment "MAFD44_REPORTFILE"
               on exception continue end-accept.
           accept ws-window-days-env
               from environment "MAFD44_WINDOWDAYS"
               on exception continue end-accept.
           if ws-window-days-env not = spaces
               move ws-window-days-env         to ws-window-days
           end-if.
           accept ws-repeat-limit-env
               from environment "MAFD44_REPEATLIMIT"
               on exception continue end-accept.
           if ws-repeat-limit-env not = spaces
               move ws-repeat-limit-env        to ws-repeat-limit
           end-if.
           accept ws-cross-limit-env
               from environment "MAFD44_CROSSLIMIT"
               on exception continue end-accept.
           if ws-cross-limit-env not = spaces
               move ws-cross-limit-env         to ws-cross-limit
           end-if.
           accept ws-own-limit-env
               from environment "MAFD44_OWNLIMIT"
               on exception continue end-accept.
           if ws-own-limit-env not = spaces
               move ws-own-limit-env           to ws-own-limit
           end-if.
           accept ws-near-limit-env
               from environment "MAFD44_NEARLIMIT"
               on exception continue end-accept.
           if ws-near-limit-env not = spaces
               move ws-near-limit-env          to ws-near-limit
           end-if.
           accept ws-hv-threshold-env
               from environment "MAFD44_HVTHRESHOLD"
               on exception continue end-accept.
           if ws-hv-threshold-env not = spaces
               move ws-hv-threshold-env        to ws-hv-threshold
           end-if.
           accept ws-near-band-env
               from environment "MAFD44_NEARBAND"
               on exception continue end-accept.
           if ws-near-band-env not = spaces
               move ws-near-band-env           to ws-near-band
           end-if.

      *A window of nothing would read nothing, and a limit of zero
      *would trip on every subject.
           if ws-window-days = 0
               move 1                          to ws-window-days
           end-if.
           if ws-repeat-limit = 0
               move 1                          to ws-repeat-limit
           end-if.
           if ws-cross-limit = 0
               move 1                          to ws-cross-limit
           end-if.
           if ws-own-limit = 0
               move 1                          to ws-own-limit
           end-if.
           if ws-near-limit = 0
               move 1                          to ws-near-limit
           end-if.

           if ws-near-band < ws-hv-threshold then
               compute ws-near-floor = ws-hv-threshold - ws-near-band
           else
               move zeros                      to ws-near-floor
           end-if.

           accept ws-sys-date                  from date.
           accept ws-sys-time                  from time.
           accept ws-today-8                   from date yyyymmdd.

           compute ws-today-int =
               function integer-of-date(ws-today-8).
           compute ws-window-from-int =
               ws-today-int - ws-window-days + 1.
           compute ws-window-from-8 =
               function date-of-integer(ws-window-from-int).

           perform 060-load-cashier-table.
           perform 100-load-history.

           perform 300-score-one-return
               varying ws-rtl-sub from 1 by 1
               until ws-rtl-sub > ws-return-count.

           perform 400-score-one-subject
               varying ws-sbj-sub from 1 by 1
               until ws-sbj-sub > ws-subject-count.

           perform 500-mark-one-return
               varying ws-rtl-sub from 1 by 1
               until ws-rtl-sub > ws-return-count.

           perform 600-print-report.

           if ws-stores-scored > 0
             or ws-cashiers-scored > 0
             or ws-skus-scored > 0 then
               move 4                          to return-code
           end-if.

           stop run.

      *Loads the cashier master for the name on each cashier line.
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

      *Takes the returns in the window off the history.  No history
      *yet leaves nothing to score - the report prints empty.
       100-load-history.

           open input return-history-file.

           if ws-rethist-status = "00" then
               read return-history-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 110-load-history-line until ws-eof-flag = "y"
               close return-history-file
           else
               display "NO RETURN HISTORY: "
                   function trim(ws-rethist-filename)
           end-if.

           move "n"                            to ws-eof-flag.

      *A line whose return date is not a date is counted and left
      *out.
       110-load-history-line.

           add 1                               to ws-lines-read.

           move 0                              to ws-work-int.
           if rh-return-date numeric
             and rh-return-date > 16010100 then
               compute ws-work-int =
                   function integer-of-date(rh-return-date)
           end-if.

           if ws-work-int = 0 then
               add 1                           to ws-lines-bad-date
           else
               if ws-work-int < ws-window-from-int
                 or ws-work-int > ws-today-int then
                   add 1                       to ws-lines-outside
               else
                   perform 120-add-window-return
               end-if
           end-if.

           read return-history-file
               at end
                   move "y"                    to ws-eof-flag.

       120-add-window-return.

           if ws-return-count >= 5000 then
               display "RETURN WINDOW TABLE FULL AT 5000"
               move 16                         to return-code
               stop run
           end-if.

           add 1                               to ws-return-count.
           move ws-return-count                to ws-rtl-sub.

           move rh-return-date                 to
               rtl-return-date(ws-rtl-sub).
           move rh-store-number                to
               rtl-store-number(ws-rtl-sub).
           move rh-invoice-number              to
               rtl-invoice-number(ws-rtl-sub).
           move rh-sku-code                    to
               rtl-sku-code(ws-rtl-sub).
           move rh-cashier-id                  to
               rtl-cashier-id(ws-rtl-sub).
           move rh-amount                      to
               rtl-amount(ws-rtl-sub).
           move rh-sale-store                  to
               rtl-sale-store(ws-rtl-sub).
           move rh-sale-cashier                to
               rtl-sale-cashier(ws-rtl-sub).
           move rh-match-code                  to
               rtl-match-code(ws-rtl-sub).
           if rh-sale-date numeric then
               move rh-sale-date               to
                   rtl-sale-date(ws-rtl-sub)
           else
               move zeros                      to
                   rtl-sale-date(ws-rtl-sub)
           end-if.

           perform 130-find-pair.

           move ws-prc-sub                     to
               rtl-pair-row(ws-rtl-sub).
           add 1                               to prc-count(ws-prc-sub).

      *Finds (or adds) the store-and-SKU pair of the return in
      *hand, leaving its row in ws-prc-sub.
       130-find-pair.

           perform 135-search-pair
               varying ws-prc-sub from 1 by 1
               until ws-prc-sub > ws-pair-count
               or (prc-store-number(ws-prc-sub) = rh-store-number
                 and prc-sku-code(ws-prc-sub) = rh-sku-code).

           if ws-prc-sub > ws-pair-count then
               if ws-pair-count >= 5000 then
                   display "STORE/SKU PAIR TABLE FULL AT 5000"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-pair-count
               move ws-pair-count              to ws-prc-sub
               move rh-store-number            to
                   prc-store-number(ws-prc-sub)
               move rh-sku-code                to
                   prc-sku-code(ws-prc-sub)
               move zeros                      to
                   prc-count(ws-prc-sub)
           end-if.

       135-search-pair.
           continue.

      *Marks the return in hand against each pattern and posts it
      *to its store, its cashier (when it was rung with one) and
      *its SKU.  The store and cashier of the sale are blank when
      *the invoice was never found, so XST and OWN stand down.
       300-score-one-return.

           move "N"                            to
               rtl-hit-repeat(ws-rtl-sub),
               rtl-hit-cross(ws-rtl-sub),
               rtl-hit-own(ws-rtl-sub),
               rtl-hit-near(ws-rtl-sub),
               rtl-listed(ws-rtl-sub).

           move rtl-pair-row(ws-rtl-sub)       to ws-prc-sub.
           if prc-count(ws-prc-sub) not < ws-repeat-limit then
               move "Y"                        to
                   rtl-hit-repeat(ws-rtl-sub)
           end-if.

           if rtl-sale-store(ws-rtl-sub) not = spaces
             and rtl-sale-store(ws-rtl-sub) not =
                 rtl-store-number(ws-rtl-sub) then
               move "Y"                        to
                   rtl-hit-cross(ws-rtl-sub)
           end-if.

           if rtl-sale-cashier(ws-rtl-sub) not = spaces
             and rtl-sale-cashier(ws-rtl-sub) =
                 rtl-cashier-id(ws-rtl-sub) then
               move "Y"                        to
                   rtl-hit-own(ws-rtl-sub)
           end-if.

           if rtl-amount(ws-rtl-sub) not < ws-near-floor
             and rtl-amount(ws-rtl-sub) not > ws-hv-threshold then
               move "Y"                        to
                   rtl-hit-near(ws-rtl-sub)
           end-if.

           move "S"                            to ws-search-type.
           move rtl-store-number(ws-rtl-sub)   to ws-search-key.
           perform 320-find-subject.
           move ws-sbj-sub                     to
               rtl-store-row(ws-rtl-sub).
           perform 330-post-subject.

           if rtl-cashier-id(ws-rtl-sub) not = spaces then
               move "C"                        to ws-search-type
               move rtl-cashier-id(ws-rtl-sub) to ws-search-key
               perform 320-find-subject
               move ws-sbj-sub                 to
                   rtl-cashier-row(ws-rtl-sub)
               perform 330-post-subject
           else
               move 0                          to
                   rtl-cashier-row(ws-rtl-sub)
           end-if.

           move "K"                            to ws-search-type.
           move rtl-sku-code(ws-rtl-sub)       to ws-search-key.
           perform 320-find-subject.
           move ws-sbj-sub                     to
               rtl-sku-row(ws-rtl-sub).
           perform 330-post-subject.

      *Finds (or adds) the subject row for the type and key in
      *hand, leaving it in ws-sbj-sub.
       320-find-subject.

           perform 325-search-subject
               varying ws-sbj-sub from 1 by 1
               until ws-sbj-sub > ws-subject-count
               or (sbj-type(ws-sbj-sub) = ws-search-type
                 and sbj-key(ws-sbj-sub) = ws-search-key).

           if ws-sbj-sub > ws-subject-count then
               if ws-subject-count >= 5500 then
                   display "PATTERN SUBJECT TABLE FULL AT 5500"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-subject-count
               move ws-subject-count           to ws-sbj-sub
               move ws-search-type             to
                   sbj-type(ws-sbj-sub)
               move ws-search-key              to
                   sbj-key(ws-sbj-sub)
               move zeros                      to
                   sbj-returns(ws-sbj-sub),
                   sbj-amount(ws-sbj-sub),
                   sbj-repeat(ws-sbj-sub),
                   sbj-cross(ws-sbj-sub),
                   sbj-own(ws-sbj-sub),
                   sbj-near(ws-sbj-sub),
                   sbj-score(ws-sbj-sub)
               move "N"                        to
                   sbj-trip-repeat(ws-sbj-sub),
                   sbj-trip-cross(ws-sbj-sub),
                   sbj-trip-own(ws-sbj-sub),
                   sbj-trip-near(ws-sbj-sub)
           end-if.

       325-search-subject.
           continue.

       330-post-subject.

           add 1                               to
               sbj-returns(ws-sbj-sub).
           add rtl-amount(ws-rtl-sub)          to
               sbj-amount(ws-sbj-sub).

           if rtl-is-repeat(ws-rtl-sub) then
               add 1                           to sbj-repeat(ws-sbj-sub)
           end-if.
           if rtl-is-cross(ws-rtl-sub) then
               add 1                           to sbj-cross(ws-sbj-sub)
           end-if.
           if rtl-is-own(ws-rtl-sub) then
               add 1                           to sbj-own(ws-sbj-sub)
           end-if.
           if rtl-is-near(ws-rtl-sub) then
               add 1                           to sbj-near(ws-sbj-sub)
           end-if.

      *A subject trips each pattern its hits reach the limit on;
      *the score is how many of the four it trips.
       400-score-one-subject.

           if sbj-repeat(ws-sbj-sub) not < ws-repeat-limit then
               move "Y"                        to
                   sbj-trip-repeat(ws-sbj-sub)
               add 1                           to sbj-score(ws-sbj-sub)
           end-if.
           if sbj-cross(ws-sbj-sub) not < ws-cross-limit then
               move "Y"                        to
                   sbj-trip-cross(ws-sbj-sub)
               add 1                           to sbj-score(ws-sbj-sub)
           end-if.
           if sbj-own(ws-sbj-sub) not < ws-own-limit then
               move "Y"                        to
                   sbj-trip-own(ws-sbj-sub)
               add 1                           to sbj-score(ws-sbj-sub)
           end-if.
           if sbj-near(ws-sbj-sub) not < ws-near-limit then
               move "Y"                        to
                   sbj-trip-near(ws-sbj-sub)
               add 1                           to sbj-score(ws-sbj-sub)
           end-if.

           if sbj-score(ws-sbj-sub) > 0 then
               if sbj-type(ws-sbj-sub) = "S" then
                   add 1                       to ws-stores-scored
               else
                   if sbj-type(ws-sbj-sub) = "C" then
                       add 1                   to ws-cashiers-scored
                   else
                       add 1                   to ws-skus-scored
                   end-if
               end-if
           end-if.

      *A return supports the listing when a pattern it hits was
      *tripped by its store, its cashier or its SKU.
       500-mark-one-return.

           move rtl-store-row(ws-rtl-sub)      to ws-chk-row.
           perform 510-check-support.
           move rtl-cashier-row(ws-rtl-sub)    to ws-chk-row.
           perform 510-check-support.
           move rtl-sku-row(ws-rtl-sub)        to ws-chk-row.
           perform 510-check-support.

           if rtl-is-listed(ws-rtl-sub) then
               add 1                           to ws-lines-listed
           end-if.

       510-check-support.

           if ws-chk-row > 0 then
               if (rtl-is-repeat(ws-rtl-sub)
                   and sbj-trips-repeat(ws-chk-row))
                 or (rtl-is-cross(ws-rtl-sub)
                   and sbj-trips-cross(ws-chk-row))
                 or (rtl-is-own(ws-rtl-sub)
                   and sbj-trips-own(ws-chk-row))
                 or (rtl-is-near(ws-rtl-sub)
                   and sbj-trips-near(ws-chk-row)) then
                   move "Y"                    to
                       rtl-listed(ws-rtl-sub)
               end-if
           end-if.

       600-print-report.

           open output report-file.

           write report-line                   from ws-heading1
               after advancing 1 lines.

           move ws-window-from-8               to ws-wl-from.
           move ws-today-8                     to ws-wl-to.
           move ws-window-days                 to ws-wl-days.
           write report-line                   from ws-window-line
               after advancing 2 lines.

           move ws-repeat-limit                to ws-ll-repeat.
           move ws-cross-limit                 to ws-ll-cross.
           move ws-own-limit                   to ws-ll-own.
           move ws-near-limit                  to ws-ll-near.
           write report-line                   from ws-limit-line1
               after advancing 1 lines.
           move ws-near-floor                  to ws-ll-floor.
           move ws-hv-threshold                to ws-ll-threshold.
           write report-line                   from ws-limit-line2
               after advancing 1 lines.

           move "RPT  same SKU returned repeatedly at one store"
               to ws-lg-text.
           write report-line                   from ws-legend-line
               after advancing 2 lines.
           move "XST  returned at a store other than the sale's"
               to ws-lg-text.
           write report-line                   from ws-legend-line
               after advancing 1 lines.
           move "OWN  refunded by the cashier who rang the sale"
               to ws-lg-text.
           write report-line                   from ws-legend-line
               after advancing 1 lines.
           move "NHV  refund just under the high-value threshold"
               to ws-lg-text.
           write report-line                   from ws-legend-line
               after advancing 1 lines.
           move "A * beside a count means the subject trips it."
               to ws-lg-text.
           write report-line                   from ws-legend-line
               after advancing 1 lines.

           move "Stores scored"                to ws-sct-text.
           move "Store"                        to ws-sh-key-title.
           move spaces                         to ws-sh-name-title.
           move "S"                            to ws-print-type.
           perform 610-print-subject-section.

           move "Returning cashiers scored"    to ws-sct-text.
           move "Cashier"                      to ws-sh-key-title.
           move "Name"                         to ws-sh-name-title.
           move "C"                            to ws-print-type.
           perform 610-print-subject-section.

           move "SKUs scored"                  to ws-sct-text.
           move "SKU"                          to ws-sh-key-title.
           move spaces                         to ws-sh-name-title.
           move "K"                            to ws-print-type.
           perform 610-print-subject-section.

           perform 650-print-supporting.
           perform 800-print-summary.

           close report-file.

      *Every subject of the type in hand that scores, in the order
      *first seen.
       610-print-subject-section.

           write report-line                   from ws-section-line
               after advancing 3 lines.
           write report-line                   from ws-subject-heading
               after advancing 2 lines.

           move 0                              to ws-section-lines.
           perform 620-print-one-subject
               varying ws-sbj-sub from 1 by 1
               until ws-sbj-sub > ws-subject-count.

           if ws-section-lines = 0 then
               write report-line               from ws-none-line
                   after advancing 1 lines
           end-if.

       620-print-one-subject.

           if sbj-type(ws-sbj-sub) = ws-print-type
             and sbj-score(ws-sbj-sub) > 0 then
               move spaces                     to ws-subject-line
               move sbj-key(ws-sbj-sub)        to ws-sl-key
               if ws-print-type = "C" then
                   perform 630-find-cashier-name
               end-if
               move sbj-returns(ws-sbj-sub)    to ws-sl-returns
               move sbj-amount(ws-sbj-sub)     to ws-sl-amount
               move sbj-repeat(ws-sbj-sub)     to ws-sl-repeat
               move sbj-cross(ws-sbj-sub)      to ws-sl-cross
               move sbj-own(ws-sbj-sub)        to ws-sl-own
               move sbj-near(ws-sbj-sub)       to ws-sl-near
               if sbj-trips-repeat(ws-sbj-sub) then
                   move "*"                    to ws-sl-repeat-flag
               end-if
               if sbj-trips-cross(ws-sbj-sub) then
                   move "*"                    to ws-sl-cross-flag
               end-if
               if sbj-trips-own(ws-sbj-sub) then
                   move "*"                    to ws-sl-own-flag
               end-if
               if sbj-trips-near(ws-sbj-sub) then
                   move "*"                    to ws-sl-near-flag
               end-if
               move sbj-score(ws-sbj-sub)      to ws-sl-score
               write report-line               from ws-subject-line
                   after advancing 1 lines
               add 1                           to ws-section-lines
           end-if.

       630-find-cashier-name.

           perform 635-search-cashier
               varying ws-cashier-idx from 1 by 1
               until ws-cashier-idx > ws-cashier-count
               or wcs-cashier-id(ws-cashier-idx) =
                 sbj-key(ws-sbj-sub).

           if ws-cashier-idx not > ws-cashier-count then
               move wcs-cashier-name(ws-cashier-idx) to ws-sl-name
           else
               move "** NOT ON MASTER"         to ws-sl-name
           end-if.

       635-search-cashier.
           continue.

      *The returns behind the scores, in history order, each with
      *the sale its invoice refunded and the patterns it hits.
       650-print-supporting.

           move "Supporting returns"           to ws-sct-text.
           write report-line                   from ws-section-line
               after advancing 3 lines.
           write report-line                   from ws-invoice-heading
               after advancing 2 lines.

           perform 655-print-one-support
               varying ws-rtl-sub from 1 by 1
               until ws-rtl-sub > ws-return-count.

           if ws-lines-listed = 0 then
               write report-line               from ws-none-line
                   after advancing 1 lines
           end-if.

       655-print-one-support.

           if rtl-is-listed(ws-rtl-sub) then
               move spaces                     to ws-invoice-line
               move rtl-return-date(ws-rtl-sub) to ws-il-date
               move rtl-store-number(ws-rtl-sub) to ws-il-store
               move rtl-invoice-number(ws-rtl-sub) to ws-il-invoice
               move rtl-sku-code(ws-rtl-sub)   to ws-il-sku
               move rtl-cashier-id(ws-rtl-sub) to ws-il-cashier
               move rtl-amount(ws-rtl-sub)     to ws-il-amount
               move rtl-sale-store(ws-rtl-sub) to ws-il-sale-store
               move rtl-sale-cashier(ws-rtl-sub) to
                   ws-il-sale-cashier
               if rtl-sale-date(ws-rtl-sub) > 0 then
                   move rtl-sale-date(ws-rtl-sub) to
                       ws-il-sale-date
               end-if
               move rtl-match-code(ws-rtl-sub) to ws-il-match
               if rtl-is-repeat(ws-rtl-sub) then
                   move "RPT"                  to ws-il-pat-repeat
               end-if
               if rtl-is-cross(ws-rtl-sub) then
                   move "XST"                  to ws-il-pat-cross
               end-if
               if rtl-is-own(ws-rtl-sub) then
                   move "OWN"                  to ws-il-pat-own
               end-if
               if rtl-is-near(ws-rtl-sub) then
                   move "NHV"                  to ws-il-pat-near
               end-if
               write report-line               from ws-invoice-line
                   after advancing 1 lines
           end-if.

       800-print-summary.

           move ws-lines-read                  to ws-sum-read.
           move ws-return-count                to ws-sum-window.
           move ws-lines-outside               to ws-sum-outside.
           move ws-lines-bad-date              to ws-sum-bad-date.
           move ws-stores-scored               to ws-sum-stores.
           move ws-cashiers-scored             to ws-sum-cashiers.
           move ws-skus-scored                 to ws-sum-skus.
           move ws-lines-listed                to ws-sum-listed.

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

       end program MAFD_Final_Program44.
