      *each record now carries on the detail line so a late-arriving
      *upload's records are visibly dated.  A certificate-backed
      *exempt return refunds no tax, since none was owed going out.
      *Every return now also goes onto Return_History.dat beside
      *the store, cashier and date of the sale the index says it
      *refunds, under the same run-control guard (a rerun replaces
      *the day's lines, and lines past MAFD4_RETHISTDAYS age off),
      *for Program44's weekly return-pattern report.

       environment division.
       configuration section.
               organization is line sequential
               file status is ws-backout-status.

           select return-history-file
               assign to ws-rethist-filename
               organization is line sequential
               file status is ws-rethist-status.

       data division.

       file section.
       fd in-file
          record contains 127 characters
          data record is input-line.

      *The shared transaction-record layout - changed in the

       fd store-master-file
           data record is store-master-record
           record contains 41 characters.

       copy STORMAST.


       fd invoice-index-file
           data record is invoice-index-record
           record contains 68 characters.

       copy INVIDX.


       01 backout-work-line                  pic x(79).

       fd return-history-file
           data record is return-history-record
           record contains 71 characters.

       copy RETHIST.

       working-storage section.

      *File names - overridable via environment variables so a rerun
           "../../../data/Run_Control.dat".
       01 ws-backout-filename                pic x(60) value
           "../../../data/Backout_Work.dat".
       01 ws-rethist-filename                pic x(60) value
           "../../../data/Return_History.dat".

       01 ws-tl-status                       pic xx.
       01 ws-runctl-status                   pic xx.
       01 ws-storemast-status                pic xx.
       01 ws-invoiceidx-status               pic xx.
       01 ws-hvreturn-status                 pic xx.
       01 ws-rethist-status                  pic xx.


      *Run-control guard for the tax-liability append.  The step
           value 500.00.
       01 ws-hv-threshold-env                 pic x(10).

      *Tonight's returns, held for the end-of-run rewrite of
      *Return_History.dat with the store, cashier and date of the
      *sale each one refunds (off the invoice index when found).
       01 ws-rethist-table.
           05 ws-rethist-entry occurs 500 times.
               10 rht-return-date              pic 9(08).
               10 rht-store-number             pic x(02).
               10 rht-invoice-number           pic x(09).
               10 rht-sku-code                 pic x(15).
               10 rht-cashier-id               pic x(04).
               10 rht-amount                   pic 9(05)v99.
               10 rht-payment-type             pic x(02).
               10 rht-reason-code              pic x(02).
               10 rht-sale-store               pic x(02).
               10 rht-sale-cashier             pic x(04).
               10 rht-sale-date                pic 9(08).
               10 rht-match-code               pic x(02).

       77 ws-rethist-count                     pic 9(03) value 0.
       77 ws-rht-sub                           pic 9(03).

      *History lines whose return is older than this many days
      *drop off on the rewrite - overridable via the environment.
       77 ws-rethist-days                      pic 9(3) value 120.
       01 ws-rethist-days-env                 pic x(10).
       77 ws-rethist-kept                      pic 9(05) value 0.
       77 ws-rethist-dropped                   pic 9(05) value 0.

      *Today, and the day numbers bounding the history kept.
       77 ws-today-8                           pic 9(08).
       77 ws-keep-from-int                     pic 9(07).
       77 ws-work-int                          pic 9(07).

      *Store master table, parallel per-store return totals table, and
      *region roll-up table, all sized and ordered off StoreMast.dat.
       copy STORTBL.
           accept ws-rerun-mode
               from environment "MAFD4_RERUN"
               on exception continue end-accept.
           accept ws-rethist-filename
               from environment "MAFD4_RETHISTFILE"
               on exception continue end-accept.
           accept ws-rethist-days-env
               from environment "MAFD4_RETHISTDAYS"
               on exception continue end-accept.

           if ws-hv-threshold-env not = spaces then
               move ws-hv-threshold-env        to ws-hv-threshold
           end-if.
           if ws-rethist-days-env not = spaces then
               move ws-rethist-days-env        to ws-rethist-days
           end-if.

      *Open input file and report-file EXTEND, so Program4's sections
      *land after Program2's instead of overwriting them.  A direct

           accept ws-sys-date from date.
           accept ws-sys-time from time.
           accept ws-today-8 from date yyyymmdd.

           compute ws-keep-from-int =
               function integer-of-date(ws-today-8) - ws-rethist-days.


           write report-line                   from ws-heading3
           if ws-append-is-allowed then
               perform 600-write-tax-liability
               perform 620-post-index-refunds
               perform 660-rewrite-return-history
               perform 640-write-run-control
           else
               display "MAFD4TL ALREADY COMPLETE FOR " ws-sys-date
               end-if
           end-if.

      *    Hold the return for tonight's Return_History.dat lines.
           perform 280-hold-return-history.

           read in-file
               at end
                   move "y" to ws-eof-flag.

           add 1                               to ws-unmatched-counter.

      *Holds the return in the history table with the sale it
      *refunds - the index entry read by the match is still in the
      *record area unless the invoice was not found (or there is no
      *index tonight), when the sale fields stay blank.
       280-hold-return-history.

           if ws-rethist-count >= 500 then
               display "RETURN HISTORY TABLE FULL AT 500"
               move 16                         to return-code
               stop run
           end-if.

           add 1                               to ws-rethist-count.
           move ws-rethist-count               to ws-rht-sub.

           move il-trans-date                  to
               rht-return-date(ws-rht-sub).
           move il-store-number                to
               rht-store-number(ws-rht-sub).
           move il-invoice-number              to
               rht-invoice-number(ws-rht-sub).
           move il-sku-code                    to
               rht-sku-code(ws-rht-sub).
           move il-cashier-id                  to
               rht-cashier-id(ws-rht-sub).
           move il-transaction-amount          to
               rht-amount(ws-rht-sub).
           move il-payment-type                to
               rht-payment-type(ws-rht-sub).
           move il-reason-code                 to
               rht-reason-code(ws-rht-sub).
           move spaces                         to
               rht-sale-store(ws-rht-sub),
               rht-sale-cashier(ws-rht-sub),
               rht-match-code(ws-rht-sub).
           move zeros                          to
               rht-sale-date(ws-rht-sub).

           if ws-invidx-is-available then
               move ws-match-result            to
                   rht-match-code(ws-rht-sub)
               if ws-match-result not = "NF" then
                   move ix-store-number        to
                       rht-sale-store(ws-rht-sub)
                   move ix-cashier-id          to
                       rht-sale-cashier(ws-rht-sub)
                   move ix-accepted-date       to
                       rht-sale-date(ws-rht-sub)
               end-if
           end-if.

       250-write-high-value-return.

           move ws-sys-date                    to
           move rfp-amount(ws-rfp-sub)         to
               ix-posted-run-amount.

      *Rewrites Return_History.dat: the old lines pass through the
      *work file, less any a rerun of today already wrote and any
      *whose return has aged past the keep window, and tonight's
      *returns are written after them.  No history yet is a first
      *night - the file is written new.
       660-rewrite-return-history.

           open input return-history-file.
           open output backout-work-file.
           if ws-rethist-status = "00" then
               read return-history-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 662-filter-history-line
                   until ws-eof-flag = "y"
               close return-history-file
           end-if.
           close backout-work-file.
           move "n"                            to ws-eof-flag.

           open input backout-work-file.
           open output return-history-file.
           read backout-work-file
               at end
                   move "y"                to ws-eof-flag
           end-read.
           perform 664-restore-history-line until ws-eof-flag = "y".
           close backout-work-file.
           move "n"                            to ws-eof-flag.

           perform 666-write-tonight-history
               varying ws-rht-sub from 1 by 1
               until ws-rht-sub > ws-rethist-count.

           close return-history-file.

           display "RETURN HISTORY: KEPT " ws-rethist-kept
               " DROPPED " ws-rethist-dropped
               " ADDED " ws-rethist-count.

      *A line whose return date is not a date ages off.
       662-filter-history-line.

           move 0                              to ws-work-int.
           if rh-return-date numeric
             and rh-return-date > 16010100 then
               compute ws-work-int =
                   function integer-of-date(rh-return-date)
           end-if.

           if rh-run-date not = ws-sys-date
             and ws-work-int not < ws-keep-from-int then
               write backout-work-line         from
                   return-history-record
               add 1                           to ws-rethist-kept
           else
               add 1                           to ws-rethist-dropped
           end-if.

           read return-history-file
               at end
                   move "y"                    to ws-eof-flag.

       664-restore-history-line.

           write return-history-record         from backout-work-line.

           read backout-work-file
               at end
                   move "y"                    to ws-eof-flag.

       666-write-tonight-history.

           move ws-sys-date                    to rh-run-date.
           move rht-return-date(ws-rht-sub)    to rh-return-date.
           move rht-store-number(ws-rht-sub)   to rh-store-number.
           move rht-invoice-number(ws-rht-sub) to rh-invoice-number.
           move rht-sku-code(ws-rht-sub)       to rh-sku-code.
           move rht-cashier-id(ws-rht-sub)     to rh-cashier-id.
           move rht-amount(ws-rht-sub)         to rh-amount.
           move rht-payment-type(ws-rht-sub)   to rh-payment-type.
           move rht-reason-code(ws-rht-sub)    to rh-reason-code.
           move rht-sale-store(ws-rht-sub)     to rh-sale-store.
           move rht-sale-cashier(ws-rht-sub)   to rh-sale-cashier.
           move rht-sale-date(ws-rht-sub)      to rh-sale-date.
           move rht-match-code(ws-rht-sub)     to rh-match-code.

           write return-history-record.

       400-summaryReport.

      *    Formmatted output for returns
