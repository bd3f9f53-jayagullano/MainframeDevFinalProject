      *files could always reveal and never did.  Cashier names and
      *home stores come off the cashier master; an ID the master
      *does not know still gets a line (flagged), since an unknown
      *ID ringing sales is itself worth a look.  Each night's
      *sales, returns and voids per cashier are also rolled onto
      *the pay-period commission accumulation file, which
      *Program32 pays commission off at period end - a rerun of
      *the night backs the earlier roll-on out first, and a
      *cashier retired on the master keeps rolling on for what
      *they rang.  Every file name is driven from the environment
      *instead of a hardcoded path.

       environment division.
       configuration section.
               organization is line sequential
               file status is ws-cashiermast-status.

           select commission-accum-file
               assign to ws-commaccum-filename
               organization is line sequential
               file status is ws-commaccum-status.

           select report-file
                assign to ws-report-filename
                organization is line sequential.

       file section.
       fd split-input-file
          record contains 127 characters
          data record is input-line.

      *The shared split-file record layout, as written by Program2

       copy CSHMAST.

       fd commission-accum-file
           data record is commission-accum-record
           record contains 77 characters.

       copy CMACCUM.

       fd report-file
           record contains 130 characters
           data record is report-line.
           "../../../data/CashierMast.dat".
       01 ws-report-filename                 pic x(60) value
           "../../../data/Cashier_Activity.out".
       01 ws-commaccum-filename              pic x(60) value
           "../../../data/Commission_Accum.dat".

      *The input SELECT is reopened once per split file with this
      *name, since the three share the one record layout.

       01 ws-input-status                    pic xx.
       01 ws-cashiermast-status              pic xx.
       01 ws-commaccum-status                pic xx.

      *Cashier table, loaded from the cashier master at start-up,
      *for the name and home store on each report line.
       01 ws-cashier-totals-table.
           05 ws-cashier-tot-entry occurs 200 times.
               10 cst-cashier-id               pic x(04).
               10 cst-store-number             pic x(02).
               10 cst-sales-count              pic 9(05).
               10 cst-sales-amount             pic 9(07)v99.
               10 cst-return-count             pic 9(05).
       77 ws-flag-threshold                    pic 9(4)v9.
       77 ws-flagged-counter                   pic 9(05) value 0.

      *The open pay period's commission accumulation, loaded whole,
      *rolled on and rewritten whole.  A period with more cashiers
      *than the table holds cannot roll on safely, so the run
      *stops.
       01 ws-comm-accum-table.
           05 ws-comm-accum-entry occurs 500 times.
               10 cat-cashier-id               pic x(04).
               10 cat-store-number             pic x(02).
               10 cat-period-start             pic 9(08).
               10 cat-nights-posted            pic 9(03).
               10 cat-sales-amount             pic 9(07)v99.
               10 cat-return-amount            pic 9(07)v99.
               10 cat-void-amount              pic 9(07)v99.
               10 cat-posted-run-date          pic 9(06).
               10 cat-run-sales                pic 9(07)v99.
               10 cat-run-returns              pic 9(07)v99.
               10 cat-run-voids                pic 9(07)v99.

       77 ws-comm-accum-count                  pic 9(03) value 0.
       77 ws-cat-sub                           pic 9(03).

      *The period start a new entry takes - the existing entries'
      *start, or today when the period is opening tonight.
       77 ws-period-start                      pic 9(08) value 0.
       01 ws-today-8                         pic 9(08).

      *Headers For Formatting Purposes:

       01 ws-heading1.
           accept ws-report-filename
               from environment "MAFD18_REPORTFILE"
               on exception continue end-accept.
           accept ws-commaccum-filename
               from environment "MAFD18_COMMACCUMFILE"
               on exception continue end-accept.
           accept ws-void-multiple-env
               from environment "MAFD18_VOIDMULTIPLE"
               on exception continue end-accept.

           accept ws-sys-date                  from date.
           accept ws-sys-time                  from time.
           accept ws-today-8                   from date yyyymmdd.

           perform 050-load-cashier-table.


           perform 400-activityReport.

           perform 500-roll-commission-accum.

           stop run.

      *Loads the cashier master for the name and home store on each
               move ws-cashier-tot-count       to ws-cst-sub
               move il-cashier-id              to
                   cst-cashier-id(ws-cst-sub)
               move il-store-number            to
                   cst-store-number(ws-cst-sub)
               move zeros                      to
                   cst-sales-count(ws-cst-sub),
                   cst-sales-amount(ws-cst-sub),
       425-search-cashier-master.
           continue.

      *Rolls tonight's per-cashier totals onto the pay-period
      *accumulation.  Every entry already posted tonight is backed
      *out first, so a rerun - even one ringing fewer cashiers -
      *replaces the night instead of adding it twice.
       500-roll-commission-accum.

           perform 510-load-comm-accum.

           perform 520-back-out-tonight
               varying ws-cat-sub from 1 by 1
               until ws-cat-sub > ws-comm-accum-count.

           if ws-period-start = 0 then
               move ws-today-8                 to ws-period-start
           end-if.

           perform 530-roll-one-cashier
               varying ws-cst-sub from 1 by 1
               until ws-cst-sub > ws-cashier-tot-count.

           open output commission-accum-file.

           perform 550-write-comm-accum-entry
               varying ws-cat-sub from 1 by 1
               until ws-cat-sub > ws-comm-accum-count.

           close commission-accum-file.

      *Loads the open period's accumulation.  A missing file is an
      *empty period - tonight opens it.
       510-load-comm-accum.

           move 0                              to ws-comm-accum-count.

           open input commission-accum-file.

           if ws-commaccum-status = "00" then
               read commission-accum-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 515-load-comm-accum-entry
                   until ws-eof-flag = "y"
               close commission-accum-file
           end-if.

           move "n"                            to ws-eof-flag.

       515-load-comm-accum-entry.

           if ca-cashier-id not = spaces then
               if ws-comm-accum-count >= 500 then
                   display "COMMISSION ACCUM TABLE FULL AT 500"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-comm-accum-count
               move commission-accum-record    to
                   ws-comm-accum-entry(ws-comm-accum-count)
               if ws-period-start = 0 then
                   move ca-period-start        to ws-period-start
               end-if
           end-if.

           read commission-accum-file
               at end
                   move "y"                    to ws-eof-flag.

       520-back-out-tonight.

           if cat-posted-run-date(ws-cat-sub) = ws-sys-date then
               subtract cat-run-sales(ws-cat-sub) from
                   cat-sales-amount(ws-cat-sub)
               subtract cat-run-returns(ws-cat-sub) from
                   cat-return-amount(ws-cat-sub)
               subtract cat-run-voids(ws-cat-sub) from
                   cat-void-amount(ws-cat-sub)
               subtract 1                      from
                   cat-nights-posted(ws-cat-sub)
               move zeros                      to
                   cat-posted-run-date(ws-cat-sub),
                   cat-run-sales(ws-cat-sub),
                   cat-run-returns(ws-cat-sub),
                   cat-run-voids(ws-cat-sub)
           end-if.

      *Finds (or opens) the cashier's period entry and adds the
      *night on.  The store is the home store off the master, or
      *the store the ID rang at when the master does not know it.
       530-roll-one-cashier.

           perform 535-search-comm-accum
               varying ws-cat-sub from 1 by 1
               until ws-cat-sub > ws-comm-accum-count
               or cat-cashier-id(ws-cat-sub) =
                 cst-cashier-id(ws-cst-sub).

           if ws-cat-sub > ws-comm-accum-count then
               if ws-comm-accum-count >= 500 then
                   display "COMMISSION ACCUM TABLE FULL AT 500"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-comm-accum-count
               move ws-comm-accum-count        to ws-cat-sub
               move cst-cashier-id(ws-cst-sub) to
                   cat-cashier-id(ws-cat-sub)
               move ws-period-start            to
                   cat-period-start(ws-cat-sub)
               move zeros                      to
                   cat-nights-posted(ws-cat-sub),
                   cat-sales-amount(ws-cat-sub),
                   cat-return-amount(ws-cat-sub),
                   cat-void-amount(ws-cat-sub)
               perform 420-find-cashier-name
               if ws-dtl-store = spaces then
                   move cst-store-number(ws-cst-sub) to
                       cat-store-number(ws-cat-sub)
               else
                   move ws-dtl-store           to
                       cat-store-number(ws-cat-sub)
               end-if
           end-if.

           add cst-sales-amount(ws-cst-sub)    to
               cat-sales-amount(ws-cat-sub).
           add cst-return-amount(ws-cst-sub)   to
               cat-return-amount(ws-cat-sub).
           add cst-void-amount(ws-cst-sub)     to
               cat-void-amount(ws-cat-sub).
           add 1                               to
               cat-nights-posted(ws-cat-sub).

           move ws-sys-date                    to
               cat-posted-run-date(ws-cat-sub).
           move cst-sales-amount(ws-cst-sub)   to
               cat-run-sales(ws-cat-sub).
           move cst-return-amount(ws-cst-sub)  to
               cat-run-returns(ws-cat-sub).
           move cst-void-amount(ws-cst-sub)    to
               cat-run-voids(ws-cat-sub).

       535-search-comm-accum.
           continue.

       550-write-comm-accum-entry.

           move ws-comm-accum-entry(ws-cat-sub) to
               commission-accum-record.
           write commission-accum-record.

       end program MAFD_Final_Program18.
