       identification division.
       program-id. MAFD_Final_Program33.
       author. Rolando Agullano.
       date-written. 2026-10-15.
      *Purpose: This program is the yearly unclaimed-property run
      *for the gift cards.  GiftCard_Master.dat keeps a card with a
      *balance forever, but statute makes a card left untouched
      *past the dormancy period the state's, to be reported and
      *remitted.  Each card now remembers its last activity date
      *(Program16 sets it as it posts; a card last touched before
      *the date was kept is aged from its issue date).  This
      *program reads the master and takes every active card with a
      *balance whose last activity is older than the configured
      *number of months: the card is listed with a total per
      *issuing store, written to Unclaimed_Property.dat - the
      *filing file, one line per card and a trailer with the count
      *and total - and escheated on the master: status E, the
      *balance remitted and remembered with the escheat date, and
      *the balance drawn to zero, so Edits refuses the card from
      *then on and Program16's liability report no longer carries
      *it.  Each issuing store's remittance is booked out of
      *gift-card liability (TT code GC, debited) into unclaimed
      *property payable (TT code UP, credited) on
      *Escheat_Journal.dat in the GL_Journal.dat layout, accounts
      *off the GL_Accounts.dat map Program11 maintains.  Both
      *accounts are looked up before a single card is touched, so
      *an unmapped code refuses the whole run (RC 8) rather than
      *escheating cards the ledger never hears of.  A rerun the
      *same day reports the cards escheated earlier that day again,
      *so the filing file and journal come out the same, without
      *escheating them twice.  Every file name and the dormancy
      *period are driven from the environment.

       environment division.
       configuration section.
       input-output section.
       file-control.

           select gift-card-master-file
               assign to ws-gcmast-filename
               organization is indexed
               access mode is dynamic
               record key is gc-card-number
               file status is ws-gcmast-status.

           select gl-account-file
               assign to ws-glmap-filename
               organization is line sequential
               file status is ws-glmap-status.

           select unclaimed-property-file
               assign to ws-filing-filename
               organization is line sequential.

           select gl-journal-file
               assign to ws-journal-filename
               organization is line sequential
               file status is ws-journal-status.

           select report-file
                assign to ws-report-filename
                organization is line sequential.

       data division.

       file section.
       fd gift-card-master-file
           data record is gift-card-master-record
           record contains 103 characters.

       copy GCMAST.

       fd gl-account-file
           data record is gl-account-record
           record contains 32 characters.

       copy GLMAP.

       fd unclaimed-property-file
           data record is unclaimed-property-record
           record contains 55 characters.

       copy UNCLPROP.

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
       01 ws-gcmast-filename                 pic x(60) value
           "../../../data/GiftCard_Master.dat".
       01 ws-glmap-filename                  pic x(60) value
           "../../../data/GL_Accounts.dat".
       01 ws-filing-filename                 pic x(60) value
           "../../../data/Unclaimed_Property.dat".
       01 ws-journal-filename                pic x(60) value
           "../../../data/Escheat_Journal.dat".
       01 ws-report-filename                 pic x(60) value
           "../../../data/Escheat.out".

       01 ws-gcmast-status                   pic xx.
       01 ws-glmap-status                    pic xx.
       01 ws-journal-status                  pic xx.

      *Months a card may sit untouched before it escheats -
      *overridable via the environment to follow the statute.
       77 ws-dormancy-months                   pic 9(03) value 36.
       01 ws-dormancy-months-env             pic x(10).

      *Today, and the cut-off the last activity must be older than:
      *today moved back the dormancy months (a day past the 28th
      *is held to the 28th, so every month has it).
       01 ws-today-8                         pic 9(08).
       01 ws-today-8-r redefines ws-today-8.
           05 ws-today-yyyy                   pic 9(04).
           05 ws-today-mm                     pic 9(02).
           05 ws-today-dd                     pic 9(02).
       01 ws-cutoff-date                     pic 9(08).
       01 ws-cutoff-date-r redefines ws-cutoff-date.
           05 ws-cutoff-yyyy                  pic 9(04).
           05 ws-cutoff-mm                    pic 9(02).
           05 ws-cutoff-dd                    pic 9(02).
       77 ws-month-count                       pic 9(06).
       77 ws-month-rem                         pic 9(02).

      *The date the card is aged from, and what it remits.
       77 ws-activity-date                     pic 9(08).
       77 ws-escheat-amount                    pic 9(07)v99.
       77 ws-card-qualifies                    pic x(01).
           88 ws-card-escheats                     value "Y".
       77 ws-card-is-rerun                     pic x(01).
           88 ws-card-was-escheated-today          value "Y".

      *Per issuing-store recap, keyed and filled on the fly.
       01 ws-store-recap-table.
           05 ws-store-recap-entry occurs 50 times.
               10 src-store-number             pic x(02).
               10 src-card-count               pic 9(05).
               10 src-escheated                pic 9(09)v99.

       77 ws-store-recap-count                 pic 9(03) value 0.
       77 ws-src-sub                           pic 9(03).

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
       77 ws-gc-account                        pic 9(08).
       77 ws-up-account                        pic 9(08).
       77 ws-unmapped-counter                  pic 9(03) value 0.

      *Run counters.
       77 ws-cards-read                        pic 9(07) value 0.
       77 ws-cards-escheated                   pic 9(07) value 0.
       77 ws-cards-rereported                  pic 9(07) value 0.
       77 ws-total-escheated                   pic 9(09)v99 value 0.
       77 ws-total-debits                      pic 9(09)v99 value 0.
       77 ws-total-credits                     pic 9(09)v99 value 0.

      *Headers For Formatting Purposes:

       01 ws-heading1.
           05 filler                           pic x(14) value spaces.
           05 filler                           pic x(46)
            value "Group 7, Final Project Program 33 Escheat".
           05 filler                           pic x(13)
            value spaces.
           05 ws-sys-date                      pic 9(6).
           05 filler                           pic x(15)
            value spaces.
           05 ws-sys-time                      pic 9(8).

       01 ws-parm-line.
           05 filler                           pic x(22)
               value "Dormancy period months".
           05 filler                           pic x(02) value ": ".
           05 ws-prm-months                    pic zz9.
           05 filler                           pic x(26)
               value "   - last activity before ".
           05 ws-prm-cutoff                    pic 9(08).

       01 ws-detail-heading.
           05 filler                           pic x(40) value
               "Card Number       St  Issued    Last Act".
           05 filler                           pic x(30) value
               "ivity       Remitted".

       01 ws-detail-line.
           05 ws-dtl-card                      pic x(15).
           05 filler                           pic x(03).
           05 ws-dtl-store                     pic x(02).
           05 filler                           pic x(02).
           05 ws-dtl-issued                    pic 9(08).
           05 filler                           pic x(02).
           05 ws-dtl-activity                  pic 9(08).
           05 filler                           pic x(04).
           05 ws-dtl-amount                    pic $zzz,zz9.99.
           05 filler                           pic x(02).
           05 ws-dtl-note                      pic x(20).

       01 ws-recap-heading.
           05 filler                           pic x(36) value
               "Store   Cards      Escheated".

       01 ws-recap-line.
           05 filler                           pic x(02).
           05 ws-rcp-store                     pic x(02).
           05 filler                           pic x(04).
           05 ws-rcp-cards                     pic zzzz9.
           05 filler                           pic x(04).
           05 ws-rcp-escheated                 pic $z,zzz,zz9.99.

       01 ws-journal-heading.
           05 filler                           pic x(40) value
               "Escheat journal:".

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

       01 ws-nothing-line.
           05 filler                           pic x(40) value
               "No dormant cards - nothing escheated.".

       01 ws-nomap-line.
           05 filler                           pic x(60) value
               "GC or UP not mapped on GL_Accounts.dat - run refused".

       01 ws-nomaster-line.
           05 filler                           pic x(60) value
               "No gift-card master - nothing to escheat".

       01 ws-summary-line1.
           05 filler                           pic x(32)
               value "Cards read:                     ".
           05 ws-sum-read                      pic z,zzz,zz9.

       01 ws-summary-line2.
           05 filler                           pic x(32)
               value "Cards escheated this run:       ".
           05 ws-sum-escheated                 pic z,zzz,zz9.

       01 ws-summary-line3.
           05 filler                           pic x(32)
               value "Escheated earlier today:        ".
           05 ws-sum-rereported                pic z,zzz,zz9.

       01 ws-summary-line4.
           05 filler                           pic x(32)
               value "Total remitted:                 ".
           05 ws-sum-total                     pic $zzz,zzz,zz9.99.

      *EOF Flag
       77 ws-eof-flag                          pic x
               value "n".

       procedure division.
       000-Main.

      *Read file-name overrides and the dormancy period from the
      *environment.
           accept ws-gcmast-filename
               from environment "MAFD33_GCMASTFILE"
               on exception continue end-accept.
           accept ws-glmap-filename
               from environment "MAFD33_GLACCOUNTFILE"
               on exception continue end-accept.
           accept ws-filing-filename
               from environment "MAFD33_FILINGFILE"
               on exception continue end-accept.
           accept ws-journal-filename
               from environment "MAFD33_JOURNALFILE"
               on exception continue end-accept.
           accept ws-report-filename
               from environment "MAFD33_REPORTFILE"
               on exception continue end-accept.
           accept ws-dormancy-months-env
               from environment "MAFD33_DORMANCYMONTHS"
               on exception continue end-accept.
           if ws-dormancy-months-env not = spaces
               move ws-dormancy-months-env     to ws-dormancy-months
           end-if.

           accept ws-sys-date                  from date.
           accept ws-sys-time                  from time.
           accept ws-today-8                   from date yyyymmdd.

           perform 050-set-cutoff-date.

           open output report-file.

           write report-line                   from ws-heading1
               after advancing 1 lines.

           move ws-dormancy-months             to ws-prm-months.
           move ws-cutoff-date                 to ws-prm-cutoff.
           write report-line                   from ws-parm-line
               after advancing 2 lines.

           perform 060-load-account-map.

           move "TT"                           to ws-lookup-type.
           move "GC"                           to ws-lookup-code.
           perform 360-lookup-account.
           move ws-found-account               to ws-gc-account.
           move "UP"                           to ws-lookup-code.
           perform 360-lookup-account.
           move ws-found-account               to ws-up-account.

           if ws-unmapped-counter > 0 then
               write report-line               from ws-nomap-line
                   after advancing 2 lines
               close report-file
               move 8                          to return-code
               stop run
           end-if.

           open i-o gift-card-master-file.

           if ws-gcmast-status not = "00" then
               write report-line               from ws-nomaster-line
                   after advancing 2 lines
               close report-file
               move 8                          to return-code
               stop run
           end-if.

           open output unclaimed-property-file.

           write report-line                   from ws-detail-heading
               after advancing 2 lines.

           read gift-card-master-file next record
               at end
                   move "y"                    to ws-eof-flag
           end-read.
           perform 100-check-one-card until ws-eof-flag = "y".

           close gift-card-master-file.

           perform 250-write-filing-trailer.

           close unclaimed-property-file.

           if ws-store-recap-count = 0 then
               write report-line               from ws-nothing-line
                   after advancing 2 lines
           else
               perform 300-write-store-recap
           end-if.

           perform 400-write-journal.

           perform 500-print-summary.

           close report-file.

           move 0                              to return-code.

           stop run.

      *Moves today back the dormancy months.
       050-set-cutoff-date.

           compute ws-month-count = ws-today-yyyy * 12
               + ws-today-mm - 1 - ws-dormancy-months.

           divide ws-month-count by 12 giving ws-cutoff-yyyy
               remainder ws-month-rem.

           compute ws-cutoff-mm = ws-month-rem + 1.

           if ws-today-dd > 28 then
               move 28                         to ws-cutoff-dd
           else
               move ws-today-dd                to ws-cutoff-dd
           end-if.

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

      *Takes an active card with a balance untouched since before
      *the cut-off, or reports again a card escheated earlier
      *today.
       100-check-one-card.

           add 1                               to ws-cards-read.

           move "N"                            to ws-card-qualifies,
               ws-card-is-rerun.

           if gc-last-activity-date numeric
             and gc-last-activity-date > 0 then
               move gc-last-activity-date      to ws-activity-date
           else
               move gc-issue-date              to ws-activity-date
           end-if.

           if gc-is-escheated
             and gc-escheat-date = ws-today-8 then
               move "Y"                        to ws-card-qualifies,
                   ws-card-is-rerun
               move gc-escheated-amount        to ws-escheat-amount
           end-if.

           if gc-is-active
             and gc-balance > 0
             and ws-activity-date < ws-cutoff-date then
               move "Y"                        to ws-card-qualifies
               move gc-balance                 to ws-escheat-amount
           end-if.

           if ws-card-escheats then
               perform 200-escheat-one-card
           end-if.

           read gift-card-master-file next record
               at end
                   move "y"                    to ws-eof-flag.

      *Lists the card, files it, rolls it into its store's recap,
      *and - unless it was escheated earlier today - escheats it on
      *the master.  The balance is drawn to zero through the
      *redeemed figure, so issued less redeemed still agrees.
       200-escheat-one-card.

           move spaces                         to ws-detail-line.
           move gc-card-number                 to ws-dtl-card.
           move gc-store-number                to ws-dtl-store.
           move gc-issue-date                  to ws-dtl-issued.
           move ws-activity-date               to ws-dtl-activity.
           move ws-escheat-amount              to ws-dtl-amount.

           if ws-card-was-escheated-today then
               add 1                           to ws-cards-rereported
               move "ESCHEATED EARLIER"        to ws-dtl-note
           else
               add 1                           to ws-cards-escheated
               add gc-balance                  to gc-redeemed-to-date
               move zeros                      to gc-balance
               move ws-escheat-amount          to gc-escheated-amount
               move ws-today-8                 to gc-escheat-date
               move "E"                        to gc-status
               rewrite gift-card-master-record
           end-if.

           write report-line                   from ws-detail-line
               after advancing 1 lines.

           move spaces                         to
               unclaimed-property-record.
           move "D"                            to up-record-type.
           move gc-card-number                 to up-card-number.
           move gc-store-number                to up-store-number.
           move gc-issue-date                  to up-issue-date.
           move ws-activity-date               to
               up-last-activity-date.
           move ws-escheat-amount              to up-amount.
           move ws-today-8                     to up-escheat-date.
           move "GIFT"                         to up-property-type.
           write unclaimed-property-record.

           add ws-escheat-amount               to ws-total-escheated.

           perform 210-recap-one-card.

      *Rolls the card into the recap entry for its issuing store,
      *adding the store on first sight.
       210-recap-one-card.

           perform 215-search-store-recap
               varying ws-src-sub from 1 by 1
               until ws-src-sub > ws-store-recap-count
               or src-store-number(ws-src-sub) = gc-store-number.

           if ws-src-sub > ws-store-recap-count then
               if ws-store-recap-count >= 50 then
                   display "ESCHEAT STORE RECAP FULL AT 50"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-store-recap-count
               move ws-store-recap-count       to ws-src-sub
               move gc-store-number            to
                   src-store-number(ws-src-sub)
               move zeros                      to
                   src-card-count(ws-src-sub),
                   src-escheated(ws-src-sub)
           end-if.

           add 1                               to
               src-card-count(ws-src-sub).
           add ws-escheat-amount               to
               src-escheated(ws-src-sub).

       215-search-store-recap.
           continue.

      *The trailer the filing balances against.
       250-write-filing-trailer.

           move spaces                         to
               unclaimed-property-trailer.
           move "T"                            to ut-record-type.
           compute ut-record-count = ws-cards-escheated
               + ws-cards-rereported.
           move ws-total-escheated             to ut-total-amount.
           move ws-today-8                     to ut-escheat-date.
           write unclaimed-property-trailer.

       300-write-store-recap.

           write report-line                   from ws-recap-heading
               after advancing 2 lines.

           perform 310-write-one-recap-line
               varying ws-src-sub from 1 by 1
               until ws-src-sub > ws-store-recap-count.

       310-write-one-recap-line.

           move src-store-number(ws-src-sub)   to ws-rcp-store.
           move src-card-count(ws-src-sub)     to ws-rcp-cards.
           move src-escheated(ws-src-sub)      to ws-rcp-escheated.

           write report-line                   from ws-recap-line
               after advancing 1 lines.

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

      *Books each store's remittance - gift-card liability debited,
      *unclaimed property payable credited.  The file is replaced
      *each run, so a rerun never books the remittance twice.
       400-write-journal.

           open output gl-journal-file.

           if ws-store-recap-count > 0 then
               write report-line               from ws-journal-heading
                   after advancing 3 lines
               write report-line               from
                   ws-journal-col-heading
                   after advancing 1 lines
               perform 410-journal-one-store
                   varying ws-src-sub from 1 by 1
                   until ws-src-sub > ws-store-recap-count
               move ws-total-debits            to ws-tot-debits
               move ws-total-credits           to ws-tot-credits
               write report-line               from ws-totals-line
                   after advancing 2 lines
           end-if.

           close gl-journal-file.

       410-journal-one-store.

           move spaces                         to gl-journal-record.
           move ws-sys-date                    to jl-run-date.
           move ws-gc-account                  to jl-account-number.
           move "D"                            to jl-debit-credit.
           move src-escheated(ws-src-sub)      to jl-amount.
           string "GC ESCHEAT STORE "          delimited by size
               src-store-number(ws-src-sub)    delimited by size
               into jl-description.
           perform 420-write-journal-line.
           add jl-amount                       to ws-total-debits.

           move spaces                         to gl-journal-record.
           move ws-sys-date                    to jl-run-date.
           move ws-up-account                  to jl-account-number.
           move "C"                            to jl-debit-credit.
           move src-escheated(ws-src-sub)      to jl-amount.
           string "UNCLAIMED PROP ST "         delimited by size
               src-store-number(ws-src-sub)    delimited by size
               into jl-description.
           perform 420-write-journal-line.
           add jl-amount                       to ws-total-credits.

       420-write-journal-line.

           write gl-journal-record.

           move jl-account-number              to ws-jdl-account.
           move jl-debit-credit                to ws-jdl-dc.
           move jl-amount                      to ws-jdl-amount.
           move jl-description                 to ws-jdl-description.
           write report-line                   from ws-jrn-detail-line
               after advancing 1 lines.

       500-print-summary.

           move ws-cards-read                  to ws-sum-read.
           move ws-cards-escheated             to ws-sum-escheated.
           move ws-cards-rereported            to ws-sum-rereported.
           move ws-total-escheated             to ws-sum-total.

           write report-line                   from ws-summary-line1
               after advancing 3 lines.
           write report-line                   from ws-summary-line2
               after advancing 1 lines.
           write report-line                   from ws-summary-line3
               after advancing 1 lines.
           write report-line                   from ws-summary-line4
               after advancing 1 lines.

       end program MAFD_Final_Program33.
