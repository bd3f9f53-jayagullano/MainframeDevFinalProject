       identification division.
       program-id. MAFD_Final_Program28.
       author. Deanna Slotegraaf.
       date-written. 2026-10-15.
      *Purpose: This program brings OnHand_Master.dat back to the
      *shelf.  Program17 only ever moves a position by receipts,
      *sales, returns and exchanges, so the system figure drifts
      *away from what is really standing in the store and nothing
      *pulled it back.  Stock_Counts.dat carries one line per
      *store/SKU counted - the annual physical count or a weekly
      *cycle count.  Each counted quantity is held to its on-hand
      *position and the variance printed in units and at cost
      *(skm-unit-cost off SkuMast.dat), store by store in master
      *order, with a shrink total per store and for the company.
      *The master is then set to the counted figure.  The position
      *remembers the run date and the adjustment made, so a rerun
      *of the same day backs the earlier adjustment out first and
      *comes out the same however many times it runs - the same
      *protection the posted-run fields give the nightly posting.
      *A store/SKU counted with no position yet is opened at the
      *counted figure.  A line for a store not active on the master
      *or a SKU not in the catalog, a second line for the same
      *store/SKU, or a line with a bad quantity, date or count type
      *is rejected, listed, and left off the master (RC 4).  Each
      *store's shrink dollars go out as a balanced pair of journal
      *lines - shrink expense (TT code SH) debited, inventory (TT
      *code IV) credited, an overage the other way round - on
      *Shrink_Journal.dat in the GL_Journal.dat layout, alongside
      *Program20's journal, with accounts off the GL_Accounts.dat
      *map Program11 maintains.  An unmapped code refuses the
      *journal with RC 8; the master is still adjusted, and a rerun
      *once the map is fixed writes the same journal.  Run after
      *the night's MAFDRUN, so the count settles the day's
      *movement.  Every file name is driven from the environment
      *instead of a hardcoded path.

       environment division.
       configuration section.
       input-output section.
       file-control.

           select stock-count-file
               assign to ws-count-filename
               organization is line sequential
               file status is ws-count-status.

           select on-hand-master-file
               assign to ws-onhand-filename
               organization is indexed
               access mode is dynamic
               record key is oh-record-key
               file status is ws-onhand-status.

           select store-master-file
               assign to ws-storemast-filename
               organization is line sequential
               file status is ws-storemast-status.

           select sku-master-file
               assign to ws-skumast-filename
               organization is line sequential
               file status is ws-skumast-status.

           select gl-account-file
               assign to ws-glmap-filename
               organization is line sequential
               file status is ws-glmap-status.

           select gl-journal-file
               assign to ws-journal-filename
               organization is line sequential
               file status is ws-journal-status.

           select report-file
                assign to ws-report-filename
                organization is line sequential.

       data division.

       file section.
       fd stock-count-file
           data record is stock-count-record
           record contains 33 characters.

       copy COUNTREC.

       fd on-hand-master-file
           data record is on-hand-master-record
           record contains 69 characters.

       copy ONHAND.

       fd store-master-file
           data record is store-master-record
           record contains 41 characters.

       copy STORMAST.

       fd sku-master-file
           data record is sku-master-record
           record contains 63 characters.

       copy SKUMAST.

       fd gl-account-file
           data record is gl-account-record
           record contains 32 characters.

       copy GLMAP.

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
       01 ws-count-filename                  pic x(60) value
           "../../../data/Stock_Counts.dat".
       01 ws-onhand-filename                 pic x(60) value
           "../../../data/OnHand_Master.dat".
       01 ws-storemast-filename              pic x(60) value
           "../../../data/StoreMast.dat".
       01 ws-skumast-filename                pic x(60) value
           "../../../data/SkuMast.dat".
       01 ws-glmap-filename                  pic x(60) value
           "../../../data/GL_Accounts.dat".
       01 ws-journal-filename                pic x(60) value
           "../../../data/Shrink_Journal.dat".
       01 ws-report-filename                 pic x(60) value
           "../../../data/Count_Variance.out".

       01 ws-count-status                    pic xx.
       01 ws-onhand-status                   pic xx.
       01 ws-storemast-status                pic xx.
       01 ws-skumast-status                  pic xx.
       01 ws-glmap-status                    pic xx.
       01 ws-journal-status                  pic xx.

      *Store master and SKU catalog tables, loaded at start-up.
       copy STORTBL.
       copy SKUTBL.

      *The accepted count lines, sized to the on-hand posting
      *table's 2000 positions.  A file holding more lines than the
      *table cannot be posted whole, so the run stops.
       01 ws-count-table.
           05 ws-count-entry occurs 2000 times.
               10 cnt-store-number             pic x(02).
               10 cnt-sku-code                 pic x(15).
               10 cnt-counted-qty              pic 9(07).
               10 cnt-count-date               pic 9(08).
               10 cnt-count-type               pic x(01).
               10 cnt-unit-cost                pic 9(05)v99.

       77 ws-count-entries                     pic 9(04) value 0.
       77 ws-cnt-sub                           pic 9(04).
       77 ws-store-sub                         pic 9(03).

      *The rejected count lines, listed after the stores.  Past the
      *table's size a reject is still counted, just not listed.
       01 ws-reject-table.
           05 ws-reject-entry occurs 500 times.
               10 rej-store-number             pic x(02).
               10 rej-sku-code                 pic x(15).
               10 rej-reason                   pic x(30).

       77 ws-reject-entries                    pic 9(03) value 0.
       77 ws-rej-sub                           pic 9(03).
       77 ws-reject-reason                     pic x(30).

      *The position in hand: the figure before today's count, the
      *count's variance against it, and that variance at cost.
       77 ws-preday-qty                        pic s9(07).
       77 ws-variance-qty                      pic s9(07).
       77 ws-variance-cost                     pic s9(09)v99.
       77 ws-new-position                      pic x value "N".
           88 ws-position-is-new                   value "Y".

      *Per-store and company counters.
       77 ws-store-lines                       pic 9(05).
       77 ws-store-var-units                   pic s9(07).
       77 ws-store-var-cost                    pic s9(09)v99.
       77 ws-company-lines                     pic 9(05) value 0.
       77 ws-company-var-units                 pic s9(07) value 0.
       77 ws-company-var-cost                  pic s9(09)v99 value 0.
       77 ws-lines-read                        pic 9(05) value 0.
       77 ws-annual-counter                    pic 9(05) value 0.
       77 ws-cycle-counter                     pic 9(05) value 0.
       77 ws-new-position-counter              pic 9(05) value 0.
       77 ws-rejected-counter                  pic 9(05) value 0.

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

      *The shrink journal lines, two per store at most, validated
      *whole before a single one is written.
       01 ws-journal-table.
           05 ws-journal-entry occurs 100 times.
               10 jrn-account-number           pic 9(08).
               10 jrn-debit-credit             pic x(01).
               10 jrn-amount                   pic 9(08)v99.
               10 jrn-description              pic x(20).

       77 ws-journal-count                     pic 9(03) value 0.
       77 ws-jrn-sub                           pic 9(03).

       77 ws-total-debits                      pic 9(09)v99 value 0.
       77 ws-total-credits                     pic 9(09)v99 value 0.
       77 ws-unmapped-counter                  pic 9(03) value 0.
       77 ws-signed-amount                     pic s9(08)v99.
       77 ws-line-side                         pic x(01).
       77 ws-line-description                  pic x(20).

      *Headers For Formatting Purposes:

       01 ws-heading1.
           05 filler                           pic x(14) value spaces.
           05 filler                           pic x(46)
            value "Group 7, Final Project Program 28 Stock Count".
           05 filler                           pic x(13)
            value spaces.
           05 ws-sys-date                      pic 9(6).
           05 filler                           pic x(15)
            value spaces.
           05 ws-sys-time                      pic 9(8).

       01 ws-store-heading.
           05 filler                           pic x(07)
               value "Store: ".
           05 ws-sth-store                     pic x(02).
           05 filler                           pic x(10)
               value "  Region: ".
           05 ws-sth-region                    pic x(02).

       01 ws-detail-heading.
           05 filler                           pic x(40) value
               "  SKU             Type  Counted       Be".
           05 filler                           pic x(40) value
               "fore  Variance  Unit Cost  Variance Cost".

       01 ws-detail-line.
           05 filler                           pic x(02).
           05 ws-dtl-sku                       pic x(15).
           05 filler                           pic x(03).
           05 ws-dtl-type                      pic x(01).
           05 filler                           pic x(03).
           05 ws-dtl-counted                   pic zzzzzz9.
           05 filler                           pic x(05).
           05 ws-dtl-before                    pic zzzzzz9-.
           05 filler                           pic x(02).
           05 ws-dtl-variance                  pic zzzzzz9-.
           05 filler                           pic x(02).
           05 ws-dtl-unit-cost                 pic zz,zz9.99.
           05 filler                           pic x(02).
           05 ws-dtl-var-cost                  pic z,zzz,zz9.99-.
           05 filler                           pic x(02).
           05 ws-dtl-new                       pic x(12).

       01 ws-store-total-line.
           05 filler                           pic x(02).
           05 filler                           pic x(22)
               value "Store total - lines: ".
           05 ws-stt-lines                     pic zzzz9.
           05 filler                           pic x(13)
               value "   variance: ".
           05 ws-stt-units                     pic zzzzzz9-.
           05 filler                           pic x(10)
               value "   shrink:".
           05 ws-stt-shrink                    pic $z,zzz,zz9.99-.

       01 ws-no-count-line.
           05 filler                           pic x(02).
           05 filler                           pic x(28)
               value "No counts for this store.".

       01 ws-company-line.
           05 filler                           pic x(24)
               value "Company total - lines: ".
           05 ws-cmp-lines                     pic zzzz9.
           05 filler                           pic x(13)
               value "   variance: ".
           05 ws-cmp-units                     pic zzzzzz9-.
           05 filler                           pic x(10)
               value "   shrink:".
           05 ws-cmp-shrink                    pic $z,zzz,zz9.99-.

       01 ws-reject-heading.
           05 filler                           pic x(40) value
               "Rejected count lines - not posted:".

       01 ws-reject-line.
           05 filler                           pic x(02).
           05 ws-rjl-store                     pic x(02).
           05 filler                           pic x(02).
           05 ws-rjl-sku                       pic x(15).
           05 filler                           pic x(02).
           05 ws-rjl-reason                    pic x(30).

       01 ws-journal-heading.
           05 filler                           pic x(40) value
               "Shrink journal:".

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

       01 ws-balanced-line.
           05 filler                           pic x(46) value
               "Journal balanced - Shrink_Journal.dat written".

       01 ws-nothing-line.
           05 filler                           pic x(48) value
               "No shrink to journal - Shrink_Journal.dat empty".

       01 ws-nomap-line.
           05 filler                           pic x(52) value
               "*** GL ACCOUNT MAP MISSING OR SHORT - NOT WRITTEN **".

       01 ws-summary-line1.
           05 filler                           pic x(34)
               value "Count lines read:                 ".
           05 ws-sum-read                      pic zzzz9.

       01 ws-summary-line2.
           05 filler                           pic x(34)
               value "Posted - annual count:            ".
           05 ws-sum-annual                    pic zzzz9.

       01 ws-summary-line3.
           05 filler                           pic x(34)
               value "Posted - cycle count:             ".
           05 ws-sum-cycle                     pic zzzz9.

       01 ws-summary-line4.
           05 filler                           pic x(34)
               value "New positions opened:             ".
           05 ws-sum-new                       pic zzzz9.

       01 ws-summary-line5.
           05 filler                           pic x(34)
               value "Rejected:                         ".
           05 ws-sum-rejected                  pic zzzz9.

      *EOF Flag
       77 ws-eof-flag                          pic x
               value "n".

      *Master-load audit counters and the duplicate-search subscript.
       77 ws-store-skip-count                  pic 9(3) value 0.
       77 ws-sku-skip-count                    pic 9(3) value 0.
       77 ws-load-sub                          pic 9(4).

       procedure division.
       000-Main.

      *Read file-name overrides from the environment.
           accept ws-count-filename
               from environment "MAFD28_COUNTFILE"
               on exception continue end-accept.
           accept ws-onhand-filename
               from environment "MAFD28_ONHANDFILE"
               on exception continue end-accept.
           accept ws-storemast-filename
               from environment "MAFD28_STOREMASTFILE"
               on exception continue end-accept.
           accept ws-skumast-filename
               from environment "MAFD28_SKUMASTFILE"
               on exception continue end-accept.
           accept ws-glmap-filename
               from environment "MAFD28_GLACCOUNTFILE"
               on exception continue end-accept.
           accept ws-journal-filename
               from environment "MAFD28_JOURNALFILE"
               on exception continue end-accept.
           accept ws-report-filename
               from environment "MAFD28_REPORTFILE"
               on exception continue end-accept.

           accept ws-sys-date                  from date.
           accept ws-sys-time                  from time.

           perform 050-load-store-table.
           perform 060-load-sku-table.
           perform 070-load-account-map.
           perform 100-load-counts.

      *The on-hand master carries forward run over run; a count
      *taken before any night has posted creates it empty.
           open i-o on-hand-master-file.
           if ws-onhand-status not = "00"
               open output on-hand-master-file
               close on-hand-master-file
               open i-o on-hand-master-file
           end-if.

           open output report-file.

           write report-line                   from ws-heading1
               after advancing 1 lines.

           perform 200-post-one-store
               varying ws-store-sub from 1 by 1
               until ws-store-sub > ws-store-count.

           close on-hand-master-file.

           move ws-company-lines               to ws-cmp-lines.
           move ws-company-var-units           to ws-cmp-units.
           compute ws-cmp-shrink = 0 - ws-company-var-cost.
           write report-line                   from ws-company-line
               after advancing 3 lines.

           perform 400-print-rejects.
           perform 500-print-journal-lines.
           perform 600-judge-and-write.
           perform 700-print-summary.

           close report-file.

           if return-code = 0
             and ws-rejected-counter > 0 then
               move 4                          to return-code
           end-if.

           stop run.

      *Loads the store master into ws-store-table, so the report
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

           display "STORE MASTER LOAD: "
               function trim(ws-storemast-filename)
               " LOADED " ws-store-count
               " SKIPPED " ws-store-skip-count.

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
      *misreport every store behind it, so the load stops loudly
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

      *Loads the SKU catalog into ws-sku-table - existence checking
      *and the unit cost the variance is priced at.
       060-load-sku-table.

           open input sku-master-file.

           if ws-skumast-status = "00" then
               read sku-master-file
                   at end
                       move "y"                to ws-eof-flag
               end-read

               perform 065-load-sku-entry until ws-eof-flag = "y"

               close sku-master-file
           end-if.

           display "SKU MASTER LOAD: "
               function trim(ws-skumast-filename)
               " LOADED " ws-sku-count
               " SKIPPED " ws-sku-skip-count.

           move "n"                            to ws-eof-flag.

       065-load-sku-entry.

           if skm-sku-code = spaces then
               add 1                           to ws-sku-skip-count
           else
               perform 067-check-sku-load
               add 1                           to ws-sku-count
               move skm-sku-code               to
                   wsk-sku-code(ws-sku-count)
               move skm-sku-description        to
                   wsk-sku-description(ws-sku-count)
               move skm-unit-cost              to
                   wsk-unit-cost(ws-sku-count)
           end-if.

           read sku-master-file
               at end
                   move "y"                    to ws-eof-flag.

       067-check-sku-load.

           perform 068-search-sku-dup
               varying ws-load-sub from 1 by 1
               until ws-load-sub > ws-sku-count
               or wsk-sku-code(ws-load-sub) = skm-sku-code.

           if ws-load-sub not > ws-sku-count then
               display "SKU MASTER LOAD FAILED: DUPLICATE KEY "
                   skm-sku-code
               move 16                         to return-code
               stop run
           end-if.

           if ws-sku-count >= 1000 then
               display "SKU MASTER LOAD FAILED: TABLE FULL AT 1000"
               move 16                         to return-code
               stop run
           end-if.

       068-search-sku-dup.
           continue.

      *Loads the account map Program11 maintains.
       070-load-account-map.

           open input gl-account-file.

           if ws-glmap-status = "00" then
               read gl-account-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 075-load-map-entry until ws-eof-flag = "y"
               close gl-account-file
           end-if.

           move "n"                            to ws-eof-flag.

       075-load-map-entry.

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

      *Loads and edits the count lines.  A run with no count file
      *was submitted by mistake - the master is left untouched.
       100-load-counts.

           open input stock-count-file.

           if ws-count-status not = "00" then
               display "STOCK COUNT FILE NOT FOUND: "
                   function trim(ws-count-filename)
               move 8                          to return-code
               stop run
           end-if.

           read stock-count-file
               at end
                   move "y"                    to ws-eof-flag
           end-read.
           perform 110-load-count-line until ws-eof-flag = "y".
           close stock-count-file.

           display "STOCK COUNT LOAD: "
               function trim(ws-count-filename)
               " READ " ws-lines-read
               " ACCEPTED " ws-count-entries
               " REJECTED " ws-rejected-counter.

           move "n"                            to ws-eof-flag.

       110-load-count-line.

           add 1                               to ws-lines-read.
           move spaces                         to ws-reject-reason.

           perform 120-edit-count-line.

           if ws-reject-reason = spaces then
               if ws-count-entries >= 2000 then
                   display "STOCK COUNT LOAD FAILED: TABLE FULL AT "
                       "2000"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-count-entries
               move cn-store-number            to
                   cnt-store-number(ws-count-entries)
               move cn-sku-code                to
                   cnt-sku-code(ws-count-entries)
               move cn-counted-qty             to
                   cnt-counted-qty(ws-count-entries)
               move cn-count-date              to
                   cnt-count-date(ws-count-entries)
               move cn-count-type              to
                   cnt-count-type(ws-count-entries)
               move wsk-unit-cost(ws-sku-idx)  to
                   cnt-unit-cost(ws-count-entries)
           else
               perform 150-add-reject
           end-if.

           read stock-count-file
               at end
                   move "y"                    to ws-eof-flag.

      *The first failing check names the reject reason; a line that
      *passes them all leaves ws-sku-idx on its catalog entry.
       120-edit-count-line.

           perform 125-search-store
               varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-count
               or wst-store-number(ws-store-idx) = cn-store-number.

           if ws-store-idx > ws-store-count then
               move "STORE NOT ON MASTER"      to ws-reject-reason
           else
               if not wst-is-active(ws-store-idx) then
                   move "STORE NOT ACTIVE"     to ws-reject-reason
               end-if
           end-if.

           if ws-reject-reason = spaces then
               perform 130-search-sku
                   varying ws-sku-idx from 1 by 1
                   until ws-sku-idx > ws-sku-count
                   or wsk-sku-code(ws-sku-idx) = cn-sku-code
               if ws-sku-idx > ws-sku-count then
                   move "SKU NOT IN CATALOG"   to ws-reject-reason
               end-if
           end-if.

           if ws-reject-reason = spaces then
               if cn-counted-qty not numeric then
                   move "COUNTED QUANTITY NOT NUMERIC" to
                       ws-reject-reason
               else
                   if cn-count-date not numeric
                     or cn-count-date = zeros then
                       move "COUNT DATE MISSING OR BAD" to
                           ws-reject-reason
                   else
                       if not cn-is-annual
                         and not cn-is-cycle then
                           move "COUNT TYPE NOT A OR C" to
                               ws-reject-reason
                       end-if
                   end-if
               end-if
           end-if.

      *A second line for a store/SKU already accepted this run would
      *post over the first - which count is right is for the store
      *to say, so the second is turned back.
           if ws-reject-reason = spaces then
               perform 135-search-count-dup
                   varying ws-cnt-sub from 1 by 1
                   until ws-cnt-sub > ws-count-entries
                   or (cnt-store-number(ws-cnt-sub) = cn-store-number
                     and cnt-sku-code(ws-cnt-sub) = cn-sku-code)
               if ws-cnt-sub not > ws-count-entries then
                   move "DUPLICATE STORE/SKU IN FILE" to
                       ws-reject-reason
               end-if
           end-if.

       125-search-store.
           continue.

       130-search-sku.
           continue.

       135-search-count-dup.
           continue.

       150-add-reject.

           add 1                               to ws-rejected-counter.

           if ws-reject-entries < 500 then
               add 1                           to ws-reject-entries
               move cn-store-number            to
                   rej-store-number(ws-reject-entries)
               move cn-sku-code                to
                   rej-sku-code(ws-reject-entries)
               move ws-reject-reason           to
                   rej-reason(ws-reject-entries)
           end-if.

      *Prints one active store's block: every count line for the
      *store posted to its position, then the store total, and the
      *store's shrink journal pair.
       200-post-one-store.

           if wst-is-active(ws-store-sub) then
               move wst-store-number(ws-store-sub) to ws-sth-store
               move wst-store-region(ws-store-sub) to ws-sth-region
               write report-line               from ws-store-heading
                   after advancing 2 lines
               write report-line               from ws-detail-heading
                   after advancing 1 lines

               move zeros                      to ws-store-lines,
                   ws-store-var-units, ws-store-var-cost

               perform 210-post-one-count
                   varying ws-cnt-sub from 1 by 1
                   until ws-cnt-sub > ws-count-entries

               if ws-store-lines = 0 then
                   write report-line           from ws-no-count-line
                       after advancing 1 lines
               else
                   move ws-store-lines         to ws-stt-lines
                   move ws-store-var-units     to ws-stt-units
                   compute ws-stt-shrink = 0 - ws-store-var-cost
                   write report-line           from
                       ws-store-total-line
                       after advancing 1 lines
                   perform 300-build-store-journal
               end-if

               add ws-store-lines              to ws-company-lines
               add ws-store-var-units          to
                   ws-company-var-units
               add ws-store-var-cost           to ws-company-var-cost
           end-if.

       210-post-one-count.

           if cnt-store-number(ws-cnt-sub) =
             wst-store-number(ws-store-sub) then
               perform 220-post-position
               perform 230-print-count-line
           end-if.

      *Sets the position to the counted figure.  A count already
      *posted today is backed out first, so the variance is always
      *taken against the figure before today's count and a rerun
      *changes nothing.
       220-post-position.

           move "N"                            to ws-new-position.
           move cnt-store-number(ws-cnt-sub)   to oh-store-number.
           move cnt-sku-code(ws-cnt-sub)       to oh-sku-code.

           read on-hand-master-file
               invalid key
                   move "Y"                    to ws-new-position
           end-read.

           if ws-position-is-new then
               move spaces                     to
                   on-hand-master-record
               move cnt-store-number(ws-cnt-sub) to oh-store-number
               move cnt-sku-code(ws-cnt-sub)   to oh-sku-code
               move zeros                      to oh-qty-on-hand,
                   oh-last-receipt-date, oh-posted-run-date,
                   oh-posted-run-qty, oh-count-run-date,
                   oh-count-adj-qty, oh-last-count-date
               move zeros                      to ws-preday-qty
               add 1                           to
                   ws-new-position-counter
           else
               if oh-count-run-date = ws-sys-date then
                   compute ws-preday-qty =
                       oh-qty-on-hand - oh-count-adj-qty
               else
                   move oh-qty-on-hand         to ws-preday-qty
               end-if
           end-if.

           compute ws-variance-qty =
               cnt-counted-qty(ws-cnt-sub) - ws-preday-qty.
           compute ws-variance-cost =
               ws-variance-qty * cnt-unit-cost(ws-cnt-sub).

           move cnt-counted-qty(ws-cnt-sub)    to oh-qty-on-hand.
           move ws-variance-qty                to oh-count-adj-qty.
           move ws-sys-date                    to oh-count-run-date.
           move cnt-count-date(ws-cnt-sub)     to oh-last-count-date.

           if ws-position-is-new then
               write on-hand-master-record
           else
               rewrite on-hand-master-record
           end-if.

           if cnt-count-type(ws-cnt-sub) = "A" then
               add 1                           to ws-annual-counter
           else
               add 1                           to ws-cycle-counter
           end-if.

           add 1                               to ws-store-lines.
           add ws-variance-qty                 to ws-store-var-units.
           add ws-variance-cost                to ws-store-var-cost.

       230-print-count-line.

           move spaces                         to ws-detail-line.
           move cnt-sku-code(ws-cnt-sub)       to ws-dtl-sku.
           move cnt-count-type(ws-cnt-sub)     to ws-dtl-type.
           move cnt-counted-qty(ws-cnt-sub)    to ws-dtl-counted.
           move ws-preday-qty                  to ws-dtl-before.
           move ws-variance-qty                to ws-dtl-variance.
           move cnt-unit-cost(ws-cnt-sub)      to ws-dtl-unit-cost.
           move ws-variance-cost               to ws-dtl-var-cost.

           if ws-position-is-new then
               move "NEW POSITION"             to ws-dtl-new
           end-if.

           write report-line                   from ws-detail-line
               after advancing 1 lines.

      *Books the store's shrink - the count's variance at cost,
      *turned round so a loss is a positive figure - as shrink
      *expense debited and inventory credited.  An overage books
      *the other way round through the sign flip below.
       300-build-store-journal.

           compute ws-signed-amount = 0 - ws-store-var-cost.

           move spaces                         to ws-line-description.
           string "SHRINK STORE "              delimited by size
               wst-store-number(ws-store-sub) delimited by size
               into ws-line-description.
           move "TT"                           to ws-lookup-type.
           move "SH"                           to ws-lookup-code.
           move "D"                            to ws-line-side.
           perform 350-add-journal-line.

           move spaces                         to ws-line-description.
           string "INVENTORY STORE "           delimited by size
               wst-store-number(ws-store-sub) delimited by size
               into ws-line-description.
           move "TT"                           to ws-lookup-type.
           move "IV"                           to ws-lookup-code.
           move "C"                            to ws-line-side.
           perform 350-add-journal-line.

      *Adds one journal line for the figure in hand: zero writes
      *nothing, a negative books on the opposite side, and a
      *missing mapping is counted so the run can refuse.
       350-add-journal-line.

           if ws-signed-amount = 0 then
               continue
           else
               perform 360-lookup-account
               if not ws-map-was-found then
                   add 1                       to ws-unmapped-counter
                   display "GL MAPPING MISSING FOR "
                       ws-lookup-type " " ws-lookup-code
               else
                   add 1                       to ws-journal-count
                   move ws-found-account       to
                       jrn-account-number(ws-journal-count)
                   move ws-line-description    to
                       jrn-description(ws-journal-count)
                   if ws-signed-amount < 0 then
                       compute jrn-amount(ws-journal-count) =
                           0 - ws-signed-amount
                       if ws-line-side = "D" then
                           move "C"            to
                               jrn-debit-credit(ws-journal-count)
                       else
                           move "D"            to
                               jrn-debit-credit(ws-journal-count)
                       end-if
                   else
                       move ws-signed-amount   to
                           jrn-amount(ws-journal-count)
                       move ws-line-side       to
                           jrn-debit-credit(ws-journal-count)
                   end-if
               end-if
           end-if.

       360-lookup-account.

           move "N"                            to ws-map-found.

           perform 365-search-account-map
               varying ws-gmt-sub from 1 by 1
               until ws-gmt-sub > ws-glmap-count
               or (gmt-map-type(ws-gmt-sub) = ws-lookup-type
                 and gmt-map-code(ws-gmt-sub) = ws-lookup-code).

           if ws-gmt-sub not > ws-glmap-count then
               move "Y"                        to ws-map-found
               move gmt-account-number(ws-gmt-sub) to
                   ws-found-account
           end-if.

       365-search-account-map.
           continue.

       400-print-rejects.

           if ws-rejected-counter > 0 then
               write report-line               from ws-reject-heading
                   after advancing 3 lines
               perform 410-print-one-reject
                   varying ws-rej-sub from 1 by 1
                   until ws-rej-sub > ws-reject-entries
           end-if.

       410-print-one-reject.

           move spaces                         to ws-reject-line.
           move rej-store-number(ws-rej-sub)   to ws-rjl-store.
           move rej-sku-code(ws-rej-sub)       to ws-rjl-sku.
           move rej-reason(ws-rej-sub)         to ws-rjl-reason.

           write report-line                   from ws-reject-line
               after advancing 1 lines.

      *Prints every journal line built, footing the two sides.
       500-print-journal-lines.

           write report-line                   from ws-journal-heading
               after advancing 3 lines.
           write report-line                   from
               ws-journal-col-heading
               after advancing 1 lines.

           perform 510-print-one-line
               varying ws-jrn-sub from 1 by 1
               until ws-jrn-sub > ws-journal-count.

           move ws-total-debits                to ws-tot-debits.
           move ws-total-credits               to ws-tot-credits.

           write report-line                   from ws-totals-line
               after advancing 2 lines.

       510-print-one-line.

           move jrn-account-number(ws-jrn-sub) to ws-jdl-account.
           move jrn-debit-credit(ws-jrn-sub)   to ws-jdl-dc.
           move jrn-amount(ws-jrn-sub)         to ws-jdl-amount.
           move jrn-description(ws-jrn-sub)    to ws-jdl-description.

           if jrn-debit-credit(ws-jrn-sub) = "D" then
               add jrn-amount(ws-jrn-sub)      to ws-total-debits
           else
               add jrn-amount(ws-jrn-sub)      to ws-total-credits
           end-if.

           write report-line                   from ws-jrn-detail-line
               after advancing 1 lines.

      *The journal file is written only when every store's shrink
      *found its accounts - an unmappable run refuses with RC 8 so
      *nobody books half the stores.  It is replaced each run, so a
      *rerun of the day never books the shrink twice.
       600-judge-and-write.

           if ws-unmapped-counter > 0 then
               write report-line               from ws-nomap-line
                   after advancing 2 lines
               move 8                          to return-code
           else
               perform 620-write-journal-file
               if ws-journal-count = 0 then
                   write report-line           from ws-nothing-line
                       after advancing 2 lines
               else
                   write report-line           from ws-balanced-line
                       after advancing 2 lines
               end-if
           end-if.

       620-write-journal-file.

           open output gl-journal-file.

           perform 625-write-one-journal-record
               varying ws-jrn-sub from 1 by 1
               until ws-jrn-sub > ws-journal-count.

           close gl-journal-file.

       625-write-one-journal-record.

           move spaces                         to gl-journal-record.
           move ws-sys-date                    to jl-run-date.
           move jrn-account-number(ws-jrn-sub) to jl-account-number.
           move jrn-debit-credit(ws-jrn-sub)   to jl-debit-credit.
           move jrn-amount(ws-jrn-sub)         to jl-amount.
           move jrn-description(ws-jrn-sub)    to jl-description.

           write gl-journal-record.

       700-print-summary.

           move ws-lines-read                  to ws-sum-read.
           move ws-annual-counter              to ws-sum-annual.
           move ws-cycle-counter               to ws-sum-cycle.
           move ws-new-position-counter        to ws-sum-new.
           move ws-rejected-counter            to ws-sum-rejected.

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

       end program MAFD_Final_Program28.
