      *checks against StoreMast.dat that every active store
      *delivered, checks that each file's records actually carry
      *that store's store number (a server restore can replay the
      *wrong store's day - though a 'T' transfer arrival rung at
      *the receiving store carries the sending store's number, and
      *counts as the receiving store's own), concatenates the
      *arrivals into Input.dat, and prints the collection report.
      *A missing active store fails the step RC 16 with the
      *missing-stores list, so MAFDRUN stops before Edits books a
      *truncated day;
      *records carrying the wrong store number are still passed
      *through for Edits to judge, but the step ends RC 8 so
      *somebody reads the report.  A store master that cannot be
      *opened, or one with no active store on it, stops the run
      *RC 16 before Input.dat is touched - a gate that does not
      *know who owes an upload must not wave an empty day through.
      *A file can also arrive cut short, so each upload is
      *bracketed by a header record (store, business date,
      *registers polled) and a trailer record (record count and
      *amount total as the POS counted them).  Each file is held
      *to its own trailer and both control records are stripped
      *before the rest go into Input.dat.  A file whose header is
      *missing, names another store or a business date other than
      *the cycle date (today, or MAFD22_CYCLEDATE for a late or
      *repeated run), or whose trailer is missing, is not last, or
      *does not agree with what arrived, fails the gate RC 16 with
      *the counts shown, before Edits books half a day.  In flash
      *mode (MAFD22_FLASHMODE=Y) the midday flash job collects
      *whatever partial uploads have arrived so far: a store not
      *yet in is listed but does not fail the gate, and a file not
      *yet closed off by its trailer is not held to its controls -
      *the control records that are there are still stripped - so
      *the step ends RC 0 and the flash goes on with what it has.
      *Every file name is driven from
      *the environment instead of a hardcoded path.


       file section.
       fd upload-file
          record contains 127 characters
          data record is input-line.

      *The shared transaction-record layout the registers upload.
       copy TRXREC.

      *The header and trailer that bracket each upload.
       copy UPLDCTL.

       fd collected-file
           record contains 127 characters
           data record is collected-line.

       01 collected-line                     pic x(127).

       fd store-master-file
           data record is store-master-record
           record contains 41 characters.

       copy STORMAST.

       77 ws-stores-collected                  pic 9(03) value 0.
       77 ws-active-store-count                pic 9(03) value 0.

      *The business date every upload's header must carry
      *(yyyymmdd) - today unless overridden via the environment.
       01 ws-cycle-date-env                  pic x(10).
       77 ws-cycle-date                        pic 9(08).

      *Flash switch - 'Y' collects a partial day without failing
      *the gate on missing stores or unfinished files.
       77 ws-flash-mode                        pic x value "N".
           88 ws-flash-mode-is-on                  value "Y".

      *Per-store control results - what arrived between the header
      *and the trailer, and what the two control records said.
       77 ws-file-amount-total                 pic 9(09)v99.
       77 ws-file-header-count                 pic 9(03).
       77 ws-file-trailer-count                pic 9(03).
       77 ws-file-after-trailer                pic 9(07).
       77 ws-hdr-business-date                 pic x(08).
       77 ws-hdr-store-number                  pic x(02).
       77 ws-hdr-register-count                pic 9(03).
       77 ws-trl-record-count                  pic 9(07).
       77 ws-trl-amount-total                  pic 9(09)v99.
       77 ws-file-control-flag                 pic x(01).
           88 ws-file-is-out-of-control            value "Y".
       77 ws-header-was-first                  pic x(01).
           88 ws-header-came-first                 value "Y".
       77 ws-trailer-is-bad                    pic x(01).
           88 ws-trailer-was-bad                   value "Y".
       77 ws-control-fail-counter              pic 9(03) value 0.

      *The failed checks for the store in hand - at most one for
      *the header store, the header date, the header itself and
      *the trailer.
       01 ws-control-fail-table.
           05 ws-control-fail-entry occurs 4 times.
               10 cft-text                     pic x(60).

       77 ws-cft-count                         pic 9(01).
       77 ws-cft-sub                           pic 9(01).

      *Headers For Formatting Purposes:

       01 ws-heading1.
       01 ws-detail-heading.
           05 filler                           pic x(40) value
               "Store  Name                  Records  Wr".
           05 filler                           pic x(40) value
               "ong-Store        Amount Regs   Status   ".

       01 ws-detail-line.
           05 filler                           pic x(02).
           05 filler                           pic x(04).
           05 ws-dtl-mismatch                  pic zzzzzz9.
           05 filler                           pic x(03).
           05 ws-dtl-amount                    pic zz,zzz,zz9.99.
           05 filler                           pic x(02).
           05 ws-dtl-registers                 pic zz9.
           05 filler                           pic x(03).
           05 ws-dtl-status                    pic x(10).

      *What failed a store's control check, and the counts behind
      *it.
       01 ws-control-fail-line.
           05 filler                           pic x(07) value
               "    ***".
           05 filler                           pic x(01).
           05 ws-cfl-text                      pic x(60).

       01 ws-control-count-line.
           05 filler                           pic x(17) value
               "        Counted: ".
           05 ws-ccl-records                   pic zzzzzz9.
           05 filler                           pic x(10) value
               " records  ".
           05 ws-ccl-amount                    pic zz,zzz,zz9.99.
           05 filler                           pic x(13) value
               "   Trailer:  ".
           05 ws-ccl-trl-records               pic zzzzzz9.
           05 filler                           pic x(10) value
               " records  ".
           05 ws-ccl-trl-amount                pic zz,zzz,zz9.99.

       01 ws-summary-line1.
           05 filler                           pic x(28)
               value "Stores delivered:           ".
               value "Wrong-store records:        ".
           05 ws-sum-mismatch                  pic zzzzzz9.

       01 ws-summary-line5.
           05 filler                           pic x(28)
               value "Stores failing control:     ".
           05 ws-sum-control                   pic zzzz9.

       01 ws-summary-line6.
           05 filler                           pic x(28)
               value "Cycle date:                 ".
           05 ws-sum-cycle-date                pic 9(08).

       01 ws-missing-line.
           05 filler                           pic x(26)
               value "*** UPLOAD MISSING: store ".
           05 filler                           pic x(52) value
               "*** COLLECTION INCOMPLETE - RUN STOPPED BEFORE EDITS".

       01 ws-flash-line.
           05 filler                           pic x(52) value
               "*** FLASH RUN - PARTIAL DAY, CONTROLS NOT CHECKED   ".

      *EOF Flag
       77 ws-eof-flag                          pic x
               value "n".

           accept ws-sys-date                  from date.
           accept ws-sys-time                  from time.
           accept ws-cycle-date                from date yyyymmdd.

           move spaces                         to ws-cycle-date-env.
           accept ws-cycle-date-env
               from environment "MAFD22_CYCLEDATE"
               on exception continue end-accept.
           if ws-cycle-date-env(1:8) numeric then
               move ws-cycle-date-env(1:8)     to ws-cycle-date
           end-if.

           accept ws-flash-mode
               from environment "MAFD22_FLASHMODE"
               on exception continue end-accept.

           perform 050-load-store-master.


           close report-file.

           if ws-flash-mode-is-on then
               move 0                          to return-code
           else if ws-missing-counter > 0
             or ws-control-fail-counter > 0 then
               move 16                         to return-code
           else
               if ws-mismatch-counter > 0 then
      *Collects one active store's upload: the file is opened under
      *the prefix-plus-store name, its records checked for the
      *right store number and passed into the concatenated input.
      *The header and trailer are taken off rather than passed on,
      *and the file is then held to its trailer.
      *An inactive store owes no upload and is skipped.
       100-collect-one-store.

               end-string

               move zeros                      to
                   ws-file-record-count, ws-file-mismatch-count,
                   ws-file-amount-total, ws-file-header-count,
                   ws-file-trailer-count, ws-file-after-trailer,
                   ws-hdr-register-count, ws-trl-record-count,
                   ws-trl-amount-total
               move spaces                     to
                   ws-hdr-business-date, ws-hdr-store-number
               move "N"                        to
                   ws-file-control-flag, ws-header-was-first,
                   ws-trailer-is-bad

               open input upload-file

                   close upload-file
                   move "n"                    to ws-eof-flag
                   add 1                       to ws-stores-collected
                   if not ws-flash-mode-is-on then
                       perform 250-check-file-control
                   end-if
                   perform 300-write-store-line
                   if ws-file-is-out-of-control then
                       perform 270-print-control-fails
                   end-if
               end-if
           end-if.

       200-collect-one-record.

           if uc-is-header then
               perform 210-take-header
           else
               if uc-is-trailer then
                   perform 220-take-trailer
               else
                   perform 230-collect-transaction
               end-if
           end-if.

           read upload-file
               at end
                   move "y"                    to ws-eof-flag.

      *The header must be the first record of the file.
       210-take-header.

           if ws-file-header-count = 0
             and ws-file-trailer-count = 0
             and ws-file-record-count = 0 then
               move "Y"                        to ws-header-was-first
           end-if.

           add 1                               to
               ws-file-header-count.
           move uch-store-number               to
               ws-hdr-store-number.
           move uch-business-date              to
               ws-hdr-business-date.
           if uch-register-count numeric then
               move uch-register-count         to
                   ws-hdr-register-count
           end-if.

       220-take-trailer.

           add 1                               to
               ws-file-trailer-count.
           if uct-record-count numeric
             and uct-amount-total numeric then
               move uct-record-count           to
                   ws-trl-record-count
               move uct-amount-total           to
                   ws-trl-amount-total
           else
               move "Y"                        to ws-trailer-is-bad
           end-if.

      *A transaction after the trailer means the trailer was cut
      *in ahead of the end of the day.  A transfer arrival carries
      *the sending store's number but is rung at the receiving
      *store, so it belongs to the file it names as receiver.
       230-collect-transaction.

           if ws-file-trailer-count > 0 then
               add 1                           to
                   ws-file-after-trailer
           end-if.

           add 1                               to
               ws-file-record-count.

           if il-transaction-amount numeric then
               add il-transaction-amount       to
                   ws-file-amount-total
           end-if.

           if il-store-number not =
             cls-store-number(ws-cls-sub)
             and not (il-transaction-code = "T"
               and il-transfer-is-arrived
               and il-transfer-to-store =
                 cls-store-number(ws-cls-sub)) then
               add 1                           to
                   ws-file-mismatch-count
               add 1                           to ws-mismatch-counter
           write collected-line                from input-line.
           add 1                               to ws-total-collected.

      *Holds the file just read to its header and trailer.  Every
      *check that fails is noted for the lines under the store's
      *line, and the store fails the gate.
       250-check-file-control.

           move 0                              to ws-cft-count.

           if ws-file-header-count not = 1
             or not ws-header-came-first then
               move "HEADER MISSING, REPEATED OR NOT FIRST" to
                   ws-cfl-text
               perform 260-write-control-fail
           else
               if ws-hdr-store-number not =
                 cls-store-number(ws-cls-sub) then
                   move spaces                 to ws-cfl-text
                   string "HEADER CARRIES STORE " delimited by size
                       ws-hdr-store-number delimited by size
                       into ws-cfl-text
                   end-string
                   perform 260-write-control-fail
               end-if
               if ws-hdr-business-date not = ws-cycle-date then
                   move spaces                 to ws-cfl-text
                   string "HEADER DATE " delimited by size
                       ws-hdr-business-date delimited by size
                       " IS NOT THE CYCLE DATE " delimited by size
                       ws-cycle-date delimited by size
                       into ws-cfl-text
                   end-string
                   perform 260-write-control-fail
               end-if
           end-if.

           if ws-file-trailer-count not = 1
             or ws-file-after-trailer > 0
             or ws-trailer-was-bad then
               move "TRAILER MISSING, REPEATED, NOT LAST OR NOT NUMERIC"
                                               to ws-cfl-text
               perform 260-write-control-fail
           else
               if ws-trl-record-count not = ws-file-record-count
                 or ws-trl-amount-total not =
                   ws-file-amount-total then
                   move "FILE DOES NOT BALANCE TO ITS TRAILER" to
                       ws-cfl-text
                   perform 260-write-control-fail
               end-if
           end-if.

           if ws-file-is-out-of-control then
               add 1                           to
                   ws-control-fail-counter
           end-if.

       260-write-control-fail.

           move "Y"                            to ws-file-control-flag.
           add 1                               to ws-cft-count.
           move ws-cfl-text                    to
               cft-text(ws-cft-count).

      *Lists what failed a store's control check under its line,
      *then what arrived against what the trailer said.
       270-print-control-fails.

           perform 275-print-one-control-fail
               varying ws-cft-sub from 1 by 1
               until ws-cft-sub > ws-cft-count.

           move ws-file-record-count           to ws-ccl-records.
           move ws-file-amount-total           to ws-ccl-amount.
           move ws-trl-record-count            to ws-ccl-trl-records.
           move ws-trl-amount-total            to ws-ccl-trl-amount.
           write report-line                   from
               ws-control-count-line
               after advancing 1 lines.

       275-print-one-control-fail.

           move cft-text(ws-cft-sub)           to ws-cfl-text.
           write report-line                   from
               ws-control-fail-line
               after advancing 1 lines.

       300-write-store-line.

           move cls-store-name(ws-cls-sub)     to ws-dtl-name.
           move ws-file-record-count           to ws-dtl-records.
           move ws-file-mismatch-count         to ws-dtl-mismatch.
           move ws-file-amount-total           to ws-dtl-amount.
           move ws-hdr-register-count          to ws-dtl-registers.

           if ws-file-is-out-of-control then
               move "<< CONTROL"               to ws-dtl-status
           else
               if ws-file-mismatch-count > 0 then
                   move "<< MIXED"             to ws-dtl-status
               else
                   move "OK"                   to ws-dtl-status
               end-if
           end-if.

           write report-line                   from ws-detail-line
           move ws-missing-counter             to ws-sum-missing.
           move ws-total-collected             to ws-sum-records.
           move ws-mismatch-counter            to ws-sum-mismatch.
           move ws-control-fail-counter        to ws-sum-control.
           move ws-cycle-date                  to ws-sum-cycle-date.

           write report-line                   from ws-summary-line1
               after advancing 2 lines.
               after advancing 1 lines.
           write report-line                   from ws-summary-line4
               after advancing 1 lines.
           write report-line                   from ws-summary-line5
               after advancing 1 lines.
           write report-line                   from ws-summary-line6
               after advancing 1 lines.

           if ws-flash-mode-is-on then
               write report-line               from ws-flash-line
                   after advancing 2 lines
           else if ws-missing-counter > 0
             or ws-control-fail-counter > 0 then
               write report-line               from ws-fail-line
                   after advancing 2 lines
           end-if.
