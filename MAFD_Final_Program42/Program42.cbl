       identification division.
       program-id. MAFD_Final_Program42.
       author. Rolando Agullano.
       date-written. 2026-10-15.
      *Purpose: This program rolls the night up the merchandise
      *hierarchy, so a buyer sees that footwear margin fell without
      *adding up forty SKU lines off Program3's flat ranking.  Each
      *SKU on SkuMast.dat names its class, and each class its
      *department, on Dept_Class.dat (both kept through Program11).
      *The program reads the night's Sales_Layaway, Returns and
      *Markdowns split files and, for every record with a catalog
      *SKU, posts it to that SKU's class: units and dollars sold,
      *units and dollars returned, markdown dollars, and the unit
      *cost of the net units so margin is net dollars less cost.
      *It then reads OnHand_Master.dat - only reads it - for the
      *units standing in each store against each class.  The
      *report prints per store, then for the company, each as
      *class lines under a subtotal for their department, with a
      *margin percent of net dollars.  A SKU with no class, or a
      *class not under a department on file, is carried on an
      *Unclassified line so nothing drops out of the totals.
      *Nothing is written but the report.  Every file name is
      *driven from the environment instead of a hardcoded path.

       environment division.
       configuration section.
       input-output section.
       file-control.

           select split-input-file
               assign to ws-current-input-filename
               organization is line sequential
               file status is ws-input-status.

           select sku-master-file
               assign to ws-skumast-filename
               organization is line sequential
               file status is ws-skumast-status.

           select dept-class-file
               assign to ws-deptclass-filename
               organization is line sequential
               file status is ws-deptclass-status.

           select store-master-file
               assign to ws-storemast-filename
               organization is line sequential
               file status is ws-storemast-status.

           select on-hand-master-file
               assign to ws-onhand-filename
               organization is indexed
               access mode is dynamic
               record key is oh-record-key
               file status is ws-onhand-status.

           select report-file
               assign to ws-report-filename
               organization is line sequential.

       data division.

       file section.
       fd split-input-file
          record contains 127 characters
          data record is input-line.

      *The shared split-file record layout, as written by Program2
      *- changed in the copybook, not here, when the record widens.
       copy TRXREC.

       fd sku-master-file
           data record is sku-master-record
           record contains 63 characters.

       copy SKUMAST.

       fd dept-class-file
           data record is dept-class-record
           record contains 32 characters.

       copy DEPTCLS.

       fd store-master-file
           data record is store-master-record
           record contains 41 characters.

       copy STORMAST.

       fd on-hand-master-file
           data record is on-hand-master-record
           record contains 69 characters.

       copy ONHAND.

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
       01 ws-markdown-filename               pic x(60) value
           "../../../data/Markdowns.dat".
       01 ws-skumast-filename                pic x(60) value
           "../../../data/SkuMast.dat".
       01 ws-deptclass-filename              pic x(60) value
           "../../../data/Dept_Class.dat".
       01 ws-storemast-filename              pic x(60) value
           "../../../data/StoreMast.dat".
       01 ws-onhand-filename                 pic x(60) value
           "../../../data/OnHand_Master.dat".
       01 ws-report-filename                 pic x(60) value
           "../../../data/Merch_Rollup.out".

      *The input SELECT is reopened once per split file with this
      *name, since the three share the one record layout.
       01 ws-current-input-filename          pic x(60).

       01 ws-input-status                    pic xx.
       01 ws-skumast-status                  pic xx.
       01 ws-deptclass-status                pic xx.
       01 ws-storemast-status                pic xx.
       01 ws-onhand-status                   pic xx.

      *S sales/layaways, R returns, M markdowns.
       77 ws-pass-mode                         pic x.
           88 ws-pass-is-sales                     value "S".
           88 ws-pass-is-returns                   value "R".
           88 ws-pass-is-markdowns                 value "M".

      *The departments and classes off Dept_Class.dat.  A class
      *remembers its department's row; zero means the department is
      *not on file and the class rolls into Unclassified.
       01 ws-dept-table.
           05 ws-dept-entry occurs 100 times.
               10 dpt-dept-code                pic x(03).
               10 dpt-description              pic x(24).

       77 ws-dept-count                        pic 9(03) value 0.
       77 ws-dpt-sub                           pic 9(03).

       01 ws-class-table.
           05 ws-class-entry occurs 200 times.
               10 cls-class-code               pic x(04).
               10 cls-dept-code                pic x(03).
               10 cls-description              pic x(24).
               10 cls-dept-row                 pic 9(03).

       77 ws-class-count                       pic 9(03) value 0.
       77 ws-cls-sub                           pic 9(03).

      *The figures rows run one past the class table - the last row
      *is Unclassified.
       77 ws-unclassified-row                  pic 9(03) value 201.

      *SKU catalog - unit cost and the class row the SKU posts to.
       01 ws-sku-table.
           05 ws-sku-entry occurs 1000 times.
               10 wsk-sku-code                 pic x(15).
               10 wsk-unit-cost                pic 9(05)v99.
               10 wsk-class-row                pic 9(03).

       77 ws-sku-count                         pic 9(04) value 0.
       77 ws-sku-idx                           pic 9(04).
       77 ws-load-sub                          pic 9(04).
       77 ws-search-sku                        pic x(15).

      *Per-store figures by class, in store-master order, a store
      *the master does not know added on first sight.
       01 ws-store-table.
           05 ws-store-entry occurs 50 times.
               10 rst-store-number             pic x(02).
               10 rst-store-name               pic x(20).
               10 rst-posted-count             pic 9(07).
               10 rst-class-figures occurs 201 times.
                   15 rsf-sales-units          pic 9(07).
                   15 rsf-sales-amount         pic s9(09)v99.
                   15 rsf-return-units         pic 9(07).
                   15 rsf-return-amount        pic s9(09)v99.
                   15 rsf-markdown-amount      pic s9(09)v99.
                   15 rsf-cost-amount          pic s9(09)v99.
                   15 rsf-on-hand              pic s9(09).

       77 ws-store-count                       pic 9(03) value 0.
       77 ws-rst-sub                           pic 9(03).
       77 ws-search-store                      pic x(02).

      *The same figures for the company.
       01 ws-company-table.
           05 ws-co-class-figures occurs 201 times.
               10 rcf-sales-units              pic 9(07).
               10 rcf-sales-amount             pic s9(09)v99.
               10 rcf-return-units             pic 9(07).
               10 rcf-return-amount            pic s9(09)v99.
               10 rcf-markdown-amount          pic s9(09)v99.
               10 rcf-cost-amount              pic s9(09)v99.
               10 rcf-on-hand                  pic s9(09).

      *The row being printed, fetched from a store or the company,
      *and the department and whole-report totals it rolls into.
      *C prints the company; S prints the store in ws-rst-sub.
       77 ws-print-scope                       pic x.
           88 ws-printing-company                  value "C".

       77 ws-row-sub                           pic 9(03).

       01 ws-row-figures.
           05 rw-sales-units                   pic 9(07).
           05 rw-sales-amount                  pic s9(09)v99.
           05 rw-return-units                  pic 9(07).
           05 rw-return-amount                 pic s9(09)v99.
           05 rw-markdown-amount               pic s9(09)v99.
           05 rw-cost-amount                   pic s9(09)v99.
           05 rw-on-hand                       pic s9(09).

       01 ws-dept-figures.
           05 dtf-sales-units                  pic 9(07).
           05 dtf-sales-amount                 pic s9(09)v99.
           05 dtf-return-units                 pic 9(07).
           05 dtf-return-amount                pic s9(09)v99.
           05 dtf-markdown-amount              pic s9(09)v99.
           05 dtf-cost-amount                  pic s9(09)v99.
           05 dtf-on-hand                      pic s9(09).

       01 ws-total-figures.
           05 ttf-sales-units                  pic 9(07).
           05 ttf-sales-amount                 pic s9(09)v99.
           05 ttf-return-units                 pic 9(07).
           05 ttf-return-amount                pic s9(09)v99.
           05 ttf-markdown-amount              pic s9(09)v99.
           05 ttf-cost-amount                  pic s9(09)v99.
           05 ttf-on-hand                      pic s9(09).

      *The line in hand - net dollars, margin and its percent.
       77 ws-line-net-amount                   pic s9(09)v99.
       77 ws-line-margin                       pic s9(09)v99.
       77 ws-line-pct                          pic s9(05)v9.

      *Run counters.
       77 ws-sl-read-counter                   pic 9(07) value 0.
       77 ws-return-read-counter               pic 9(07) value 0.
       77 ws-markdown-read-counter             pic 9(07) value 0.
       77 ws-posted-counter                    pic 9(07) value 0.
       77 ws-no-sku-counter                    pic 9(07) value 0.
       77 ws-onhand-read-counter               pic 9(07) value 0.
       77 ws-unclassified-sku-counter          pic 9(04) value 0.

      *Headers For Formatting Purposes:

       01 ws-heading1.
           05 filler                           pic x(14) value spaces.
           05 filler                           pic x(46)
            value "Group 7, Final Project Program 42 Rollup".
           05 filler                           pic x(13)
            value spaces.
           05 ws-sys-date                      pic 9(6).
           05 filler                           pic x(15)
            value spaces.
           05 ws-sys-time                      pic 9(8).

       01 ws-section-line.
           05 ws-sct-text                      pic x(10).
           05 ws-sct-store                     pic x(02).
           05 filler                           pic x(02).
           05 ws-sct-name                      pic x(20).

       01 ws-rollup-heading.
           05 filler                           pic x(40) value
               "Dept Class Description          Sold Qty".
           05 filler                           pic x(40) value
               "  Sales Dollars Ret Qty Return Dollars  ".
           05 filler                           pic x(41) value
               " Markdowns Margin Dollars   Mgn%  On Hand".

       01 ws-rollup-line.
           05 ws-rl-dept                       pic x(03).
           05 filler                           pic x(02).
           05 ws-rl-class                      pic x(04).
           05 filler                           pic x(01).
           05 ws-rl-description                pic x(20).
           05 filler                           pic x(01).
           05 ws-rl-sales-units                pic z,zzz,zz9.
           05 filler                           pic x(01).
           05 ws-rl-sales-amount               pic zz,zzz,zz9.99-.
           05 filler                           pic x(01).
           05 ws-rl-return-units               pic zzz,zz9.
           05 filler                           pic x(01).
           05 ws-rl-return-amount              pic zz,zzz,zz9.99-.
           05 filler                           pic x(01).
           05 ws-rl-markdown-amount            pic zzz,zz9.99-.
           05 filler                           pic x(01).
           05 ws-rl-margin                     pic zz,zzz,zz9.99-.
           05 filler                           pic x(01).
           05 ws-rl-pct                        pic ---9.9.
           05 ws-rl-pct-text redefines ws-rl-pct
                                               pic x(06).
           05 filler                           pic x(01).
           05 ws-rl-on-hand                    pic ----,--9.

       01 ws-no-data-line.
           05 filler                           pic x(40)
               value "No merchandise activity to report.".

       01 ws-summary-line1.
           05 filler                           pic x(40)
               value "Sales/layaway records read:             ".
           05 ws-sum-sl-read                   pic z,zzz,zz9.

       01 ws-summary-line2.
           05 filler                           pic x(40)
               value "Return records read:                    ".
           05 ws-sum-return-read               pic z,zzz,zz9.

       01 ws-summary-line3.
           05 filler                           pic x(40)
               value "Markdown records read:                  ".
           05 ws-sum-markdown-read             pic z,zzz,zz9.

       01 ws-summary-line4.
           05 filler                           pic x(40)
               value "Records posted to a class:              ".
           05 ws-sum-posted                    pic z,zzz,zz9.

       01 ws-summary-line5.
           05 filler                           pic x(40)
               value "Records with no catalog SKU:            ".
           05 ws-sum-no-sku                    pic z,zzz,zz9.

       01 ws-summary-line6.
           05 filler                           pic x(40)
               value "On-hand positions read:                 ".
           05 ws-sum-onhand-read               pic z,zzz,zz9.

       01 ws-summary-line7.
           05 filler                           pic x(40)
               value "Catalog SKUs with no class on file:     ".
           05 ws-sum-unclassified              pic z,zzz,zz9.

      *EOF Flag
       77 ws-eof-flag                          pic x
               value "n".

       procedure division.
       000-Main.

      *Read file-name overrides from the environment.
           accept ws-sl-filename
               from environment "MAFD42_SLFILE"
               on exception continue end-accept.
           accept ws-return-filename
               from environment "MAFD42_RETURNFILE"
               on exception continue end-accept.
           accept ws-markdown-filename
               from environment "MAFD42_MARKDOWNFILE"
               on exception continue end-accept.
           accept ws-skumast-filename
               from environment "MAFD42_SKUMASTFILE"
               on exception continue end-accept.
           accept ws-deptclass-filename
               from environment "MAFD42_DEPTCLASSFILE"
               on exception continue end-accept.
           accept ws-storemast-filename
               from environment "MAFD42_STOREMASTFILE"
               on exception continue end-accept.
           accept ws-onhand-filename
               from environment "MAFD42_ONHANDFILE"
               on exception continue end-accept.
           accept ws-report-filename
               from environment "MAFD42_REPORTFILE"
               on exception continue end-accept.

           accept ws-sys-date                  from date.
           accept ws-sys-time                  from time.

           initialize ws-company-table.

           perform 050-load-hierarchy.
           perform 070-load-sku-table.
           perform 090-load-store-table.

           move ws-sl-filename                 to
               ws-current-input-filename.
           move "S"                            to ws-pass-mode.
           perform 100-process-one-file.

           move ws-return-filename             to
               ws-current-input-filename.
           move "R"                            to ws-pass-mode.
           perform 100-process-one-file.

           move ws-markdown-filename           to
               ws-current-input-filename.
           move "M"                            to ws-pass-mode.
           perform 100-process-one-file.

           perform 300-load-on-hand.

           open output report-file.

           write report-line                   from ws-heading1
               after advancing 1 lines.

           perform 600-print-rollup.
           perform 800-print-summary.

           close report-file.

           move 0                              to return-code.

           stop run.

      *Loads the departments and classes.  A missing file leaves
      *the hierarchy empty and every SKU Unclassified.
       050-load-hierarchy.

           open input dept-class-file.

           if ws-deptclass-status = "00" then
               read dept-class-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 055-load-dc-entry until ws-eof-flag = "y"
               close dept-class-file
           end-if.

           move "n"                            to ws-eof-flag.

           perform 060-place-class
               varying ws-cls-sub from 1 by 1
               until ws-cls-sub > ws-class-count.

       055-load-dc-entry.

           if dc-is-department then
               if ws-dept-count >= 100 then
                   display "DEPARTMENT TABLE FULL AT 100"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-dept-count
               move dc-dept-code               to
                   dpt-dept-code(ws-dept-count)
               move dc-description             to
                   dpt-description(ws-dept-count)
           end-if.

           if dc-is-class then
               if ws-class-count >= 200 then
                   display "CLASS TABLE FULL AT 200"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-class-count
               move dc-class-code              to
                   cls-class-code(ws-class-count)
               move dc-dept-code               to
                   cls-dept-code(ws-class-count)
               move dc-description             to
                   cls-description(ws-class-count)
               move 0                          to
                   cls-dept-row(ws-class-count)
           end-if.

           read dept-class-file
               at end
                   move "y"                    to ws-eof-flag.

      *Ties each class to its department's row.
       060-place-class.

           perform 065-search-dept
               varying ws-dpt-sub from 1 by 1
               until ws-dpt-sub > ws-dept-count
               or dpt-dept-code(ws-dpt-sub) =
                 cls-dept-code(ws-cls-sub).

           if ws-dpt-sub not > ws-dept-count then
               move ws-dpt-sub                 to
                   cls-dept-row(ws-cls-sub)
           end-if.

       065-search-dept.
           continue.

      *Loads the SKU catalog with each SKU's cost and class row.
       070-load-sku-table.

           open input sku-master-file.

           if ws-skumast-status = "00" then
               read sku-master-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 075-load-sku-entry until ws-eof-flag = "y"
               close sku-master-file
           end-if.

           move "n"                            to ws-eof-flag.

      *A duplicate key or a table past its limit would misplace
      *every record behind it, so the load stops loudly instead.
       075-load-sku-entry.

           if skm-sku-code not = spaces then
               perform 080-search-sku-dup
                   varying ws-load-sub from 1 by 1
                   until ws-load-sub > ws-sku-count
                   or wsk-sku-code(ws-load-sub) = skm-sku-code
               if ws-load-sub not > ws-sku-count then
                   display "SKU MASTER LOAD FAILED: DUPLICATE KEY "
                       skm-sku-code
                   move 16                     to return-code
                   stop run
               end-if
               if ws-sku-count >= 1000 then
                   display "SKU MASTER LOAD FAILED: TABLE FULL AT 1000"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-sku-count
               move skm-sku-code               to
                   wsk-sku-code(ws-sku-count)
               if skm-unit-cost numeric then
                   move skm-unit-cost          to
                       wsk-unit-cost(ws-sku-count)
               else
                   move zeros                  to
                       wsk-unit-cost(ws-sku-count)
               end-if
               perform 085-find-sku-class
           end-if.

           read sku-master-file
               at end
                   move "y"                    to ws-eof-flag.

       080-search-sku-dup.
           continue.

      *A blank class, a class not on file, or a class whose
      *department is not on file all post to Unclassified.
       085-find-sku-class.

           move ws-unclassified-row            to
               wsk-class-row(ws-sku-count).

           if skm-class-code not = spaces then
               perform 087-search-class
                   varying ws-cls-sub from 1 by 1
                   until ws-cls-sub > ws-class-count
                   or cls-class-code(ws-cls-sub) = skm-class-code
               if ws-cls-sub not > ws-class-count then
                   if cls-dept-row(ws-cls-sub) > 0 then
                       move ws-cls-sub         to
                           wsk-class-row(ws-sku-count)
                   end-if
               end-if
           end-if.

           if wsk-class-row(ws-sku-count) = ws-unclassified-row then
               add 1                           to
                   ws-unclassified-sku-counter
           end-if.

       087-search-class.
           continue.

      *Loads the stores with their names, in master order.
       090-load-store-table.

           open input store-master-file.

           if ws-storemast-status = "00" then
               read store-master-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 095-load-store-entry until ws-eof-flag = "y"
               close store-master-file
           end-if.

           move "n"                            to ws-eof-flag.

       095-load-store-entry.

           if sm-store-number not = spaces then
               move sm-store-number            to ws-search-store
               perform 210-find-store
               move sm-store-name              to
                   rst-store-name(ws-rst-sub)
           end-if.

           read store-master-file
               at end
                   move "y"                    to ws-eof-flag.

      *Runs one split file through the class figures.  A file not
      *there - no markdowns tonight - is simply skipped.
       100-process-one-file.

           open input split-input-file.

           if ws-input-status = "00" then
               read split-input-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 200-take-one-record until ws-eof-flag = "y"
               close split-input-file
           end-if.

           move "n"                            to ws-eof-flag.

      *Posts a record by its catalog SKU - one unit a record, the
      *way Program3 counts the SKU ranking.  An invoice header
      *carries no SKU; its details carry the merchandise.
       200-take-one-record.

           if ws-pass-is-sales then
               add 1                           to ws-sl-read-counter
           else if ws-pass-is-returns then
               add 1                           to
                   ws-return-read-counter
           else
               add 1                           to
                   ws-markdown-read-counter
           end-if
           end-if.

           move il-sku-code                    to ws-search-sku.
           perform 230-find-sku.

           if ws-sku-idx > ws-sku-count
             or il-transaction-amount not numeric then
               add 1                           to ws-no-sku-counter
           else
               perform 220-post-record
           end-if.

           read split-input-file
               at end
                   move "y"                    to ws-eof-flag.

      *Finds - or adds - the store in ws-search-store, leaving its
      *subscript in ws-rst-sub.
       210-find-store.

           perform 215-search-store
               varying ws-rst-sub from 1 by 1
               until ws-rst-sub > ws-store-count
               or rst-store-number(ws-rst-sub) = ws-search-store.

           if ws-rst-sub > ws-store-count then
               if ws-store-count >= 50 then
                   display "ROLLUP STORE TABLE FULL AT 50"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-store-count
               move ws-store-count             to ws-rst-sub
               initialize ws-store-entry(ws-rst-sub)
               move ws-search-store            to
                   rst-store-number(ws-rst-sub)
               move "(not on master)"          to
                   rst-store-name(ws-rst-sub)
           end-if.

       215-search-store.
           continue.

      *Adds the record to its store's and the company's row for the
      *SKU's class.  Cost follows the units: a sale adds the unit
      *cost, a return takes it back.
       220-post-record.

           move il-store-number                to ws-search-store.
           perform 210-find-store.
           move wsk-class-row(ws-sku-idx)      to ws-row-sub.

           add 1                               to
               rst-posted-count(ws-rst-sub),
               ws-posted-counter.

           if ws-pass-is-sales then
               add 1                           to
                   rsf-sales-units(ws-rst-sub, ws-row-sub),
                   rcf-sales-units(ws-row-sub)
               add il-transaction-amount       to
                   rsf-sales-amount(ws-rst-sub, ws-row-sub),
                   rcf-sales-amount(ws-row-sub)
               add wsk-unit-cost(ws-sku-idx)   to
                   rsf-cost-amount(ws-rst-sub, ws-row-sub),
                   rcf-cost-amount(ws-row-sub)
           end-if.

           if ws-pass-is-returns then
               add 1                           to
                   rsf-return-units(ws-rst-sub, ws-row-sub),
                   rcf-return-units(ws-row-sub)
               add il-transaction-amount       to
                   rsf-return-amount(ws-rst-sub, ws-row-sub),
                   rcf-return-amount(ws-row-sub)
               subtract wsk-unit-cost(ws-sku-idx) from
                   rsf-cost-amount(ws-rst-sub, ws-row-sub),
                   rcf-cost-amount(ws-row-sub)
           end-if.

           if ws-pass-is-markdowns then
               add il-transaction-amount       to
                   rsf-markdown-amount(ws-rst-sub, ws-row-sub),
                   rcf-markdown-amount(ws-row-sub)
           end-if.

      *Finds the SKU in ws-search-sku, leaving its index in
      *ws-sku-idx - past ws-sku-count when it is not in the catalog.
       230-find-sku.

           perform 235-search-sku
               varying ws-sku-idx from 1 by 1
               until ws-sku-idx > ws-sku-count
               or wsk-sku-code(ws-sku-idx) = ws-search-sku.

       235-search-sku.
           continue.

      *Adds each store/SKU position to its class.  The master is
      *only read; a missing master leaves on-hand at nil.
       300-load-on-hand.

           open input on-hand-master-file.

           if ws-onhand-status = "00" then
               read on-hand-master-file next record
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 310-take-on-hand until ws-eof-flag = "y"
               close on-hand-master-file
           end-if.

           move "n"                            to ws-eof-flag.

       310-take-on-hand.

           add 1                               to
               ws-onhand-read-counter.

           move oh-sku-code                    to ws-search-sku.
           perform 230-find-sku.

           if ws-sku-idx > ws-sku-count then
               move ws-unclassified-row        to ws-row-sub
           else
               move wsk-class-row(ws-sku-idx)  to ws-row-sub
           end-if.

           if oh-qty-on-hand not = 0 then
               move oh-store-number            to ws-search-store
               perform 210-find-store
               add 1                           to
                   rst-posted-count(ws-rst-sub)
               add oh-qty-on-hand              to
                   rsf-on-hand(ws-rst-sub, ws-row-sub),
                   rcf-on-hand(ws-row-sub)
           end-if.

           read on-hand-master-file next record
               at end
                   move "y"                    to ws-eof-flag.

      *The report: every store with activity or stock, then the
      *company, each department by department.
       600-print-rollup.

           if ws-posted-counter = 0
             and ws-onhand-read-counter = 0 then
               write report-line               from ws-no-data-line
                   after advancing 2 lines
           else
               move "S"                        to ws-print-scope
               perform 610-print-one-store
                   varying ws-rst-sub from 1 by 1
                   until ws-rst-sub > ws-store-count

               move "C"                        to ws-print-scope
               move spaces                     to ws-section-line
               move "Company"                  to ws-sct-text
               perform 620-print-one-scope
           end-if.

       610-print-one-store.

           if rst-posted-count(ws-rst-sub) > 0 then
               move spaces                     to ws-section-line
               move "Store"                    to ws-sct-text
               move rst-store-number(ws-rst-sub) to ws-sct-store
               move rst-store-name(ws-rst-sub) to ws-sct-name
               perform 620-print-one-scope
           end-if.

      *One store or the company: a department subtotal after its
      *classes, Unclassified, then the total.
       620-print-one-scope.

           write report-line                   from ws-section-line
               after advancing 3 lines.
           write report-line                   from ws-rollup-heading
               after advancing 2 lines.

           initialize ws-total-figures.

           perform 630-print-one-dept
               varying ws-dpt-sub from 1 by 1
               until ws-dpt-sub > ws-dept-count.

           move ws-unclassified-row            to ws-row-sub.
           perform 650-fetch-row.
           if rw-sales-units not = 0
             or rw-return-units not = 0
             or rw-markdown-amount not = 0
             or rw-on-hand not = 0 then
               move spaces                     to ws-rollup-line
               move "Unclassified"             to ws-rl-description
               perform 660-add-row-to-total
               perform 700-write-rollup-line
           end-if.

           move ttf-sales-units                to rw-sales-units.
           move ttf-sales-amount               to rw-sales-amount.
           move ttf-return-units               to rw-return-units.
           move ttf-return-amount              to rw-return-amount.
           move ttf-markdown-amount            to rw-markdown-amount.
           move ttf-cost-amount                to rw-cost-amount.
           move ttf-on-hand                    to rw-on-hand.
           move spaces                         to ws-rollup-line.
           if ws-printing-company then
               move "Company total"            to ws-rl-description
           else
               move "Store total"              to ws-rl-description
           end-if.
           perform 700-write-rollup-line.

      *A department prints only when one of its classes has
      *something to show.
       630-print-one-dept.

           initialize ws-dept-figures.

           perform 640-print-one-class
               varying ws-cls-sub from 1 by 1
               until ws-cls-sub > ws-class-count.

           if dtf-sales-units not = 0
             or dtf-return-units not = 0
             or dtf-markdown-amount not = 0
             or dtf-on-hand not = 0 then
               move dtf-sales-units            to rw-sales-units
               move dtf-sales-amount           to rw-sales-amount
               move dtf-return-units           to rw-return-units
               move dtf-return-amount          to rw-return-amount
               move dtf-markdown-amount        to rw-markdown-amount
               move dtf-cost-amount            to rw-cost-amount
               move dtf-on-hand                to rw-on-hand
               move spaces                     to ws-rollup-line
               move dpt-dept-code(ws-dpt-sub)  to ws-rl-dept
               move dpt-description(ws-dpt-sub) to ws-rl-description
               perform 700-write-rollup-line
           end-if.

       640-print-one-class.

           if cls-dept-row(ws-cls-sub) = ws-dpt-sub then
               move ws-cls-sub                 to ws-row-sub
               perform 650-fetch-row
               if rw-sales-units not = 0
                 or rw-return-units not = 0
                 or rw-markdown-amount not = 0
                 or rw-on-hand not = 0 then
                   move spaces                 to ws-rollup-line
                   move cls-class-code(ws-cls-sub) to ws-rl-class
                   move cls-description(ws-cls-sub) to
                       ws-rl-description
                   perform 660-add-row-to-total
                   add rw-sales-units          to dtf-sales-units
                   add rw-sales-amount         to dtf-sales-amount
                   add rw-return-units         to dtf-return-units
                   add rw-return-amount        to dtf-return-amount
                   add rw-markdown-amount      to
                       dtf-markdown-amount
                   add rw-cost-amount          to dtf-cost-amount
                   add rw-on-hand              to dtf-on-hand
                   perform 700-write-rollup-line
               end-if
           end-if.

      *Fetches the row in ws-row-sub for the store or the company.
       650-fetch-row.

           if ws-printing-company then
               move rcf-sales-units(ws-row-sub) to rw-sales-units
               move rcf-sales-amount(ws-row-sub) to rw-sales-amount
               move rcf-return-units(ws-row-sub) to rw-return-units
               move rcf-return-amount(ws-row-sub) to
                   rw-return-amount
               move rcf-markdown-amount(ws-row-sub) to
                   rw-markdown-amount
               move rcf-cost-amount(ws-row-sub) to rw-cost-amount
               move rcf-on-hand(ws-row-sub)    to rw-on-hand
           else
               move rsf-sales-units(ws-rst-sub, ws-row-sub) to
                   rw-sales-units
               move rsf-sales-amount(ws-rst-sub, ws-row-sub) to
                   rw-sales-amount
               move rsf-return-units(ws-rst-sub, ws-row-sub) to
                   rw-return-units
               move rsf-return-amount(ws-rst-sub, ws-row-sub) to
                   rw-return-amount
               move rsf-markdown-amount(ws-rst-sub, ws-row-sub) to
                   rw-markdown-amount
               move rsf-cost-amount(ws-rst-sub, ws-row-sub) to
                   rw-cost-amount
               move rsf-on-hand(ws-rst-sub, ws-row-sub) to
                   rw-on-hand
           end-if.

       660-add-row-to-total.

           add rw-sales-units                  to ttf-sales-units.
           add rw-sales-amount                 to ttf-sales-amount.
           add rw-return-units                 to ttf-return-units.
           add rw-return-amount                to ttf-return-amount.
           add rw-markdown-amount              to ttf-markdown-amount.
           add rw-cost-amount                  to ttf-cost-amount.
           add rw-on-hand                      to ttf-on-hand.

      *Fills in the figures and the margin and writes the line.
      *Margin is net dollars (sold less returned) less the cost of
      *the net units; net dollars at or below nil have no
      *meaningful percent.
       700-write-rollup-line.

           compute ws-line-net-amount =
               rw-sales-amount - rw-return-amount.
           compute ws-line-margin =
               ws-line-net-amount - rw-cost-amount.

           move rw-sales-units                 to ws-rl-sales-units.
           move rw-sales-amount                to ws-rl-sales-amount.
           move rw-return-units                to ws-rl-return-units.
           move rw-return-amount               to ws-rl-return-amount.
           move rw-markdown-amount             to
               ws-rl-markdown-amount.
           move ws-line-margin                 to ws-rl-margin.
           move rw-on-hand                     to ws-rl-on-hand.

           if ws-line-net-amount > 0 then
               compute ws-line-pct rounded =
                   ws-line-margin * 100 / ws-line-net-amount
                   on size error
                       move "   n/a"             to ws-rl-pct-text
                   not on size error
                       move ws-line-pct        to ws-rl-pct
               end-compute
           else
               move "   n/a"                     to ws-rl-pct-text
           end-if.

           write report-line                   from ws-rollup-line
               after advancing 1 lines.

       800-print-summary.

           move ws-sl-read-counter             to ws-sum-sl-read.
           move ws-return-read-counter         to ws-sum-return-read.
           move ws-markdown-read-counter       to
               ws-sum-markdown-read.
           move ws-posted-counter              to ws-sum-posted.
           move ws-no-sku-counter              to ws-sum-no-sku.
           move ws-onhand-read-counter         to ws-sum-onhand-read.
           move ws-unclassified-sku-counter    to
               ws-sum-unclassified.

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
           write report-line                   from ws-summary-line7
               after advancing 1 lines.

       end program MAFD_Final_Program42.
