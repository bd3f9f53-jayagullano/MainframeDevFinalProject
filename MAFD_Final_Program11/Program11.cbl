      *account map Program20's journal extract books against) and
      *PromoMast.dat (the promotions Edits holds each markdown
      *to) and Trading_Calendar.dat (the non-trading dates the
      *staleness, trending and aging arithmetic runs off) and
      *Reorder_Points.dat (the per-store, per-SKU reorder point and
      *order-up-to quantity Program26 holds each on-hand position
      *to, checked here against the store and SKU masters and held
      *to a reorder point below its order-up-to) - which
      *until now were kept
      *with a text editor against fixed-width layouts, one column
      *slip away from loading garbage into every program's tables.
      *authority master (record types and actions they may touch,
      *active flag) and an unauthorized one is rejected with an
      *audit line saying so, and the run prints the authority
      *listing the auditors ask for.  Loyalty customers are enrolled,
      *changed and closed here too (record type CU): an add needs a
      *new customer number, a name and a home store on the store
      *master, and starts the points balance at zero; a change
      *moves the name, home store or A/C status; a retire closes
      *the customer, the balance left standing as liability until
      *finance says otherwise.  Customer_Master.dat is indexed, so
      *its changes apply in place rather than by table rewrite.
      *A store add or change now also carries the store's opening
      *and closing times (HHMM), held to a real time of day; both
      *blank or zero means the hours are not kept, and an open
      *equal to the close is rejected.  It carries the store's
      *opening date too - a real date no later than today, or
      *blank (stored as zero) when it is not kept - which decides
      *when the store joins the comparable-store total.
      *The sales plan finance delivers once a year (Sales_Plan.dat,
      *planned net sales per store per month) is amended here too
      *(record type SP): an add needs a store on the store master,
      *a real month and a numeric figure; a change moves the
      *figure; a retire drops the store's month from the plan.
      *The merchandise hierarchy the buyers work by
      *(Dept_Class.dat) is kept here too (record type DC): a 'D'
      *line adds, renames or retires a department, a 'C' line a
      *class under a department already on file.  A department
      *with classes under it, or a class with SKUs in it, cannot
      *be retired.  Every SKU add or change now names its class,
      *held to a class on the hierarchy, so each SKU rolls up to a
      *department and class.
      *The daily exchange rates foreign-cash tender converts at
      *(Exchange_Rates.dat) are kept here too (record type FX),
      *keyed by currency and the date the rate takes effect: an
      *add needs a currency code, a real date and a register rate
      *above zero; a change moves the register rate, or keys the
      *bank's rate for the day once its advice comes in (zero
      *while it has not); a retire drops the line.
      *Every file name is driven from the environment instead of a
      *hardcoded path.

       environment division.
       configuration section.
               organization is line sequential
               file status is ws-calendar-status.

           select reorder-point-file
               assign to ws-reorder-filename
               organization is line sequential
               file status is ws-reorder-status.

           select sales-plan-file
               assign to ws-salesplan-filename
               organization is line sequential
               file status is ws-salesplan-status.

           select dept-class-file
               assign to ws-deptclass-filename
               organization is line sequential
               file status is ws-deptclass-status.

           select exchange-rate-file
               assign to ws-fxrate-filename
               organization is line sequential
               file status is ws-fxrate-status.

           select customer-master-file
               assign to ws-custmast-filename
               organization is indexed
               access mode is dynamic
               record key is cu-customer-number
               file status is ws-custmast-status.

           select authority-master-file
               assign to ws-authority-filename
               organization is line sequential
       file section.
       fd maint-transaction-file
           data record is maint-transaction-record
           record contains 74 characters.

       copy MAINTTRX.

       fd store-master-file
           data record is store-master-record
           record contains 41 characters.

       copy STORMAST.

       fd sku-master-file
           data record is sku-master-record
           record contains 63 characters.

       copy SKUMAST.


       copy CALMAST.

       fd reorder-point-file
           data record is reorder-point-record
           record contains 27 characters.

       copy REORDPT.

       fd sales-plan-file
           data record is sales-plan-record
           record contains 19 characters.

       copy SLSPLAN.

       fd dept-class-file
           data record is dept-class-record
           record contains 32 characters.

       copy DEPTCLS.

       fd exchange-rate-file
           data record is exchange-rate-record
           record contains 29 characters.

       copy FXRATE.

       fd customer-master-file
           data record is customer-master-record
           record contains 129 characters.

       copy CUSTMAST.

       fd authority-master-file
           data record is authority-master-record
           record contains 36 characters.

       copy AUTHMAST.


       fd maint-audit-file
           data record is maint-audit-record
           record contains 182 characters.

       copy MAINTAUD.

           "../../../data/PromoMast.dat".
       01 ws-calendar-filename               pic x(60) value
           "../../../data/Trading_Calendar.dat".
       01 ws-reorder-filename                pic x(60) value
           "../../../data/Reorder_Points.dat".
       01 ws-salesplan-filename              pic x(60) value
           "../../../data/Sales_Plan.dat".
       01 ws-deptclass-filename              pic x(60) value
           "../../../data/Dept_Class.dat".
       01 ws-fxrate-filename                 pic x(60) value
           "../../../data/Exchange_Rates.dat".
       01 ws-custmast-filename               pic x(60) value
           "../../../data/Customer_Master.dat".
       01 ws-authority-filename              pic x(60) value
           "../../../data/Maint_Authority.dat".
       01 ws-authrpt-filename                pic x(60) value
       01 ws-glmap-status                    pic xx.
       01 ws-promomast-status                pic xx.
       01 ws-calendar-status                 pic xx.
       01 ws-reorder-status                  pic xx.
       01 ws-salesplan-status                pic xx.
       01 ws-deptclass-status                pic xx.
       01 ws-fxrate-status                   pic xx.
       01 ws-custmast-status                 pic xx.
       01 ws-authority-status                pic xx.
       01 ws-audit-status                    pic xx.

      *The store master held in storage - number, name, region,
      *active flag, trading hours, opening date - while
      *transactions apply, then written back.
       01 ws-maint-store-table.
           05 ws-maint-store-entry occurs 50 times.
               10 mst-store-number             pic x(02).
               10 mst-store-name               pic x(20).
               10 mst-store-region             pic x(02).
               10 mst-store-active             pic x(01).
               10 mst-open-time                pic 9(04).
               10 mst-close-time               pic 9(04).
               10 mst-open-date                pic 9(08).

      *A store time under validation, split into hour and minute.
       01 ws-check-time                      pic 9(04).
       01 ws-check-time-r redefines ws-check-time.
           05 ws-check-hh                     pic 9(02).
           05 ws-check-mm                     pic 9(02).
       77 ws-time-valid                        pic x(01).
           88 ws-time-is-valid                     value "Y".

      *A store opening date under validation.
       01 ws-check-date                      pic 9(08).
       01 ws-check-date-r redefines ws-check-date.
           05 ws-check-date-yyyy              pic 9(04).
           05 ws-check-date-mm                pic 9(02).
           05 ws-check-date-dd                pic 9(02).

       77 ws-maint-store-count                 pic 9(03) value 0.
       77 ws-mst-sub                           pic 9(03).
               10 msk-sku-description          pic x(30).
               10 msk-retail-price             pic 9(05)v99.
               10 msk-unit-cost                pic 9(05)v99.
               10 msk-class-code               pic x(04).

       77 ws-maint-sku-count                   pic 9(04) value 0.
       77 ws-msk-sub                           pic 9(04).
       77 ws-calendar-on-file                  pic x value "N".
           88 ws-calendar-was-on-file              value "Y".

      *The reorder points held in storage while transactions apply,
      *sized to the on-hand posting table's 2000 positions.  A
      *retired entry is blanked and dropped on the rewrite.
       01 ws-maint-reorder-table.
           05 ws-maint-reorder-entry occurs 2000 times.
               10 mrp-store-number             pic x(02).
               10 mrp-sku-code                 pic x(15).
               10 mrp-reorder-point            pic 9(05).
               10 mrp-order-up-to              pic 9(05).

       77 ws-maint-reorder-count               pic 9(04) value 0.
       77 ws-mrp-sub                           pic 9(04).
       77 ws-reorder-on-file                   pic x value "N".
           88 ws-reorder-was-on-file               value "Y".

      *The sales plan held in storage while transactions apply -
      *fifty stores by two years of months.  A retired month is
      *blanked and dropped on the rewrite.
       01 ws-maint-plan-table.
           05 ws-maint-plan-entry occurs 1200 times.
               10 mpl-store-number             pic x(02).
               10 mpl-period                   pic 9(06).
               10 mpl-planned-net              pic 9(09)v99.

       77 ws-maint-plan-count                  pic 9(04) value 0.
       77 ws-mpl-sub                           pic 9(04).
       77 ws-salesplan-on-file                 pic x value "N".
           88 ws-salesplan-was-on-file             value "Y".

      *The department/class hierarchy held in storage while
      *transactions apply.  A retired line is blanked and dropped
      *on the rewrite.
       01 ws-maint-dc-table.
           05 ws-maint-dc-entry occurs 300 times.
               10 mdc-level                    pic x(01).
               10 mdc-dept-code                pic x(03).
               10 mdc-class-code               pic x(04).
               10 mdc-description              pic x(24).

       77 ws-maint-dc-count                    pic 9(03) value 0.
       77 ws-mdc-sub                           pic 9(03).
       77 ws-mdc-sub2                          pic 9(03).
       77 ws-deptclass-on-file                 pic x value "N".
           88 ws-deptclass-was-on-file             value "Y".

      *The exchange rates held in storage while transactions apply
      *- a few currencies by a year or more of daily rates.  A
      *retired line is blanked and dropped on the rewrite.
       01 ws-maint-fx-table.
           05 ws-maint-fx-entry occurs 1000 times.
               10 mfx-currency-code            pic x(03).
               10 mfx-rate-date                pic 9(08).
               10 mfx-register-rate            pic 9(03)v9(06).
               10 mfx-bank-rate                pic 9(03)v9(06).

       77 ws-maint-fx-count                    pic 9(04) value 0.
       77 ws-mfx-sub                           pic 9(04).
       77 ws-fxrate-on-file                    pic x value "N".
           88 ws-fxrate-was-on-file                value "Y".

      *A sales-plan month under validation.
       01 ws-check-period                    pic 9(06).
       01 ws-check-period-r redefines ws-check-period.
           05 ws-check-period-yyyy            pic 9(04).
           05 ws-check-period-mm              pic 9(02).

      *The authority master held in storage - who may touch which
      *record types with which actions.  A missing file runs the
      *old honor system (with a loud note on the log) so a shop
       01 ws-authority-table.
           05 ws-authority-entry occurs 50 times.
               10 aut-user-id                  pic x(08).
               10 aut-record-types             pic x(24).
               10 aut-actions                  pic x(03).
               10 aut-active                   pic x(01).

       77 ws-auth-scan-sub                     pic 9(02).
       77 ws-auth-ok                           pic x.

      *Whether the customer a CU transaction names is already on
      *the customer master.
       77 ws-customer-on-file                  pic x value "N".
           88 ws-customer-was-on-file              value "Y".

      *The single invoice-config record held in storage.
       01 ws-maint-config.
           05 mcf-valid-letters               pic x(10).
           accept ws-calendar-filename
               from environment "MAFD11_CALENDARFILE"
               on exception continue end-accept.
           accept ws-reorder-filename
               from environment "MAFD11_REORDERFILE"
               on exception continue end-accept.
           accept ws-salesplan-filename
               from environment "MAFD11_SALESPLANFILE"
               on exception continue end-accept.
           accept ws-deptclass-filename
               from environment "MAFD11_DEPTCLASSFILE"
               on exception continue end-accept.
           accept ws-fxrate-filename
               from environment "MAFD11_FXRATEFILE"
               on exception continue end-accept.
           accept ws-custmast-filename
               from environment "MAFD11_CUSTMASTFILE"
               on exception continue end-accept.
           accept ws-authority-filename
               from environment "MAFD11_AUTHORITYFILE"
               on exception continue end-accept.
           perform 130-load-gl-accounts.
           perform 140-load-promo-master.
           perform 150-load-trading-calendar.
           perform 170-load-reorder-points.
           perform 180-load-sales-plan.
           perform 190-load-dept-class.
           perform 125-load-exchange-rates.
           perform 160-load-authority-master.

      *Audit lines accumulate across maintenance runs.
               open output maint-audit-file
           end-if.

      *The customer master is updated in place; a first run with no
      *master yet creates it empty.
           open i-o customer-master-file.
           if ws-custmast-status not = "00" then
               open output customer-master-file
               close customer-master-file
               open i-o customer-master-file
           end-if.

           open input maint-transaction-file.

           if ws-trx-status = "00" then
           move "n"                            to ws-eof-flag.

           close maint-audit-file.
           close customer-master-file.

           perform 700-rewrite-store-master.
           perform 710-rewrite-sku-master.
           perform 730-rewrite-gl-accounts.
           perform 740-rewrite-promo-master.
           perform 750-rewrite-trading-calendar.
           perform 770-rewrite-reorder-points.
           perform 780-rewrite-sales-plan.
           perform 790-rewrite-dept-class.
           perform 797-rewrite-exchange-rates.

           perform 760-write-authority-listing.

               mst-store-region(ws-maint-store-count).
           move sm-store-active                to
               mst-store-active(ws-maint-store-count).
           if sm-open-time numeric and sm-close-time numeric then
               move sm-open-time               to
                   mst-open-time(ws-maint-store-count)
               move sm-close-time              to
                   mst-close-time(ws-maint-store-count)
           else
               move zeros                      to
                   mst-open-time(ws-maint-store-count),
                   mst-close-time(ws-maint-store-count)
           end-if.
           if sm-open-date numeric then
               move sm-open-date               to
                   mst-open-date(ws-maint-store-count)
           else
               move zeros                      to
                   mst-open-date(ws-maint-store-count)
           end-if.

           read store-master-file
               at end
               move zeros                      to
                   msk-unit-cost(ws-maint-sku-count)
           end-if.
           move skm-class-code                 to
               msk-class-code(ws-maint-sku-count).

           read sku-master-file
               at end
               close invoice-config-file
           end-if.

      *Loads the exchange rates for maintenance and rewrite.  Until
      *the first rate is keyed there is no file, and nothing is
      *rewritten unless a rate is added this run.
       125-load-exchange-rates.

           open input exchange-rate-file.

           if ws-fxrate-status = "00" then
               move "Y"                        to ws-fxrate-on-file
               read exchange-rate-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 126-load-fx-entry until ws-eof-flag = "y"
               close exchange-rate-file
           end-if.

           move "n"                            to ws-eof-flag.

       126-load-fx-entry.

           perform 127-check-fx-load.

           add 1                               to ws-maint-fx-count.
           move fx-currency-code               to
               mfx-currency-code(ws-maint-fx-count).
           move fx-rate-date                   to
               mfx-rate-date(ws-maint-fx-count).
           move fx-register-rate               to
               mfx-register-rate(ws-maint-fx-count).
           move fx-bank-rate                   to
               mfx-bank-rate(ws-maint-fx-count).

           read exchange-rate-file
               at end
                   move "y"                    to ws-eof-flag.

      *A duplicate key or a table past its limit would corrupt the
      *table the rewrite then lays back over the file, so the load
      *stops loudly instead.
       127-check-fx-load.

           perform 128-search-fx-dup
               varying ws-load-sub from 1 by 1
               until ws-load-sub > ws-maint-fx-count
               or (mfx-currency-code(ws-load-sub) = fx-currency-code
                 and mfx-rate-date(ws-load-sub) = fx-rate-date).

           if ws-load-sub not > ws-maint-fx-count then
               display "EXCHANGE RATE LOAD FAILED: DUPLICATE KEY "
                   fx-currency-code " " fx-rate-date
               move 16                         to return-code
               stop run
           end-if.

           if ws-maint-fx-count >= 1000 then
               display "EXCHANGE RATE LOAD FAILED: TABLE FULL AT 1000"
               move 16                         to return-code
               stop run
           end-if.

       128-search-fx-dup.
           continue.

      *Loads the GL account map for maintenance and rewrite.  A
      *shop that has not cut over to the ledger extract yet simply
      *has no file, and nothing is rewritten unless a GL mapping
               move am-user-id                 to
                   aut-user-id(ws-authority-count)
               move am-record-types            to
                   aut-record-types(ws-authority-count)(1:12)
               move am-more-record-types       to
                   aut-record-types(ws-authority-count)(13:12)
               move am-actions                 to
                   aut-actions(ws-authority-count)
               move am-active                  to
               at end
                   move "y"                    to ws-eof-flag.

      *Loads the reorder points for maintenance and rewrite.  A
      *shop that has not set any min/max yet simply has no file, and
      *nothing is rewritten unless an entry is applied this run.
       170-load-reorder-points.

           open input reorder-point-file.

           if ws-reorder-status = "00" then
               move "Y"                        to ws-reorder-on-file
               read reorder-point-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 175-load-reorder-entry until ws-eof-flag = "y"
               close reorder-point-file
           end-if.

           move "n"                            to ws-eof-flag.

       175-load-reorder-entry.

           perform 177-check-reorder-load.

           add 1                               to
               ws-maint-reorder-count.
           move rp-store-number                to
               mrp-store-number(ws-maint-reorder-count).
           move rp-sku-code                    to
               mrp-sku-code(ws-maint-reorder-count).
           move rp-reorder-point               to
               mrp-reorder-point(ws-maint-reorder-count).
           move rp-order-up-to                 to
               mrp-order-up-to(ws-maint-reorder-count).

           read reorder-point-file
               at end
                   move "y"                    to ws-eof-flag.

      *A duplicate key or a table past its limit would corrupt the
      *table the rewrite then lays back over the file, so the load
      *stops loudly instead.
       177-check-reorder-load.

           perform 178-search-reorder-dup
               varying ws-load-sub from 1 by 1
               until ws-load-sub > ws-maint-reorder-count
               or (mrp-store-number(ws-load-sub) = rp-store-number
                 and mrp-sku-code(ws-load-sub) = rp-sku-code).

           if ws-load-sub not > ws-maint-reorder-count then
               display "REORDER POINT LOAD FAILED: DUPLICATE KEY "
                   rp-store-number " " rp-sku-code
               move 16                         to return-code
               stop run
           end-if.

           if ws-maint-reorder-count >= 2000 then
               display "REORDER POINT LOAD FAILED: TABLE FULL AT 2000"
               move 16                         to return-code
               stop run
           end-if.

       178-search-reorder-dup.
           continue.

      *Loads the sales plan for maintenance and rewrite.  Until
      *finance delivers the first year's plan there is no file, and
      *nothing is rewritten unless a month is added this run.
       180-load-sales-plan.

           open input sales-plan-file.

           if ws-salesplan-status = "00" then
               move "Y"                        to ws-salesplan-on-file
               read sales-plan-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 185-load-plan-entry until ws-eof-flag = "y"
               close sales-plan-file
           end-if.

           move "n"                            to ws-eof-flag.

       185-load-plan-entry.

           perform 187-check-plan-load.

           add 1                               to ws-maint-plan-count.
           move sp-store-number                to
               mpl-store-number(ws-maint-plan-count).
           move sp-period                      to
               mpl-period(ws-maint-plan-count).
           move sp-planned-net                 to
               mpl-planned-net(ws-maint-plan-count).

           read sales-plan-file
               at end
                   move "y"                    to ws-eof-flag.

      *A duplicate key or a table past its limit would corrupt the
      *table the rewrite then lays back over the file, so the load
      *stops loudly instead.
       187-check-plan-load.

           perform 188-search-plan-dup
               varying ws-load-sub from 1 by 1
               until ws-load-sub > ws-maint-plan-count
               or (mpl-store-number(ws-load-sub) = sp-store-number
                 and mpl-period(ws-load-sub) = sp-period).

           if ws-load-sub not > ws-maint-plan-count then
               display "SALES PLAN LOAD FAILED: DUPLICATE KEY "
                   sp-store-number " " sp-period
               move 16                         to return-code
               stop run
           end-if.

           if ws-maint-plan-count >= 1200 then
               display "SALES PLAN LOAD FAILED: TABLE FULL AT 1200"
               move 16                         to return-code
               stop run
           end-if.

       188-search-plan-dup.
           continue.

       190-load-dept-class.

           open input dept-class-file.

           if ws-deptclass-status = "00" then
               move "Y"                        to ws-deptclass-on-file
               read dept-class-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 195-load-dc-entry until ws-eof-flag = "y"
               close dept-class-file
           end-if.

           move "n"                            to ws-eof-flag.

       195-load-dc-entry.

           perform 197-check-dc-load.

           add 1                               to ws-maint-dc-count.
           move dc-record-level                to
               mdc-level(ws-maint-dc-count).
           move dc-dept-code                   to
               mdc-dept-code(ws-maint-dc-count).
           move dc-class-code                  to
               mdc-class-code(ws-maint-dc-count).
           move dc-description                 to
               mdc-description(ws-maint-dc-count).

           read dept-class-file
               at end
                   move "y"                    to ws-eof-flag.

      *A duplicate key or a table past its limit would corrupt the
      *table the rewrite then lays back over the file, so the load
      *stops loudly instead.  A department is keyed by its code, a
      *class by its own.
       197-check-dc-load.

           perform 198-search-dc-dup
               varying ws-load-sub from 1 by 1
               until ws-load-sub > ws-maint-dc-count
               or (mdc-level(ws-load-sub) = dc-record-level
                 and ((dc-is-department
                   and mdc-dept-code(ws-load-sub) = dc-dept-code)
                 or (dc-is-class
                   and mdc-class-code(ws-load-sub) =
                     dc-class-code))).

           if ws-load-sub not > ws-maint-dc-count then
               display "DEPT/CLASS LOAD FAILED: DUPLICATE KEY "
                   dc-record-level " " dc-dept-code " " dc-class-code
               move 16                         to return-code
               stop run
           end-if.

           if ws-maint-dc-count >= 300 then
               display "DEPT/CLASS LOAD FAILED: TABLE FULL AT 300"
               move 16                         to return-code
               stop run
           end-if.

       198-search-dc-dup.
           continue.

      *Validates and applies one transaction, writing its audit line
      *either way.  The authority check runs first - a user the
      *authority master does not clear for this record type and
                                   perform
                                       680-apply-calendar-transaction
                               else
                                   if mt-is-reorder then
                                       perform
                                        800-apply-reorder-transaction
                                   else
                                       if mt-is-customer then
                                           perform
                                            850-apply-cust-transaction
                                       else
                                         if mt-is-sales-plan then
                                           perform
                                            880-apply-plan-transaction
                                         else
                                          if mt-is-dept-class then
                                           perform
                                            900-apply-dc-transaction
                                          else
                                           if mt-is-fx-rate then
                                            perform
                                             950-apply-fx-transaction
                                           else
                                            move "UNKNOWN RECORD TYPE"
                                               to ws-trx-reject-reason
                                           end-if
                                          end-if
                                         end-if
                                       end-if
                                   end-if
                               end-if
                           end-if
                       end-if
           continue.

      *Scans the user's permitted record types, two characters at
      *a time, overflow column included.
       207-check-authority-type.

           move "N"                            to ws-auth-ok.

           perform 211-scan-one-type
               varying ws-auth-scan-sub from 1 by 2
               until ws-auth-scan-sub > 23.

       211-scan-one-type.

               end-if
           end-if.

           if ws-trx-is-clean
             and (mt-is-add or mt-is-change) then
               perform 340-check-store-hours
           end-if.

           if ws-trx-is-clean
             and (mt-is-add or mt-is-change) then
               perform 350-check-store-open-date
           end-if.

           if not ws-trx-is-clean then
               if ws-mst-sub not > ws-maint-store-count then
                   perform 320-build-store-before-image
                       mst-store-region(ws-mst-sub)
                   move mt-store-active        to
                       mst-store-active(ws-mst-sub)
                   move mt-store-open-time     to
                       mst-open-time(ws-mst-sub)
                   move mt-store-close-time    to
                       mst-close-time(ws-mst-sub)
                   move mt-store-open-date     to
                       mst-open-date(ws-mst-sub)
               else
                   perform 320-build-store-before-image
                   if mt-is-change then
                           mst-store-region(ws-mst-sub)
                       move mt-store-active    to
                           mst-store-active(ws-mst-sub)
                       move mt-store-open-time to
                           mst-open-time(ws-mst-sub)
                       move mt-store-close-time to
                           mst-close-time(ws-mst-sub)
                       move mt-store-open-date to
                           mst-open-date(ws-mst-sub)
                   else
                       move "N"                to
                           mst-store-active(ws-mst-sub)
               mst-store-name(ws-mst-sub) delimited by size
               mst-store-region(ws-mst-sub) delimited by size
               mst-store-active(ws-mst-sub) delimited by size
               mst-open-time(ws-mst-sub) delimited by size
               mst-close-time(ws-mst-sub) delimited by size
               mst-open-date(ws-mst-sub) delimited by size
               into au-before-image
           end-string.

               mst-store-name(ws-mst-sub) delimited by size
               mst-store-region(ws-mst-sub) delimited by size
               mst-store-active(ws-mst-sub) delimited by size
               mst-open-time(ws-mst-sub) delimited by size
               mst-close-time(ws-mst-sub) delimited by size
               mst-open-date(ws-mst-sub) delimited by size
               into au-after-image
           end-string.

      *Trading hours: both blank or zero means not kept (blanks are
      *stored as zero); otherwise each must be a real HHMM time of
      *day, and the store cannot open and close on the same minute.
       340-check-store-hours.

           if mt-store-open-time = spaces
             and mt-store-close-time = spaces then
               move zeros                      to mt-store-open-time,
                   mt-store-close-time
           end-if.

           move "Y"                            to ws-time-valid.

           if mt-store-open-time not numeric
             or mt-store-close-time not numeric then
               move "N"                        to ws-time-valid
           else
               move mt-store-open-time         to ws-check-time
               perform 345-check-one-time
               move mt-store-close-time        to ws-check-time
               perform 345-check-one-time
               if mt-store-open-time = mt-store-close-time
                 and mt-store-open-time not = zeros then
                   move "N"                    to ws-time-valid
               end-if
           end-if.

           if not ws-time-is-valid then
               move "STORE HOURS INVALID"      to
                   ws-trx-reject-reason
           end-if.

       345-check-one-time.

           if ws-check-hh > 23 or ws-check-mm > 59 then
               move "N"                        to ws-time-valid
           end-if.

      *Opening date: blank means not kept (stored as zero);
      *otherwise a real yyyymmdd date no later than today.
       350-check-store-open-date.

           if mt-store-open-date = spaces then
               move zeros                      to mt-store-open-date
           end-if.

           if mt-store-open-date not numeric then
               move "STORE OPENING DATE INVALID" to
                   ws-trx-reject-reason
           else
               move mt-store-open-date         to ws-check-date
               if ws-check-date not = zeros
                 and (ws-check-date-mm < 1 or ws-check-date-mm > 12
                   or ws-check-date-dd < 1 or ws-check-date-dd > 31
                   or ws-check-date > ws-today-date-8) then
                   move "STORE OPENING DATE INVALID" to
                       ws-trx-reject-reason
               end-if
           end-if.

      *SKU maintenance: A adds a new, unique SKU code; C changes the
      *description on a known SKU; R drops a known SKU from the
      *catalog on the rewrite.
                   ws-trx-reject-reason
           end-if.

           if ws-trx-is-clean
             and (mt-is-add or mt-is-change) then
               perform 925-search-maint-dc
                   varying ws-mdc-sub from 1 by 1
                   until ws-mdc-sub > ws-maint-dc-count
                   or (mdc-level(ws-mdc-sub) = "C"
                     and mdc-class-code(ws-mdc-sub) =
                       mt-sku-class-code)
               if mt-sku-class-code = spaces
                 or ws-mdc-sub > ws-maint-dc-count then
                   move "SKU CLASS NOT ON HIERARCHY" to
                       ws-trx-reject-reason
               end-if
           end-if.

           if not ws-trx-is-clean then
               if ws-msk-sub not > ws-maint-sku-count then
                   perform 420-build-sku-before-image
                       msk-retail-price(ws-msk-sub)
                   move mt-sku-cost            to
                       msk-unit-cost(ws-msk-sub)
                   move mt-sku-class-code      to
                       msk-class-code(ws-msk-sub)
                   perform 430-build-sku-after-image
               else
                   perform 420-build-sku-before-image
                           msk-retail-price(ws-msk-sub)
                       move mt-sku-cost        to
                           msk-unit-cost(ws-msk-sub)
                       move mt-sku-class-code  to
                           msk-class-code(ws-msk-sub)
                       perform 430-build-sku-after-image
                   else
                       move spaces             to
                           msk-sku-code(ws-msk-sub),
                           msk-sku-description(ws-msk-sub),
                           msk-class-code(ws-msk-sub)
                       move zeros              to
                           msk-retail-price(ws-msk-sub),
                           msk-unit-cost(ws-msk-sub)
               msk-sku-description(ws-msk-sub) delimited by size
               msk-retail-price(ws-msk-sub) delimited by size
               msk-unit-cost(ws-msk-sub) delimited by size
               msk-class-code(ws-msk-sub) delimited by size
               into au-before-image
           end-string.

               msk-sku-description(ws-msk-sub) delimited by size
               msk-retail-price(ws-msk-sub) delimited by size
               msk-unit-cost(ws-msk-sub) delimited by size
               msk-class-code(ws-msk-sub) delimited by size
               into au-after-image
           end-string.

           move mst-store-name(ws-mst-sub)     to sm-store-name.
           move mst-store-region(ws-mst-sub)   to sm-store-region.
           move mst-store-active(ws-mst-sub)   to sm-store-active.
           move mst-open-time(ws-mst-sub)      to sm-open-time.
           move mst-close-time(ws-mst-sub)     to sm-close-time.
           move mst-open-date(ws-mst-sub)      to sm-open-date.

           write store-master-record.

               move msk-retail-price(ws-msk-sub) to
                   skm-retail-price
               move msk-unit-cost(ws-msk-sub)  to skm-unit-cost
               move msk-class-code(ws-msk-sub) to skm-class-code
               write sku-master-record
           end-if.


           open output authority-report-file.

           move spaces                         to
               authority-report-line.
           string "USER      TYPES" delimited by size
               "                     ACTS  ACTIVE" delimited by size
               into authority-report-line
           end-string.
           write authority-report-line.

           perform 765-write-one-authority-line
           end-string.
           write authority-report-line.

      *The reorder points are laid back only when the file existed
      *before or an entry was added this run.  An entry blanked by
      *a retire is dropped here.
       770-rewrite-reorder-points.

           if ws-reorder-was-on-file
             or ws-maint-reorder-count > 0 then
               open output reorder-point-file
               perform 775-write-reorder-entry
                   varying ws-mrp-sub from 1 by 1
                   until ws-mrp-sub > ws-maint-reorder-count
               close reorder-point-file
           end-if.

       775-write-reorder-entry.

           if mrp-store-number(ws-mrp-sub) not = spaces then
               move mrp-store-number(ws-mrp-sub) to rp-store-number
               move mrp-sku-code(ws-mrp-sub)   to rp-sku-code
               move mrp-reorder-point(ws-mrp-sub) to
                   rp-reorder-point
               move mrp-order-up-to(ws-mrp-sub) to rp-order-up-to
               write reorder-point-record
           end-if.

      *The sales plan is laid back only when the file existed
      *before or a month was added this run.  A month blanked by a
      *retire is dropped here.
       780-rewrite-sales-plan.

           if ws-salesplan-was-on-file
             or ws-maint-plan-count > 0 then
               open output sales-plan-file
               perform 785-write-plan-entry
                   varying ws-mpl-sub from 1 by 1
                   until ws-mpl-sub > ws-maint-plan-count
               close sales-plan-file
           end-if.

       785-write-plan-entry.

           if mpl-store-number(ws-mpl-sub) not = spaces then
               move mpl-store-number(ws-mpl-sub) to sp-store-number
               move mpl-period(ws-mpl-sub)     to sp-period
               move mpl-planned-net(ws-mpl-sub) to sp-planned-net
               write sales-plan-record
           end-if.

      *The hierarchy is laid back only when the file existed before
      *or a line was added this run.  A line blanked by a retire is
      *dropped here.
       790-rewrite-dept-class.

           if ws-deptclass-was-on-file
             or ws-maint-dc-count > 0 then
               open output dept-class-file
               perform 795-write-dc-entry
                   varying ws-mdc-sub from 1 by 1
                   until ws-mdc-sub > ws-maint-dc-count
               close dept-class-file
           end-if.

       795-write-dc-entry.

           if mdc-level(ws-mdc-sub) not = spaces then
               move mdc-level(ws-mdc-sub)      to dc-record-level
               move mdc-dept-code(ws-mdc-sub)  to dc-dept-code
               move mdc-class-code(ws-mdc-sub) to dc-class-code
               move mdc-description(ws-mdc-sub) to dc-description
               write dept-class-record
           end-if.

      *The exchange rates are laid back only when the file existed
      *before or a rate was added this run.  A line blanked by a
      *retire is dropped here.
       797-rewrite-exchange-rates.

           if ws-fxrate-was-on-file
             or ws-maint-fx-count > 0 then
               open output exchange-rate-file
               perform 798-write-fx-entry
                   varying ws-mfx-sub from 1 by 1
                   until ws-mfx-sub > ws-maint-fx-count
               close exchange-rate-file
           end-if.

       798-write-fx-entry.

           if mfx-currency-code(ws-mfx-sub) not = spaces then
               move mfx-currency-code(ws-mfx-sub) to fx-currency-code
               move mfx-rate-date(ws-mfx-sub)  to fx-rate-date
               move mfx-register-rate(ws-mfx-sub) to fx-register-rate
               move mfx-bank-rate(ws-mfx-sub)  to fx-bank-rate
               write exchange-rate-record
           end-if.

       720-rewrite-invoice-config.

           if ws-config-was-on-file then
               close invoice-config-file
           end-if.

      *Reorder-point maintenance: A adds a min/max for a store and
      *SKU both on their masters; C changes the reorder point and
      *order-up-to quantity on a known entry; R drops a known entry
      *on the rewrite, taking the position off replenishment.
       800-apply-reorder-transaction.

           perform 810-find-maint-reorder.

           if mt-is-add then
               if ws-mrp-sub not > ws-maint-reorder-count then
                   move "REORDER POINT ALREADY ON FILE" to
                       ws-trx-reject-reason
               else
                   if ws-maint-reorder-count >= 2000 then
                       move "REORDER POINT FILE FULL" to
                           ws-trx-reject-reason
                   end-if
               end-if
           else
               if ws-mrp-sub > ws-maint-reorder-count then
                   move "REORDER POINT NOT ON FILE" to
                       ws-trx-reject-reason
               end-if
           end-if.

           if ws-trx-is-clean and mt-is-add then
               perform 840-find-reorder-store-sku
               if ws-mst-sub > ws-maint-store-count then
                   move "STORE NOT ON MASTER" to
                       ws-trx-reject-reason
               else
                   if ws-msk-sub > ws-maint-sku-count then
                       move "SKU NOT ON MASTER" to
                           ws-trx-reject-reason
                   end-if
               end-if
           end-if.

           if ws-trx-is-clean
             and (mt-is-add or mt-is-change) then
               if mt-rp-reorder-point not numeric
                 or mt-rp-order-up-to not numeric then
                   move "REORDER QTYS NOT NUMERIC" to
                       ws-trx-reject-reason
               else
                   if mt-rp-reorder-point not < mt-rp-order-up-to then
                       move "REORDER PT NOT BELOW ORDER-UP-TO" to
                           ws-trx-reject-reason
                   end-if
               end-if
           end-if.

           if not ws-trx-is-clean then
               if ws-mrp-sub not > ws-maint-reorder-count then
                   perform 820-build-reorder-before-image
               end-if
           else
               if mt-is-add then
                   add 1                       to
                       ws-maint-reorder-count
                   move ws-maint-reorder-count to ws-mrp-sub
                   move mt-rp-store-number     to
                       mrp-store-number(ws-mrp-sub)
                   move mt-rp-sku-code         to
                       mrp-sku-code(ws-mrp-sub)
                   move mt-rp-reorder-point    to
                       mrp-reorder-point(ws-mrp-sub)
                   move mt-rp-order-up-to      to
                       mrp-order-up-to(ws-mrp-sub)
                   perform 830-build-reorder-after-image
               else
                   perform 820-build-reorder-before-image
                   if mt-is-change then
                       move mt-rp-reorder-point to
                           mrp-reorder-point(ws-mrp-sub)
                       move mt-rp-order-up-to  to
                           mrp-order-up-to(ws-mrp-sub)
                       perform 830-build-reorder-after-image
                   else
                       move spaces             to
                           mrp-store-number(ws-mrp-sub),
                           mrp-sku-code(ws-mrp-sub)
                       move zeros              to
                           mrp-reorder-point(ws-mrp-sub),
                           mrp-order-up-to(ws-mrp-sub)
                   end-if
               end-if
           end-if.

       810-find-maint-reorder.

           perform 815-search-maint-reorder
               varying ws-mrp-sub from 1 by 1
               until ws-mrp-sub > ws-maint-reorder-count
               or (mrp-store-number(ws-mrp-sub) = mt-rp-store-number
                 and mrp-sku-code(ws-mrp-sub) = mt-rp-sku-code).

       815-search-maint-reorder.
           continue.

       820-build-reorder-before-image.

           string mrp-store-number(ws-mrp-sub) delimited by size
               mrp-sku-code(ws-mrp-sub) delimited by size
               mrp-reorder-point(ws-mrp-sub) delimited by size
               mrp-order-up-to(ws-mrp-sub) delimited by size
               into au-before-image
           end-string.

       830-build-reorder-after-image.

           string mrp-store-number(ws-mrp-sub) delimited by size
               mrp-sku-code(ws-mrp-sub) delimited by size
               mrp-reorder-point(ws-mrp-sub) delimited by size
               mrp-order-up-to(ws-mrp-sub) delimited by size
               into au-after-image
           end-string.

      *The store and SKU a new entry names must both be on their
      *masters, so replenishment never suggests stock for a store
      *or SKU that does not exist.
       840-find-reorder-store-sku.

           perform 315-search-maint-store
               varying ws-mst-sub from 1 by 1
               until ws-mst-sub > ws-maint-store-count
               or mst-store-number(ws-mst-sub) = mt-rp-store-number.

           perform 415-search-maint-sku
               varying ws-msk-sub from 1 by 1
               until ws-msk-sub > ws-maint-sku-count
               or msk-sku-code(ws-msk-sub) = mt-rp-sku-code.

      *Customer maintenance: A enrols a new customer number with a
      *name and a home store on the store master, balance zero; C
      *changes the name, home store or A/C status; R closes the
      *customer, keeping the row and its balance.  The master is
      *indexed, so each change is written straight back.
       850-apply-cust-transaction.

           move mt-cu-customer-number          to cu-customer-number.
           move "N"                            to ws-customer-on-file.

           if mt-cu-customer-number = spaces then
               move "CUSTOMER NUMBER IS BLANK" to ws-trx-reject-reason
           else
               read customer-master-file
                   invalid key
                       continue
                   not invalid key
                       move "Y"                to ws-customer-on-file
               end-read
           end-if.

           if ws-trx-is-clean then
               if mt-is-add then
                   if ws-customer-was-on-file then
                       move "CUSTOMER ALREADY ON MASTER" to
                           ws-trx-reject-reason
                   end-if
               else
                   if not ws-customer-was-on-file then
                       move "CUSTOMER NOT ON MASTER" to
                           ws-trx-reject-reason
                   end-if
               end-if
           end-if.

           if ws-trx-is-clean
             and (mt-is-add or mt-is-change) then
               perform 315-search-maint-store
                   varying ws-mst-sub from 1 by 1
                   until ws-mst-sub > ws-maint-store-count
                   or mst-store-number(ws-mst-sub) = mt-cu-home-store
               if mt-cu-customer-name = spaces then
                   move "CUSTOMER NAME IS BLANK" to
                       ws-trx-reject-reason
               else
                   if ws-mst-sub > ws-maint-store-count then
                       move "HOME STORE NOT ON MASTER" to
                           ws-trx-reject-reason
                   end-if
               end-if
           end-if.

           if ws-trx-is-clean and mt-is-add then
               if mt-cu-enrol-date not numeric then
                   move "ENROL DATE NOT NUMERIC" to
                       ws-trx-reject-reason
               end-if
           end-if.

           if ws-trx-is-clean and mt-is-change then
               if mt-cu-status not = "A"
                 and mt-cu-status not = "C" then
                   move "CUSTOMER STATUS NOT A OR C" to
                       ws-trx-reject-reason
               end-if
           end-if.

           if not ws-trx-is-clean then
               if ws-customer-was-on-file then
                   perform 860-build-customer-before-image
               end-if
           else
               if mt-is-add then
                   move spaces                 to
                       customer-master-record
                   move mt-cu-customer-number  to cu-customer-number
                   move mt-cu-customer-name    to cu-customer-name
                   move mt-cu-home-store       to cu-home-store
                   if mt-cu-enrol-date = zeros then
                       move ws-today-date-8    to cu-enrol-date
                   else
                       move mt-cu-enrol-date   to cu-enrol-date
                   end-if
                   move "A"                    to cu-status
                   move zeros                  to cu-points-balance,
                       cu-mtd-period, cu-mtd-earned, cu-mtd-clawed,
                       cu-mtd-redeemed, cu-mtd-restored,
                       cu-posted-run-date, cu-run-earned,
                       cu-run-clawed, cu-run-redeemed,
                       cu-run-restored
                   write customer-master-record
                   perform 870-build-customer-after-image
               else
                   perform 860-build-customer-before-image
                   if mt-is-change then
                       move mt-cu-customer-name to cu-customer-name
                       move mt-cu-home-store   to cu-home-store
                       move mt-cu-status       to cu-status
                   else
                       move "C"                to cu-status
                   end-if
                   rewrite customer-master-record
                   perform 870-build-customer-after-image
               end-if
           end-if.

       860-build-customer-before-image.

           string cu-customer-number delimited by size
               cu-customer-name delimited by size
               cu-home-store delimited by size
               cu-enrol-date delimited by size
               cu-status delimited by size
               into au-before-image
           end-string.

       870-build-customer-after-image.

           string cu-customer-number delimited by size
               cu-customer-name delimited by size
               cu-home-store delimited by size
               cu-enrol-date delimited by size
               cu-status delimited by size
               into au-after-image
           end-string.

      *Sales-plan maintenance: A adds a store's month to the plan
      *(store on the master, month 01-12, numeric figure); C moves
      *the month's figure; R drops the month.
       880-apply-plan-transaction.

           perform 885-find-maint-plan.

           if mt-is-add then
               if ws-mpl-sub not > ws-maint-plan-count then
                   move "PLAN MONTH ALREADY ON FILE" to
                       ws-trx-reject-reason
               else
                   if ws-maint-plan-count >= 1200 then
                       move "SALES PLAN FILE FULL" to
                           ws-trx-reject-reason
                   end-if
               end-if
           else
               if ws-mpl-sub > ws-maint-plan-count then
                   move "PLAN MONTH NOT ON FILE" to
                       ws-trx-reject-reason
               end-if
           end-if.

           if ws-trx-is-clean and mt-is-add then
               perform 315-search-maint-store
                   varying ws-mst-sub from 1 by 1
                   until ws-mst-sub > ws-maint-store-count
                   or mst-store-number(ws-mst-sub) =
                     mt-sp-store-number
               if ws-mst-sub > ws-maint-store-count then
                   move "STORE NOT ON MASTER" to
                       ws-trx-reject-reason
               else
                   if mt-sp-period not numeric then
                       move "PLAN MONTH INVALID" to
                           ws-trx-reject-reason
                   else
                       move mt-sp-period       to ws-check-period
                       if ws-check-period-mm < 1
                         or ws-check-period-mm > 12 then
                           move "PLAN MONTH INVALID" to
                               ws-trx-reject-reason
                       end-if
                   end-if
               end-if
           end-if.

           if ws-trx-is-clean
             and (mt-is-add or mt-is-change) then
               if mt-sp-planned-net not numeric then
                   move "PLANNED SALES NOT NUMERIC" to
                       ws-trx-reject-reason
               end-if
           end-if.

           if not ws-trx-is-clean then
               if ws-mpl-sub not > ws-maint-plan-count then
                   perform 890-build-plan-before-image
               end-if
           else
               if mt-is-add then
                   add 1                       to ws-maint-plan-count
                   move ws-maint-plan-count    to ws-mpl-sub
                   move mt-sp-store-number     to
                       mpl-store-number(ws-mpl-sub)
                   move mt-sp-period           to
                       mpl-period(ws-mpl-sub)
                   move mt-sp-planned-net      to
                       mpl-planned-net(ws-mpl-sub)
                   perform 895-build-plan-after-image
               else
                   perform 890-build-plan-before-image
                   if mt-is-change then
                       move mt-sp-planned-net  to
                           mpl-planned-net(ws-mpl-sub)
                       perform 895-build-plan-after-image
                   else
                       move spaces             to
                           mpl-store-number(ws-mpl-sub)
                       move zeros              to
                           mpl-period(ws-mpl-sub),
                           mpl-planned-net(ws-mpl-sub)
                   end-if
               end-if
           end-if.

       885-find-maint-plan.

           perform 887-search-maint-plan
               varying ws-mpl-sub from 1 by 1
               until ws-mpl-sub > ws-maint-plan-count
               or (mpl-store-number(ws-mpl-sub) = mt-sp-store-number
                 and mpl-period(ws-mpl-sub) = mt-sp-period).

       887-search-maint-plan.
           continue.

       890-build-plan-before-image.

           string mpl-store-number(ws-mpl-sub) delimited by size
               mpl-period(ws-mpl-sub) delimited by size
               mpl-planned-net(ws-mpl-sub) delimited by size
               into au-before-image
           end-string.

       895-build-plan-after-image.

           string mpl-store-number(ws-mpl-sub) delimited by size
               mpl-period(ws-mpl-sub) delimited by size
               mpl-planned-net(ws-mpl-sub) delimited by size
               into au-after-image
           end-string.

      *Department/class maintenance: a 'D' line keys a department
      *by its code, a 'C' line a class by its own.  A class is
      *added under, or changed to, a department already on file.
      *Retiring a department that still has classes, or a class
      *that still has SKUs, would orphan them, so it is refused.
       900-apply-dc-transaction.

           compute ws-mdc-sub = ws-maint-dc-count + 1.

           if mt-dc-level not = "D"
             and mt-dc-level not = "C" then
               move "DC LEVEL MUST BE D OR C" to
                   ws-trx-reject-reason
           else
               if (mt-dc-level = "D" and mt-dc-dept-code = spaces)
                 or (mt-dc-level = "C"
                   and mt-dc-class-code = spaces) then
                   move "DEPT/CLASS CODE BLANK" to
                       ws-trx-reject-reason
               end-if
           end-if.

           if ws-trx-is-clean then
               perform 910-find-maint-dc
               if mt-is-add then
                   if ws-mdc-sub not > ws-maint-dc-count then
                       move "DEPT/CLASS ALREADY ON FILE" to
                           ws-trx-reject-reason
                   else
                       if ws-maint-dc-count >= 300 then
                           move "DEPT/CLASS FILE FULL" to
                               ws-trx-reject-reason
                       end-if
                   end-if
               else
                   if ws-mdc-sub > ws-maint-dc-count then
                       move "DEPT/CLASS NOT ON FILE" to
                           ws-trx-reject-reason
                   end-if
               end-if
           end-if.

           if ws-trx-is-clean
             and (mt-is-add or mt-is-change) then
               if mt-dc-description = spaces then
                   move "DEPT/CLASS DESCRIPTION BLANK" to
                       ws-trx-reject-reason
               else
                   if mt-dc-level = "C" then
                       perform 925-search-maint-dc
                           varying ws-mdc-sub2 from 1 by 1
                           until ws-mdc-sub2 > ws-maint-dc-count
                           or (mdc-level(ws-mdc-sub2) = "D"
                             and mdc-dept-code(ws-mdc-sub2) =
                               mt-dc-dept-code)
                       if ws-mdc-sub2 > ws-maint-dc-count then
                           move "DEPARTMENT NOT ON FILE" to
                               ws-trx-reject-reason
                       end-if
                   end-if
               end-if
           end-if.

           if ws-trx-is-clean and mt-is-retire then
               perform 930-check-dc-in-use
           end-if.

           if not ws-trx-is-clean then
               if ws-mdc-sub not > ws-maint-dc-count then
                   perform 940-build-dc-before-image
               end-if
           else
               if mt-is-add then
                   add 1                       to ws-maint-dc-count
                   move ws-maint-dc-count      to ws-mdc-sub
                   move mt-dc-level            to
                       mdc-level(ws-mdc-sub)
                   move mt-dc-dept-code        to
                       mdc-dept-code(ws-mdc-sub)
                   if mt-dc-level = "C" then
                       move mt-dc-class-code   to
                           mdc-class-code(ws-mdc-sub)
                   else
                       move spaces             to
                           mdc-class-code(ws-mdc-sub)
                   end-if
                   move mt-dc-description      to
                       mdc-description(ws-mdc-sub)
                   perform 945-build-dc-after-image
               else
                   perform 940-build-dc-before-image
                   if mt-is-change then
                       if mt-dc-level = "C" then
                           move mt-dc-dept-code to
                               mdc-dept-code(ws-mdc-sub)
                       end-if
                       move mt-dc-description  to
                           mdc-description(ws-mdc-sub)
                       perform 945-build-dc-after-image
                   else
                       move spaces             to
                           mdc-level(ws-mdc-sub),
                           mdc-dept-code(ws-mdc-sub),
                           mdc-class-code(ws-mdc-sub),
                           mdc-description(ws-mdc-sub)
                   end-if
               end-if
           end-if.

       910-find-maint-dc.

           perform 925-search-maint-dc
               varying ws-mdc-sub from 1 by 1
               until ws-mdc-sub > ws-maint-dc-count
               or (mdc-level(ws-mdc-sub) = mt-dc-level
                 and ((mt-dc-level = "D"
                   and mdc-dept-code(ws-mdc-sub) = mt-dc-dept-code)
                 or (mt-dc-level = "C"
                   and mdc-class-code(ws-mdc-sub) =
                     mt-dc-class-code))).

       925-search-maint-dc.
           continue.

      *A department is in use while any class names it; a class
      *while any SKU on the master names it.
       930-check-dc-in-use.

           if mt-dc-level = "D" then
               perform 925-search-maint-dc
                   varying ws-mdc-sub2 from 1 by 1
                   until ws-mdc-sub2 > ws-maint-dc-count
                   or (mdc-level(ws-mdc-sub2) = "C"
                     and mdc-dept-code(ws-mdc-sub2) =
                       mdc-dept-code(ws-mdc-sub))
               if ws-mdc-sub2 not > ws-maint-dc-count then
                   move "DEPARTMENT STILL HAS CLASSES" to
                       ws-trx-reject-reason
               end-if
           else
               perform 415-search-maint-sku
                   varying ws-msk-sub from 1 by 1
                   until ws-msk-sub > ws-maint-sku-count
                   or (msk-sku-code(ws-msk-sub) not = spaces
                     and msk-class-code(ws-msk-sub) =
                       mdc-class-code(ws-mdc-sub))
               if ws-msk-sub not > ws-maint-sku-count then
                   move "CLASS STILL HAS SKUS" to
                       ws-trx-reject-reason
               end-if
           end-if.

       940-build-dc-before-image.

           string mdc-level(ws-mdc-sub) delimited by size
               mdc-dept-code(ws-mdc-sub) delimited by size
               mdc-class-code(ws-mdc-sub) delimited by size
               mdc-description(ws-mdc-sub) delimited by size
               into au-before-image
           end-string.

       945-build-dc-after-image.

           string mdc-level(ws-mdc-sub) delimited by size
               mdc-dept-code(ws-mdc-sub) delimited by size
               mdc-class-code(ws-mdc-sub) delimited by size
               mdc-description(ws-mdc-sub) delimited by size
               into au-after-image
           end-string.

      *Exchange-rate maintenance: A adds a currency's rate from a
      *date (currency named, real date, register rate above zero,
      *bank rate numeric - zero until the bank's advice is in);
      *C moves the register rate or keys the bank rate; R drops
      *the line.
       950-apply-fx-transaction.

           perform 955-find-maint-fx.

           if mt-is-add then
               if ws-mfx-sub not > ws-maint-fx-count then
                   move "RATE DATE ALREADY ON FILE" to
                       ws-trx-reject-reason
               else
                   if ws-maint-fx-count >= 1000 then
                       move "EXCHANGE RATE FILE FULL" to
                           ws-trx-reject-reason
                   end-if
               end-if
           else
               if ws-mfx-sub > ws-maint-fx-count then
                   move "RATE DATE NOT ON FILE" to
                       ws-trx-reject-reason
               end-if
           end-if.

           if ws-trx-is-clean and mt-is-add then
               if mt-fx-currency-code = spaces then
                   move "CURRENCY CODE BLANK" to
                       ws-trx-reject-reason
               else
                   if mt-fx-rate-date not numeric then
                       move "RATE DATE INVALID" to
                           ws-trx-reject-reason
                   else
                       move mt-fx-rate-date    to ws-check-date
                       if ws-check-date-mm < 1
                         or ws-check-date-mm > 12
                         or ws-check-date-dd < 1
                         or ws-check-date-dd > 31 then
                           move "RATE DATE INVALID" to
                               ws-trx-reject-reason
                       end-if
                   end-if
               end-if
           end-if.

           if ws-trx-is-clean
             and (mt-is-add or mt-is-change) then
               if mt-fx-register-rate not numeric then
                   move "REGISTER RATE NOT NUMERIC" to
                       ws-trx-reject-reason
               else
                   if mt-fx-register-rate = zero then
                       move "REGISTER RATE MUST BE ABOVE 0" to
                           ws-trx-reject-reason
                   else
                       if mt-fx-bank-rate not numeric then
                           move "BANK RATE NOT NUMERIC" to
                               ws-trx-reject-reason
                       end-if
                   end-if
               end-if
           end-if.

           if not ws-trx-is-clean then
               if ws-mfx-sub not > ws-maint-fx-count then
                   perform 960-build-fx-before-image
               end-if
           else
               if mt-is-add then
                   add 1                       to ws-maint-fx-count
                   move ws-maint-fx-count      to ws-mfx-sub
                   move mt-fx-currency-code    to
                       mfx-currency-code(ws-mfx-sub)
                   move mt-fx-rate-date        to
                       mfx-rate-date(ws-mfx-sub)
                   move mt-fx-register-rate    to
                       mfx-register-rate(ws-mfx-sub)
                   move mt-fx-bank-rate        to
                       mfx-bank-rate(ws-mfx-sub)
                   perform 965-build-fx-after-image
               else
                   perform 960-build-fx-before-image
                   if mt-is-change then
                       move mt-fx-register-rate to
                           mfx-register-rate(ws-mfx-sub)
                       move mt-fx-bank-rate    to
                           mfx-bank-rate(ws-mfx-sub)
                       perform 965-build-fx-after-image
                   else
                       move spaces             to
                           mfx-currency-code(ws-mfx-sub)
                       move zeros              to
                           mfx-rate-date(ws-mfx-sub),
                           mfx-register-rate(ws-mfx-sub),
                           mfx-bank-rate(ws-mfx-sub)
                   end-if
               end-if
           end-if.

       955-find-maint-fx.

           perform 957-search-maint-fx
               varying ws-mfx-sub from 1 by 1
               until ws-mfx-sub > ws-maint-fx-count
               or (mfx-currency-code(ws-mfx-sub) =
                   mt-fx-currency-code
                 and mfx-rate-date(ws-mfx-sub) = mt-fx-rate-date).

       957-search-maint-fx.
           continue.

       960-build-fx-before-image.

           string mfx-currency-code(ws-mfx-sub) delimited by size
               mfx-rate-date(ws-mfx-sub) delimited by size
               mfx-register-rate(ws-mfx-sub) delimited by size
               mfx-bank-rate(ws-mfx-sub) delimited by size
               into au-before-image
           end-string.

       965-build-fx-after-image.

           string mfx-currency-code(ws-mfx-sub) delimited by size
               mfx-rate-date(ws-mfx-sub) delimited by size
               mfx-register-rate(ws-mfx-sub) delimited by size
               mfx-bank-rate(ws-mfx-sub) delimited by size
               into au-after-image
           end-string.

       end program MAFD_Final_Program11.
