      *----------------------------------------------------------------
      * MAINTTRX - Maint_Transactions.dat record.  One keyed change
      * per line against the control files: record type ST (store
      * master), SK (SKU master), IC (invoice config), GL (account
      * map), PR (promotion), CA (trading calendar), RP (reorder
      * point), CU (loyalty customer), SP (sales plan), DC
      * (department/class) or FX (exchange rate), action A add,
      * C change or R retire, the
      * user posting it, and the payload in the matching master
      * layout.
      * Program11 validates and applies these instead of anyone
      * hand-editing fixed-width masters in a text editor.
      *----------------------------------------------------------------
       01 maint-transaction-record.
           05 mt-record-type                  pic x(02).
               88 mt-is-glmap                     value "GL".
               88 mt-is-promo                     value "PR".
               88 mt-is-calendar                  value "CA".
               88 mt-is-reorder                   value "RP".
               88 mt-is-customer                  value "CU".
               88 mt-is-sales-plan                value "SP".
               88 mt-is-dept-class                value "DC".
               88 mt-is-fx-rate                   value "FX".
           05 mt-action                       pic x(01).
               88 mt-is-add                       value "A".
               88 mt-is-change                    value "C".
               88 mt-is-retire                    value "R".
           05 mt-user-id                      pic x(08).
           05 mt-payload                      pic x(63).
           05 mt-store-payload redefines mt-payload.
               10 mt-store-number              pic x(02).
               10 mt-store-name                pic x(20).
               10 mt-store-region              pic x(02).
               10 mt-store-active              pic x(01).
               10 mt-store-open-time           pic x(04).
               10 mt-store-close-time          pic x(04).
               10 mt-store-open-date           pic x(08).
               10 filler                       pic x(22).
           05 mt-sku-payload redefines mt-payload.
               10 mt-sku-code                  pic x(15).
               10 mt-sku-description           pic x(30).
               10 mt-sku-price                 pic 9(05)v99.
               10 mt-sku-cost                  pic 9(05)v99.
               10 mt-sku-class-code            pic x(04).
           05 mt-config-payload redefines mt-payload.
               10 mt-valid-letters             pic x(10).
               10 mt-invoice-low               pic 9(06).
               10 mt-invoice-high              pic 9(06).
               10 filler                       pic x(41).
           05 mt-glmap-payload redefines mt-payload.
               10 mt-map-type                  pic x(02).
               10 mt-map-code                  pic x(02).
               10 mt-account-number            pic 9(08).
               10 mt-account-desc              pic x(20).
               10 filler                       pic x(31).
           05 mt-promo-payload redefines mt-payload.
               10 mt-promo-code                pic x(06).
               10 mt-promo-desc                pic x(20).
               10 mt-promo-from                pic 9(08).
               10 mt-promo-to                  pic 9(08).
               10 filler                       pic x(21).
           05 mt-calendar-payload redefines mt-payload.
               10 mt-cal-date                  pic 9(08).
               10 mt-cal-day-type              pic x(01).
               10 filler                       pic x(54).
           05 mt-reorder-payload redefines mt-payload.
               10 mt-rp-store-number           pic x(02).
               10 mt-rp-sku-code               pic x(15).
               10 mt-rp-reorder-point          pic 9(05).
               10 mt-rp-order-up-to            pic 9(05).
               10 filler                       pic x(36).
           05 mt-customer-payload redefines mt-payload.
               10 mt-cu-customer-number        pic x(10).
               10 mt-cu-customer-name          pic x(30).
               10 mt-cu-home-store             pic x(02).
               10 mt-cu-enrol-date             pic 9(08).
               10 mt-cu-status                 pic x(01).
               10 filler                       pic x(12).
           05 mt-sales-plan-payload redefines mt-payload.
               10 mt-sp-store-number           pic x(02).
               10 mt-sp-period                 pic 9(06).
               10 mt-sp-planned-net            pic 9(09)v99.
               10 filler                       pic x(44).
           05 mt-dept-class-payload redefines mt-payload.
               10 mt-dc-level                  pic x(01).
               10 mt-dc-dept-code              pic x(03).
               10 mt-dc-class-code             pic x(04).
               10 mt-dc-description            pic x(24).
               10 filler                       pic x(31).
           05 mt-fx-rate-payload redefines mt-payload.
               10 mt-fx-currency-code          pic x(03).
               10 mt-fx-rate-date              pic 9(08).
               10 mt-fx-register-rate          pic 9(03)v9(06).
               10 mt-fx-bank-rate              pic 9(03)v9(06).
               10 filler                       pic x(34).
