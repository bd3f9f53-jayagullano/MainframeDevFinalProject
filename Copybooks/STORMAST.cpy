      * STORMAST - Store master file record.
      * One entry per store.  Ops adds/retires a store here instead of
      * filing a change request against Edits to move an 88-level.
      * The store's opening and closing times (HHMM, 24-hour clock)
      * let Program34 flag a transaction rung outside trading
      * hours; a close earlier than the open means the store trades
      * through midnight, and zero (or blank) in both means the
      * hours are not kept and nothing is flagged.
      * The opening date (yyyymmdd) is the day the store first
      * traded; Program36 counts a store in the comparable-store
      * total only once it has traded a full year, and lists it
      * with the new stores until then.  Zero means the date is not
      * kept, and the store is listed apart until it is.
      *----------------------------------------------------------------
       01 store-master-record.
           05 sm-store-number               pic x(02).
           05 sm-store-region                pic x(02).
           05 sm-store-active                pic x(01).
               88 sm-store-is-active             value "Y".
           05 sm-open-time                   pic 9(04).
           05 sm-close-time                  pic 9(04).
           05 sm-open-date                   pic 9(08).
