      *----------------------------------------------------------------
      * FXTBL - In-memory exchange-rate table, loaded from
      * Exchange_Rates.dat at program start.  Shared shape for Edits
      * (convert a foreign-cash tender at the register rate in
      * force on the sale date), Program9 (value the night's
      * foreign envelopes at the bank's rate) and Program38 (hold a
      * till's foreign cash at that same bank value).  The rate in
      * force on a date is the currency's latest line dated on or
      * before it.
      *----------------------------------------------------------------
       01 ws-fxrate-table.
           05 ws-fxrate-entry occurs 1000 times
               indexed by ws-fxrate-idx.
               10 wfx-currency-code           pic x(03).
               10 wfx-rate-date               pic 9(08).
               10 wfx-register-rate           pic 9(03)v9(06).
               10 wfx-bank-rate               pic 9(03)v9(06).

       77 ws-fxrate-count                     pic 9(04) value 0.
