      *----------------------------------------------------------------
      * FXRATE - Exchange_Rates.dat record - one line per foreign
      * currency per day the rate was set, kept through Program11
      * (record type FX).  The register rate is what the tills
      * convert foreign cash at - home dollars per one unit of the
      * currency - and holds from its date until a later line
      * replaces it.  The bank rate is what the bank credited when
      * it converted that day's envelope, keyed once the bank's
      * advice comes in; zero until then, and Program9 values the
      * envelope at the register rate (no gain or loss) while it
      * is.
      *----------------------------------------------------------------
       01 exchange-rate-record.
           05 fx-currency-code                pic x(03).
           05 fx-rate-date                    pic 9(08).
           05 fx-register-rate                pic 9(03)v9(06).
           05 fx-bank-rate                    pic 9(03)v9(06).
