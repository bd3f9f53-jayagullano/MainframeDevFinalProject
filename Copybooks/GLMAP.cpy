      * its account - RV sales revenue, TX tax payable, LD
      * layaway-deposit liability, GC gift-card liability, FI
      * forfeit income (credited, with LD debited, on a
      * forfeiture day).  Program28 maps its count shrink through
      * two more: SH shrink expense and IV inventory.  Program33
      * moves escheated gift-card balances out of GC into UP,
      * unclaimed property payable to the state.  Program43 books
      * a chargeback or returned cheque lost for good to CB,
      * chargeback loss (debited, the tender's clearing account
      * credited).  Program20 books the night's foreign-cash
      * exchange gain (credited) or loss (debited) to FX; foreign
      * cash itself clears through the TN FC tender account.
      * Maintained through Program11 like the other control files.
      *----------------------------------------------------------------
       01 gl-account-record.
