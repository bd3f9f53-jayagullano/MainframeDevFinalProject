      * day's posting, so Program16's batch posting replaces rather
      * than re-adds when a day is rerun - balances cannot silently
      * drift.  Redemptions accumulate net of refunds, so the
      * posted-run redemption figure carries a sign.  Each card
      * also remembers the date it last saw activity (zero on a
      * card last touched before the date was kept - the issue
      * date stands in), which the yearly unclaimed-property run
      * (Program33) ages for dormancy.  A dormant card with a
      * balance is escheated there: status E, the balance remitted
      * to the state and remembered with the escheat date, and
      * Edits refuses the card from then on.
      *----------------------------------------------------------------
       01 gift-card-master-record.
           05 gc-card-number                  pic x(15).
           05 gc-status                       pic x(01).
               88 gc-is-active                    value "A".
               88 gc-is-depleted                  value "Z".
               88 gc-is-escheated                 value "E".
           05 gc-last-activity-date           pic 9(08).
           05 gc-escheat-date                 pic 9(08).
           05 gc-escheated-amount             pic 9(07)v99.
