      * report exists to raise, so it is kept, not floored.  Each
      * entry remembers the run date and net quantity of the last
      * day's posting, so the batch posting replaces rather than
      * re-adds when a day is rerun.  A physical or cycle count
      * posted by Program28 sets the quantity to the counted figure
      * and remembers the run date and the adjustment it made, so a
      * rerun of the count backs that adjustment out first, the
      * same way; the count date shows when the position was last
      * seen on the shelf.
      *----------------------------------------------------------------
       01 on-hand-master-record.
           05 oh-record-key.
           05 oh-posted-run-date              pic 9(06).
           05 oh-posted-run-qty               pic s9(07)
               sign is leading separate.
           05 oh-count-run-date               pic 9(06).
           05 oh-count-adj-qty                pic s9(07)
               sign is leading separate.
           05 oh-last-count-date              pic 9(08).
