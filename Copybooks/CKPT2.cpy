           05 ck-total-exchrefund-amount      pic 9(06)v99.
           05 ck-markdown-counter             pic 9(05).
           05 ck-total-markdown-amount        pic 9(06)v99.
           05 ck-transfer-counter             pic 9(05).
           05 ck-transfer-units               pic 9(07).
      * Per-tender counters, one slot per tender-table entry in the
      * order the tender master loads - a restart must run against
      * the same TenderMast.dat for these to line back up.
