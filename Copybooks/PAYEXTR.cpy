      *----------------------------------------------------------------
      * PAYEXTR - Payroll_Extract.dat record, the fixed-format
      * commission file payroll loads instead of re-keying the
      * statements.  One 'CM' record per cashier paid for the
      * period, then one 'TR' trailer carrying the record count and
      * the total paid so the load can balance itself.  Amounts
      * are unedited with an implied decimal point.
      *----------------------------------------------------------------
       01 payroll-extract-record.
           05 px-record-type                  pic x(02).
               88 px-is-commission                value "CM".
               88 px-is-trailer                   value "TR".
           05 px-cashier-id                   pic x(04).
           05 px-cashier-name                 pic x(20).
           05 px-home-store                   pic x(02).
           05 px-period-start                 pic 9(08).
           05 px-period-end                   pic 9(08).
           05 px-net-sales                    pic s9(07)v99
               sign is leading separate.
           05 px-commission                   pic 9(07)v99.
           05 px-bonus                        pic 9(07)v99.
           05 px-total-pay                    pic 9(07)v99.
       01 payroll-trailer-record redefines payroll-extract-record.
           05 pt-record-type                  pic x(02).
           05 pt-record-count                 pic 9(05).
           05 pt-total-pay                    pic 9(09)v99.
           05 pt-period-start                 pic 9(08).
           05 pt-period-end                   pic 9(08).
           05 filler                          pic x(47).
