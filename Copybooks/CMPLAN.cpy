      *----------------------------------------------------------------
      * CMPLAN - Commission_Plan.dat record - the floor-staff
      * commission plan payroll keeps.  A 'C' line gives one
      * cashier their own rate; an 'S' line gives the rate for every
      * cashier whose home store it is, and a cashier-level line
      * wins over the store's.  The rate is a fraction of the
      * cashier's net sales for the pay period (.0150 is 1.5%).  A
      * sales target above zero adds the bonus rate on the net
      * sales over the target; a zero target means no bonus tier.
      *----------------------------------------------------------------
       01 commission-plan-record.
           05 cp-plan-type                    pic x(01).
               88 cp-is-cashier-plan              value "C".
               88 cp-is-store-plan                value "S".
           05 cp-plan-key                     pic x(04).
           05 cp-commission-rate              pic 9v9999.
           05 cp-sales-target                 pic 9(07)v99.
           05 cp-bonus-rate                   pic 9v9999.
