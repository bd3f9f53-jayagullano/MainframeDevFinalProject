      *----------------------------------------------------------------
      * SLSPLAN - Sales_Plan.dat record - the budget finance sets.
      * One line per store per month (yyyymm): the planned net sales
      * for the whole month.  Finance delivers the year's file once
      * a year; amendments after that are keyed through Program11
      * (record type SP) so each one is audited.  Program35 prorates
      * the month's figure over its trading days to get the plan to
      * date it holds each store's actual against.
      *----------------------------------------------------------------
       01 sales-plan-record.
           05 sp-store-number                 pic x(02).
           05 sp-period                       pic 9(06).
           05 sp-planned-net                  pic 9(09)v99.
