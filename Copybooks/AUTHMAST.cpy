      * user ID the transactions carry, the record types they may
      * touch (two-character codes run together - ST, SK, IC, GL,
      * PR, CA), the actions they may take (A, C, R run together),
      * and an active flag.  Types added since the file was first
      * cut (RP, CU onward) go in the overflow column on the end of
      * the line, so the existing entries read unchanged.
      * Program11 rejects - with an audit line saying so - any
      * transaction whose user the file does not authorize for
      * that type and action, so retiring a store is no longer
      * something anyone who can write a line into
      * Maint_Transactions.dat can do.
      *----------------------------------------------------------------
       01 authority-master-record.
           05 am-actions                      pic x(03).
           05 am-active                       pic x(01).
               88 am-user-is-active               value "Y".
           05 am-more-record-types            pic x(12).
