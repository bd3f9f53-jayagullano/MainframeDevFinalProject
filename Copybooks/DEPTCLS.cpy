      *----------------------------------------------------------------
      * DEPTCLS - Dept_Class.dat record - the merchandise hierarchy
      * the buyers work by.  A 'D' line is a department (code and
      * description, class code blank); a 'C' line is a class under
      * the department it names.  Class codes are unique across the
      * company, so a SKU on SkuMast.dat carries only its class and
      * the department follows from it.  Kept through Program11
      * (record type DC); Program42 rolls the night up by it.
      *----------------------------------------------------------------
       01 dept-class-record.
           05 dc-record-level                pic x(01).
               88 dc-is-department               value "D".
               88 dc-is-class                    value "C".
           05 dc-dept-code                   pic x(03).
           05 dc-class-code                  pic x(04).
           05 dc-description                 pic x(24).
