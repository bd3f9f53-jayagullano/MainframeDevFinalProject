      *----------------------------------------------------------------
      * UPLDCTL - The control records that bracket a store's POS
      * upload (Upload_nn.dat), laid over the same 127 bytes as the
      * transaction records between them.  The first record is the
      * header - type 0, the store, the business date the day's
      * records belong to and how many registers were polled; the
      * last is the trailer - type 9, the store, and the record
      * count and amount total (il-transaction-amount summed over
      * every record between the two) as the POS counted them.
      * Neither type is a transaction code, so neither can be
      * mistaken for one.  Program22 holds each file to its own
      * trailer and strips both before Input.dat is built.
      *----------------------------------------------------------------
       01 upload-control-record.
           05 uc-record-type                   pic x(01).
               88 uc-is-header                     value "0".
               88 uc-is-trailer                    value "9".
           05 uc-header-area.
               10 uch-store-number             pic x(02).
               10 uch-business-date            pic 9(08).
               10 uch-register-count           pic 9(03).
               10 filler                       pic x(113).
           05 uc-trailer-area redefines uc-header-area.
               10 uct-store-number             pic x(02).
               10 uct-record-count             pic 9(07).
               10 uct-amount-total             pic 9(09)v99.
               10 filler                       pic x(106).
