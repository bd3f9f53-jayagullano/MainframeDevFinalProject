      *----------------------------------------------------------------
      * XFRMAST - Transfer_Master.dat record, indexed by the
      * transfer's document number.  Program29 opens an entry when
      * the sending store ships ('T' stage S) and closes it when the
      * receiving store confirms arrival ('T' stage A), so stock
      * between stores is tracked instead of vanishing into shrink.
      * Edits holds each arrival to its entry - in transit, same
      * SKU and stores, no more units than shipped.  An arrival
      * short of the shipped units closes the entry 'S', and the
      * difference is the stock lost on the road.  The run dates
      * let a rerun of the day re-apply the same figures instead of
      * reporting its own postings as duplicates.
      *----------------------------------------------------------------
       01 transfer-master-record.
           05 xf-transfer-number              pic x(09).
           05 xf-sku-code                     pic x(15).
           05 xf-from-store                   pic x(02).
           05 xf-to-store                     pic x(02).
           05 xf-shipped-qty                  pic 9(05).
           05 xf-ship-date                    pic 9(08).
           05 xf-arrived-qty                  pic 9(05).
           05 xf-arrival-date                 pic 9(08).
           05 xf-status                       pic x(01).
               88 xf-is-in-transit                value "T".
               88 xf-is-arrived                   value "A".
               88 xf-is-arrived-short             value "S".
           05 xf-ship-run-date                pic 9(06).
           05 xf-arrival-run-date             pic 9(06).
