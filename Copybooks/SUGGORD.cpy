      *----------------------------------------------------------------
      * SUGGORD - Suggested_Orders.dat record.  Program26 writes one
      * line per store/SKU position standing at or below its reorder
      * point: the on-hand figure it found, the min/max it held the
      * position to, and the quantity that brings the position back
      * to its order-up-to level.  The release flag goes out as 'N';
      * buying reviews the file, amends quantities where they know
      * better, and flips the lines they release to 'Y'.
      *----------------------------------------------------------------
       01 suggested-order-record.
           05 so-run-date                     pic 9(06).
           05 filler                          pic x(02).
           05 so-store-number                 pic x(02).
           05 filler                          pic x(02).
           05 so-sku-code                     pic x(15).
           05 filler                          pic x(02).
           05 so-qty-on-hand                  pic s9(07)
               sign is leading separate.
           05 filler                          pic x(02).
           05 so-reorder-point                pic 9(05).
           05 filler                          pic x(02).
           05 so-order-up-to                  pic 9(05).
           05 filler                          pic x(02).
           05 so-suggested-qty                pic 9(05).
           05 filler                          pic x(02).
           05 so-release-flag                 pic x(01).
               88 so-is-released                  value "Y".
