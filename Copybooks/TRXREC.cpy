      * took (or gave back - the direction is whichever side is
      * larger).  The exchange fields are spaces/zero on everything
      * else.
      * A 'T' store-to-store transfer moves goods, not money: the
      * store number is the sending store, and the exchange-SKU
      * area - unused on anything but an 'X' - carries the
      * receiving store, the units moved and the stage (S shipped,
      * rung by the sender; A arrived, rung when the receiving
      * store confirms).  Both stages quote the transfer's document
      * number in the invoice field.
      * An 'E' exempt flag says the sale is legally tax-exempt; the
      * certificate number beside it names the exemption
      * certificate, validated by Edits against the certificate
      * master, and the tax programs leave the record out of what
      * they compute into Tax_Liability.dat.
      * The customer number is the loyalty number the register
      * scanned - spaces when the shopper gave none.  Edits holds
      * it to the customer master; Program30 earns points on it,
      * claws them back on returns and voids, and draws them down
      * when the record is tendered PT (points).
      * A record tendered FC (foreign cash) carries, in the
      * gift-card area it has no other use for, the currency the
      * customer paid in and the foreign amount handed over; the
      * transaction amount is that foreign amount converted at the
      * register rate on Exchange_Rates.dat, and Edits holds the
      * two to agree.
      *----------------------------------------------------------------
       01 input-line.
           05 il-transaction-code              pic x.
           05 il-trans-date                    pic 9(8).
           05 il-trans-time                    pic 9(4).
           05 il-gift-card-number              pic x(15).
           05 il-foreign-tender redefines il-gift-card-number.
               10 il-foreign-currency          pic x(03).
               10 il-foreign-amount            pic 9(05)v99.
               10 filler                       pic x(05).
           05 il-cashier-id                    pic x(04).
           05 il-promo-code                    pic x(06).
           05 il-exchange-sku                  pic x(15).
           05 il-transfer-detail redefines il-exchange-sku.
               10 il-transfer-to-store         pic x(02).
               10 il-transfer-qty              pic 9(05).
               10 il-transfer-stage            pic x(01).
                   88 il-transfer-is-shipped       value "S".
                   88 il-transfer-is-arrived       value "A".
               10 filler                       pic x(07).
           05 il-exchange-amount               pic 9(5)v99.
           05 il-exchange-ret-amount           pic 9(5)v99.
           05 il-exempt-flag                   pic x(01).
               88 il-record-is-exempt              value "E".
           05 il-exempt-cert                   pic x(12).
           05 il-customer-number               pic x(10).
