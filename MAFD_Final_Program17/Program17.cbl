      *stream.  SkuMast.dat says a SKU exists, and Program3 totals
      *the units that sold, but nothing knew how many units stand
      *in any store until the annual count.  Each run this program
      *reads the receiving file (stock arriving at the back door
      *adds on - now the Receipts_Matched.dat Program27 passes on
      *once each receipt has been held to its purchase-order line,
      *so a receipt that failed the match never becomes stock), the
      *sales lines on Sales_Layaway.dat
      *(each 'S', 'D' or 'L' line with a SKU draws one unit down -
      *an 'H' header's items ride its detail lines), Returns.dat
      *(each return puts its unit back) and Exchanges.dat (both
      *sides now that the record carries them: the returned item
      *comes back in, the replacement goes out) and Transfers.dat (a
      *'T' shipment draws its units off the sending store the day
      *it ships, and the units only land on the receiving store the
      *day that store confirms arrival - in between they are in
      *transit, on neither shelf), accumulates the day's net
      *movement per store and SKU, and posts the batch against the
      *indexed on-hand master the way Program2 posts layaway
      *payments: an entry already posted today (a rerun) has that

       file section.
       fd split-input-file
          record contains 127 characters
          data record is input-line.

      *The shared split-file record layout, as written by Program2

       fd receiving-file
           data record is receiving-record
           record contains 38 characters.

       copy RCVREC.

       fd on-hand-master-file
           data record is on-hand-master-record
           record contains 69 characters.

       copy ONHAND.

      *File names - overridable via environment variables so a rerun
      *or an alternate data set does not require a recompile.
       01 ws-receipts-filename               pic x(60) value
           "../../../data/Receipts_Matched.dat".
       01 ws-sl-filename                     pic x(60) value
           "../../../data/Sales_Layaway.dat".
       01 ws-return-filename                 pic x(60) value
           "../../../data/Returns.dat".
       01 ws-exchange-filename               pic x(60) value
           "../../../data/Exchanges.dat".
       01 ws-transfer-filename               pic x(60) value
           "../../../data/Transfers.dat".
       01 ws-onhand-filename                 pic x(60) value
           "../../../data/OnHand_Master.dat".
       01 ws-report-filename                 pic x(60) value
           "../../../data/Stock_Exceptions.out".

      *The split-input SELECT is reopened once per file with this
      *name, since the four share the one record layout.
       01 ws-current-input-filename          pic x(60).

       01 ws-input-status                    pic xx.
       01 ws-receipts-status                 pic xx.
       01 ws-onhand-status                   pic xx.

      *S draws a unit per line, R puts one back, an X exchange
      *moves both sides - the returned item in, the replacement
      *out - and a T transfer moves its units off the sender or
      *onto the receiver.
       77 ws-move-mode                         pic x.
           88 ws-move-mode-is-return               value "R".
           88 ws-move-mode-is-exchange             value "X".
           88 ws-move-mode-is-transfer             value "T".

      *The day's stock movement, accumulated per store and SKU and
      *posted against the master in one batch at end of run -
           accept ws-exchange-filename
               from environment "MAFD17_EXCHANGEFILE"
               on exception continue end-accept.
           accept ws-transfer-filename
               from environment "MAFD17_TRANSFERFILE"
               on exception continue end-accept.
           accept ws-onhand-filename
               from environment "MAFD17_ONHANDFILE"
               on exception continue end-accept.
           move "X"                            to ws-move-mode.
           perform 150-process-one-split-file.

           move ws-transfer-filename           to
               ws-current-input-filename.
           move "T"                            to ws-move-mode.
           perform 150-process-one-split-file.

           perform 400-post-stock-movement.

           close on-hand-master-file.

           if ws-move-mode-is-exchange then
               perform 250-accumulate-exchange
           else if ws-move-mode-is-transfer then
               perform 260-accumulate-transfer
           else
               if il-sku-code = spaces then
                   continue
               perform 300-accumulate-movement
           end-if.

      *A transfer shipment draws its units off the sending store;
      *an arrival puts the units that actually arrived onto the
      *receiving store.
       260-accumulate-transfer.

           move il-sku-code                    to ws-move-sku.
           move zeros                          to ws-move-date.

           if il-sku-code not = spaces
             and il-transfer-qty numeric then
               if il-transfer-is-shipped then
                   move il-store-number        to ws-move-store
                   compute ws-move-qty = 0 - il-transfer-qty
                   perform 300-accumulate-movement
               end-if
               if il-transfer-is-arrived then
                   move il-transfer-to-store   to ws-move-store
                   move il-transfer-qty        to ws-move-qty
                   perform 300-accumulate-movement
               end-if
           end-if.

      *Rolls the movement in hand into its store/SKU posting entry,
      *adding the entry on first sight.
       300-accumulate-movement.
           move stp-sku-code(ws-stp-sub)       to oh-sku-code.
           move zeros                          to oh-qty-on-hand,
               oh-last-receipt-date, oh-posted-run-date,
               oh-posted-run-qty, oh-count-run-date,
               oh-count-adj-qty, oh-last-count-date.

           perform 430-apply-posting.

