      *each flyer (descriptions off the promotion master), so what
      *a promotion cost comes off the report instead of being
      *guessed.  A certificate-backed exempt sale computes no tax,
      *so the liability file stops overstating what we owe.  In
      *flash mode (MAFD3_FLASHMODE=Y) the midday flash job reports
      *on the part of the day split so far and appends nothing: no
      *tax liability, no run-control line and no year-to-date
      *accrual, so the night's run is neither refused nor doubled.

       environment division.
       configuration section.

       file section.
       fd in-file
          record contains 127 characters
          data record is input-line.

      *The shared transaction-record layout - changed in the
      *transaction record, under its own names since the shared
      *copybook already claims them for the sales input.
       fd markdown-file
           record contains 127 characters
           data record is markdown-line.

       01 markdown-line.

       fd store-master-file
           data record is store-master-record
           record contains 41 characters.

       copy STORMAST.

       fd sku-master-file
           data record is sku-master-record
           record contains 63 characters.

       copy SKUMAST.

       77 ws-ytd-mode                          pic x value "N".
           88 ws-ytd-mode-is-on                    value "Y".

      *Flash switch - 'Y' reports a partial day for the flash report
      *and appends nothing to any shared file.
       77 ws-flash-mode                        pic x value "N".
           88 ws-flash-mode-is-on                  value "Y".

       copy YTDREC replacing ==ytd-totals-record== by
           ==ws-ytd-saved-totals==.

           accept ws-rerun-mode
               from environment "MAFD3_RERUN"
               on exception continue end-accept.
           accept ws-flash-mode
               from environment "MAFD3_FLASHMODE"
               on exception continue end-accept.

      *Open input and output files
           open input in-file,
           perform 080-load-tender-table.
           perform 086-load-promo-table.

           if ws-ytd-mode-is-on
             and not ws-flash-mode-is-on then
               perform 090-load-ytd-totals
           end-if.


           perform 400-summaryReport.

           if ws-ytd-mode-is-on
             and not ws-flash-mode-is-on then
               perform 650-write-ytd-totals
           end-if.

      *The tax-liability append is guarded by the run-control file:
      *a date-and-step already complete is refused, or backed out
      *and replaced under the explicit rerun switch.  A flash run
      *appends nothing, so it neither checks nor marks the guard.
           if ws-flash-mode-is-on then
               move "N"                        to ws-append-allowed
           else
               perform 580-check-run-control
           end-if.

           if ws-append-is-allowed then
               perform 600-write-tax-liability
               perform 640-write-run-control
           else if not ws-flash-mode-is-on then
               display "MAFD3TL ALREADY COMPLETE FOR " ws-sys-date
                   " - TAX LIABILITY APPEND REFUSED"
               display "SET MAFD3_RERUN=Y TO BACK OUT AND REPLACE"
