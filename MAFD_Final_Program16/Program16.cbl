      *books at month end - the way Program6 reports the tax side.
      *The inputs share one SELECT, reopened per file, since the
      *record layout is common; every file name is driven from the
      *environment instead of a hardcoded path.  Each card posted
      *remembers the latest transaction date of its activity, the
      *date the yearly unclaimed-property run (Program33) ages for
      *dormancy; a card that run has escheated keeps its E status.

       environment division.
       configuration section.

       file section.
       fd gc-input-file
          record contains 127 characters
          data record is input-line.

      *The shared split-file record layout, as written by Program2

       fd gift-card-master-file
           data record is gift-card-master-record
           record contains 103 characters.

       copy GCMAST.

               10 gcp-card-number              pic x(15).
               10 gcp-store-number             pic x(02).
               10 gcp-first-date               pic 9(08).
               10 gcp-last-date                pic 9(08).
               10 gcp-issued-delta             pic 9(07)v99.
               10 gcp-redeemed-delta           pic s9(07)v99.

               move il-store-number            to
                   gcp-store-number(ws-gcp-sub)
               move il-trans-date              to
                   gcp-first-date(ws-gcp-sub),
                   gcp-last-date(ws-gcp-sub)
               move zeros                      to
                   gcp-issued-delta(ws-gcp-sub),
                   gcp-redeemed-delta(ws-gcp-sub)
           end-if.

           if il-trans-date numeric
             and il-trans-date > gcp-last-date(ws-gcp-sub) then
               move il-trans-date              to
                   gcp-last-date(ws-gcp-sub)
           end-if.

      *An exchange's difference draws the card or refunds onto it
      *by direction - a dearer return settled to a gift card is
      *money back on the card.
           move zeros                          to gc-issued-to-date,
               gc-redeemed-to-date, gc-balance,
               gc-posted-run-date, gc-posted-run-issued,
               gc-posted-run-redeemed, gc-last-activity-date,
               gc-escheat-date, gc-escheated-amount.
           move "A"                            to gc-status.

           perform 430-apply-posting.
               move ws-new-balance             to gc-balance
           end-if.

           if gc-last-activity-date not numeric
             or gcp-last-date(ws-gcp-sub) > gc-last-activity-date then
               move gcp-last-date(ws-gcp-sub)  to
                   gc-last-activity-date
           end-if.

           if gc-is-escheated then
               continue
           else
               if gc-balance = 0 then
                   move "Z"                    to gc-status
               else
                   move "A"                    to gc-status
               end-if
           end-if.

      *Prints the liability report off the posted master: one line
