       identification division.
       program-id. MAFD_Final_Program39.
       author. Rolando Agullano.
       date-written. 2026-10-15.
      *Purpose: This program takes the before-images of the nightly
      *masters and restores them.  A bad night writes into the
      *indexed masters - Layaway_Master.dat, InvoiceIndex.dat,
      *GiftCard_Master.dat, OnHand_Master.dat, PO_Master.dat,
      *Transfer_Master.dat, Customer_Master.dat and
      *Sales_History.dat - and into the cumulative files the stream
      *appends to or rolls forward (Daily_Totals.dat,
      *Tax_Liability.dat, Run_Control.dat and the rest listed
      *below), and the rerun switches do not protect any of them
      *against a corrupt input file.  Restoring a night by hand
      *from scattered copies was what kept operations up until
      *3am.  Run in mode B ahead of the first step of MAFDRUN that
      *posts to any of them, it copies each one to a before-image
      *stamped with the cycle date (an absent file gives an empty
      *image) and keeps a catalog of the dates imaged, deleting
      *the images past the retention count.  A rerun of the cycle
      *the same day keeps the images already taken, so they stay
      *the state before the cycle's first attempt.  Run in mode R
      *with a cycle date, it restores every one of them from that
      *date's images - the state before that cycle ran - after
      *first checking every image is there (one missing and
      *nothing is touched, RC 16), drops the later cycles from the
      *catalog since they are undone with it, and reports what was
      *restored.  Maint_Audit.dat is not touched - the audit trail
      *is never rolled back.  Return_History.dat, which Program4
      *rewrites nightly, is imaged with the other flat files.  Every
      *file name is driven from the environment.

       environment division.
       configuration section.
       input-output section.
       file-control.

           select layaway-master-file
               assign to ws-laymast-filename
               organization is indexed
               access mode is sequential
               record key is ly-invoice-number
               file status is ws-master-status.

           select invoice-index-file
               assign to ws-invoiceidx-filename
               organization is indexed
               access mode is sequential
               record key is ix-invoice-number
               file status is ws-master-status.

           select gift-card-master-file
               assign to ws-gcmast-filename
               organization is indexed
               access mode is sequential
               record key is gc-card-number
               file status is ws-master-status.

           select on-hand-master-file
               assign to ws-onhand-filename
               organization is indexed
               access mode is sequential
               record key is oh-record-key
               file status is ws-master-status.

           select po-master-file
               assign to ws-pomast-filename
               organization is indexed
               access mode is sequential
               record key is po-record-key
               file status is ws-master-status.

           select transfer-master-file
               assign to ws-xfrmast-filename
               organization is indexed
               access mode is sequential
               record key is xf-transfer-number
               file status is ws-master-status.

           select customer-master-file
               assign to ws-custmast-filename
               organization is indexed
               access mode is sequential
               record key is cu-customer-number
               file status is ws-master-status.

           select sales-history-file
               assign to ws-saleshist-filename
               organization is indexed
               access mode is sequential
               record key is sh-record-key
               file status is ws-master-status.

            select image-file
                assign to ws-image-filename
                organization is line sequential
                file status is ws-image-status.

            select flat-file
                assign to ws-flat-filename
                organization is line sequential
                file status is ws-flat-status.

           select catalog-file
               assign to ws-catalog-filename
               organization is line sequential
               file status is ws-catalog-status.

           select report-file
                assign to ws-report-filename
                organization is line sequential.

       data division.

       file section.
       fd layaway-master-file
           data record is layaway-master-record
           record contains 66 characters.

       copy LAYMAST.

       fd invoice-index-file
           data record is invoice-index-record
           record contains 68 characters.

       copy INVIDX.

       fd gift-card-master-file
           data record is gift-card-master-record
           record contains 103 characters.

       copy GCMAST.

       fd on-hand-master-file
           data record is on-hand-master-record
           record contains 69 characters.

       copy ONHAND.

       fd po-master-file
           data record is po-master-record
           record contains 71 characters.

       copy POMAST.

       fd transfer-master-file
           data record is transfer-master-record
           record contains 67 characters.

       copy XFRMAST.

       fd customer-master-file
           data record is customer-master-record
           record contains 129 characters.

       copy CUSTMAST.

       fd sales-history-file
           data record is sales-history-record
           record contains 54 characters.

       copy SLSHIST.

      *One generic line serves every image and cumulative file -
      *the widest, the reject suspense record, is inside 400.
       fd image-file
           data record is image-line
           record contains 400 characters.

       01 image-line                          pic x(400).

       fd flat-file
           data record is flat-line
           record contains 400 characters.

       01 flat-line                           pic x(400).

       fd catalog-file
           data record is catalog-record
           record contains 8 characters.

       01 catalog-record.
           05 cat-image-date                  pic 9(08).

       fd report-file
           record contains 130 characters
           data record is report-line.

       01 report-line.
           05 filler                           pic x(130).

       working-storage section.

      *File names - overridable via environment variables so a rerun
      *or an alternate data set does not require a recompile.  The
      *indexed masters first, then the cumulative files.
       01 ws-laymast-filename                pic x(60) value
           "../../../data/Layaway_Master.dat".
       01 ws-invoiceidx-filename             pic x(60) value
           "../../../data/InvoiceIndex.dat".
       01 ws-gcmast-filename                 pic x(60) value
           "../../../data/GiftCard_Master.dat".
       01 ws-onhand-filename                 pic x(60) value
           "../../../data/OnHand_Master.dat".
       01 ws-pomast-filename                 pic x(60) value
           "../../../data/PO_Master.dat".
       01 ws-xfrmast-filename                pic x(60) value
           "../../../data/Transfer_Master.dat".
       01 ws-custmast-filename               pic x(60) value
           "../../../data/Customer_Master.dat".
       01 ws-saleshist-filename              pic x(60) value
           "../../../data/Sales_History.dat".
       01 ws-dailytot-filename               pic x(60) value
           "../../../data/Daily_Totals.dat".
       01 ws-taxliab-filename                pic x(60) value
           "../../../data/Tax_Liability.dat".
       01 ws-runctl-filename                 pic x(60) value
           "../../../data/Run_Control.dat".
       01 ws-forfjrnl-filename               pic x(60) value
           "../../../data/Forfeit_Journal.dat".
       01 ws-hvreturn-filename               pic x(60) value
           "../../../data/High_Value_Returns.dat".
       01 ws-review-filename                 pic x(60) value
           "../../../data/HV_Review.dat".
       01 ws-fingerprint-filename            pic x(60) value
           "../../../data/Input_Fingerprints.dat".
       01 ws-suspense-filename               pic x(60) value
           "../../../data/Reject_Suspense.dat".
       01 ws-checkpoint-filename             pic x(60) value
           "../../../data/Checkpoint2.dat".
       01 ws-ytd2-filename                   pic x(60) value
           "../../../data/Ytd_Totals_Program2.dat".
       01 ws-ytd3-filename                   pic x(60) value
           "../../../data/Ytd_Totals_Program3.dat".
       01 ws-commaccum-filename              pic x(60) value
           "../../../data/Commission_Accum.dat".
       01 ws-diff-filename                   pic x(60) value
           "../../../data/Settle_Diffs.dat".
       01 ws-hold-filename                   pic x(60) value
           "../../../data/Receipt_Holds.dat".
       01 ws-hourwtd-filename                pic x(60) value
           "../../../data/Hourly_WTD.dat".
       01 ws-salesmtd-filename               pic x(60) value
           "../../../data/Sales_Actual_MTD.dat".
       01 ws-tillhist-filename               pic x(60) value
           "../../../data/Till_History.dat".
       01 ws-skumast-filename                pic x(60) value
           "../../../data/SkuMast.dat".
       01 ws-pricechg-filename               pic x(60) value
           "../../../data/Price_Changes.dat".
       01 ws-rethist-filename                pic x(60) value
           "../../../data/Return_History.dat".
       01 ws-catalog-filename                pic x(60) value
           "../../../data/Before_Image_Catalog.dat".
       01 ws-report-filename                 pic x(60) value
           "../../../data/Before_Image.out".

       01 ws-master-status                   pic xx.
       01 ws-image-status                    pic xx.
       01 ws-flat-status                     pic xx.
       01 ws-catalog-status                  pic xx.

      *B takes tonight's before-images; R restores a cycle's.
       01 ws-mode                            pic x(01) value "B".
           88 ws-mode-is-backup                  value "B".
           88 ws-mode-is-restore                 value "R".

      *The cycle to restore (mode R), yyyymmdd.
       01 ws-cycle-date-env                  pic x(10).
       77 ws-cycle-date                        pic 9(08) value 0.

      *Y retakes a cycle's images already taken today - only for a
      *cycle known to have been rolled back first.
       01 ws-retake                          pic x(01) value "N".
           88 ws-retake-is-wanted                value "Y".

      *How many cycles' images stay on disk - overridable via the
      *environment.
       77 ws-retention-count                   pic 9(3) value 7.
       01 ws-retention-count-env              pic x(10).

      *The files imaged, in the order they are imaged and
      *restored.  A master code says which indexed master the
      *entry is; zero is a cumulative flat file.
       01 ws-image-list.
           05 ws-image-entry occurs 28 times.
               10 img-base-filename            pic x(60).
               10 img-master-code              pic 9(01).
               10 img-was-present              pic x(01).
               10 img-record-count             pic 9(07).
               10 img-restored-count           pic 9(07).
               10 img-reject-count             pic 9(07).
               10 img-restore-note             pic x(30).

       77 ws-img-sub                           pic 9(02).
       77 ws-missing-count                     pic 9(02) value 0.
       77 ws-problem-count                     pic 9(02) value 0.

      *The file names in flight.
       01 ws-image-filename                  pic x(80).
       01 ws-flat-filename                   pic x(80).
       77 ws-image-date                        pic 9(08).

      *Image-date catalog held in storage, oldest first, then
      *written back.
       01 ws-catalog-table.
           05 ws-catalog-entry occurs 400 times.
               10 ctl-image-date               pic 9(08).

       77 ws-catalog-count                     pic 9(03) value 0.
       77 ws-ctl-sub                           pic 9(03).
       77 ws-purge-count                       pic 9(03) value 0.
       77 ws-keep-count                        pic 9(03).
       77 ws-date-on-catalog                   pic x value "N".
           88 ws-date-is-on-catalog                value "Y".

       77 ws-today-date-8                      pic 9(08).
       01 ws-delete-filename                  pic x(80).

      *The step's own return code, set last since the file-delete
      *routine leaves its status in RETURN-CODE.
       77 ws-final-rc                          pic 9(02) value 0.

      *Headers For Formatting Purposes:

       01 ws-heading1.
           05 filler                           pic x(14) value spaces.
           05 filler                           pic x(46)
            value "Group 7, Final Project Program 39 Images".
           05 filler                           pic x(13)
            value spaces.
           05 ws-sys-date                      pic 9(6).
           05 filler                           pic x(15)
            value spaces.
           05 ws-sys-time                      pic 9(8).

       01 ws-mode-line.
           05 ws-mdl-text                      pic x(40).
           05 ws-mdl-date                      pic 9(08).

       01 ws-message-line.
           05 ws-msg-text                      pic x(70).
           05 ws-msg-date                      pic 9(08).

       01 ws-file-heading.
           05 filler                           pic x(40) value
               "File                                    ".
           05 filler                           pic x(40) value
               "                       Records  Restored".
           05 filler                           pic x(08) value
               "  Status".

       01 ws-file-line.
           05 ws-fl-name                       pic x(60).
           05 filler                           pic x(03).
           05 ws-fl-records                    pic z,zzz,zz9.
           05 filler                           pic x(01).
           05 ws-fl-restored                   pic x(09).
           05 filler                           pic x(02).
           05 ws-fl-status                     pic x(30).

       01 ws-count-edit                      pic z,zzz,zz9.

      *EOF Flag
       77 ws-eof-flag                          pic x
               value "n".

       procedure division.
       000-Main.

      *Read file-name overrides, the mode and the limits from the
      *environment.
           accept ws-laymast-filename
               from environment "MAFD39_LAYMASTFILE"
               on exception continue end-accept.
           accept ws-invoiceidx-filename
               from environment "MAFD39_INVOICEIDXFILE"
               on exception continue end-accept.
           accept ws-gcmast-filename
               from environment "MAFD39_GCMASTFILE"
               on exception continue end-accept.
           accept ws-onhand-filename
               from environment "MAFD39_ONHANDFILE"
               on exception continue end-accept.
           accept ws-pomast-filename
               from environment "MAFD39_POMASTFILE"
               on exception continue end-accept.
           accept ws-xfrmast-filename
               from environment "MAFD39_XFRMASTFILE"
               on exception continue end-accept.
           accept ws-custmast-filename
               from environment "MAFD39_CUSTMASTFILE"
               on exception continue end-accept.
           accept ws-saleshist-filename
               from environment "MAFD39_SALESHISTFILE"
               on exception continue end-accept.
           accept ws-dailytot-filename
               from environment "MAFD39_DAILYTOTFILE"
               on exception continue end-accept.
           accept ws-taxliab-filename
               from environment "MAFD39_TAXLIABFILE"
               on exception continue end-accept.
           accept ws-runctl-filename
               from environment "MAFD39_RUNCTLFILE"
               on exception continue end-accept.
           accept ws-forfjrnl-filename
               from environment "MAFD39_FORFJRNLFILE"
               on exception continue end-accept.
           accept ws-hvreturn-filename
               from environment "MAFD39_HVRETURNFILE"
               on exception continue end-accept.
           accept ws-review-filename
               from environment "MAFD39_REVIEWFILE"
               on exception continue end-accept.
           accept ws-fingerprint-filename
               from environment "MAFD39_FINGERPRINTFILE"
               on exception continue end-accept.
           accept ws-suspense-filename
               from environment "MAFD39_SUSPENSEFILE"
               on exception continue end-accept.
           accept ws-checkpoint-filename
               from environment "MAFD39_CHECKPOINTFILE"
               on exception continue end-accept.
           accept ws-ytd2-filename
               from environment "MAFD39_YTD2FILE"
               on exception continue end-accept.
           accept ws-ytd3-filename
               from environment "MAFD39_YTD3FILE"
               on exception continue end-accept.
           accept ws-commaccum-filename
               from environment "MAFD39_COMMACCUMFILE"
               on exception continue end-accept.
           accept ws-diff-filename
               from environment "MAFD39_DIFFFILE"
               on exception continue end-accept.
           accept ws-hold-filename
               from environment "MAFD39_HOLDFILE"
               on exception continue end-accept.
           accept ws-hourwtd-filename
               from environment "MAFD39_HOURWTDFILE"
               on exception continue end-accept.
           accept ws-salesmtd-filename
               from environment "MAFD39_SALESMTDFILE"
               on exception continue end-accept.
           accept ws-tillhist-filename
               from environment "MAFD39_TILLHISTFILE"
               on exception continue end-accept.
           accept ws-skumast-filename
               from environment "MAFD39_SKUMASTFILE"
               on exception continue end-accept.
           accept ws-pricechg-filename
               from environment "MAFD39_PRICECHGFILE"
               on exception continue end-accept.
           accept ws-rethist-filename
               from environment "MAFD39_RETHISTFILE"
               on exception continue end-accept.
           accept ws-catalog-filename
               from environment "MAFD39_CATALOGFILE"
               on exception continue end-accept.
           accept ws-report-filename
               from environment "MAFD39_REPORTFILE"
               on exception continue end-accept.
           accept ws-mode
               from environment "MAFD39_MODE"
               on exception continue end-accept.
           accept ws-retake
               from environment "MAFD39_RETAKE"
               on exception continue end-accept.
           move spaces                         to ws-cycle-date-env.
           accept ws-cycle-date-env
               from environment "MAFD39_CYCLEDATE"
               on exception continue end-accept.
           if ws-cycle-date-env(1:8) numeric
               move ws-cycle-date-env(1:8)     to ws-cycle-date
           end-if.
           accept ws-retention-count-env
               from environment "MAFD39_RETENTION"
               on exception continue end-accept.
           if ws-retention-count-env not = spaces
               move ws-retention-count-env     to ws-retention-count
           end-if.

           accept ws-sys-date                  from date.
           accept ws-sys-time                  from time.
           accept ws-today-date-8              from date yyyymmdd.

           perform 100-build-image-list.

           open output report-file.
           write report-line                   from ws-heading1
               after advancing 1 lines.

           if ws-mode-is-restore then
               move ws-cycle-date              to ws-image-date
               perform 150-load-catalog
               perform 600-restore-cycle
           else
               move ws-today-date-8            to ws-image-date
               perform 150-load-catalog
               perform 200-take-before-images
           end-if.

           close report-file.

           move ws-final-rc                    to return-code.

           stop run.

      *The work list the image and restore loops run down, filled
      *from the names above.
       100-build-image-list.

           move ws-laymast-filename            to img-base-filename(1).
           move 1                              to img-master-code(1).
           move ws-invoiceidx-filename         to img-base-filename(2).
           move 2                              to img-master-code(2).
           move ws-gcmast-filename             to img-base-filename(3).
           move 3                              to img-master-code(3).
           move ws-onhand-filename             to img-base-filename(4).
           move 4                              to img-master-code(4).
           move ws-pomast-filename             to img-base-filename(5).
           move 5                              to img-master-code(5).
           move ws-xfrmast-filename            to img-base-filename(6).
           move 6                              to img-master-code(6).
           move ws-custmast-filename           to img-base-filename(7).
           move 7                              to img-master-code(7).
           move ws-saleshist-filename          to img-base-filename(8).
           move 8                              to img-master-code(8).
           move ws-dailytot-filename           to img-base-filename(9).
           move 0                              to img-master-code(9).
           move ws-taxliab-filename            to img-base-filename(10).
           move 0                              to img-master-code(10).
           move ws-runctl-filename             to img-base-filename(11).
           move 0                              to img-master-code(11).
           move ws-forfjrnl-filename           to img-base-filename(12).
           move 0                              to img-master-code(12).
           move ws-hvreturn-filename           to img-base-filename(13).
           move 0                              to img-master-code(13).
           move ws-review-filename             to img-base-filename(14).
           move 0                              to img-master-code(14).
           move ws-fingerprint-filename        to img-base-filename(15).
           move 0                              to img-master-code(15).
           move ws-suspense-filename           to img-base-filename(16).
           move 0                              to img-master-code(16).
           move ws-checkpoint-filename         to img-base-filename(17).
           move 0                              to img-master-code(17).
           move ws-ytd2-filename               to img-base-filename(18).
           move 0                              to img-master-code(18).
           move ws-ytd3-filename               to img-base-filename(19).
           move 0                              to img-master-code(19).
           move ws-commaccum-filename          to img-base-filename(20).
           move 0                              to img-master-code(20).
           move ws-diff-filename               to img-base-filename(21).
           move 0                              to img-master-code(21).
           move ws-hold-filename               to img-base-filename(22).
           move 0                              to img-master-code(22).
           move ws-hourwtd-filename            to img-base-filename(23).
           move 0                              to img-master-code(23).
           move ws-salesmtd-filename           to img-base-filename(24).
           move 0                              to img-master-code(24).
           move ws-tillhist-filename           to img-base-filename(25).
           move 0                              to img-master-code(25).
           move ws-skumast-filename            to img-base-filename(26).
           move 0                              to img-master-code(26).
           move ws-pricechg-filename           to img-base-filename(27).
           move 0                              to img-master-code(27).
           move ws-rethist-filename            to img-base-filename(28).
           move 0                              to img-master-code(28).

           perform 105-clear-one-entry
               varying ws-img-sub from 1 by 1
               until ws-img-sub > 28.

       105-clear-one-entry.

           move "N"                            to
               img-was-present(ws-img-sub).
           move zeros                          to
               img-record-count(ws-img-sub),
               img-restored-count(ws-img-sub),
               img-reject-count(ws-img-sub).
           move spaces                         to
               img-restore-note(ws-img-sub).

      *Loads the image-date catalog, noting whether the date in
      *hand is already on it.
       150-load-catalog.

           move 0                              to ws-catalog-count.
           move "N"                            to ws-date-on-catalog.

           open input catalog-file.

           if ws-catalog-status = "00" then
               read catalog-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 155-load-catalog-entry until ws-eof-flag = "y"
               close catalog-file
           end-if.

           move "n"                            to ws-eof-flag.

       155-load-catalog-entry.

           if ws-catalog-count >= 400 then
               display "IMAGE CATALOG TABLE FULL AT 400"
               move 16                         to return-code
               stop run
           end-if.

           add 1                               to ws-catalog-count.
           move cat-image-date                 to
               ctl-image-date(ws-catalog-count).
           if cat-image-date = ws-image-date then
               move "Y"                        to ws-date-on-catalog
           end-if.

           read catalog-file
               at end
                   move "y"                    to ws-eof-flag.

      *Mode B.  Tonight's images are taken once; a rerun of the
      *cycle keeps them unless a retake is asked for.
       200-take-before-images.

           move "Before-images taken for cycle" to ws-mdl-text.
           move ws-image-date                  to ws-mdl-date.
           write report-line                   from ws-mode-line
               after advancing 2 lines.

           if ws-date-is-on-catalog
             and not ws-retake-is-wanted then
               move "Images already taken for this cycle, kept:"
                                               to ws-msg-text
               move ws-image-date              to ws-msg-date
               write report-line               from ws-message-line
                   after advancing 2 lines
           else
               perform 210-take-one-image
                   varying ws-img-sub from 1 by 1
                   until ws-img-sub > 28
               perform 250-add-date-to-catalog
               perform 400-purge-old-images
               perform 500-rewrite-catalog
               perform 280-print-image-lines
           end-if.

       210-take-one-image.

           perform 220-build-image-name.

           open output image-file.

           if img-master-code(ws-img-sub) > 0 then
               perform 230-image-one-master
           else
               perform 240-image-one-flat
           end-if.

           close image-file.

      *The image of a file is its name, ".bi." and the cycle date.
       220-build-image-name.

           move spaces                         to ws-image-filename.
           string function trim(img-base-filename(ws-img-sub))
                   delimited by size
               ".bi." delimited by size
               ws-image-date delimited by size
               into ws-image-filename
           end-string.

       230-image-one-master.

           if img-master-code(ws-img-sub) = 1 then
               perform 310-image-laymast
           end-if.
           if img-master-code(ws-img-sub) = 2 then
               perform 320-image-invoiceidx
           end-if.
           if img-master-code(ws-img-sub) = 3 then
               perform 330-image-gcmast
           end-if.
           if img-master-code(ws-img-sub) = 4 then
               perform 340-image-onhand
           end-if.
           if img-master-code(ws-img-sub) = 5 then
               perform 350-image-pomast
           end-if.
           if img-master-code(ws-img-sub) = 6 then
               perform 360-image-xfrmast
           end-if.
           if img-master-code(ws-img-sub) = 7 then
               perform 370-image-custmast
           end-if.
           if img-master-code(ws-img-sub) = 8 then
               perform 380-image-saleshist
           end-if.

       240-image-one-flat.

           move img-base-filename(ws-img-sub)  to ws-flat-filename.

           open input flat-file.
           if ws-flat-status = "00" then
               move "Y"                        to
                   img-was-present(ws-img-sub)
               read flat-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 245-image-flat-record until ws-eof-flag = "y"
               close flat-file
           end-if.

           move "n"                            to ws-eof-flag.

       245-image-flat-record.

           move flat-line                      to image-line.
           write image-line.
           add 1                               to
               img-record-count(ws-img-sub).

           read flat-file
               at end
                   move "y"                    to ws-eof-flag.

      *Tonight goes on the end of the catalog - once, however many
      *times the step reruns.
       250-add-date-to-catalog.

           if not ws-date-is-on-catalog then
               if ws-catalog-count >= 400 then
                   display "IMAGE CATALOG TABLE FULL AT 400"
                   move 16                     to return-code
                   stop run
               end-if
               add 1                           to ws-catalog-count
               move ws-image-date              to
                   ctl-image-date(ws-catalog-count)
           end-if.

       280-print-image-lines.

           write report-line                   from ws-file-heading
               after advancing 2 lines.

           perform 285-print-one-image-line
               varying ws-img-sub from 1 by 1
               until ws-img-sub > 28.

       285-print-one-image-line.

           move spaces                         to ws-file-line.
           move img-base-filename(ws-img-sub)  to ws-fl-name.
           move img-record-count(ws-img-sub)   to ws-fl-records.
           if img-was-present(ws-img-sub) = "Y" then
               move "IMAGED"                   to ws-fl-status
           else
               move "NOT PRESENT - EMPTY IMAGE" to ws-fl-status
           end-if.
           write report-line                   from ws-file-line
               after advancing 1 lines.

       310-image-laymast.

           open input layaway-master-file.
           if ws-master-status = "00" then
               move "Y"                        to
                   img-was-present(ws-img-sub)
               read layaway-master-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 315-image-laymast-record
                   until ws-eof-flag = "y"
               close layaway-master-file
           end-if.

           move "n"                            to ws-eof-flag.

       315-image-laymast-record.

           move layaway-master-record          to image-line.
           write image-line.
           add 1                               to
               img-record-count(ws-img-sub).

           read layaway-master-file
               at end
                   move "y"                    to ws-eof-flag.

       320-image-invoiceidx.

           open input invoice-index-file.
           if ws-master-status = "00" then
               move "Y"                        to
                   img-was-present(ws-img-sub)
               read invoice-index-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 325-image-invoiceidx-record
                   until ws-eof-flag = "y"
               close invoice-index-file
           end-if.

           move "n"                            to ws-eof-flag.

       325-image-invoiceidx-record.

           move invoice-index-record           to image-line.
           write image-line.
           add 1                               to
               img-record-count(ws-img-sub).

           read invoice-index-file
               at end
                   move "y"                    to ws-eof-flag.

       330-image-gcmast.

           open input gift-card-master-file.
           if ws-master-status = "00" then
               move "Y"                        to
                   img-was-present(ws-img-sub)
               read gift-card-master-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 335-image-gcmast-record
                   until ws-eof-flag = "y"
               close gift-card-master-file
           end-if.

           move "n"                            to ws-eof-flag.

       335-image-gcmast-record.

           move gift-card-master-record        to image-line.
           write image-line.
           add 1                               to
               img-record-count(ws-img-sub).

           read gift-card-master-file
               at end
                   move "y"                    to ws-eof-flag.

       340-image-onhand.

           open input on-hand-master-file.
           if ws-master-status = "00" then
               move "Y"                        to
                   img-was-present(ws-img-sub)
               read on-hand-master-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 345-image-onhand-record
                   until ws-eof-flag = "y"
               close on-hand-master-file
           end-if.

           move "n"                            to ws-eof-flag.

       345-image-onhand-record.

           move on-hand-master-record          to image-line.
           write image-line.
           add 1                               to
               img-record-count(ws-img-sub).

           read on-hand-master-file
               at end
                   move "y"                    to ws-eof-flag.

       350-image-pomast.

           open input po-master-file.
           if ws-master-status = "00" then
               move "Y"                        to
                   img-was-present(ws-img-sub)
               read po-master-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 355-image-pomast-record
                   until ws-eof-flag = "y"
               close po-master-file
           end-if.

           move "n"                            to ws-eof-flag.

       355-image-pomast-record.

           move po-master-record               to image-line.
           write image-line.
           add 1                               to
               img-record-count(ws-img-sub).

           read po-master-file
               at end
                   move "y"                    to ws-eof-flag.

       360-image-xfrmast.

           open input transfer-master-file.
           if ws-master-status = "00" then
               move "Y"                        to
                   img-was-present(ws-img-sub)
               read transfer-master-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 365-image-xfrmast-record
                   until ws-eof-flag = "y"
               close transfer-master-file
           end-if.

           move "n"                            to ws-eof-flag.

       365-image-xfrmast-record.

           move transfer-master-record         to image-line.
           write image-line.
           add 1                               to
               img-record-count(ws-img-sub).

           read transfer-master-file
               at end
                   move "y"                    to ws-eof-flag.

       370-image-custmast.

           open input customer-master-file.
           if ws-master-status = "00" then
               move "Y"                        to
                   img-was-present(ws-img-sub)
               read customer-master-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 375-image-custmast-record
                   until ws-eof-flag = "y"
               close customer-master-file
           end-if.

           move "n"                            to ws-eof-flag.

       375-image-custmast-record.

           move customer-master-record         to image-line.
           write image-line.
           add 1                               to
               img-record-count(ws-img-sub).

           read customer-master-file
               at end
                   move "y"                    to ws-eof-flag.

       380-image-saleshist.

           open input sales-history-file.
           if ws-master-status = "00" then
               move "Y"                        to
                   img-was-present(ws-img-sub)
               read sales-history-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 385-image-saleshist-record
                   until ws-eof-flag = "y"
               close sales-history-file
           end-if.

           move "n"                            to ws-eof-flag.

       385-image-saleshist-record.

           move sales-history-record           to image-line.
           write image-line.
           add 1                               to
               img-record-count(ws-img-sub).

           read sales-history-file
               at end
                   move "y"                    to ws-eof-flag.

      *Deletes the images of the cycles past the retention count,
      *oldest first - the catalog is appended in date order, so
      *the front of the table is the oldest.
       400-purge-old-images.

           move 0                              to ws-purge-count.
           if ws-catalog-count > ws-retention-count then
               compute ws-purge-count =
                   ws-catalog-count - ws-retention-count
               perform 410-purge-one-cycle
                   varying ws-ctl-sub from 1 by 1
                   until ws-ctl-sub > ws-purge-count
           end-if.

       410-purge-one-cycle.

           perform 420-delete-one-image
               varying ws-img-sub from 1 by 1
               until ws-img-sub > 28.

           move "Images purged past retention for cycle"
                                               to ws-msg-text.
           move ctl-image-date(ws-ctl-sub)     to ws-msg-date.
           write report-line                   from ws-message-line
               after advancing 1 lines.

       420-delete-one-image.

           move spaces                         to ws-delete-filename.
           string function trim(img-base-filename(ws-img-sub))
                   delimited by size
               ".bi." delimited by size
               ctl-image-date(ws-ctl-sub) delimited by size
               into ws-delete-filename
           end-string.

           call "CBL_DELETE_FILE" using ws-delete-filename
               on exception continue
           end-call.

      *Writes the cycles kept back to the catalog - those after
      *the purged ones, up to the keep count.
       500-rewrite-catalog.

           open output catalog-file.

           perform 510-write-catalog-entry
               varying ws-ctl-sub from ws-purge-count by 1
               until ws-ctl-sub >= ws-catalog-count.

           close catalog-file.

       510-write-catalog-entry.

           move ctl-image-date(ws-ctl-sub + 1) to cat-image-date.
           write catalog-record.

      *Mode R.  Nothing is touched unless the cycle is on the
      *catalog and every one of its images is there.
       600-restore-cycle.

           move "Rollback to the state before cycle" to ws-mdl-text.
           move ws-image-date                  to ws-mdl-date.
           write report-line                   from ws-mode-line
               after advancing 2 lines.

           if ws-image-date = 0
             or not ws-date-is-on-catalog then
               move "No images on the catalog, nothing restored:"
                                               to ws-msg-text
               move ws-image-date              to ws-msg-date
               write report-line               from ws-message-line
                   after advancing 2 lines
               move 16                         to ws-final-rc
           else
               perform 610-check-one-image
                   varying ws-img-sub from 1 by 1
                   until ws-img-sub > 28
               if ws-missing-count > 0 then
                   move "Images missing, nothing restored:"
                                               to ws-msg-text
                   move ws-image-date          to ws-msg-date
                   write report-line           from ws-message-line
                       after advancing 2 lines
                   move 16                     to ws-final-rc
               else
                   perform 700-restore-one-file
                       varying ws-img-sub from 1 by 1
                       until ws-img-sub > 28
                   perform 650-drop-later-cycles
                   perform 500-rewrite-catalog
                   perform 680-print-restore-lines
                   if ws-problem-count > 0 then
                       move 4                  to ws-final-rc
                   end-if
               end-if
           end-if.

       610-check-one-image.

           perform 220-build-image-name.

           open input image-file.
           if ws-image-status not = "00" then
               add 1                           to ws-missing-count
               move spaces                     to ws-message-line
               string "IMAGE MISSING: " delimited by size
                   ws-image-filename delimited by size
                   into ws-msg-text
               end-string
               write report-line               from ws-message-line
                   after advancing 1 lines
           else
               close image-file
           end-if.

      *The cycles imaged after the one restored are undone with it
      *- their images describe states that no longer exist, so
      *they come off the catalog and off the disk.
       650-drop-later-cycles.

           move 0                              to ws-purge-count.
           move 0                              to ws-keep-count.
           perform 655-count-kept-cycle
               varying ws-ctl-sub from 1 by 1
               until ws-ctl-sub > ws-catalog-count.

           perform 660-drop-one-later-cycle
               varying ws-ctl-sub from 1 by 1
               until ws-ctl-sub > ws-catalog-count.

           move ws-keep-count                  to ws-catalog-count.

       655-count-kept-cycle.

           if ctl-image-date(ws-ctl-sub) not > ws-image-date then
               add 1                           to ws-keep-count
           end-if.

       660-drop-one-later-cycle.

           if ctl-image-date(ws-ctl-sub) > ws-image-date then
               perform 420-delete-one-image
                   varying ws-img-sub from 1 by 1
                   until ws-img-sub > 28
               move "Later cycle undone, its images dropped:"
                                               to ws-msg-text
               move ctl-image-date(ws-ctl-sub) to ws-msg-date
               write report-line               from ws-message-line
                   after advancing 1 lines
           end-if.

       680-print-restore-lines.

           write report-line                   from ws-file-heading
               after advancing 2 lines.

           perform 685-print-one-restore-line
               varying ws-img-sub from 1 by 1
               until ws-img-sub > 28.

       685-print-one-restore-line.

           move spaces                         to ws-file-line.
           move img-base-filename(ws-img-sub)  to ws-fl-name.
           move img-record-count(ws-img-sub)   to ws-fl-records.
           move img-restored-count(ws-img-sub) to ws-count-edit.
           move ws-count-edit                  to ws-fl-restored.

           if img-restore-note(ws-img-sub) not = spaces then
               move img-restore-note(ws-img-sub) to ws-fl-status
               add 1                           to ws-problem-count
           else
               if img-reject-count(ws-img-sub) > 0 then
                   move "DUPLICATE KEYS IN IMAGE"  to ws-fl-status
                   add 1                       to ws-problem-count
               else
                   move "RESTORED"             to ws-fl-status
               end-if
           end-if.

           write report-line                   from ws-file-line
               after advancing 1 lines.

      *Each file is laid back whole from its image - a master is
      *rebuilt from empty, a cumulative file rewritten.
       700-restore-one-file.

           perform 220-build-image-name.

           open input image-file.

           if img-master-code(ws-img-sub) > 0 then
               perform 705-restore-one-master
           else
               perform 790-restore-one-flat
           end-if.

           close image-file.

       705-restore-one-master.

           if img-master-code(ws-img-sub) = 1 then
               perform 710-restore-laymast
           end-if.
           if img-master-code(ws-img-sub) = 2 then
               perform 720-restore-invoiceidx
           end-if.
           if img-master-code(ws-img-sub) = 3 then
               perform 730-restore-gcmast
           end-if.
           if img-master-code(ws-img-sub) = 4 then
               perform 740-restore-onhand
           end-if.
           if img-master-code(ws-img-sub) = 5 then
               perform 750-restore-pomast
           end-if.
           if img-master-code(ws-img-sub) = 6 then
               perform 760-restore-xfrmast
           end-if.
           if img-master-code(ws-img-sub) = 7 then
               perform 770-restore-custmast
           end-if.
           if img-master-code(ws-img-sub) = 8 then
               perform 780-restore-saleshist
           end-if.

       710-restore-laymast.

           open output layaway-master-file.
           if ws-master-status not = "00" then
               move "MASTER COULD NOT BE OPENED" to
                   img-restore-note(ws-img-sub)
           else
               read image-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 715-restore-laymast-record
                   until ws-eof-flag = "y"
               close layaway-master-file
           end-if.

           move "n"                            to ws-eof-flag.

       715-restore-laymast-record.

           add 1                               to
               img-record-count(ws-img-sub).
           move image-line                     to layaway-master-record.
           write layaway-master-record
               invalid key
                   add 1                       to
                       img-reject-count(ws-img-sub)
               not invalid key
                   add 1                       to
                       img-restored-count(ws-img-sub)
           end-write.

           read image-file
               at end
                   move "y"                    to ws-eof-flag.

       720-restore-invoiceidx.

           open output invoice-index-file.
           if ws-master-status not = "00" then
               move "MASTER COULD NOT BE OPENED" to
                   img-restore-note(ws-img-sub)
           else
               read image-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 725-restore-invoiceidx-record
                   until ws-eof-flag = "y"
               close invoice-index-file
           end-if.

           move "n"                            to ws-eof-flag.

       725-restore-invoiceidx-record.

           add 1                               to
               img-record-count(ws-img-sub).
           move image-line                     to invoice-index-record.
           write invoice-index-record
               invalid key
                   add 1                       to
                       img-reject-count(ws-img-sub)
               not invalid key
                   add 1                       to
                       img-restored-count(ws-img-sub)
           end-write.

           read image-file
               at end
                   move "y"                    to ws-eof-flag.

       730-restore-gcmast.

           open output gift-card-master-file.
           if ws-master-status not = "00" then
               move "MASTER COULD NOT BE OPENED" to
                   img-restore-note(ws-img-sub)
           else
               read image-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 735-restore-gcmast-record
                   until ws-eof-flag = "y"
               close gift-card-master-file
           end-if.

           move "n"                            to ws-eof-flag.

       735-restore-gcmast-record.

           add 1                               to
               img-record-count(ws-img-sub).
           move image-line                     to
               gift-card-master-record.
           write gift-card-master-record
               invalid key
                   add 1                       to
                       img-reject-count(ws-img-sub)
               not invalid key
                   add 1                       to
                       img-restored-count(ws-img-sub)
           end-write.

           read image-file
               at end
                   move "y"                    to ws-eof-flag.

       740-restore-onhand.

           open output on-hand-master-file.
           if ws-master-status not = "00" then
               move "MASTER COULD NOT BE OPENED" to
                   img-restore-note(ws-img-sub)
           else
               read image-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 745-restore-onhand-record
                   until ws-eof-flag = "y"
               close on-hand-master-file
           end-if.

           move "n"                            to ws-eof-flag.

       745-restore-onhand-record.

           add 1                               to
               img-record-count(ws-img-sub).
           move image-line                     to on-hand-master-record.
           write on-hand-master-record
               invalid key
                   add 1                       to
                       img-reject-count(ws-img-sub)
               not invalid key
                   add 1                       to
                       img-restored-count(ws-img-sub)
           end-write.

           read image-file
               at end
                   move "y"                    to ws-eof-flag.

       750-restore-pomast.

           open output po-master-file.
           if ws-master-status not = "00" then
               move "MASTER COULD NOT BE OPENED" to
                   img-restore-note(ws-img-sub)
           else
               read image-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 755-restore-pomast-record
                   until ws-eof-flag = "y"
               close po-master-file
           end-if.

           move "n"                            to ws-eof-flag.

       755-restore-pomast-record.

           add 1                               to
               img-record-count(ws-img-sub).
           move image-line                     to po-master-record.
           write po-master-record
               invalid key
                   add 1                       to
                       img-reject-count(ws-img-sub)
               not invalid key
                   add 1                       to
                       img-restored-count(ws-img-sub)
           end-write.

           read image-file
               at end
                   move "y"                    to ws-eof-flag.

       760-restore-xfrmast.

           open output transfer-master-file.
           if ws-master-status not = "00" then
               move "MASTER COULD NOT BE OPENED" to
                   img-restore-note(ws-img-sub)
           else
               read image-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 765-restore-xfrmast-record
                   until ws-eof-flag = "y"
               close transfer-master-file
           end-if.

           move "n"                            to ws-eof-flag.

       765-restore-xfrmast-record.

           add 1                               to
               img-record-count(ws-img-sub).
           move image-line                     to
               transfer-master-record.
           write transfer-master-record
               invalid key
                   add 1                       to
                       img-reject-count(ws-img-sub)
               not invalid key
                   add 1                       to
                       img-restored-count(ws-img-sub)
           end-write.

           read image-file
               at end
                   move "y"                    to ws-eof-flag.

       770-restore-custmast.

           open output customer-master-file.
           if ws-master-status not = "00" then
               move "MASTER COULD NOT BE OPENED" to
                   img-restore-note(ws-img-sub)
           else
               read image-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 775-restore-custmast-record
                   until ws-eof-flag = "y"
               close customer-master-file
           end-if.

           move "n"                            to ws-eof-flag.

       775-restore-custmast-record.

           add 1                               to
               img-record-count(ws-img-sub).
           move image-line                     to
               customer-master-record.
           write customer-master-record
               invalid key
                   add 1                       to
                       img-reject-count(ws-img-sub)
               not invalid key
                   add 1                       to
                       img-restored-count(ws-img-sub)
           end-write.

           read image-file
               at end
                   move "y"                    to ws-eof-flag.

       780-restore-saleshist.

           open output sales-history-file.
           if ws-master-status not = "00" then
               move "MASTER COULD NOT BE OPENED" to
                   img-restore-note(ws-img-sub)
           else
               read image-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 785-restore-saleshist-record
                   until ws-eof-flag = "y"
               close sales-history-file
           end-if.

           move "n"                            to ws-eof-flag.

       785-restore-saleshist-record.

           add 1                               to
               img-record-count(ws-img-sub).
           move image-line                     to sales-history-record.
           write sales-history-record
               invalid key
                   add 1                       to
                       img-reject-count(ws-img-sub)
               not invalid key
                   add 1                       to
                       img-restored-count(ws-img-sub)
           end-write.

           read image-file
               at end
                   move "y"                    to ws-eof-flag.

       790-restore-one-flat.

           move img-base-filename(ws-img-sub)  to ws-flat-filename.

           open output flat-file.
           if ws-flat-status not = "00" then
               move "FILE COULD NOT BE OPENED" to
                   img-restore-note(ws-img-sub)
           else
               read image-file
                   at end
                       move "y"                to ws-eof-flag
               end-read
               perform 795-restore-flat-record until ws-eof-flag = "y"
               close flat-file
           end-if.

           move "n"                            to ws-eof-flag.

       795-restore-flat-record.

           add 1                               to
               img-record-count(ws-img-sub).
           write flat-line                     from image-line.
           add 1                               to
               img-restored-count(ws-img-sub).

           read image-file
               at end
                   move "y"                    to ws-eof-flag.

       end program MAFD_Final_Program39.
