       identification division.
       program-id. GenRestore.

      * Puts one generation taken by GenBackup.cbl back as a set.
      * Reads a one-line restore request (the generation wanted, zero
      * for the newest complete one, and who asked for it), finds the
      * generation in backup-control.dat, and reads its slot file
      * through once to prove it whole - every file's section
      * present, each trailer count matching the records ahead of it
      * - before a single file is touched. Only then is every file
      * rewritten from the generation. The transmission registry goes
      * back with the rest, so the batches of an undone night can be
      * posted again.
      *
      * runhistory.dat is never restored: the rows of the runs being
      * undone are the record of what happened, and are listed on
      * the report as the runs this rollback undid (every run
      * stamped at or after the generation, the backups themselves
      * aside). A ROLLBACK row is appended carrying the generation
      * and the number of runs undone; a refused request appends a
      * REFUSED one and hands back a non-zero RETURN-CODE.

       environment division.
       input-output section.
       file-control.

           select request-file
               assign to "../../../data/restore-request.dat"
               organization is line sequential
               file status is ws-request-status.

           select control-file
               assign to "../../../data/backup-control.dat"
               organization is line sequential
               file status is ws-control-status.

      * Slot file name built at run time: backup-gen-N.dat.
           select backup-file
               assign to ws-backup-file-name
               organization is line sequential
               file status is ws-backup-status.

           select master-file
               assign to "../../../data/master.idx"
               organization is indexed
               access mode is dynamic
               record key is master-record-key
               file status is ws-target-status.

           select layaway-file
               assign to "../../../data/layaway.idx"
               organization is indexed
               access mode is dynamic
               record key is layaway-invoice-number
               file status is ws-target-status.

           select inventory-file
               assign to "../../../data/inventory.idx"
               organization is indexed
               access mode is dynamic
               record key is inv-record-key
               file status is ws-target-status.

           select archive-file
               assign to "../../../data/master-archive.dat"
               organization is line sequential
               file status is ws-target-status.

           select suspense-file
               assign to "../../../data/suspense.dat"
               organization is line sequential
               file status is ws-target-status.

           select period-file
               assign to "../../../data/period-totals.dat"
               organization is line sequential
               file status is ws-target-status.

           select open-items-file
               assign to "../../../data/open-items.dat"
               organization is line sequential
               file status is ws-target-status.

           select reference-file
               assign to "../../../data/reference.dat"
               organization is line sequential
               file status is ws-target-status.

           select activity-log-file
               assign to "../../../data/activity-log.dat"
               organization is line sequential
               file status is ws-target-status.

           select checkpoint-file
               assign to "../../../data/checkpoint.dat"
               organization is line sequential
               file status is ws-target-status.

           select registry-file
               assign to "../../../data/transmission-registry.dat"
               organization is line sequential
               file status is ws-target-status.

           select calendar-file
               assign to "../../../data/business-calendar.dat"
               organization is line sequential
               file status is ws-target-status.

           select dispute-file
               assign to "../../../data/dispute.idx"
               organization is indexed
               access mode is dynamic
               record key is dsp-key
               file status is ws-target-status.

           select pending-file
               assign to "../../../data/pending-approvals.dat"
               organization is line sequential
               file status is ws-target-status.

           select runhistory-file
               assign to "../../../data/runhistory.dat"
               organization is line sequential
               file status is ws-runhist-status.

           select report-file
               assign to "../../../data/restore-report.out"
               organization is line sequential.

      *
       data division.
       file section.
      *
       fd request-file
           data record is request-line
           record contains 20 characters.

       01 request-line.
           05 rr-generation                 pic 9(5).
           05 rr-requested-by               pic x(8).
           05 filler                        pic x(7).

      * Same layout GenBackup.cbl maintains.
       fd control-file
           data record is control-line
           record contains 40 characters.

       01 control-line.
           05 bc-slot                       pic 9.
           05 bc-generation                 pic 9(5).
           05 bc-run-date                   pic 9(8).
           05 bc-run-time                   pic 9(6).
           05 bc-status                     pic x(8).
           05 bc-record-count               pic 9(9).
           05 filler                        pic x(3).

       fd backup-file
           data record is backup-line
           record contains 89 characters.

       01 backup-line.
           05 bk-file-tag                   pic x(8).
           05 bk-record-type                pic x.
           05 bk-image                      pic x(80).

       01 backup-header-line.
           05 filler                        pic x(9).
           05 bk-header-generation          pic 9(5).
           05 bk-header-run-date            pic 9(8).
           05 bk-header-run-time            pic 9(6).
           05 bk-header-file-name           pic x(30).
           05 filler                        pic x(31).

       01 backup-trailer-line.
           05 filler                        pic x(9).
           05 bk-trailer-count              pic 9(9).
           05 bk-trailer-present            pic x.
           05 filler                        pic x(70).

       fd master-file
           data record is master-record
           record contains 53 characters.

       01 master-record.
           05 master-record-key             pic x(11).
           05 filler                        pic x(42).

       fd layaway-file
           data record is layaway-record
           record contains 45 characters.

       01 layaway-record.
           05 layaway-invoice-number        pic x(9).
           05 filler                        pic x(36).

       fd inventory-file
           data record is inventory-record
           record contains 60 characters.

       01 inventory-record.
           05 inv-record-key                pic x(17).
           05 filler                        pic x(43).

       fd archive-file
           data record is archive-line
           record contains 53 characters.

       01 archive-line                      pic x(53).

       fd suspense-file
           data record is suspense-line
           record contains 80 characters.

       01 suspense-line                     pic x(80).

       fd period-file
           data record is period-line
           record contains 36 characters.

       01 period-line                       pic x(36).

       fd open-items-file
           data record is open-item-line
           record contains 36 characters.

       01 open-item-line                    pic x(36).

       fd reference-file
           data record is ref-line
           record contains 36 characters.

       01 ref-line                          pic x(36).

       fd activity-log-file
           data record is activity-line
           record contains 80 characters.

       01 activity-line                     pic x(80).

       fd checkpoint-file
           data record is checkpoint-line
           record contains 36 characters.

       01 checkpoint-line                   pic x(36).

       fd registry-file
           data record is registry-line
           record contains 64 characters.

       01 registry-line                     pic x(64).

       fd calendar-file
           data record is calendar-line
           record contains 40 characters.

       01 calendar-line                     pic x(40).

       fd dispute-file
           data record is dispute-record
           record contains 80 characters.

       01 dispute-record.
           05 dsp-key                       pic x(17).
           05 filler                        pic x(63).

       fd pending-file
           data record is pending-line
           record contains 80 characters.

       01 pending-line                      pic x(80).

       fd runhistory-file
           data record is runhist-line
           record contains 80 characters.

       01 runhist-line.
           05 rh-program-name               pic x(8).
           05 rh-run-date                   pic 9(8).
           05 rh-run-time                   pic 9(6).
           05 rh-batch-date                 pic 9(8).
           05 rh-start-type                 pic x(8).
           05 rh-valid-count                pic 9(5).
           05 rh-invalid-count              pic 9(5).
           05 rh-total-amount               pic 9(9)v99.
           05 rh-batch-status               pic x(8).
           05 filler                        pic x(13).

       fd report-file
           data record is report-line
           record contains 100 characters.

       01 report-line                       pic x(100).

       working-storage section.

       01 ws-backup-file-name.
           05 filler                        pic x(25)
               value "../../../data/backup-gen-".
           05 ws-bfn-slot                   pic 9.
           05 filler                        pic x(4) value ".dat".

       01 ws-control-table.
           05 ws-control                  occurs 5 times.
               10 ws-ctl-generation        pic 9(5).
               10 ws-ctl-run-date          pic 9(8).
               10 ws-ctl-run-time          pic 9(6).
               10 ws-ctl-status            pic x(8).

      * The files a generation must hold, in the order GenBackup.cbl
      * writes them; each is ticked off as its trailer proves out.
       01 ws-set-values.
           05 filler                        pic x(8) value "MASTER  ".
           05 filler                        pic x(8) value "LAYAWAY ".
           05 filler                        pic x(8) value "INVENTRY".
           05 filler                        pic x(8) value "ARCHIVE ".
           05 filler                        pic x(8) value "SUSPENSE".
           05 filler                        pic x(8) value "PERIOD  ".
           05 filler                        pic x(8) value "OPENITEM".
           05 filler                        pic x(8) value "REFERENC".
           05 filler                        pic x(8) value "ACTIVITY".
           05 filler                        pic x(8) value "RUNHIST ".
           05 filler                        pic x(8) value "CHKPOINT".
           05 filler                        pic x(8) value "REGISTRY".
           05 filler                        pic x(8) value "CALENDAR".
           05 filler                        pic x(8) value "DISPUTE ".
           05 filler                        pic x(8) value "PENDING ".
       01 ws-set-table redefines ws-set-values.
           05 ws-set-tag                  occurs 15 times
                                           pic x(8).

       01 ws-set-proven-table.
           05 ws-set-proven               occurs 15 times
                                           pic x.

       01 ws-report-heading.
           05 filler                        pic x(30) value spaces.
           05 filler                        pic x(18)
               value "GENERATION RESTORE".
           05 filler                        pic x(52) value spaces.

       01 ws-request-line.
           05 filler                        pic x(21)
               value "Generation requested ".
           05 ws-rq-generation              pic zzzz9.
           05 filler                        pic x(15)
               value "  Requested by ".
           05 ws-rq-requested-by            pic x(8).
           05 filler                        pic x(11)
               value "  Run date ".
           05 ws-rq-run-date                pic 9(8).
           05 filler                        pic x value space.
           05 ws-rq-run-time                pic 9(6).
           05 filler                        pic x(25) value spaces.

       01 ws-generation-line.
           05 filler                        pic x(20)
               value "Restoring generation".
           05 ws-gl-generation              pic zzzz9.
           05 filler                        pic x(14)
               value " taken on date".
           05 filler                        pic x value space.
           05 ws-gl-run-date                pic 9(8).
           05 filler                        pic x(6) value " time ".
           05 ws-gl-run-time                pic 9(6).
           05 filler                        pic x(11)
               value " from slot ".
           05 ws-gl-slot                    pic 9.
           05 filler                        pic x(28) value spaces.

       01 ws-refused-line.
           05 filler                        pic x(22)
               value "*** RESTORE REFUSED - ".
           05 ws-rf-reason                  pic x(40).
           05 filler                        pic x(38)
               value " - NO FILE HAS BEEN CHANGED".

       01 ws-files-heading.
           05 filler                        pic x(100)
               value "FILES RESTORED".

       01 ws-file-line.
           05 filler                        pic x(2) value spaces.
           05 ws-fl-tag                     pic x(8).
           05 filler                        pic x(2) value spaces.
           05 ws-fl-file-name               pic x(30).
           05 ws-fl-count                   pic zzz,zzz,zz9.
           05 filler                        pic x(9)
               value " records ".
           05 ws-fl-note                    pic x(30).
           05 filler                        pic x(8) value spaces.

       01 ws-runs-heading.
           05 filler                        pic x(100)
               value "RUNS UNDONE BY THIS ROLLBACK".

       01 ws-run-line.
           05 filler                        pic x(2) value spaces.
           05 ws-ru-program                 pic x(8).
           05 filler                        pic x(2) value spaces.
           05 ws-ru-run-date                pic 9(8).
           05 filler                        pic x value space.
           05 ws-ru-run-time                pic 9(6).
           05 filler                        pic x(8) value "  Batch ".
           05 ws-ru-batch-date              pic 9(8).
           05 filler                        pic x(2) value spaces.
           05 ws-ru-valid                   pic zzzz9.
           05 filler                        pic x(7) value " valid ".
           05 ws-ru-invalid                 pic zzzz9.
           05 filler                        pic x(9) value " invalid ".
           05 ws-ru-status                  pic x(8).
           05 filler                        pic x(21) value spaces.

       01 ws-no-runs-line.
           05 filler                        pic x(100)
               value "  No runs since this generation was taken".

       01 ws-result-line.
           05 filler                        pic x(18)
               value "Records restored: ".
           05 ws-rl-count                   pic zzz,zzz,zz9.
           05 filler                        pic x(16)
               value "   Runs undone: ".
           05 ws-rl-runs                    pic zzzz9.
           05 filler                        pic x(50) value spaces.

       01 ws-blank-line                     pic x(100) value spaces.

       77 ws-request-status                  pic xx.
       77 ws-control-status                  pic xx.
       77 ws-backup-status                   pic xx.
       77 ws-target-status                   pic xx.
       77 ws-runhist-status                  pic xx.
       77 ws-eof-flag                        pic x value 'n'.
       77 ws-run-date                        pic 9(8).
       77 ws-run-time-raw                    pic 9(8).

       77 ws-generation-limit                pic 9 value 5.
       77 ws-set-size                        pic 99 value 15.
       77 ws-slot-idx                        pic 9 value 0.
       77 ws-set-idx                         pic 99 value 0.
       77 ws-chosen-slot                     pic 9 value 0.
       77 ws-wanted-generation               pic 9(5) value 0.
       77 ws-requested-by                    pic x(8).
       77 ws-generation-stamp                pic 9(14) value 0.
       77 ws-row-stamp                       pic 9(14) value 0.
       77 ws-refuse-reason                   pic x(40) value spaces.

      * The section being proven or restored.
       77 ws-current-tag                     pic x(8) value spaces.
       77 ws-current-file-name               pic x(30).
       77 ws-current-count                   pic 9(9) value 0.
       77 ws-current-open                    pic x value 'n'.
       77 ws-write-errors                    pic 9(9) value 0.
       77 ws-total-count                     pic 9(9) value 0.
       77 ws-runs-undone                     pic 9(5) value 0.
       77 ws-one                             pic 9 value 1.

       procedure division.

       000-main.
           accept ws-run-date from date yyyymmdd.
           accept ws-run-time-raw from time.

           open output report-file.
           write report-line from ws-report-heading.

           perform 100-read-request.
           move ws-wanted-generation to ws-rq-generation.
           move ws-requested-by to ws-rq-requested-by.
           move ws-run-date to ws-rq-run-date.
           move ws-run-time-raw (1:6) to ws-rq-run-time.
           write report-line from ws-request-line.
           write report-line from ws-blank-line.

           perform 110-load-control.
           perform 120-choose-generation.
           if ws-refuse-reason = spaces then
               perform 200-prove-slot-file
           end-if.

           if ws-refuse-reason not = spaces then
               move ws-refuse-reason to ws-rf-reason
               write report-line from ws-refused-line
               close report-file
               perform 600-write-run-history
               move 8 to return-code
               goback
           end-if.

           move ws-ctl-generation (ws-chosen-slot)
             to ws-gl-generation.
           move ws-ctl-run-date (ws-chosen-slot) to ws-gl-run-date.
           move ws-ctl-run-time (ws-chosen-slot) to ws-gl-run-time.
           move ws-chosen-slot to ws-gl-slot.
           write report-line from ws-generation-line.
           write report-line from ws-blank-line.

           write report-line from ws-files-heading.
           perform 300-restore-set.

           write report-line from ws-blank-line.
           write report-line from ws-runs-heading.
           perform 400-list-undone-runs.

           write report-line from ws-blank-line.
           move ws-total-count to ws-rl-count.
           move ws-runs-undone to ws-rl-runs.
           write report-line from ws-result-line.
           close report-file.

           perform 600-write-run-history.
           goback.

      * No request, or an unreadable one, asks for the newest
      * complete generation.
       100-read-request.
           move zeroes to ws-wanted-generation.
           move "UNKNOWN" to ws-requested-by.
           open input request-file.
           if ws-request-status = '00' then
               read request-file
                   at end
                       continue
                   not at end
                       if rr-generation is numeric then
                           move rr-generation to ws-wanted-generation
                       end-if
                       if rr-requested-by not = spaces then
                           move rr-requested-by to ws-requested-by
                       end-if
               end-read
               close request-file
           end-if.

       110-load-control.
           perform 115-clear-one-slot
               varying ws-slot-idx from 1 by 1
               until ws-slot-idx > ws-generation-limit.
           open input control-file.
           if ws-control-status = '00' then
               move 'n' to ws-eof-flag
               read control-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 117-load-one-slot
                   until ws-eof-flag = 'y'
               close control-file
           end-if.

       115-clear-one-slot.
           move zeroes to ws-ctl-generation (ws-slot-idx).
           move zeroes to ws-ctl-run-date (ws-slot-idx).
           move zeroes to ws-ctl-run-time (ws-slot-idx).
           move spaces to ws-ctl-status (ws-slot-idx).

       117-load-one-slot.
           if bc-slot is numeric and bc-slot > 0 and
             bc-slot not > ws-generation-limit and
             bc-generation is numeric
               move bc-generation to ws-ctl-generation (bc-slot)
               move bc-run-date to ws-ctl-run-date (bc-slot)
               move bc-run-time to ws-ctl-run-time (bc-slot)
               move bc-status to ws-ctl-status (bc-slot)
           end-if.
           read control-file
               at end
                   move 'y' to ws-eof-flag.

       120-choose-generation.
           move 0 to ws-chosen-slot.
           perform 125-consider-one-slot
               varying ws-slot-idx from 1 by 1
               until ws-slot-idx > ws-generation-limit.
           if ws-chosen-slot = 0 then
               if ws-wanted-generation = 0 then
                   move "NO COMPLETE GENERATION ON FILE"
                     to ws-refuse-reason
               else
                   move "GENERATION NOT ON FILE" to ws-refuse-reason
               end-if
           else
               if ws-ctl-status (ws-chosen-slot) not = "COMPLETE"
                   move "GENERATION DID NOT FINISH"
                     to ws-refuse-reason
               else
                   compute ws-generation-stamp =
                       (ws-ctl-run-date (ws-chosen-slot) * 1000000)
                       + ws-ctl-run-time (ws-chosen-slot)
               end-if
           end-if.

       125-consider-one-slot.
           if ws-ctl-generation (ws-slot-idx) > 0 then
               if ws-wanted-generation = 0 then
                   if ws-ctl-status (ws-slot-idx) = "COMPLETE" and
                     (ws-chosen-slot = 0 or
                      ws-ctl-generation (ws-slot-idx) >
                      ws-ctl-generation (ws-chosen-slot))
                       move ws-slot-idx to ws-chosen-slot
                   end-if
               else
                   if ws-ctl-generation (ws-slot-idx) =
                     ws-wanted-generation
                       move ws-slot-idx to ws-chosen-slot
                   end-if
               end-if
           end-if.

      * First pass: every section must carry this generation's
      * number and close with a trailer whose count matches, and
      * every file of the set must be there.
       200-prove-slot-file.
           perform 205-clear-one-proof
               varying ws-set-idx from 1 by 1
               until ws-set-idx > ws-set-size.
           move ws-chosen-slot to ws-bfn-slot.
           open input backup-file.
           if ws-backup-status not = '00' then
               move "SLOT FILE NOT READABLE" to ws-refuse-reason
           else
               move 'n' to ws-eof-flag
               read backup-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 210-prove-one-line
                   until ws-eof-flag = 'y'
               close backup-file
               if ws-refuse-reason = spaces then
                   perform 220-check-one-proof
                       varying ws-set-idx from 1 by 1
                       until ws-set-idx > ws-set-size
               end-if
           end-if.

       205-clear-one-proof.
           move 'n' to ws-set-proven (ws-set-idx).

       210-prove-one-line.
           evaluate bk-record-type
               when 'H'
                   move bk-file-tag to ws-current-tag
                   move zeroes to ws-current-count
                   if bk-header-generation not =
                     ws-ctl-generation (ws-chosen-slot)
                       move "SLOT FILE HOLDS ANOTHER GENERATION"
                         to ws-refuse-reason
                   end-if
               when 'D'
                   if bk-file-tag not = ws-current-tag then
                       move "SLOT FILE SECTIONS OUT OF ORDER"
                         to ws-refuse-reason
                   end-if
                   add ws-one to ws-current-count
               when 'T'
                   if bk-file-tag not = ws-current-tag or
                     bk-trailer-count not = ws-current-count
                       move "SLOT FILE COUNTS DO NOT AGREE"
                         to ws-refuse-reason
                   else
                       perform 215-tick-one-proof
                           varying ws-set-idx from 1 by 1
                           until ws-set-idx > ws-set-size
                   end-if
               when other
                   move "SLOT FILE DAMAGED" to ws-refuse-reason
           end-evaluate.
           read backup-file
               at end
                   move 'y' to ws-eof-flag.

       215-tick-one-proof.
           if ws-set-tag (ws-set-idx) = ws-current-tag then
               move 'y' to ws-set-proven (ws-set-idx)
           end-if.

       220-check-one-proof.
           if ws-set-proven (ws-set-idx) not = 'y' then
               move "SLOT FILE IS MISSING A FILE" to ws-refuse-reason
           end-if.

      * Second pass: each header opens its file fresh, each record
      * is written back, each trailer closes the file and reports
      * it. Keyed files come back in key order, as they were
      * unloaded.
       300-restore-set.
           move ws-chosen-slot to ws-bfn-slot.
           open input backup-file.
           move 'n' to ws-eof-flag.
           read backup-file
               at end
                   move 'y' to ws-eof-flag.
           perform 310-restore-one-line
               until ws-eof-flag = 'y'.
           close backup-file.

       310-restore-one-line.
           evaluate bk-record-type
               when 'H'
                   move bk-file-tag to ws-current-tag
                   move bk-header-file-name to ws-current-file-name
                   move zeroes to ws-current-count
                   move zeroes to ws-write-errors
                   perform 320-open-target
               when 'D'
                   perform 330-write-target
               when 'T'
                   perform 340-close-target
           end-evaluate.
           read backup-file
               at end
                   move 'y' to ws-eof-flag.

       320-open-target.
           move 'y' to ws-current-open.
           evaluate ws-current-tag
               when "MASTER  "
                   open output master-file
               when "LAYAWAY "
                   open output layaway-file
               when "INVENTRY"
                   open output inventory-file
               when "ARCHIVE "
                   open output archive-file
               when "SUSPENSE"
                   open output suspense-file
               when "PERIOD  "
                   open output period-file
               when "OPENITEM"
                   open output open-items-file
               when "REFERENC"
                   open output reference-file
               when "ACTIVITY"
                   open output activity-log-file
               when "CHKPOINT"
                   open output checkpoint-file
               when "REGISTRY"
                   open output registry-file
               when "CALENDAR"
                   open output calendar-file
               when "DISPUTE "
                   open output dispute-file
               when "PENDING "
                   open output pending-file
               when other
                   move 'n' to ws-current-open
           end-evaluate.

       330-write-target.
           move '00' to ws-target-status.
           evaluate ws-current-tag
               when "MASTER  "
                   move bk-image to master-record
                   write master-record
                       invalid key
                           continue
                   end-write
               when "LAYAWAY "
                   move bk-image to layaway-record
                   write layaway-record
                       invalid key
                           continue
                   end-write
               when "INVENTRY"
                   move bk-image to inventory-record
                   write inventory-record
                       invalid key
                           continue
                   end-write
               when "ARCHIVE "
                   move bk-image to archive-line
                   write archive-line
               when "SUSPENSE"
                   move bk-image to suspense-line
                   write suspense-line
               when "PERIOD  "
                   move bk-image to period-line
                   write period-line
               when "OPENITEM"
                   move bk-image to open-item-line
                   write open-item-line
               when "REFERENC"
                   move bk-image to ref-line
                   write ref-line
               when "ACTIVITY"
                   move bk-image to activity-line
                   write activity-line
               when "CHKPOINT"
                   move bk-image to checkpoint-line
                   write checkpoint-line
               when "REGISTRY"
                   move bk-image to registry-line
                   write registry-line
               when "CALENDAR"
                   move bk-image to calendar-line
                   write calendar-line
               when "DISPUTE "
                   move bk-image to dispute-record
                   write dispute-record
                       invalid key
                           continue
                   end-write
               when "PENDING "
                   move bk-image to pending-line
                   write pending-line
           end-evaluate.
           if ws-current-open = 'y' then
               if ws-target-status = '00' then
                   add ws-one to ws-current-count
               else
                   add ws-one to ws-write-errors
               end-if
           end-if.

       340-close-target.
           evaluate ws-current-tag
               when "MASTER  "
                   close master-file
               when "LAYAWAY "
                   close layaway-file
               when "INVENTRY"
                   close inventory-file
               when "ARCHIVE "
                   close archive-file
               when "SUSPENSE"
                   close suspense-file
               when "PERIOD  "
                   close period-file
               when "OPENITEM"
                   close open-items-file
               when "REFERENC"
                   close reference-file
               when "ACTIVITY"
                   close activity-log-file
               when "CHKPOINT"
                   close checkpoint-file
               when "REGISTRY"
                   close registry-file
               when "CALENDAR"
                   close calendar-file
               when "DISPUTE "
                   close dispute-file
               when "PENDING "
                   close pending-file
           end-evaluate.
           move ws-current-tag to ws-fl-tag.
           move ws-current-file-name to ws-fl-file-name.
           move ws-current-count to ws-fl-count.
           move spaces to ws-fl-note.
           if ws-current-open not = 'y' then
               move bk-trailer-count to ws-fl-count
               move "kept - history is not undone" to ws-fl-note
           else
               if ws-write-errors > 0 then
                   move "*** RECORDS NOT WRITTEN" to ws-fl-note
               else
                   if bk-trailer-present not = 'y' then
                       move "(was not on file - now empty)"
                         to ws-fl-note
                   end-if
               end-if
           end-if.
           write report-line from ws-file-line.
           if ws-current-open = 'y' then
               add ws-current-count to ws-total-count
           end-if.
           move 'n' to ws-current-open.

      * Every run stamped at or after the generation was taken ran
      * against files this restore has just replaced.
       400-list-undone-runs.
           open input runhistory-file.
           if ws-runhist-status = '00' then
               move 'n' to ws-eof-flag
               read runhistory-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 410-list-one-run
                   until ws-eof-flag = 'y'
               close runhistory-file
           end-if.
           if ws-runs-undone = 0 then
               write report-line from ws-no-runs-line
           end-if.

       410-list-one-run.
           if rh-run-date is numeric and rh-run-time is numeric and
             rh-program-name not = "BACKUP"
               compute ws-row-stamp =
                   (rh-run-date * 1000000) + rh-run-time
               if ws-row-stamp not < ws-generation-stamp then
                   add ws-one to ws-runs-undone
                   move rh-program-name to ws-ru-program
                   move rh-run-date to ws-ru-run-date
                   move rh-run-time to ws-ru-run-time
                   move rh-batch-date to ws-ru-batch-date
                   move rh-valid-count to ws-ru-valid
                   move rh-invalid-count to ws-ru-invalid
                   move rh-batch-status to ws-ru-status
                   write report-line from ws-run-line
               end-if
           end-if.
           read runhistory-file
               at end
                   move 'y' to ws-eof-flag.

      * The same extend-or-create open Edit.cbl uses. The batch-date
      * column carries the date the restored generation was taken.
       600-write-run-history.
           open extend runhistory-file.
           if ws-runhist-status = '35' then
               open output runhistory-file
           end-if.
           move spaces to runhist-line.
           move "ROLLBACK" to rh-program-name.
           move ws-run-date to rh-run-date.
           move ws-run-time-raw (1:6) to rh-run-time.
           if ws-chosen-slot > 0 then
               move ws-ctl-run-date (ws-chosen-slot) to rh-batch-date
               move ws-ctl-generation (ws-chosen-slot)
                 to rh-valid-count
           else
               move zeroes to rh-batch-date
               move ws-wanted-generation to rh-valid-count
           end-if.
           move "FRESH" to rh-start-type.
           move ws-runs-undone to rh-invalid-count.
           move zeroes to rh-total-amount.
           if ws-refuse-reason = spaces then
               move "RESTORED" to rh-batch-status
           else
               move "REFUSED" to rh-batch-status
           end-if.
           write runhist-line.
           close runhistory-file.

       end program GenRestore.
