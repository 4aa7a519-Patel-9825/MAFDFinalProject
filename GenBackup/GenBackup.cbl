       identification division.
       program-id. GenBackup.

      * Numbered generation copy of every file the nightly chain
      * updates in place, taken by NightRun.cbl before the Edit step
      * so a night that finished with the wrong data - a bad
      * project6.dat, a wrong reference.dat change, CorrectInvalid
      * run against the wrong corrections.dat - can be put back as
      * one set by GenRestore.cbl. The keyed files are unloaded in
      * key order; every file goes into one generation file as a
      * header line, its records, and a trailer line carrying the
      * record count, so a restore can prove the set whole before it
      * touches anything.
      *
      * Five generations are kept, in five slot files reused in
      * turn; backup-control.dat says which generation each slot
      * holds and whether it finished. A slot is marked PARTIAL
      * before its old copy is overwritten and COMPLETE only when
      * every file is in, so a generation cut short by a crash is
      * never offered for restore. A file that is missing is
      * recorded as absent (it restores as an empty file); a file
      * that cannot be read leaves the generation PARTIAL and hands
      * NightRun a non-zero RETURN-CODE, which halts the chain
      * before Edit can run without a backup behind it.

       environment division.
       input-output section.
       file-control.

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
               file status is ws-master-status.

           select layaway-file
               assign to "../../../data/layaway.idx"
               organization is indexed
               access mode is dynamic
               record key is layaway-invoice-number
               file status is ws-layaway-status.

           select inventory-file
               assign to "../../../data/inventory.idx"
               organization is indexed
               access mode is dynamic
               record key is inv-record-key
               file status is ws-inventory-status.

           select archive-file
               assign to "../../../data/master-archive.dat"
               organization is line sequential
               file status is ws-archive-status.

           select suspense-file
               assign to "../../../data/suspense.dat"
               organization is line sequential
               file status is ws-suspense-status.

           select period-file
               assign to "../../../data/period-totals.dat"
               organization is line sequential
               file status is ws-period-status.

           select open-items-file
               assign to "../../../data/open-items.dat"
               organization is line sequential
               file status is ws-open-items-status.

           select reference-file
               assign to "../../../data/reference.dat"
               organization is line sequential
               file status is ws-reference-status.

           select activity-log-file
               assign to "../../../data/activity-log.dat"
               organization is line sequential
               file status is ws-activity-status.

           select runhistory-file
               assign to "../../../data/runhistory.dat"
               organization is line sequential
               file status is ws-runhist-status.

           select checkpoint-file
               assign to "../../../data/checkpoint.dat"
               organization is line sequential
               file status is ws-checkpoint-status.

           select registry-file
               assign to "../../../data/transmission-registry.dat"
               organization is line sequential
               file status is ws-registry-status.

           select calendar-file
               assign to "../../../data/business-calendar.dat"
               organization is line sequential
               file status is ws-calendar-status.

           select dispute-file
               assign to "../../../data/dispute.idx"
               organization is indexed
               access mode is dynamic
               record key is dsp-key
               file status is ws-dispute-status.

           select pending-file
               assign to "../../../data/pending-approvals.dat"
               organization is line sequential
               file status is ws-pending-status.

           select report-file
               assign to "../../../data/generation-backup.out"
               organization is line sequential.

      *
       data division.
       file section.
      *
      * One line per slot: which generation it holds, when it was
      * taken, and whether it finished.
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

      * H opens a file's section, D carries one record image, T
      * closes it with the count written and whether the file was
      * there at all.
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

      * The keyed files need their keys declared; the rest of each
      * record is copied as it stands.
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
               10 ws-ctl-record-count      pic 9(9).

       01 ws-report-heading.
           05 filler                        pic x(30) value spaces.
           05 filler                        pic x(17)
               value "GENERATION BACKUP".
           05 filler                        pic x(53) value spaces.

       01 ws-generation-line.
           05 filler                        pic x(11)
               value "Generation ".
           05 ws-gl-generation              pic zzzz9.
           05 filler                        pic x(7) value "  Slot ".
           05 ws-gl-slot                    pic 9.
           05 filler                        pic x(11)
               value "  Run date ".
           05 ws-gl-run-date                pic 9(8).
           05 filler                        pic x value space.
           05 ws-gl-run-time                pic 9(6).
           05 filler                        pic x(50) value spaces.

       01 ws-file-line.
           05 filler                        pic x(2) value spaces.
           05 ws-fl-tag                     pic x(8).
           05 filler                        pic x(2) value spaces.
           05 ws-fl-file-name               pic x(30).
           05 ws-fl-count                   pic zzz,zzz,zz9.
           05 filler                        pic x(9)
               value " records ".
           05 ws-fl-note                    pic x(20).
           05 filler                        pic x(18) value spaces.

       01 ws-result-line.
           05 filler                        pic x(18)
               value "Records copied:   ".
           05 ws-rl-count                   pic zzz,zzz,zz9.
           05 filler                        pic x(11)
               value "   Status: ".
           05 ws-rl-status                  pic x(8).
           05 filler                        pic x(52) value spaces.

       01 ws-slot-failed-line.
           05 filler                        pic x(46)
               value "*** SLOT FILE COULD NOT BE OPENED - NO BACKUP ".
           05 filler                        pic x(54)
               value "TAKEN".

       01 ws-blank-line                     pic x(100) value spaces.

       77 ws-control-status                  pic xx.
       77 ws-backup-status                   pic xx.
       77 ws-master-status                   pic xx.
       77 ws-layaway-status                  pic xx.
       77 ws-inventory-status                pic xx.
       77 ws-archive-status                  pic xx.
       77 ws-suspense-status                 pic xx.
       77 ws-period-status                   pic xx.
       77 ws-open-items-status               pic xx.
       77 ws-reference-status                pic xx.
       77 ws-activity-status                 pic xx.
       77 ws-runhist-status                  pic xx.
       77 ws-checkpoint-status               pic xx.
       77 ws-registry-status                 pic xx.
       77 ws-calendar-status                 pic xx.
       77 ws-dispute-status                  pic xx.
       77 ws-pending-status                  pic xx.
       77 ws-eof-flag                        pic x value 'n'.
       77 ws-run-date                        pic 9(8).
       77 ws-run-time-raw                    pic 9(8).

       77 ws-generation-limit                pic 9 value 5.
       77 ws-slot-idx                        pic 9 value 0.
       77 ws-new-slot                        pic 9 value 0.
       77 ws-new-generation                  pic 9(5) value 0.
       77 ws-generation-quotient             pic 9(5) value 0.
       77 ws-generation-remainder            pic 9 value 0.
       77 ws-backup-ok                       pic x value 'y'.

      * The file being copied, for the header, trailer, and report.
       77 ws-copy-tag                        pic x(8).
       77 ws-copy-file-name                  pic x(30).
       77 ws-copy-image                      pic x(80).
       77 ws-copy-count                      pic 9(9) value 0.
       77 ws-copy-present                    pic x value 'n'.
       77 ws-copy-open-status                pic xx.
       77 ws-total-count                     pic 9(9) value 0.
       77 ws-one                             pic 9 value 1.

       procedure division.

       000-main.
           accept ws-run-date from date yyyymmdd.
           accept ws-run-time-raw from time.

           perform 100-load-control.

      * Next generation goes into the slot its number maps to, so
      * the five slots are reused oldest first.
           divide ws-new-generation by ws-generation-limit
               giving ws-generation-quotient
               remainder ws-generation-remainder.
           add ws-one to ws-new-generation.
           add ws-one ws-generation-remainder giving ws-new-slot.
           move ws-new-generation
             to ws-ctl-generation (ws-new-slot).
           move ws-run-date to ws-ctl-run-date (ws-new-slot).
           move ws-run-time-raw (1:6)
             to ws-ctl-run-time (ws-new-slot).
           move "PARTIAL" to ws-ctl-status (ws-new-slot).
           move zeroes to ws-ctl-record-count (ws-new-slot).
           perform 150-write-control.

           open output report-file.
           write report-line from ws-report-heading.
           move ws-new-generation to ws-gl-generation.
           move ws-new-slot to ws-gl-slot.
           move ws-run-date to ws-gl-run-date.
           move ws-run-time-raw (1:6) to ws-gl-run-time.
           write report-line from ws-generation-line.
           write report-line from ws-blank-line.

           move ws-new-slot to ws-bfn-slot.
           open output backup-file.
           if ws-backup-status not = '00' then
               move 'n' to ws-backup-ok
               write report-line from ws-slot-failed-line
           else
               perform 200-copy-master
               perform 220-copy-layaway
               perform 240-copy-inventory
               perform 260-copy-archive
               perform 280-copy-suspense
               perform 300-copy-period
               perform 320-copy-open-items
               perform 340-copy-reference
               perform 360-copy-activity-log
               perform 380-copy-runhistory
               perform 400-copy-checkpoint
               perform 420-copy-registry
               perform 440-copy-calendar
               perform 460-copy-disputes
               perform 480-copy-pending
               close backup-file
           end-if.

           if ws-backup-ok = 'y' then
               move "COMPLETE" to ws-ctl-status (ws-new-slot)
           end-if.
           move ws-total-count to ws-ctl-record-count (ws-new-slot).
           perform 150-write-control.

           write report-line from ws-blank-line.
           move ws-total-count to ws-rl-count.
           move ws-ctl-status (ws-new-slot) to ws-rl-status.
           write report-line from ws-result-line.
           close report-file.

           perform 500-write-run-history.

           if ws-backup-ok not = 'y' then
               move 8 to return-code
           end-if.
           goback.

      * Anything unreadable in the control file is ignored; the
      * newest generation number found is the one to follow.
       100-load-control.
           perform 105-clear-one-slot
               varying ws-slot-idx from 1 by 1
               until ws-slot-idx > ws-generation-limit.
           open input control-file.
           if ws-control-status = '00' then
               move 'n' to ws-eof-flag
               read control-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 110-load-one-slot
                   until ws-eof-flag = 'y'
               close control-file
           end-if.

       105-clear-one-slot.
           move zeroes to ws-ctl-generation (ws-slot-idx).
           move zeroes to ws-ctl-run-date (ws-slot-idx).
           move zeroes to ws-ctl-run-time (ws-slot-idx).
           move spaces to ws-ctl-status (ws-slot-idx).
           move zeroes to ws-ctl-record-count (ws-slot-idx).

       110-load-one-slot.
           if bc-slot is numeric and bc-slot > 0 and
             bc-slot not > ws-generation-limit and
             bc-generation is numeric
               move bc-generation to ws-ctl-generation (bc-slot)
               move bc-run-date to ws-ctl-run-date (bc-slot)
               move bc-run-time to ws-ctl-run-time (bc-slot)
               move bc-status to ws-ctl-status (bc-slot)
               move bc-record-count to ws-ctl-record-count (bc-slot)
               if bc-generation > ws-new-generation then
                   move bc-generation to ws-new-generation
               end-if
           end-if.
           read control-file
               at end
                   move 'y' to ws-eof-flag.

       150-write-control.
           open output control-file.
           perform 155-write-one-slot
               varying ws-slot-idx from 1 by 1
               until ws-slot-idx > ws-generation-limit.
           close control-file.

       155-write-one-slot.
           if ws-ctl-generation (ws-slot-idx) > 0 then
               move spaces to control-line
               move ws-slot-idx to bc-slot
               move ws-ctl-generation (ws-slot-idx) to bc-generation
               move ws-ctl-run-date (ws-slot-idx) to bc-run-date
               move ws-ctl-run-time (ws-slot-idx) to bc-run-time
               move ws-ctl-status (ws-slot-idx) to bc-status
               move ws-ctl-record-count (ws-slot-idx)
                 to bc-record-count
               write control-line
           end-if.

      * Every file's section opens with a header naming the
      * generation and file, so a slot file can be identified on its
      * own.
       180-begin-file.
           move zeroes to ws-copy-count.
           move 'n' to ws-copy-present.
           move 'n' to ws-eof-flag.
           move spaces to backup-line.
           move ws-copy-tag to bk-file-tag.
           move 'H' to bk-record-type.
           move ws-new-generation to bk-header-generation.
           move ws-run-date to bk-header-run-date.
           move ws-run-time-raw (1:6) to bk-header-run-time.
           move ws-copy-file-name to bk-header-file-name.
           write backup-line.

       185-write-data.
           move spaces to backup-line.
           move ws-copy-tag to bk-file-tag.
           move 'D' to bk-record-type.
           move ws-copy-image to bk-image.
           write backup-line.
           add ws-one to ws-copy-count.

      * A file that is simply not there ('35') is recorded absent; any
      * other open failure means the generation cannot be trusted.
       190-end-file.
           if ws-copy-open-status not = '00' and
             ws-copy-open-status not = '35'
               move 'n' to ws-backup-ok
           end-if.
           move spaces to backup-line.
           move ws-copy-tag to bk-file-tag.
           move 'T' to bk-record-type.
           move ws-copy-count to bk-trailer-count.
           move ws-copy-present to bk-trailer-present.
           write backup-line.
           add ws-copy-count to ws-total-count.

           move ws-copy-tag to ws-fl-tag.
           move ws-copy-file-name to ws-fl-file-name.
           move ws-copy-count to ws-fl-count.
           if ws-copy-present = 'y' then
               move spaces to ws-fl-note
           else
               if ws-copy-open-status = '35' then
                   move "(not on file)" to ws-fl-note
               else
                   move "*** NOT READABLE" to ws-fl-note
               end-if
           end-if.
           write report-line from ws-file-line.

       200-copy-master.
           move "MASTER  " to ws-copy-tag.
           move "master.idx" to ws-copy-file-name.
           perform 180-begin-file.
           open input master-file.
           move ws-master-status to ws-copy-open-status.
           if ws-master-status = '00' then
               move 'y' to ws-copy-present
               perform 205-read-next-master
               perform 210-copy-one-master
                   until ws-eof-flag = 'y'
               close master-file
           end-if.
           perform 190-end-file.

       205-read-next-master.
           read master-file next
               at end
                   move 'y' to ws-eof-flag
           end-read.
           if ws-master-status not = '00' and
             ws-master-status not = '10'
               move 'n' to ws-backup-ok
               move 'y' to ws-eof-flag
           end-if.

       210-copy-one-master.
           move master-record to ws-copy-image.
           perform 185-write-data.
           perform 205-read-next-master.

       220-copy-layaway.
           move "LAYAWAY " to ws-copy-tag.
           move "layaway.idx" to ws-copy-file-name.
           perform 180-begin-file.
           open input layaway-file.
           move ws-layaway-status to ws-copy-open-status.
           if ws-layaway-status = '00' then
               move 'y' to ws-copy-present
               perform 225-read-next-layaway
               perform 230-copy-one-layaway
                   until ws-eof-flag = 'y'
               close layaway-file
           end-if.
           perform 190-end-file.

       225-read-next-layaway.
           read layaway-file next
               at end
                   move 'y' to ws-eof-flag
           end-read.
           if ws-layaway-status not = '00' and
             ws-layaway-status not = '10'
               move 'n' to ws-backup-ok
               move 'y' to ws-eof-flag
           end-if.

       230-copy-one-layaway.
           move layaway-record to ws-copy-image.
           perform 185-write-data.
           perform 225-read-next-layaway.

       240-copy-inventory.
           move "INVENTRY" to ws-copy-tag.
           move "inventory.idx" to ws-copy-file-name.
           perform 180-begin-file.
           open input inventory-file.
           move ws-inventory-status to ws-copy-open-status.
           if ws-inventory-status = '00' then
               move 'y' to ws-copy-present
               perform 245-read-next-inventory
               perform 250-copy-one-inventory
                   until ws-eof-flag = 'y'
               close inventory-file
           end-if.
           perform 190-end-file.

       245-read-next-inventory.
           read inventory-file next
               at end
                   move 'y' to ws-eof-flag
           end-read.
           if ws-inventory-status not = '00' and
             ws-inventory-status not = '10'
               move 'n' to ws-backup-ok
               move 'y' to ws-eof-flag
           end-if.

       250-copy-one-inventory.
           move inventory-record to ws-copy-image.
           perform 185-write-data.
           perform 245-read-next-inventory.

       260-copy-archive.
           move "ARCHIVE " to ws-copy-tag.
           move "master-archive.dat" to ws-copy-file-name.
           perform 180-begin-file.
           open input archive-file.
           move ws-archive-status to ws-copy-open-status.
           if ws-archive-status = '00' then
               move 'y' to ws-copy-present
               read archive-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 270-copy-one-archive
                   until ws-eof-flag = 'y'
               close archive-file
           end-if.
           perform 190-end-file.

       270-copy-one-archive.
           move archive-line to ws-copy-image.
           perform 185-write-data.
           read archive-file
               at end
                   move 'y' to ws-eof-flag.

       280-copy-suspense.
           move "SUSPENSE" to ws-copy-tag.
           move "suspense.dat" to ws-copy-file-name.
           perform 180-begin-file.
           open input suspense-file.
           move ws-suspense-status to ws-copy-open-status.
           if ws-suspense-status = '00' then
               move 'y' to ws-copy-present
               read suspense-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 290-copy-one-suspense
                   until ws-eof-flag = 'y'
               close suspense-file
           end-if.
           perform 190-end-file.

       290-copy-one-suspense.
           move suspense-line to ws-copy-image.
           perform 185-write-data.
           read suspense-file
               at end
                   move 'y' to ws-eof-flag.

       300-copy-period.
           move "PERIOD  " to ws-copy-tag.
           move "period-totals.dat" to ws-copy-file-name.
           perform 180-begin-file.
           open input period-file.
           move ws-period-status to ws-copy-open-status.
           if ws-period-status = '00' then
               move 'y' to ws-copy-present
               read period-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 310-copy-one-period
                   until ws-eof-flag = 'y'
               close period-file
           end-if.
           perform 190-end-file.

       310-copy-one-period.
           move period-line to ws-copy-image.
           perform 185-write-data.
           read period-file
               at end
                   move 'y' to ws-eof-flag.

       320-copy-open-items.
           move "OPENITEM" to ws-copy-tag.
           move "open-items.dat" to ws-copy-file-name.
           perform 180-begin-file.
           open input open-items-file.
           move ws-open-items-status to ws-copy-open-status.
           if ws-open-items-status = '00' then
               move 'y' to ws-copy-present
               read open-items-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 330-copy-one-open-item
                   until ws-eof-flag = 'y'
               close open-items-file
           end-if.
           perform 190-end-file.

       330-copy-one-open-item.
           move open-item-line to ws-copy-image.
           perform 185-write-data.
           read open-items-file
               at end
                   move 'y' to ws-eof-flag.

       340-copy-reference.
           move "REFERENC" to ws-copy-tag.
           move "reference.dat" to ws-copy-file-name.
           perform 180-begin-file.
           open input reference-file.
           move ws-reference-status to ws-copy-open-status.
           if ws-reference-status = '00' then
               move 'y' to ws-copy-present
               read reference-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 350-copy-one-reference
                   until ws-eof-flag = 'y'
               close reference-file
           end-if.
           perform 190-end-file.

       350-copy-one-reference.
           move ref-line to ws-copy-image.
           perform 185-write-data.
           read reference-file
               at end
                   move 'y' to ws-eof-flag.

       360-copy-activity-log.
           move "ACTIVITY" to ws-copy-tag.
           move "activity-log.dat" to ws-copy-file-name.
           perform 180-begin-file.
           open input activity-log-file.
           move ws-activity-status to ws-copy-open-status.
           if ws-activity-status = '00' then
               move 'y' to ws-copy-present
               read activity-log-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 370-copy-one-activity
                   until ws-eof-flag = 'y'
               close activity-log-file
           end-if.
           perform 190-end-file.

       370-copy-one-activity.
           move activity-line to ws-copy-image.
           perform 185-write-data.
           read activity-log-file
               at end
                   move 'y' to ws-eof-flag.

      * Copied so the generation is a true picture of the night, but
      * GenRestore.cbl never puts it back - the history of the runs a
      * rollback undoes is exactly what must survive it.
       380-copy-runhistory.
           move "RUNHIST " to ws-copy-tag.
           move "runhistory.dat" to ws-copy-file-name.
           perform 180-begin-file.
           open input runhistory-file.
           move ws-runhist-status to ws-copy-open-status.
           if ws-runhist-status = '00' then
               move 'y' to ws-copy-present
               read runhistory-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 390-copy-one-runhistory
                   until ws-eof-flag = 'y'
               close runhistory-file
           end-if.
           perform 190-end-file.

       390-copy-one-runhistory.
           move runhist-line to ws-copy-image.
           perform 185-write-data.
           read runhistory-file
               at end
                   move 'y' to ws-eof-flag.

       400-copy-checkpoint.
           move "CHKPOINT" to ws-copy-tag.
           move "checkpoint.dat" to ws-copy-file-name.
           perform 180-begin-file.
           open input checkpoint-file.
           move ws-checkpoint-status to ws-copy-open-status.
           if ws-checkpoint-status = '00' then
               move 'y' to ws-copy-present
               read checkpoint-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 410-copy-one-checkpoint
                   until ws-eof-flag = 'y'
               close checkpoint-file
           end-if.
           perform 190-end-file.

       410-copy-one-checkpoint.
           move checkpoint-line to ws-copy-image.
           perform 185-write-data.
           read checkpoint-file
               at end
                   move 'y' to ws-eof-flag.

       420-copy-registry.
           move "REGISTRY" to ws-copy-tag.
           move "transmission-registry.dat" to ws-copy-file-name.
           perform 180-begin-file.
           open input registry-file.
           move ws-registry-status to ws-copy-open-status.
           if ws-registry-status = '00' then
               move 'y' to ws-copy-present
               read registry-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 430-copy-one-registry
                   until ws-eof-flag = 'y'
               close registry-file
           end-if.
           perform 190-end-file.

       430-copy-one-registry.
           move registry-line to ws-copy-image.
           perform 185-write-data.
           read registry-file
               at end
                   move 'y' to ws-eof-flag.

       440-copy-calendar.
           move "CALENDAR" to ws-copy-tag.
           move "business-calendar.dat" to ws-copy-file-name.
           perform 180-begin-file.
           open input calendar-file.
           move ws-calendar-status to ws-copy-open-status.
           if ws-calendar-status = '00' then
               move 'y' to ws-copy-present
               read calendar-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 450-copy-one-calendar
                   until ws-eof-flag = 'y'
               close calendar-file
           end-if.
           perform 190-end-file.

       450-copy-one-calendar.
           move calendar-line to ws-copy-image.
           perform 185-write-data.
           read calendar-file
               at end
                   move 'y' to ws-eof-flag.

       460-copy-disputes.
           move "DISPUTE " to ws-copy-tag.
           move "dispute.idx" to ws-copy-file-name.
           perform 180-begin-file.
           open input dispute-file.
           move ws-dispute-status to ws-copy-open-status.
           if ws-dispute-status = '00' then
               move 'y' to ws-copy-present
               perform 465-read-next-dispute
               perform 470-copy-one-dispute
                   until ws-eof-flag = 'y'
               close dispute-file
           end-if.
           perform 190-end-file.

       465-read-next-dispute.
           read dispute-file next
               at end
                   move 'y' to ws-eof-flag
           end-read.
           if ws-dispute-status not = '00' and
             ws-dispute-status not = '10'
               move 'n' to ws-backup-ok
               move 'y' to ws-eof-flag
           end-if.

       470-copy-one-dispute.
           move dispute-record to ws-copy-image.
           perform 185-write-data.
           perform 465-read-next-dispute.

       480-copy-pending.
           move "PENDING " to ws-copy-tag.
           move "pending-approvals.dat" to ws-copy-file-name.
           perform 180-begin-file.
           open input pending-file.
           move ws-pending-status to ws-copy-open-status.
           if ws-pending-status = '00' then
               move 'y' to ws-copy-present
               read pending-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 490-copy-one-pending
                   until ws-eof-flag = 'y'
               close pending-file
           end-if.
           perform 190-end-file.

       490-copy-one-pending.
           move pending-line to ws-copy-image.
           perform 185-write-data.
           read pending-file
               at end
                   move 'y' to ws-eof-flag.

      * The same extend-or-create open Edit.cbl uses. The generation
      * number rides in the valid-count column so a rollback can be
      * traced back to the backup it used.
       500-write-run-history.
           open extend runhistory-file.
           if ws-runhist-status = '35' then
               open output runhistory-file
           end-if.
           move spaces to runhist-line.
           move "BACKUP" to rh-program-name.
           move ws-run-date to rh-run-date.
           move ws-run-time-raw (1:6) to rh-run-time.
           move zeroes to rh-batch-date.
           move "FRESH" to rh-start-type.
           move ws-new-generation to rh-valid-count.
           move zeroes to rh-invalid-count.
           move zeroes to rh-total-amount.
           move ws-ctl-status (ws-new-slot) to rh-batch-status.
           write runhist-line.
           close runhistory-file.

       end program GenBackup.
