               record key is layaway-invoice-number
               file status is ws-layaway-status.

      * Perpetual on-hand file, one record per store and SKU: every
      * accepted sale takes a unit off, every accepted return or void
      * puts one back. InventoryUpdate.cbl posts deliveries and
      * physical counts to the same file and prints the reorder list.
           select inventory-file
               assign to "../../../data/inventory.idx"
               organization is indexed
               access mode is dynamic
               record key is inv-record-key
               file status is ws-inventory-status.

      * Persistent month-by-month totals file: one row per batch
      * month and store, transaction code, or payment type, carrying
      * the accepted counts and dollars every Edit run has rolled in
               organization is line sequential
               file status is ws-suspense-status.

      * Permanent log of accepted returns, layaway payments, and
      * voids, one record per 'R', 'L', or 'V' posted, carrying its
      * own date, store, and payment type beside the sale's - the
      * master only keeps a returned-to-date figure (or a 'V' code)
      * on the sale line and the layaway file only a paid-to-date
      * balance, none of which can say where, when, or to what
      * tender the money moved. LossPrevention.cbl,
      * InterStoreSettle.cbl, and IntegrityAudit.cbl read it.
      * Appended like runhistory-file.
           select activity-log-file
               assign to "../../../data/activity-log.dat"
               organization is line sequential
               file status is ws-activity-status.

      * Permanent register of every transmission an update run has
      * posted, one row per HDR batch date with its expected and
      * actual figures, the run that posted it, and the outcome.
      * 056-screen-transmission checks it before a record is touched,
      * so a resent project6.dat is stopped instead of bouncing every
      * record off 312-check-master-duplicate into suspense.
           select registry-file
               assign to "../../../data/transmission-registry.dat"
               organization is line sequential
               file status is ws-registry-status.

      * Business calendar: one row per date the stores were closed.
      * A batch dated on one of them is refused.
           select calendar-file
               assign to "../../../data/business-calendar.dat"
               organization is line sequential
               file status is ws-calendar-status.

      * The transmission again, read through once by
      * 056-screen-transmission for its HDR records before
      * input-file hands over a single detail record.
           select screen-file
               assign to "../../../data/project6.dat"
               organization is line sequential
               file status is ws-screen-status.

      *
       data division.
       file section.
         05 layaway-first-payment-date pic 9(8).
         05 layaway-last-payment-date pic 9(8).

      * On hand for one store and SKU, signed since a sale is taken
      * off even when the file shows none; the oversold count is how
      * many units sold with nothing on hand since the last physical
      * count. A minimum of zero means the reorder report's default.
       fd inventory-file
           data record is inventory-record
           record contains 60 characters.
       01 inventory-record.
         05 inv-record-key.
           10 inv-store-number pic 99.
           10 inv-sku-code pic x(15).
         05 inv-on-hand pic s9(7) sign trailing separate.
         05 inv-minimum-quantity pic 9(5).
         05 inv-oversold-count pic 9(5).
         05 inv-last-received-date pic 9(8).
         05 inv-last-count-date pic 9(8).
         05 inv-last-sale-date pic 9(8).
         05 filler pic x.

      * One rejected record still awaiting a correction: when it was
      * first rejected, the 2-character codes of the edits it failed
      * (up to twelve), its dollar amount, and the full original
         05 pt-amount pic s9(11)v99 sign trailing separate.
         05 pt-status pic x.

      * One accepted return, layaway payment, or void: when and where
      * it was posted, the sale line (or ticket) it is taken against,
      * the sale's own store, payment type, and batch date, and the
      * month the run rolls it into on the period-totals file. The
      * master keeps none of them as a line of its own, so this is
      * the only per-record trail of them. CorrectInvalid.cbl appends
      * the same layout for the ones it repairs.
       fd activity-log-file
           data record is activity-line
           record contains 80 characters.
       01 activity-line.
         05 al-transaction-code pic x.
         05 al-post-date pic 9(8).
         05 al-invoice-number pic x(9).
         05 al-line-number pic 99.
         05 al-sku-code pic x(15).
         05 al-amount pic 9(5)v99.
         05 al-payment-type pic xx.
         05 al-store-number pic 99.
         05 al-sale-payment-type pic xx.
         05 al-sale-store-number pic 99.
         05 al-sale-date pic 9(8).
         05 al-program-name pic x(8).
         05 al-period-month pic 9(6).
         05 filler pic x(8).

      * One posted transmission: the HDR's batch date and control
      * figures, when it was posted, and the batch-control outcome
      * with the figures actually found.
       fd registry-file
           data record is registry-line
           record contains 64 characters.
       01 registry-line.
         05 reg-batch-date pic 9(8).
         05 reg-expected-count pic 9(5).
         05 reg-expected-total pic 9(8)v99.
         05 reg-run-date pic 9(8).
         05 reg-run-time pic 9(6).
         05 reg-outcome pic x(8).
         05 reg-actual-count pic 9(5).
         05 reg-actual-total pic 9(8)v99.
         05 filler pic x(4).

      * Status CLOSED marks a day the stores did not trade; the note
      * says why and is quoted on the refusal.
       fd calendar-file
           data record is calendar-line
           record contains 40 characters.
       01 calendar-line.
         05 cal-date pic 9(8).
         05 cal-status pic x(6).
         05 cal-note pic x(26).

      * Only the header view matters here - the same layout
      * input-file's header view carries.
       fd screen-file
           data record is screen-line
           record contains 38 characters.
       01 screen-line.
         05 scr-marker pic x(3).
         05 scr-batch-date pic 9(8).
         05 scr-expected-count pic 9(5).
         05 scr-expected-total pic 9(8)v99.
         05 filler pic x(12).

       working-storage section.

       01 ws-errors-in-data-file.
       77 ws-return-sale-found pic x value 'n'.
       77 ws-return-check-total pic 9(6)v99 value 0.

      * Accepted-return log controls.
       77 ws-activity-status pic xx.

      * A return refunded at a store other than the one that made
      * the sale: 335 notes the selling store off the master line,
      * and the accepted branch of 305 prints it and counts it.
      * InterStoreSettle.cbl settles these between the two stores
      * from the accepted-return log.
       77 ws-cross-store-return pic x value 'n'.
       77 ws-cross-sale-store pic 99 value 0.
       77 ws-cross-store-count pic 9(5) value 0.
       77 ws-cross-store-amount pic 9(8)v99 value 0.

       01 ws-cross-store-note-line.
         05 filler pic x(9) value "Record  :".
         05 ws-cs-record-num pic 9(5).
         05 filler pic x(8) value spaces.
         05 filler pic x(35) value
               "Cross-store return - sold at store ".
         05 ws-cs-sale-store pic 99.
         05 filler pic x(20) value ", refunded at store ".
         05 ws-cs-return-store pic 99.
         05 filler pic x(39) value spaces.

      * Keyed layaway balance file controls.
       77 ws-layaway-status pic xx.

      * Keyed on-hand file controls.
       77 ws-inventory-status pic xx.
       77 ws-layaway-check-total pic 9(8)v99 value 0.

      * One ticket's sale lines summed off the keyed master by the
         05 filler pic x(120) value
               "*** TRIAL RUN - REPORT ONLY - NOTHING POSTED".

      * Transmission screening. 056 lists every HDR in the file with
      * the first reason it cannot be posted (blank if it can); one
      * refused header stops the whole run, trial or not, before any
      * output file is opened. A restarted run is finishing a
      * transmission already under way, so the age limit does not
      * apply to it.
       77 ws-registry-status pic xx.
       77 ws-calendar-status pic xx.
       77 ws-screen-status pic xx.
       77 ws-screen-eof pic x value 'n'.
       77 ws-transmission-screened pic x value 'n'.
       77 ws-transmission-refused pic x value 'n'.
       77 ws-max-batch-age pic 999 value 7.
       77 ws-screen-count pic 999 value 0.
       77 ws-screen-limit pic 999 value 100.
       77 ws-screen-overflow pic x value 'n'.
       77 ws-scr-idx pic 999 value 0.
       77 ws-scr-scan-idx pic 999 value 0.
       77 ws-scr-year-month pic 9(6) value 0.
       77 ws-scr-month pic 99 value 0.
       77 ws-scr-day pic 99 value 0.
       77 ws-today-serial pic 9(7) value 0.
       77 ws-batch-age pic s9(7) value 0.

       01 ws-screen-table.
         05 ws-screen occurs 100 times.
           10 ws-scr-batch-date pic 9(8).
           10 ws-scr-reason pic x(30).
           10 ws-scr-detail pic x(40).

       01 ws-posted-detail.
         05 filler pic x(29) value "already posted by the run of ".
         05 ws-pdt-run-date pic 9(8).
         05 filler pic x(3) value spaces.

       01 ws-age-detail.
         05 filler pic x(7) value "batch ".
         05 ws-agd-days pic zzz9.
         05 filler pic x(22) value " days old - the limit ".
         05 filler pic x(3) value "is ".
         05 ws-agd-limit pic zz9.
         05 filler pic x value space.

       01 ws-refusal-line.
         05 filler pic x(15) value "HDR batch date ".
         05 ws-rf-batch-date pic 9(8).
         05 filler pic x(11) value " REFUSED - ".
         05 ws-rf-reason pic x(30).
         05 ws-rf-detail pic x(40).
         05 filler pic x(16) value spaces.

       01 ws-screen-overflow-line.
         05 filler pic x(46)
               value "More than 100 HDR records in the transmission ".
         05 filler pic x(74)
               value "- REFUSED".

       01 ws-refused-run-line.
         05 filler pic x(44)
               value "TRANSMISSION REFUSED - NO RECORD POSTED. Res".
         05 filler pic x(76)
               value "olve the batches above, then rerun.".

      * Every batch this run posts, noted in 460-end-of-batch (replay
      * included, so a restarted run registers the whole file) and
      * written to the registry once the run has finished cleanly.
       77 ws-batch-outcome pic x(8) value "OK".
       77 ws-posted-count pic 999 value 0.
       77 ws-posted-idx pic 999 value 0.
       01 ws-posted-table.
         05 ws-posted occurs 100 times.
           10 ws-posted-batch-date pic 9(8).
           10 ws-posted-expected-count pic 9(5).
           10 ws-posted-expected-total pic 9(8)v99.
           10 ws-posted-actual-count pic 9(5).
           10 ws-posted-actual-total pic 9(8)v99.
           10 ws-posted-outcome pic x(8).

      * Working items for the date-to-day-number conversion - the
      * same March-shifted-year arithmetic LayawayAging.cbl uses.
       77 ws-cnv-date pic 9(8) value 0.
       77 ws-cnv-monthday pic 9(4) value 0.
       77 ws-cnv-year pic 9(4) value 0.
       77 ws-cnv-month pic 99 value 0.
       77 ws-cnv-day pic 99 value 0.
       77 ws-cnv-leap4 pic 9(4) value 0.
       77 ws-cnv-leap100 pic 9(4) value 0.
       77 ws-cnv-leap400 pic 9(4) value 0.
       77 ws-cnv-monthdays pic 9(4) value 0.
       77 ws-cnv-rest pic 9(4) value 0.
       77 ws-cnv-serial pic 9(7) value 0.

      * Void controls: the sale's own payment type, saved by 337 so
      * 372 backs the dollars out of the control total the sale
      * posted into, whatever the cashier keyed on the void.
       77 ws-roll-count pic 9(7) value 0.
       77 ws-roll-amount pic s9(11)v99 value 0.

      * This run's accepted figures by month and key, each record
      * under its own batch's month, so a transmission that crosses
      * a month end rolls each day into the month it was traded in.
      * One month at full reference.dat capacity is about 35 rows;
      * 350 slots is ten months in one run, far past any real
      * transmission, and overflow refuses the roll like 1200 does.
       01 ws-roll-table.
         05 ws-roll-row occurs 350 times indexed by ws-roll-idx.
           10 ws-roll-row-month pic 9(6).
           10 ws-roll-row-key-type pic x(6).
           10 ws-roll-row-key-value pic xx.
           10 ws-roll-row-count pic 9(7).
           10 ws-roll-row-amount pic s9(11)v99.
           10 ws-roll-row-closed pic x.

       77 ws-roll-row-total pic 999 value 0.
       77 ws-roll-found-idx pic 999 value 0.
       77 ws-roll-scan-idx pic 999 value 0.
       77 ws-roll-full pic x value 'n'.
       77 ws-roll-month-reported pic x value 'n'.

       01 ws-period-closed-line.
         05 filler pic x(10) value "*** MONTH ".
         05 ws-pc-month pic 9(6).
               "*** PERIOD FILE OVER CAPACITY - TOTALS NOT ROLLED, FIL
      -        "E LEFT UNCHANGED - ARCHIVE OLD MONTHS".

       01 ws-roll-full-line.
         05 filler pic x(51) value
               "*** RUN SPANS TOO MANY MONTHS - TOTALS NOT ROLLED, ".
         05 filler pic x(69) value "PERIOD FILE LEFT UNCHANGED".

      * Batch header/trailer control totals, one HDR...TRL set at a
      * time - a retransmitted day concatenates two or three complete
      * sets into one file, and 460-end-of-batch closes out each set
      * under 100 million, which 9(7)v99 (max 9,999,999.99) could not
      * hold without silently truncating the high-order digit.
       77 ws-batch-date pic 9(8).

      * The date this batch's lines are posted under: the header's
      * batch date, or the run date for a batch with no header. Set
      * once per batch by 057-read-header, so the master line, the
      * void's same-batch match, the log lines, and the period roll
      * all agree on it.
       77 ws-post-date pic 9(8) value 0.
       77 ws-expected-record-count pic 9(5).
       77 ws-expected-total-amount pic 9(8)v99.
       77 ws-actual-total-amount pic 9(8)v99 value 0.
         05 ws-gt-amount pic zzz,zzz,zz9.99.
         05 filler pic x(64) value spaces.

       01 ws-cross-store-total-line.
         05 filler pic x(21) value "Cross-store returns: ".
         05 ws-cs-count pic zzzz9.
         05 filler pic x(11) value "   Amount: ".
         05 ws-cs-amount pic zzz,zzz,zz9.99.
         05 filler pic x(69) value spaces.

       01 ws-batch-control-count-line.
         05 filler pic x(19) value "Expected records: ".
         05 ws-bc-expected-count pic zzzz9.
           end-if.

           open input input-file.

      * The first physical record is always examined here, restart or
      * not - it is only actually a header if hdr-marker = "HDR".
      * Read before any output file is opened: 057 screens the whole
      * transmission first, and a refused one must leave last night's
      * valid.out and invalid.out exactly as they were.
           move zeroes to ws-batch-date.
           move zeroes to ws-expected-record-count.
           move zeroes to ws-expected-total-amount.
           perform 057-read-header.

           if ws-transmission-refused = 'y' then
               perform 059-refuse-transmission
               goback
           end-if.

           if ws-trial-mode = 'y' then
               open output report-file,
                 csv-file
           end-if.
           perform 065-open-master-file.
           perform 067-open-layaway-file.
           if ws-trial-mode not = 'y' then
               perform 068-open-activity-log
               perform 069-open-inventory-file
           end-if.

           perform 040-load-suspense-table.
           perform 045-load-reference-table.
           perform 053-initialize-paytype-totals.
           perform 055-initialize-control-totals.

           if ws-checkpoint-found = 'y' then
               perform 070-skip-to-checkpoint
           end-if.
           end-if.

           close input-file, valid-file, invalid-file, report-file,
                 csv-file, master-file, layaway-file, activity-log-file,
                 inventory-file.

           perform 750-rewrite-suspense.


           perform 720-clear-checkpoint.

      * Registered only once the checkpoint is cleared: a run killed
      * in between is simply not registered, where the other order
      * would leave a restart refused as a repost of itself.
           perform 745-register-transmission.

           goback.

       030-load-run-mode.
               open i-o layaway-file
           end-if.

      * Same extend-or-create open 740-write-run-history uses.
       068-open-activity-log.
           open extend activity-log-file.
           if ws-activity-status = '35' then
               open output activity-log-file
           end-if.

      * Same create-if-missing fallback the master open uses.
       069-open-inventory-file.
           open i-o inventory-file.
           if ws-inventory-status = '35' then
               open output inventory-file
               close inventory-file
               open i-o inventory-file
           end-if.

      * Reads every HDR in the transmission before 057 hands over a
      * single detail record, and refuses the run if any batch in it
      * cannot be posted: a batch date that is no date, is in the
      * future, is more than ws-max-batch-age days old, appears twice
      * in the file, is already on the transmission registry, or
      * falls on a day the business calendar has the stores closed.
      * Each header keeps the first reason that applies.
       056-screen-transmission.
           move 'y' to ws-transmission-screened.
           move ws-run-date to ws-cnv-date.
           perform 066-date-to-serial.
           move ws-cnv-serial to ws-today-serial.

           move 'n' to ws-screen-eof.
           open input screen-file.
           if ws-screen-status = '00' then
               read screen-file
                   at end
                       move 'y' to ws-screen-eof
               end-read
               perform 058-note-one-screen-line
                 until ws-screen-eof = 'y'
               close screen-file
           end-if.

           perform 061-check-one-header
             varying ws-scr-idx from 1 by 1
             until ws-scr-idx > ws-screen-count.

           if ws-screen-count > 0 then
               move 'n' to ws-screen-eof
               open input registry-file
               if ws-registry-status = '00' then
                   read registry-file
                       at end
                           move 'y' to ws-screen-eof
                   end-read
                   perform 042-check-one-registry-row
                     until ws-screen-eof = 'y'
                   close registry-file
               end-if
               move 'n' to ws-screen-eof
               open input calendar-file
               if ws-calendar-status = '00' then
                   read calendar-file
                       at end
                           move 'y' to ws-screen-eof
                   end-read
                   perform 047-check-one-calendar-row
                     until ws-screen-eof = 'y'
                   close calendar-file
               end-if
           end-if.

           if ws-screen-overflow = 'y' then
               move 'y' to ws-transmission-refused
           end-if.
           perform 063-note-refused-header
             varying ws-scr-idx from 1 by 1
             until ws-scr-idx > ws-screen-count.

       058-note-one-screen-line.
           if scr-marker = "HDR" then
               if ws-screen-count < ws-screen-limit then
                   add 1 to ws-screen-count
                   move scr-batch-date
                     to ws-scr-batch-date (ws-screen-count)
                   move spaces to ws-scr-reason (ws-screen-count)
                   move spaces to ws-scr-detail (ws-screen-count)
               else
                   move 'y' to ws-screen-overflow
               end-if
           end-if.
           read screen-file
               at end
                   move 'y' to ws-screen-eof.

      * The checks that need nothing but the header itself and the
      * headers ahead of it in the file.
       061-check-one-header.
           if ws-scr-batch-date (ws-scr-idx) is not numeric then
               move "BATCH DATE IS NOT A DATE"
                 to ws-scr-reason (ws-scr-idx)
           else
               divide ws-scr-batch-date (ws-scr-idx) by 100
                   giving ws-scr-year-month remainder ws-scr-day
               divide ws-scr-year-month by 100
                   giving ws-cnv-year remainder ws-scr-month
               if ws-scr-month < 1 or ws-scr-month > 12 or
                 ws-scr-day < 1 or ws-scr-day > 31
                   move "BATCH DATE IS NOT A DATE"
                     to ws-scr-reason (ws-scr-idx)
               end-if
           end-if.

           if ws-scr-reason (ws-scr-idx) = spaces and
             ws-scr-batch-date (ws-scr-idx) > ws-run-date
               move "BATCH DATE IS IN THE FUTURE"
                 to ws-scr-reason (ws-scr-idx)
           end-if.

           if ws-scr-reason (ws-scr-idx) = spaces and
             ws-checkpoint-found not = 'y'
               move ws-scr-batch-date (ws-scr-idx) to ws-cnv-date
               perform 066-date-to-serial
               subtract ws-cnv-serial from ws-today-serial
                   giving ws-batch-age
               if ws-batch-age > ws-max-batch-age then
                   move "BATCH DATE IS TOO OLD"
                     to ws-scr-reason (ws-scr-idx)
                   move ws-batch-age to ws-agd-days
                   move ws-max-batch-age to ws-agd-limit
                   move ws-age-detail to ws-scr-detail (ws-scr-idx)
               end-if
           end-if.

           if ws-scr-reason (ws-scr-idx) = spaces then
               perform 062-match-earlier-header
                 varying ws-scr-scan-idx from 1 by 1
                 until ws-scr-scan-idx not < ws-scr-idx
           end-if.

       062-match-earlier-header.
           if ws-scr-batch-date (ws-scr-scan-idx) =
             ws-scr-batch-date (ws-scr-idx) and
             ws-scr-reason (ws-scr-idx) = spaces
               move "BATCH REPEATED IN THIS FILE"
                 to ws-scr-reason (ws-scr-idx)
           end-if.

       042-check-one-registry-row.
           perform 043-match-registry-row
             varying ws-scr-idx from 1 by 1
             until ws-scr-idx > ws-screen-count.
           read registry-file
               at end
                   move 'y' to ws-screen-eof.

       043-match-registry-row.
           if ws-scr-reason (ws-scr-idx) = spaces and
             ws-scr-batch-date (ws-scr-idx) = reg-batch-date
               move "BATCH ALREADY POSTED"
                 to ws-scr-reason (ws-scr-idx)
               move reg-run-date to ws-pdt-run-date
               move ws-posted-detail to ws-scr-detail (ws-scr-idx)
           end-if.

       047-check-one-calendar-row.
           if cal-status = "CLOSED" then
               perform 048-match-calendar-row
                 varying ws-scr-idx from 1 by 1
                 until ws-scr-idx > ws-screen-count
           end-if.
           read calendar-file
               at end
                   move 'y' to ws-screen-eof.

       048-match-calendar-row.
           if ws-scr-reason (ws-scr-idx) = spaces and
             ws-scr-batch-date (ws-scr-idx) = cal-date
               move "STORES CLOSED ON BATCH DATE"
                 to ws-scr-reason (ws-scr-idx)
               move cal-note to ws-scr-detail (ws-scr-idx)
           end-if.

       063-note-refused-header.
           if ws-scr-reason (ws-scr-idx) not = spaces then
               move 'y' to ws-transmission-refused
           end-if.

      * Turns a yyyymmdd calendar date into a running day number so
      * two dates subtract to an age in days - the same conversion
      * SuspenseAging.cbl and LayawayAging.cbl use.
       066-date-to-serial.
           divide ws-cnv-date by 10000
               giving ws-cnv-year remainder ws-cnv-monthday.
           divide ws-cnv-monthday by 100
               giving ws-cnv-month remainder ws-cnv-day.
           if ws-cnv-month > 2 then
               subtract 3 from ws-cnv-month
           else
               add 9 to ws-cnv-month
               subtract 1 from ws-cnv-year
           end-if.
           divide ws-cnv-year by 4
               giving ws-cnv-leap4 remainder ws-cnv-rest.
           divide ws-cnv-year by 100
               giving ws-cnv-leap100 remainder ws-cnv-rest.
           divide ws-cnv-year by 400
               giving ws-cnv-leap400 remainder ws-cnv-rest.
           compute ws-cnv-monthdays =
               (153 * ws-cnv-month + 2) / 5.
           compute ws-cnv-serial =
               (365 * ws-cnv-year) + ws-cnv-leap4
               - ws-cnv-leap100 + ws-cnv-leap400
               + ws-cnv-monthdays + ws-cnv-day.

      * A refused transmission: the report says which batches and
      * why, an update run leaves a REFUSED run-history row (so
      * NightRun.cbl halts the chain), and nothing else is opened.
      * A restarted run extends the report its interrupted run began.
       059-refuse-transmission.
           if ws-trial-mode not = 'y' and ws-checkpoint-found = 'y'
               open extend report-file
           else
               open output report-file
           end-if.
           write report-line from report-line-1.
           if ws-trial-mode = 'y' then
               write report-line from ws-trial-banner-line
           end-if.
           perform 064-print-one-refusal
             varying ws-scr-idx from 1 by 1
             until ws-scr-idx > ws-screen-count.
           if ws-screen-overflow = 'y' then
               write report-line from ws-screen-overflow-line
           end-if.
           write report-line from ws-refused-run-line.
           close input-file, report-file.
           if ws-trial-mode not = 'y' then
               move "REFUSED" to ws-run-bc-outcome
               perform 740-write-run-history
           end-if.

       064-print-one-refusal.
           if ws-scr-reason (ws-scr-idx) not = spaces then
               move ws-scr-batch-date (ws-scr-idx) to ws-rf-batch-date
               move ws-scr-reason (ws-scr-idx) to ws-rf-reason
               move ws-scr-detail (ws-scr-idx) to ws-rf-detail
               write report-line from ws-refusal-line
           end-if.

       057-read-header.
           if ws-transmission-screened not = 'y' then
               perform 056-screen-transmission
           end-if.

           read input-file
               at end
                   move 'y' to ws-eof-flag
               move hdr-expected-total-amount
                 to ws-expected-total-amount
           end-if.
           if ws-batch-date > 0 then
               move ws-batch-date to ws-post-date
           else
               move ws-run-date to ws-post-date
           end-if.

      * No header on this file - the record just read is really the
      * first detail record, so leave it in input-line for

      * Rolls this run's accepted figures - store counts and
      * dollars, transaction-code dollars, payment-type dollars -
      * into the persistent period-totals file, each record under
      * its own batch's month (373-sum-for-period), so month-end is
      * a report run instead of thirty report.out files and an
      * adding machine. A month that PeriodClose.cbl has closed is
      * immutable: its rows are refused and the report says so,
      * once per month. Guarded in the mainline like the GL extract,
      * so a recovery run with nothing new does not roll a second
      * copy of figures the prior run already rolled.
       760-roll-period-totals.
           perform 761-load-period-table.
           perform 764-check-one-roll-month
             varying ws-roll-idx from 1 by 1
             until ws-roll-idx > ws-roll-row-total.
           perform 765-roll-one-row
             varying ws-roll-idx from 1 by 1
             until ws-roll-idx > ws-roll-row-total.
      * On overflow nothing is rewritten: a truncated rewrite would
      * silently delete closed financial history, which is far worse
      * than one run's figures missing a roll the report admits to.
      * A roll table that filled up is missing figures the same way.
           if ws-roll-full = 'y' then
               write report-line from ws-roll-full-line
           else
               if ws-period-overflow = 'y' then
                   write report-line from ws-period-full-line
               else
               at end
                   move 'y' to ws-period-eof-flag.

      * Marks a roll row whose month is closed; the closed line is
      * printed only for the first row of that month.
       764-check-one-roll-month.
           move ws-roll-row-month (ws-roll-idx) to ws-roll-month.
           perform 762-check-month-closed.
           move ws-period-closed to ws-roll-row-closed (ws-roll-idx).
           if ws-period-closed = 'y' then
               move 'n' to ws-roll-month-reported
               set ws-roll-found-idx to ws-roll-idx
               perform 766-match-reported-month
                 varying ws-roll-scan-idx from 1 by 1
                 until ws-roll-scan-idx not < ws-roll-found-idx
                    or ws-roll-month-reported = 'y'
               if ws-roll-month-reported not = 'y' then
                   move ws-roll-month to ws-pc-month
                   write report-line from ws-period-closed-line
               end-if
           end-if.

       765-roll-one-row.
           if ws-roll-row-closed (ws-roll-idx) not = 'y' and
             (ws-roll-row-count (ws-roll-idx) > 0 or
              ws-roll-row-amount (ws-roll-idx) not = 0)
               move ws-roll-row-month (ws-roll-idx) to ws-roll-month
               move ws-roll-row-key-type (ws-roll-idx)
                 to ws-roll-key-type
               move ws-roll-row-key-value (ws-roll-idx)
                 to ws-roll-key-value
               move ws-roll-row-count (ws-roll-idx) to ws-roll-count
               move ws-roll-row-amount (ws-roll-idx) to ws-roll-amount
               perform 767-post-to-period
           end-if.

       766-match-reported-month.
           if ws-roll-row-month (ws-roll-scan-idx) = ws-roll-month
               move 'y' to ws-roll-month-reported
           end-if.

       767-post-to-period.
           write runhist-line.
           close runhistory-file.

      * Same extend-or-create open 740-write-run-history uses.
       745-register-transmission.
           open extend registry-file.
           if ws-registry-status = '35' then
               open output registry-file
           end-if.
           perform 746-write-one-registry-row
             varying ws-posted-idx from 1 by 1
             until ws-posted-idx > ws-posted-count.
           close registry-file.

       746-write-one-registry-row.
           move spaces to registry-line.
           move ws-posted-batch-date (ws-posted-idx) to reg-batch-date.
           move ws-posted-expected-count (ws-posted-idx)
             to reg-expected-count.
           move ws-posted-expected-total (ws-posted-idx)
             to reg-expected-total.
           move ws-run-date to reg-run-date.
           move ws-run-time-raw (1:6) to reg-run-time.
           move ws-posted-outcome (ws-posted-idx) to reg-outcome.
           move ws-posted-actual-count (ws-posted-idx)
             to reg-actual-count.
           move ws-posted-actual-total (ws-posted-idx)
             to reg-actual-total.
           write registry-line.

      * No suspense file yet (first run ever) is simply an empty
      * start, not an error.
       040-load-suspense-table.
       335-check-return-against-master.
           move 'n' to ws-return-sale-found.
           move 'n' to ws-sale-on-master.
           move 'n' to ws-cross-store-return.
           move InvoiceNumber to master-invoice-number.
           move LineNumber to master-line-number.
           read master-file
                   if master-transaction-code = 'S' then
                       move 'y' to ws-return-sale-found
                       move 'y' to ws-sale-on-master
                       if master-store-number not = StoreNumber
                           move 'y' to ws-cross-store-return
                           move master-store-number
                             to ws-cross-sale-store
                       end-if
                   end-if
           end-read.

               invalid key
                   continue
               not invalid key
                   if master-batch-date = ws-post-date and
                     (master-transaction-code = 'S' or
                      (ws-replay-mode = 'y' and
                       master-transaction-code = 'V'))
                   end-if
               end-if
               perform 370-update-control-totals
               perform 373-sum-for-period
               if TransactionCode = 'R' and
                 ws-cross-store-return = 'y'
                   perform 384-note-cross-store-return
               end-if
      * A sale is WRITTEN as a new master record; an accepted return
      * is folded into its sale's returned-to-date and an accepted
      * layaway payment into its invoice's layaway balance instead
                           end-if
                       end-if
                   end-if
                   if ws-replay-mode not = 'y' and
                     TransactionCode not = 'L'
                       perform 383-post-inventory
                   end-if
               end-if
           else
               if ws-replay-mode not = 'y' then
           move PaymentType to master-payment-type.
           move StoreNumber to master-store-number.
           move SKUCode to master-sku-code.
           move ws-post-date to master-batch-date.
           move zeroes to master-returned-amount.
           write master-record
               invalid key
                   continue.

      * One unit per accepted line against the store that keyed it:
      * a sale takes one off (and is counted as oversold when the
      * file already shows none), a return puts one back on the
      * returning store's shelf, and a void puts back the unit its
      * mis-rung sale took. A store/SKU the file has never seen is
      * started at zero. Skipped in checkpoint replay - the prior
      * run already moved the count.
       383-post-inventory.
           move StoreNumber to inv-store-number.
           move SKUCode to inv-sku-code.
           read inventory-file
               invalid key
                   move spaces to inventory-record
                   move StoreNumber to inv-store-number
                   move SKUCode to inv-sku-code
                   move zeroes to inv-on-hand
                   move zeroes to inv-minimum-quantity
                   move zeroes to inv-oversold-count
                   move zeroes to inv-last-received-date
                   move zeroes to inv-last-count-date
                   move zeroes to inv-last-sale-date
           end-read.
           if TransactionCode = 'S' then
               if inv-on-hand not > 0 then
                   add ws-one to inv-oversold-count
               end-if
               subtract ws-one from inv-on-hand
               if ws-batch-date > 0 then
                   move ws-batch-date to inv-last-sale-date
               else
                   move ws-run-date to inv-last-sale-date
               end-if
           else
               add ws-one to inv-on-hand
           end-if.
           if ws-inventory-status = '00' then
               rewrite inventory-record
                   invalid key
                       continue
               end-rewrite
           else
               write inventory-record
                   invalid key
                       continue
               end-write
           end-if.

      * Counted in checkpoint replay too, so a restarted run's
      * grand-total line still covers the whole file; the note line
      * itself was already printed by the run that died.
       384-note-cross-store-return.
           add ws-one to ws-cross-store-count.
           if TransactionAmount is numeric then
               add TransactionAmount to ws-cross-store-amount
           end-if.
           if ws-replay-mode not = 'y' then
               move ws-input-number-check to ws-cs-record-num
               move ws-cross-sale-store to ws-cs-sale-store
               move StoreNumber to ws-cs-return-store
               write report-line from ws-cross-store-note-line
           end-if.

      * Fold an accepted 'R' into its sale line's master record:
      * read the line, bump returned-to-date by this return,
      * rewrite - and log the return against the sale it hit.
       385-post-return-to-master.
           move InvoiceNumber to master-invoice-number.
           move LineNumber to master-line-number.
                       invalid key
                           continue
                   end-rewrite
                   perform 389-log-accepted-return
           end-read.

      * The master record area still holds the sale line 385 just
      * rewrote, so the sale's side of the log comes straight from
      * it. A batch with no header is stamped with the run date, the
      * way a new suspense entry is.
       389-log-accepted-return.
           move spaces to activity-line.
           move 'R' to al-transaction-code.
           move ws-post-date to al-post-date.
           move InvoiceNumber to al-invoice-number.
           move LineNumber to al-line-number.
           move SKUCode to al-sku-code.
           move TransactionAmount to al-amount.
           move PaymentType to al-payment-type.
           move StoreNumber to al-store-number.
           move master-payment-type to al-sale-payment-type.
           move master-store-number to al-sale-store-number.
           move master-batch-date to al-sale-date.
           move "EDIT" to al-program-name.
           perform 381-set-log-period-month.
           write activity-line.

      * The month 373-sum-for-period rolls this record into.
       381-set-log-period-month.
           move ws-post-date (1:6) to al-period-month.

      * An accepted 'L' is logged against its ticket; the layaway
      * record 386 just posted carries the ticket's store. A ticket
      * has no single sale payment type or line, so those stay blank.
       382-log-layaway-payment.
           move spaces to activity-line.
           move 'L' to al-transaction-code.
           move ws-post-date to al-post-date.
           move InvoiceNumber to al-invoice-number.
           move LineNumber to al-line-number.
           move SKUCode to al-sku-code.
           move TransactionAmount to al-amount.
           move PaymentType to al-payment-type.
           move StoreNumber to al-store-number.
           move layaway-store-number to al-sale-store-number.
           move zeroes to al-sale-date.
           move "EDIT" to al-program-name.
           perform 381-set-log-period-month.
           write activity-line.

      * Fold an accepted 'L' into the layaway balance file: the
      * first payment on an invoice opens the balance with the
      * original ticket amount and store copied from the master sale
      * (336 has already proven the sale is there), later payments
      * bump paid-to-date, and the weekly aging report works the
      * remainder. Every payment is logged, so IntegrityAudit.cbl
      * can prove paid-to-date against the log.
       386-post-layaway-payment.
           move InvoiceNumber to layaway-invoice-number.
           read layaway-file
                           continue
                   end-rewrite
           end-read.
           perform 382-log-layaway-payment.

      * The original amount is the whole ticket - the sale lines
      * summed off the master, which 336 has already proven exist.
                       invalid key
                           continue
                   end-rewrite
                   perform 379-log-accepted-void
           end-read.

      * An accepted 'V' is logged against the sale it voids, the way
      * 389 logs a return, so the void's back-out can be placed in
      * the month it was rolled into; the sale keeps its own month
      * on the master. The record area still holds the sale line 388
      * just rewrote.
       379-log-accepted-void.
           move spaces to activity-line.
           move 'V' to al-transaction-code.
           move ws-post-date to al-post-date.
           move InvoiceNumber to al-invoice-number.
           move LineNumber to al-line-number.
           move SKUCode to al-sku-code.
           move TransactionAmount to al-amount.
           move PaymentType to al-payment-type.
           move StoreNumber to al-store-number.
           move master-payment-type to al-sale-payment-type.
           move master-store-number to al-sale-store-number.
           move master-batch-date to al-sale-date.
           move "EDIT" to al-program-name.
           perform 381-set-log-period-month.
           write activity-line.

      * Packs the 2-character code of a failed edit into the next
      * slot of ws-reason-codes; codes past the twelfth are dropped
      * (a record that broken fails nothing new by losing them).
                     from ws-paytype-total-amount (ws-paytype-idx)
           end-search.

      * One accepted record into the run's roll table, by the same
      * rules 360 and 370 keep the run totals by, under the month of
      * the batch it came in (the run date's month for a batch with
      * no header). Performed in checkpoint replay too, so a recovery
      * run rolls the whole transmission the way 370 reports it.
       373-sum-for-period.
           move ws-post-date (1:6) to ws-roll-month.

           move "STORE " to ws-roll-key-type.
           move StoreNumber to ws-roll-key-value.
           move 1 to ws-roll-count.
           if TransactionCode = 'V' then
               compute ws-roll-amount = 0 - TransactionAmount
           else
               move TransactionAmount to ws-roll-amount
           end-if.
           perform 374-add-to-roll-table.

           move 0 to ws-roll-count.
           move "TXNCD " to ws-roll-key-type.
           if TransactionCode = 'V' then
               move "S " to ws-roll-key-value
               compute ws-roll-amount = 0 - TransactionAmount
               perform 374-add-to-roll-table
               move "V " to ws-roll-key-value
               move TransactionAmount to ws-roll-amount
               perform 374-add-to-roll-table
           else
               move spaces to ws-roll-key-value
               move TransactionCode to ws-roll-key-value (1:1)
               move TransactionAmount to ws-roll-amount
               perform 374-add-to-roll-table
           end-if.

           move "PAYTYP" to ws-roll-key-type.
           if TransactionCode = 'V' then
               move ws-void-sale-paytype to ws-roll-key-value
               compute ws-roll-amount = 0 - TransactionAmount
           else
               move PaymentType to ws-roll-key-value
               move TransactionAmount to ws-roll-amount
           end-if.
           perform 374-add-to-roll-table.

       374-add-to-roll-table.
           move 0 to ws-roll-found-idx.
           perform 375-match-one-roll-row
               varying ws-roll-scan-idx from 1 by 1
               until ws-roll-scan-idx > ws-roll-row-total
                  or ws-roll-found-idx > 0.
           if ws-roll-found-idx = 0 then
               if ws-roll-row-total < 350 then
                   add 1 to ws-roll-row-total
                   move ws-roll-row-total to ws-roll-found-idx
                   move ws-roll-month
                     to ws-roll-row-month (ws-roll-found-idx)
                   move ws-roll-key-type
                     to ws-roll-row-key-type (ws-roll-found-idx)
                   move ws-roll-key-value
                     to ws-roll-row-key-value (ws-roll-found-idx)
                   move 0 to ws-roll-row-count (ws-roll-found-idx)
                   move 0 to ws-roll-row-amount (ws-roll-found-idx)
                   move 'n' to ws-roll-row-closed (ws-roll-found-idx)
               else
                   move 'y' to ws-roll-full
               end-if
           end-if.
           if ws-roll-found-idx > 0 then
               add ws-roll-count
                 to ws-roll-row-count (ws-roll-found-idx)
               add ws-roll-amount
                 to ws-roll-row-amount (ws-roll-found-idx)
           end-if.

       375-match-one-roll-row.
           if ws-roll-row-month (ws-roll-scan-idx) = ws-roll-month and
             ws-roll-row-key-type (ws-roll-scan-idx)
                = ws-roll-key-type and
             ws-roll-row-key-value (ws-roll-scan-idx)
                = ws-roll-key-value
               move ws-roll-scan-idx to ws-roll-found-idx
           end-if.

       450-print-batch-control.
           move ws-batch-date to ws-bc-batch-date.
           write report-line from ws-batch-control-heading.
           add ws-batch-record-count to ws-grand-record-count.
           add ws-actual-total-amount to ws-grand-total-amount.

           move "OK" to ws-batch-outcome.
           if ws-header-seen not = 'y' then
               if ws-run-bc-outcome = "OK" then
                   move "NO HDR" to ws-run-bc-outcome
                 or ws-actual-total-amount
                    not = ws-expected-total-amount
                   move "MISMATCH" to ws-run-bc-outcome
                   move "MISMATCH" to ws-batch-outcome
               end-if
           end-if.
           if ws-trailer-seen = 'y' and
             (ws-batch-record-count not = ws-trailer-record-count
              or ws-actual-total-amount not = ws-trailer-total-amount)
               move "MISMATCH" to ws-run-bc-outcome
               move "MISMATCH" to ws-batch-outcome
           end-if.
           if ws-header-seen = 'y' then
               perform 465-note-posted-batch
           end-if.

      * Same guard the mainline puts on the trailer sections: a
               perform 057-read-header
           end-if.

      * A batch with no header has no date to register it under; the
      * run-history row already says NO HDR for it.
       465-note-posted-batch.
           if ws-posted-count < 100 then
               add 1 to ws-posted-count
               move ws-batch-date
                 to ws-posted-batch-date (ws-posted-count)
               move ws-expected-record-count
                 to ws-posted-expected-count (ws-posted-count)
               move ws-expected-total-amount
                 to ws-posted-expected-total (ws-posted-count)
               move ws-batch-record-count
                 to ws-posted-actual-count (ws-posted-count)
               move ws-actual-total-amount
                 to ws-posted-actual-total (ws-posted-count)
               move ws-batch-outcome
                 to ws-posted-outcome (ws-posted-count)
           end-if.

       455-print-grand-totals.
           write report-line from ws-grand-totals-heading.
           move ws-batch-count to ws-gt-batches.
           move ws-grand-record-count to ws-gt-records.
           move ws-grand-total-amount to ws-gt-amount.
           write report-line from ws-grand-totals-line.
           move ws-cross-store-count to ws-cs-count.
           move ws-cross-store-amount to ws-cs-amount.
           write report-line from ws-cross-store-total-line.

       end program Edit.
