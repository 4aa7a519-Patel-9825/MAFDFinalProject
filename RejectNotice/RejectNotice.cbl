       identification division.
       program-id. RejectNotice.

      * Splits the persistent suspense file of rejected records by
      * the store that sent them and prints one notice per store,
      * reject-notice-NN.out, so the rejects go back to the people
      * holding the paper tickets instead of sitting at one central
      * desk. Each reject is listed with its original record, the
      * reason codes it failed spelled out in plain English, its
      * dollars, and how many days it has been open. Every store on
      * the reference list gets a notice, even with nothing open, so
      * a stale notice from an earlier night is never left lying
      * about. A reject whose store number is not on file cannot be
      * sent anywhere and goes on a central-desk notice,
      * reject-notice-00.out.
      *
      * Alongside the notices two files are written for
      * CorrectInvalid.cbl. reject-invalid.dat holds the rejected
      * records themselves in the order the notices list them, and
      * correction-turnaround.dat holds one line per failed field in
      * the corrections.dat layout, with the record number (the
      * record's position in reject-invalid.dat) and the field name
      * already filled in and the corrected value left blank. The
      * store keys only the value; the two files are then staged
      * together as invalid.dat and corrections.dat. A turnaround
      * line still blank is passed over by CorrectInvalid.cbl, so a
      * store need only key the fields it can answer.

       environment division.
       input-output section.
       file-control.

           select suspense-file
               assign to "../../../data/suspense.dat"
               organization is line sequential
               file status is ws-suspense-status.

      * Same external list of valid store numbers Edit.cbl loads -
      * one notice is printed for each STORE entry.
           select reference-file
               assign to "../../../data/reference.dat"
               organization is line sequential
               file status is ws-reference-status.

      * Notice file name built at run time: reject-notice-NN.out.
           select notice-file
               assign to ws-notice-file-name
               organization is line sequential.

           select turnaround-file
               assign to "../../../data/correction-turnaround.dat"
               organization is line sequential.

           select reject-image-file
               assign to "../../../data/reject-invalid.dat"
               organization is line sequential.

           select report-file
               assign to "../../../data/reject-notices.out"
               organization is line sequential.

      *
       data division.
       file section.
      *
      * One rejected record still awaiting a correction, in the same
      * layout Edit.cbl writes.
       fd suspense-file
           data record is suspense-line
           record contains 80 characters.

       01 suspense-line.
           05 susp-first-date               pic 9(8).
           05 susp-reason-codes             pic x(24).
           05 susp-amount                   pic 9(5)v99.
           05 susp-record-image             pic x(38).
           05 filler                        pic x(3).

      * Same layout Edit.cbl and CorrectInvalid.cbl load.
       fd reference-file
           data record is ref-line
           record contains 36 characters.

       01 ref-line.
           05 ref-type                      pic x(6).
           05 ref-value                     pic x(9).
           05 filler                        pic x(21).

       fd notice-file
           data record is notice-line
           record contains 120 characters.

       01 notice-line                       pic x(120).

      * Same layout CorrectInvalid.cbl reads as corrections.dat.
       fd turnaround-file
           data record is correction-line
           record contains 36 characters.

       01 correction-line.
           05 corr-record-number            pic 9(3).
           05 corr-field-name               pic x(10).
           05 corr-new-value                pic x(15).
           05 corr-requested-by             pic x(8).

      * The same 38-byte record CorrectInvalid.cbl reads as
      * invalid.dat.
       fd reject-image-file
           data record is reject-image-line
           record contains 38 characters.

       01 reject-image-line.
           05 filler                        pic x(10).
           05 ri-store-number               pic x(2).
           05 filler                        pic x(26).

       fd report-file
           data record is report-line
           record contains 120 characters.

       01 report-line                       pic x(120).

       working-storage section.

      * Every reason code Edit.cbl can give a reject, the field a
      * store keys to answer it (a number into ws-field-name below),
      * and what it means in words a store clerk can act on.
       01 ws-reason-values.
           05 filler                        pic x(48) value
               "TC1Transaction code is not S, R, L or V".
           05 filler                        pic x(48) value
               "TA2Transaction amount is not numeric".
           05 filler                        pic x(48) value
               "PT3Payment type is not on the reference list".
           05 filler                        pic x(48) value
               "SN4Store number is not on the reference list".
           05 filler                        pic x(48) value
               "PX5Invoice prefix is not on the reference list".
           05 filler                        pic x(48) value
               "DS5Invoice number has no dash after the prefix".
           05 filler                        pic x(48) value
               "IN5Invoice number digits are not numeric".
           05 filler                        pic x(48) value
               "IR5Invoice number is outside 100001 to 899999".
           05 filler                        pic x(48) value
               "SK6SKU code is blank".
           05 filler                        pic x(48) value
               "LN7Line number is missing or zero".
           05 filler                        pic x(48) value
               "DU5Invoice and line number already accepted".
           05 filler                        pic x(48) value
               "OR5Return has no original sale on file".
           05 filler                        pic x(48) value
               "OV2Return is more than the sale less returns".
           05 filler                        pic x(48) value
               "OL5Layaway payment has no sale on file".
           05 filler                        pic x(48) value
               "OP2Layaway payment is more than the balance".
           05 filler                        pic x(48) value
               "VO5Void has no original sale on file".
           05 filler                        pic x(48) value
               "VA2Void amount differs from the original sale".
           05 filler                        pic x(48) value
               "VP3Void payment type differs from the sale".
           05 filler                        pic x(48) value
               "VS4Void store differs from the original sale".
           05 filler                        pic x(48) value
               "VK6Void SKU code differs from the original sale".
       01 ws-reason-table redefines ws-reason-values.
           05 ws-reason                   occurs 20 times
                                           indexed by ws-reason-idx.
               10 ws-reason-code           pic xx.
               10 ws-reason-field          pic 9.
               10 ws-reason-text           pic x(45).

      * The field names CorrectInvalid.cbl applies a correction to,
      * in the order a record's turnaround lines are written.
       01 ws-field-values.
           05 filler                        pic x(10) value "TXNCODE".
           05 filler                        pic x(10) value "TXNAMT".
           05 filler                        pic x(10) value "PAYTYPE".
           05 filler                        pic x(10) value "STORENUM".
           05 filler                        pic x(10) value "INVOICE".
           05 filler                        pic x(10) value "SKUCODE".
           05 filler                        pic x(10) value "LINENUM".
       01 ws-field-table redefines ws-field-values.
           05 ws-field-name               occurs 7 times
                                           pic x(10).

      * Set per reject as its reason codes are explained, so a field
      * failed for more than one reason gets one turnaround line.
       01 ws-field-due-table.
           05 ws-field-due                occurs 7 times
                                           pic x.

      * Suspense records loaded up front, each tagged with the store
      * whose notice it goes on (00 for the central desk).
       01 ws-suspense-table.
           05 ws-suspense                occurs 999 times
                                          indexed by ws-susp-idx.
               10 ws-susp-first-date       pic 9(8).
               10 ws-susp-reasons          pic x(24).
               10 ws-susp-amount           pic 9(5)v99.
               10 ws-susp-image            pic x(38).
               10 ws-susp-store            pic 99.

       01 ws-valid-stores.
           05 ws-valid-store              occurs 20 times
                                           indexed by ws-vstore-idx.
               10 ws-valid-store-number    pic 99.

       01 ws-notice-file-name.
           05 filler                        pic x(28)
               value "../../../data/reject-notice-".
           05 ws-nfn-store                  pic 99.
           05 filler                        pic x(4) value ".out".

      * One reject's reason codes, taken apart two characters at a
      * time.
       01 ws-reason-list.
           05 ws-reason-list-code         occurs 12 times
                                           pic xx.

       01 ws-notice-heading.
           05 filler                        pic x(40) value spaces.
           05 filler                        pic x(20)
               value "STORE REJECT NOTICE".
           05 filler                        pic x(60) value spaces.

       01 ws-store-heading.
           05 filler                        pic x(6) value "Store ".
           05 ws-sh-store                   pic 99.
           05 filler                        pic x(12)
               value "  As of date".
           05 filler                        pic x value space.
           05 ws-sh-date                    pic 9(8).
           05 filler                        pic x(91) value spaces.

       01 ws-central-heading.
           05 filler                        pic x(40)
               value "Central desk - store number not on file".
           05 filler                        pic x(12)
               value "  As of date".
           05 filler                        pic x value space.
           05 ws-ch-date                    pic 9(8).
           05 filler                        pic x(59) value spaces.

       01 ws-instruction-line-1.
           05 filler                        pic x(45)
               value "Key the corrected value for each field shown ".
           05 filler                        pic x(47)
               value "into its line of correction-turnaround.dat, by ".
           05 filler                        pic x(14)
               value "record number.".
           05 filler                        pic x(14) value spaces.

       01 ws-instruction-line-2.
           05 filler                        pic x(40)
               value "Key an amount as 7 digits with no point ".
           05 filler                        pic x(47)
               value "(0001250 is 12.50) and an invoice as XX-999999.".
           05 filler                        pic x(32)
               value "  Leave a line blank to skip it.".
           05 filler                        pic x(1) value spaces.

       01 ws-instruction-line-3.
           05 filler                        pic x(38)
               value "Put your operator ID in columns 29-36 ".
           05 filler                        pic x(45)
               value "of each line.  Large amount changes wait for ".
           05 filler                        pic x(18)
               value "a second operator.".
           05 filler                        pic x(19) value spaces.

       01 ws-detail-line.
           05 filler                        pic x(7) value "Record ".
           05 ws-dl-record                  pic zz9.
           05 filler                        pic x(11)
               value "  Rejected ".
           05 ws-dl-date                    pic 9(8).
           05 filler                        pic x(7) value "  Days ".
           05 ws-dl-days                    pic zzz9.
           05 filler                        pic x(9) value "  Amount ".
           05 ws-dl-amount                  pic zz,zz9.99.
           05 filler                        pic x(11)
               value "  Original ".
           05 ws-dl-image                   pic x(38).
           05 filler                        pic x(13) value spaces.

       01 ws-reason-line.
           05 filler                        pic x(6) value spaces.
           05 ws-rl-code                    pic xx.
           05 filler                        pic x(2) value spaces.
           05 ws-rl-text                    pic x(45).
           05 filler                        pic x(2) value spaces.
           05 ws-rl-key-label               pic x(10).
           05 ws-rl-field                   pic x(10).
           05 filler                        pic x(43) value spaces.

       01 ws-no-rejects-line.
           05 filler                        pic x(40)
               value "No open rejects for this store.".
           05 filler                        pic x(80) value spaces.

       01 ws-store-total-line.
           05 filler                        pic x(14)
               value "Open rejects: ".
           05 ws-st-count                   pic zz9.
           05 filler                        pic x(12)
               value "   Dollars: ".
           05 ws-st-amount                  pic z,zzz,zz9.99.
           05 filler                        pic x(22)
               value "   Oldest open (days):".
           05 ws-st-oldest                  pic zzz9.
           05 filler                        pic x(53) value spaces.

       01 ws-report-heading.
           05 filler                        pic x(40) value spaces.
           05 filler                        pic x(20)
               value "REJECT NOTICES".
           05 filler                        pic x(60) value spaces.

       01 ws-asof-heading.
           05 filler                        pic x(11)
               value "As of date ".
           05 ws-ah-date                    pic 9(8).
           05 filler                        pic x(101) value spaces.

       01 ws-notice-summary-line.
           05 filler                        pic x(6) value "Store ".
           05 ws-ns-store                   pic 99.
           05 filler                        pic x(9) value "  Notice ".
           05 ws-ns-file                    pic x(20).
           05 filler                        pic x(10)
               value "  Rejects ".
           05 ws-ns-count                   pic zz9.
           05 filler                        pic x(11)
               value "  Dollars  ".
           05 ws-ns-amount                  pic z,zzz,zz9.99.
           05 filler                        pic x(21)
               value "  Turnaround lines  ".
           05 ws-ns-lines                   pic zzz9.
           05 filler                        pic x(22) value spaces.

       01 ws-grand-total-line.
           05 filler                        pic x(14)
               value "Open rejects: ".
           05 ws-gt-count                   pic zz9.
           05 filler                        pic x(12)
               value "   Dollars: ".
           05 ws-gt-amount                  pic z,zzz,zz9.99.
           05 filler                        pic x(22)
               value "   Turnaround lines: ".
           05 ws-gt-lines                   pic zzz9.
           05 filler                        pic x(53) value spaces.

       01 ws-overflow-line.
           05 filler                        pic x(38)
               value "*** SUSPENSE HOLDS OVER 999 REJECTS - ".
           05 filler                        pic x(40)
               value "THE REST ARE NOT ON THIS NIGHT'S NOTICES".
           05 filler                        pic x(42) value spaces.

       01 ws-turnaround-full-line.
           05 filler                        pic x(32)
               value "*** OVER 999 TURNAROUND LINES - ".
           05 filler                        pic x(30)
               value "LATER FIELDS ARE NOT PREFILLED".
           05 filler                        pic x(58) value spaces.

       01 ws-blank-line                     pic x(120) value spaces.

       77 ws-eof-flag                        pic x value 'n'.
       77 ws-suspense-status                 pic xx.
       77 ws-reference-status                pic xx.
       77 ws-suspense-count                  pic 999 value 0.
       77 ws-suspense-overflow               pic x value 'n'.
       77 ws-valid-store-count               pic 99 value 0.
       77 ws-store-scan                      pic 99 value 0.
       77 ws-store-found                     pic x value 'n'.
       77 ws-run-date                        pic 9(8) value 0.
       77 ws-one                             pic 9 value 1.

      * The notice being printed and what has gone on it.
       77 ws-notice-store                    pic 99 value 0.
       77 ws-notice-count                    pic 999 value 0.
       77 ws-notice-amount                   pic 9(7)v99 value 0.
       77 ws-notice-oldest                   pic 9(4) value 0.
       77 ws-notice-lines                    pic 9(4) value 0.
       77 ws-unrouted-count                  pic 999 value 0.

      * Running position in reject-invalid.dat - the record number
      * a turnaround line quotes - and the run's totals.
       77 ws-record-number                   pic 999 value 0.
       77 ws-turnaround-count                pic 9(4) value 0.
       77 ws-turnaround-full                 pic x value 'n'.
       77 ws-total-amount                    pic 9(7)v99 value 0.

       77 ws-reason-slot                     pic 99 value 0.
       77 ws-field-number                    pic 9 value 0.
       77 ws-days-open                       pic s9(7) value 0.

      * Working items for the date-to-day-number conversion - the
      * same March-shifted-year arithmetic SuspenseAging.cbl uses.
       77 ws-cnv-date                        pic 9(8) value 0.
       77 ws-cnv-monthday                    pic 9(4) value 0.
       77 ws-cnv-year                        pic 9(4) value 0.
       77 ws-cnv-month                       pic 99 value 0.
       77 ws-cnv-day                         pic 99 value 0.
       77 ws-cnv-leap4                       pic 9(4) value 0.
       77 ws-cnv-leap100                     pic 9(4) value 0.
       77 ws-cnv-leap400                     pic 9(4) value 0.
       77 ws-cnv-monthdays                   pic 9(4) value 0.
       77 ws-cnv-rest                        pic 9(4) value 0.
       77 ws-cnv-serial                      pic 9(7) value 0.
       77 ws-today-serial                    pic 9(7) value 0.

       procedure division.
       000-main.
           accept ws-run-date from date yyyymmdd.
           move ws-run-date                 to ws-cnv-date.
           perform 600-date-to-serial.
           move ws-cnv-serial               to ws-today-serial.

           perform 100-load-reference-table.
           perform 150-load-suspense-table.

           open output turnaround-file,
                       reject-image-file,
                       report-file.
           write report-line from ws-report-heading.
           move ws-run-date                 to ws-ah-date.
           write report-line from ws-asof-heading.
           write report-line from ws-blank-line.

           perform 300-write-store-notice
               varying ws-store-scan from 1 by 1
               until ws-store-scan > ws-valid-store-count.

           if ws-unrouted-count > 0 then
               move 0                       to ws-store-scan
               perform 300-write-store-notice
           end-if.

           write report-line from ws-blank-line.
           move ws-record-number            to ws-gt-count.
           move ws-total-amount             to ws-gt-amount.
           move ws-turnaround-count         to ws-gt-lines.
           write report-line from ws-grand-total-line.
           if ws-suspense-overflow = 'y' then
               write report-line from ws-overflow-line
           end-if.
           if ws-turnaround-full = 'y' then
               write report-line from ws-turnaround-full-line
           end-if.

           close turnaround-file, reject-image-file, report-file.
           goback.

       100-load-reference-table.
           open input reference-file.
           if ws-reference-status = '00' then
               read reference-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 110-load-one-reference-record
                   until ws-eof-flag = 'y'
               close reference-file
           end-if.
           move 'n' to ws-eof-flag.

       110-load-one-reference-record.
           if ref-type = "STORE " and
             ref-value (1:2) is numeric and
             ws-valid-store-count < 20 then
               add ws-one to ws-valid-store-count
               move ref-value (1:2)
                 to ws-valid-store-number (ws-valid-store-count)
           end-if.
           read reference-file
               at end
                   move 'y' to ws-eof-flag.

      * No suspense file (nothing ever rejected) is an empty night:
      * every store still gets its all-clear notice.
       150-load-suspense-table.
           open input suspense-file.
           if ws-suspense-status = '00' then
               read suspense-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 160-load-one-suspense-record
                   until ws-eof-flag = 'y'
               close suspense-file
           end-if.
           move 'n' to ws-eof-flag.

       160-load-one-suspense-record.
           if ws-suspense-count < 999 then
               add ws-one to ws-suspense-count
               move susp-first-date
                 to ws-susp-first-date (ws-suspense-count)
               move susp-reason-codes
                 to ws-susp-reasons (ws-suspense-count)
               move susp-amount
                 to ws-susp-amount (ws-suspense-count)
               move susp-record-image
                 to ws-susp-image (ws-suspense-count)
               perform 170-route-reject
           else
               move 'y' to ws-suspense-overflow
           end-if.
           read suspense-file
               at end
                   move 'y' to ws-eof-flag.

      * A reject goes to the store named in its own record when that
      * store is on the reference list, and to the central desk when
      * the store number is garbled or unknown.
       170-route-reject.
           move susp-record-image           to reject-image-line.
           move 'n'                         to ws-store-found.
           if ri-store-number is numeric then
               set ws-vstore-idx to 1
               search ws-valid-store
                   at end
                       continue
                   when ws-valid-store-number (ws-vstore-idx)
                                          = ri-store-number
                       move 'y' to ws-store-found
               end-search
           end-if.
           if ws-store-found = 'y' then
               move ri-store-number
                 to ws-susp-store (ws-suspense-count)
           else
               move 0 to ws-susp-store (ws-suspense-count)
               add ws-one to ws-unrouted-count
           end-if.

      * One notice: the store's rejects in suspense-file order, then
      * its totals. ws-store-scan zero means the central desk.
       300-write-store-notice.
           if ws-store-scan = 0 then
               move 0                       to ws-notice-store
           else
               move ws-valid-store-number (ws-store-scan)
                 to ws-notice-store
           end-if.
           move 0                           to ws-notice-count,
                                               ws-notice-amount,
                                               ws-notice-oldest,
                                               ws-notice-lines.

           move ws-notice-store             to ws-nfn-store.
           open output notice-file.
           write notice-line from ws-notice-heading.
           if ws-store-scan = 0 then
               move ws-run-date             to ws-ch-date
               write notice-line from ws-central-heading
           else
               move ws-notice-store         to ws-sh-store
               move ws-run-date             to ws-sh-date
               write notice-line from ws-store-heading
           end-if.
           write notice-line from ws-blank-line.
           write notice-line from ws-instruction-line-1.
           write notice-line from ws-instruction-line-2.
           write notice-line from ws-instruction-line-3.
           write notice-line from ws-blank-line.

           perform 320-list-one-reject
               varying ws-susp-idx from 1 by 1
               until ws-susp-idx > ws-suspense-count.

           if ws-notice-count = 0 then
               write notice-line from ws-no-rejects-line
           end-if.
           write notice-line from ws-blank-line.
           move ws-notice-count             to ws-st-count.
           move ws-notice-amount            to ws-st-amount.
           move ws-notice-oldest            to ws-st-oldest.
           write notice-line from ws-store-total-line.
           close notice-file.

           move ws-notice-store             to ws-ns-store.
           move ws-notice-file-name (15:20) to ws-ns-file.
           move ws-notice-count             to ws-ns-count.
           move ws-notice-amount            to ws-ns-amount.
           move ws-notice-lines             to ws-ns-lines.
           write report-line from ws-notice-summary-line.

       320-list-one-reject.
           if ws-susp-store (ws-susp-idx) = ws-notice-store then
               add ws-one                   to ws-record-number,
                                               ws-notice-count
               add ws-susp-amount (ws-susp-idx)
                 to ws-notice-amount, ws-total-amount
               move ws-susp-image (ws-susp-idx)
                 to reject-image-line
               write reject-image-line

               move ws-susp-first-date (ws-susp-idx) to ws-cnv-date
               perform 600-date-to-serial
               subtract ws-cnv-serial from ws-today-serial
                   giving ws-days-open
               if ws-days-open < 0 then
                   move 0 to ws-days-open
               end-if
               if ws-days-open > ws-notice-oldest then
                   move ws-days-open        to ws-notice-oldest
               end-if

               move ws-record-number        to ws-dl-record
               move ws-susp-first-date (ws-susp-idx) to ws-dl-date
               move ws-days-open            to ws-dl-days
               move ws-susp-amount (ws-susp-idx) to ws-dl-amount
               move ws-susp-image (ws-susp-idx) to ws-dl-image
               write notice-line from ws-detail-line

               move ws-susp-reasons (ws-susp-idx) to ws-reason-list
               move all 'n'                 to ws-field-due-table
               perform 340-explain-one-reason
                   varying ws-reason-slot from 1 by 1
                   until ws-reason-slot > 12
               perform 360-write-one-turnaround
                   varying ws-field-number from 1 by 1
                   until ws-field-number > 7
           end-if.

      * A code Edit.cbl gives that is not in the table is still
      * printed, so nothing on a reject is hidden from the store.
       340-explain-one-reason.
           if ws-reason-list-code (ws-reason-slot) not = spaces then
               move ws-reason-list-code (ws-reason-slot) to ws-rl-code
               set ws-reason-idx to 1
               search ws-reason
                   at end
                       move "Reason not on file - call the central desk"
                         to ws-rl-text
                       move spaces          to ws-rl-key-label,
                                               ws-rl-field
                   when ws-reason-code (ws-reason-idx)
                          = ws-reason-list-code (ws-reason-slot)
                       move ws-reason-text (ws-reason-idx)
                         to ws-rl-text
                       move "Key field "    to ws-rl-key-label
                       move ws-field-name
                              (ws-reason-field (ws-reason-idx))
                         to ws-rl-field
                       move 'y' to ws-field-due
                                     (ws-reason-field (ws-reason-idx))
               end-search
               write notice-line from ws-reason-line
           end-if.

      * The record number quoted is the reject's position in
      * reject-invalid.dat, the way CorrectInvalid.cbl counts
      * invalid.dat; only the value is left for the store to key.
       360-write-one-turnaround.
           if ws-field-due (ws-field-number) = 'y' then
               if ws-turnaround-count < 999 then
                   move spaces              to correction-line
                   move ws-record-number    to corr-record-number
                   move ws-field-name (ws-field-number)
                     to corr-field-name
                   write correction-line
                   add ws-one               to ws-turnaround-count,
                                               ws-notice-lines
               else
                   move 'y'                 to ws-turnaround-full
               end-if
           end-if.

      * Turns a yyyymmdd calendar date into a running day number so
      * two dates subtract to an age in days. The year is shifted to
      * start in March, which puts leap day at the end of the shifted
      * year where the month-length sum and the leap-year terms both
      * come out right with plain integer arithmetic.
       600-date-to-serial.
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

       end program RejectNotice.
