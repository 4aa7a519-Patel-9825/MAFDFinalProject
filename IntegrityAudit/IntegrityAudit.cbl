       identification division.
       program-id. IntegrityAudit.

      * Cross-file integrity audit of the files Edit.cbl and
      * CorrectInvalid.cbl keep between them. For every month the
      * period-totals file still has open, the store, transaction-
      * code, and payment-type figures are recomputed from scratch -
      * sale lines off the keyed master (and off the archive, for any
      * open-month lines already moved there), returns, layaway
      * payments, and voids off the activity log, which is the only
      * per-record trail of them - by the same rules Edit.cbl rolls
      * them in by, and set against the period-totals rows. Every
      * layaway balance is proven against the sum of the payments
      * logged for its invoice and against a sale line behind it on
      * the master (or, for a ticket paid off and archived, on the
      * archive). Suspense, open-items, and run-history records are
      * checked for damaged fields. Anything that does not agree is
      * printed; a run-history row records the outcome, and a
      * non-zero RETURN-CODE tells NightRun.cbl to halt the chain.
      *
      * A month open on or before the earliest post date on the
      * activity log holds returns, layaway payments, voids, and
      * repairs posted before the log began, which nothing here can
      * rebuild; such months are listed as not proven rather than
      * compared, the same cut-over rule the layaway proof applies.

       environment division.
       input-output section.
       file-control.

           select period-file
               assign to "../../../data/period-totals.dat"
               organization is line sequential
               file status is ws-period-status.

           select master-file
               assign to "../../../data/master.idx"
               organization is indexed
               access mode is dynamic
               record key is master-record-key
               file status is ws-master-status.

           select archive-file
               assign to "../../../data/master-archive.dat"
               organization is line sequential
               file status is ws-archive-status.

           select layaway-file
               assign to "../../../data/layaway.idx"
               organization is indexed
               access mode is dynamic
               record key is layaway-invoice-number
               file status is ws-layaway-status.

           select activity-log-file
               assign to "../../../data/activity-log.dat"
               organization is line sequential
               file status is ws-activity-status.

           select suspense-file
               assign to "../../../data/suspense.dat"
               organization is line sequential
               file status is ws-suspense-status.

           select open-items-file
               assign to "../../../data/open-items.dat"
               organization is line sequential
               file status is ws-open-items-status.

           select runhistory-file
               assign to "../../../data/runhistory.dat"
               organization is line sequential
               file status is ws-runhist-status.

           select report-file
               assign to "../../../data/integrity-audit.out"
               organization is line sequential.

      *
       data division.
       file section.
      *
      * One month's running total for one key, in the layout Edit.cbl
      * keeps: STORE /TXNCD /PAYTYP rows plus one MONTH marker row per
      * closed month.
       fd period-file
           data record is period-line
           record contains 36 characters.

       01 period-line.
           05 pt-month                      pic 9(6).
           05 pt-key-type                   pic x(6).
           05 pt-key-value                  pic xx.
           05 pt-valid-count                pic 9(7).
           05 pt-amount                     pic s9(11)v99
                                            sign trailing separate.
           05 pt-status                     pic x.

      * The layout Edit.cbl maintains: a voided sale keeps its line
      * with the transaction code turned to 'V'.
       fd master-file
           data record is master-record
           record contains 53 characters.

       01 master-record.
           05 master-record-key.
               10 master-invoice-number     pic x(9).
               10 master-line-number        pic 99.
           05 master-transaction-code       pic x.
           05 master-transaction-amount     pic 9(5)v99.
           05 master-payment-type           pic xx.
           05 master-store-number           pic 99.
           05 master-sku-code               pic x(15).
           05 master-batch-date             pic 9(8).
           05 master-returned-amount        pic 9(5)v99.

       fd archive-file
           data record is archive-record
           record contains 53 characters.

       01 archive-record.
           05 arc-invoice-number            pic x(9).
           05 arc-line-number               pic 99.
           05 arc-transaction-code          pic x.
           05 arc-transaction-amount        pic 9(5)v99.
           05 arc-payment-type              pic xx.
           05 arc-store-number              pic 99.
           05 arc-sku-code                  pic x(15).
           05 arc-batch-date                pic 9(8).
           05 arc-returned-amount           pic 9(5)v99.

      * The pre-multi-line layout of the same record area: no line
      * number, everything after the invoice two bytes earlier.
       01 archive-old-record.
           05 arc-old-invoice-number        pic x(9).
           05 arc-old-transaction-code      pic x.
           05 arc-old-transaction-amount    pic 9(5)v99.
           05 arc-old-payment-type          pic xx.
           05 arc-old-store-number          pic 99.
           05 arc-old-sku-code              pic x(15).
           05 arc-old-batch-date            pic 9(8).
           05 arc-old-returned-amount       pic 9(5)v99.
           05 filler                        pic x(2).

       fd layaway-file
           data record is layaway-record
           record contains 45 characters.

       01 layaway-record.
           05 layaway-invoice-number        pic x(9).
           05 layaway-store-number          pic 99.
           05 layaway-original-amount       pic 9(7)v99.
           05 layaway-paid-amount           pic 9(7)v99.
           05 layaway-first-payment-date    pic 9(8).
           05 layaway-last-payment-date     pic 9(8).

      * One accepted return, layaway payment, or void, in the layout
      * Edit.cbl appends.
       fd activity-log-file
           data record is activity-line
           record contains 80 characters.

       01 activity-line.
           05 al-transaction-code           pic x.
           05 al-post-date                  pic 9(8).
           05 al-invoice-number             pic x(9).
           05 al-line-number                pic 99.
           05 al-sku-code                   pic x(15).
           05 al-amount                     pic 9(5)v99.
           05 al-payment-type               pic xx.
           05 al-store-number               pic 99.
           05 al-sale-payment-type          pic xx.
           05 al-sale-store-number          pic 99.
           05 al-sale-date                  pic 9(8).
           05 al-program-name               pic x(8).
           05 al-period-month               pic 9(6).
           05 filler                        pic x(8).

      * One rejected record still awaiting a correction, in the
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

      * One unmatched bank-reconciliation difference, in the layout
      * BankRecon.cbl carries: 'E' edited dollars no deposit funded,
      * 'D' a deposit with no edited dollars behind it.
       fd open-items-file
           data record is open-item-line
           record contains 36 characters.

       01 open-item-line.
           05 oi-side                       pic x.
           05 oi-payment-type               pic xx.
           05 oi-store-number               pic 99.
           05 oi-amount                     pic 9(9)v99.
           05 oi-first-date                 pic 9(8).
           05 filler                        pic x(12).

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
           record contains 120 characters.

       01 report-line                       pic x(120).

       working-storage section.

       01 ws-report-heading.
           05 filler                        pic x(30) value spaces.
           05 filler                        pic x(26)
               value "CROSS-FILE INTEGRITY AUDIT".
           05 filler                        pic x(64) value spaces.

       01 ws-run-date-line.
           05 filler                        pic x(10)
               value "Run date: ".
           05 ws-rd-date                    pic 9(8).
           05 filler                        pic x(102) value spaces.

       01 ws-period-heading.
           05 filler                        pic x(40)
               value "PERIOD TOTALS AGAINST MASTER, ARCHIVE, ".
           05 filler                        pic x(80)
               value "AND ACTIVITY LOG - OPEN MONTHS".

       01 ws-period-column-heading.
           05 filler                        pic x(47)
               value "  Month   Key      File count      File amount ".
           05 filler                        pic x(42)
               value "Recomputed count  Recomputed amount       ".
           05 filler                        pic x(31)
               value "Difference".

       01 ws-period-diff-line.
           05 filler                        pic x(2) value spaces.
           05 ws-pd-month                   pic 9(6).
           05 filler                        pic x(2) value spaces.
           05 ws-pd-key-type                pic x(6).
           05 filler                        pic x value space.
           05 ws-pd-key-value               pic xx.
           05 filler                        pic x(3) value spaces.
           05 ws-pd-file-count              pic zzzzzz9.
           05 filler                        pic x(2) value spaces.
           05 ws-pd-file-amount             pic zzz,zzz,zz9.99-.
           05 filler                        pic x(10) value spaces.
           05 ws-pd-calc-count              pic zzzzzz9.
           05 filler                        pic x(4) value spaces.
           05 ws-pd-calc-amount             pic zzz,zzz,zz9.99-.
           05 filler                        pic x(2) value spaces.
           05 ws-pd-difference              pic zzz,zzz,zz9.99-.
           05 filler                        pic x(21) value spaces.

       01 ws-period-summary-line.
           05 filler                        pic x(22)
               value "  Open months checked:".
           05 ws-ps-months                  pic zzz9.
           05 filler                        pic x(17)
               value "  Rows compared: ".
           05 ws-ps-rows                    pic zzzz9.
           05 filler                        pic x(18)
               value "  Out of balance: ".
           05 ws-ps-diffs                   pic zzzz9.
           05 filler                        pic x(14)
               value "  Not proven: ".
           05 ws-ps-unproven                pic zzz9.
           05 filler                        pic x(31) value spaces.

       01 ws-unproven-month-line.
           05 filler                        pic x(2) value spaces.
           05 ws-um-month                   pic 9(6).
           05 filler                        pic x(44)
               value "  Not proven - open before the activity log ".
           05 filler                        pic x(68)
               value "began".

       01 ws-no-period-line.
           05 filler                        pic x(120) value
               "  No period-totals file - nothing to compare".

       01 ws-layaway-heading.
           05 filler                        pic x(120) value
               "LAYAWAY BALANCES AGAINST PAYMENT LOG AND MASTER SALES".

       01 ws-layaway-column-heading.
           05 filler                        pic x(38)
               value "  Invoice   Store        Ticket       ".
           05 filler                        pic x(82)
               value "   Paid        Logged  Problem".

       01 ws-layaway-diff-line.
           05 filler                        pic x(2) value spaces.
           05 ws-ld-invoice                 pic x(9).
           05 filler                        pic x(4) value spaces.
           05 ws-ld-store                   pic 99.
           05 filler                        pic x(2) value spaces.
           05 ws-ld-original                pic z,zzz,zz9.99.
           05 filler                        pic x(2) value spaces.
           05 ws-ld-paid                    pic z,zzz,zz9.99.
           05 filler                        pic x(2) value spaces.
           05 ws-ld-logged                  pic z,zzz,zz9.99.
           05 filler                        pic x(2) value spaces.
           05 ws-ld-reason                  pic x(40).
           05 filler                        pic x(19) value spaces.

       01 ws-layaway-summary-line.
           05 filler                        pic x(20)
               value "  Layaways checked: ".
           05 ws-ls-checked                 pic zzzz9.
           05 filler                        pic x(12)
               value "  Problems: ".
           05 ws-ls-problems                pic zzzz9.
           05 filler                        pic x(36)
               value "  Opened before payments were logged".
           05 filler                        pic x(15)
               value " (not proven): ".
           05 ws-ls-unproven                pic zzzz9.
           05 filler                        pic x(22) value spaces.

       01 ws-layaway-full-line.
           05 filler                        pic x(44)
               value "  *** LAYAWAY TABLE FULL AT 5000 INVOICES - ".
           05 filler                        pic x(76)
               value "REMAINING LAYAWAYS NOT CHECKED".

       01 ws-file-heading.
           05 filler                        pic x(120) value
               "SUSPENSE, OPEN-ITEMS, AND RUN-HISTORY RECORDS".

       01 ws-file-diff-line.
           05 filler                        pic x(2) value spaces.
           05 ws-fd-file                    pic x(12).
           05 filler                        pic x(8) value " record ".
           05 ws-fd-record                  pic zzzz9.
           05 filler                        pic x(2) value spaces.
           05 ws-fd-reason                  pic x(40).
           05 filler                        pic x(2) value spaces.
           05 ws-fd-image                   pic x(40).
           05 filler                        pic x(9) value spaces.

       01 ws-file-summary-line.
           05 filler                        pic x(21)
               value "  Suspense records: ".
           05 ws-fs-suspense                pic zzzz9.
           05 filler                        pic x(16)
               value "  Open items: ".
           05 ws-fs-open-items              pic zzzz9.
           05 filler                        pic x(21)
               value "  Run-history rows: ".
           05 ws-fs-runhist                 pic zzzz9.
           05 filler                        pic x(12)
               value "  Problems: ".
           05 ws-fs-problems                pic zzzz9.
           05 filler                        pic x(30) value spaces.

       01 ws-no-master-line.
           05 filler                        pic x(45)
               value "*** MASTER FILE NOT AVAILABLE - AUDIT CANNOT ".
           05 filler                        pic x(75)
               value "PROVE THE FILES".

       01 ws-undated-line.
           05 filler                        pic x(39)
               value "  Master lines with no batch date (not ".
           05 filler                        pic x(12)
               value "placed):".
           05 ws-ul-count                   pic zzzz9.
           05 filler                        pic x(64) value spaces.

       01 ws-result-line.
           05 filler                        pic x(12)
               value "Exceptions: ".
           05 ws-rs-exceptions              pic zzzz9.
           05 filler                        pic x(11)
               value "   Result: ".
           05 ws-rs-result                  pic x(14).
           05 filler                        pic x(78) value spaces.

       01 ws-blank-line                     pic x(120) value spaces.

      * Open-month period rows, each with the figures on file and
      * the figures recomputed here. A key the data produces but the
      * file lacks is added with zero file figures.
       01 ws-period-table.
           05 ws-period                   occurs 1200 times
                                           indexed by ws-period-idx.
               10 ws-period-month          pic 9(6).
               10 ws-period-key-type       pic x(6).
               10 ws-period-key-value      pic xx.
               10 ws-period-file-count     pic 9(7).
               10 ws-period-file-amount    pic s9(11)v99.
               10 ws-period-calc-count     pic 9(7).
               10 ws-period-calc-amount    pic s9(11)v99.

       01 ws-closed-month-table.
           05 ws-closed-month             occurs 300 times
                                           pic 9(6).

      * Open months on or before the log's first post date, listed
      * instead of compared.
       01 ws-unproven-month-table.
           05 ws-unproven-month           occurs 300 times
                                           pic 9(6).

      * Every layaway balance, in invoice order as the keyed file
      * delivers it, so sale and payment lookups can SEARCH ALL.
      * Unused entries stay at high-values and sort last.
       01 ws-layaway-table.
           05 ws-layaway                  occurs 5000 times
                                           ascending key is
                                               ws-lw-invoice
                                           indexed by ws-lw-idx.
               10 ws-lw-invoice            pic x(9).
               10 ws-lw-store              pic 99.
               10 ws-lw-original           pic 9(7)v99.
               10 ws-lw-paid               pic 9(7)v99.
               10 ws-lw-first-date         pic 9(8).
               10 ws-lw-logged             pic 9(7)v99.
               10 ws-lw-sale-found         pic x.

       77 ws-period-status                   pic xx.
       77 ws-master-status                   pic xx.
       77 ws-archive-status                  pic xx.
       77 ws-layaway-status                  pic xx.
       77 ws-activity-status                 pic xx.
       77 ws-suspense-status                 pic xx.
       77 ws-open-items-status               pic xx.
       77 ws-runhist-status                  pic xx.
       77 ws-eof-flag                        pic x value 'n'.
       77 ws-run-date                        pic 9(8).
       77 ws-run-time-raw                    pic 9(8).
       77 ws-run-month                       pic 9(6).

       77 ws-period-count                    pic 9(4) value 0.
       77 ws-period-found-idx                pic 9(4) value 0.
       77 ws-period-scan-idx                 pic 9(4) value 0.
       77 ws-period-overflow                 pic x value 'n'.
       77 ws-closed-count                    pic 999 value 0.
       77 ws-closed-scan-idx                 pic 999 value 0.
       77 ws-month-is-closed                 pic x value 'n'.
       77 ws-month-count                     pic 999 value 0.
       77 ws-log-start                       pic 9(8) value 99999999.
       77 ws-log-start-month                 pic 9(6) value 0.
       77 ws-unproven-count                  pic 999 value 0.
       77 ws-unproven-scan-idx               pic 999 value 0.
       77 ws-unproven-found                  pic x value 'n'.
       77 ws-last-month                      pic 9(6) value 0.

      * One line's contribution, handed to 360-add-to-period.
       77 ws-add-month                       pic 9(6) value 0.
       77 ws-add-key-type                    pic x(6).
       77 ws-add-key-value                   pic xx.
       77 ws-add-count                       pic 9 value 0.
       77 ws-add-amount                      pic s9(7)v99 value 0.

      * One sale or void line, off the master or the archive.
       77 ws-line-code                       pic x.
       77 ws-line-invoice                    pic x(9).
       77 ws-line-amount                     pic 9(5)v99.
       77 ws-line-paytype                    pic xx.
       77 ws-line-store                      pic 99.
       77 ws-line-date                       pic 9(8).
       77 ws-undated-count                   pic 9(5) value 0.

       77 ws-layaway-count                   pic 9(4) value 0.
       77 ws-layaway-full                    pic x value 'n'.
       77 ws-journal-start                   pic 9(8) value 99999999.
       77 ws-layaway-checked                 pic 9(5) value 0.
       77 ws-layaway-problems                pic 9(5) value 0.
       77 ws-layaway-unproven                pic 9(5) value 0.
       77 ws-layaway-reason                  pic x(40).

       77 ws-file-record-count               pic 9(5) value 0.
       77 ws-suspense-count                  pic 9(5) value 0.
       77 ws-open-items-count                pic 9(5) value 0.
       77 ws-runhist-count                   pic 9(5) value 0.
       77 ws-file-problems                   pic 9(5) value 0.
       77 ws-file-reason                     pic x(40).

       77 ws-rows-compared                   pic 9(5) value 0.
       77 ws-period-diffs                    pic 9(5) value 0.
       77 ws-difference                      pic s9(11)v99 value 0.
       77 ws-total-difference                pic 9(9)v99 value 0.
       77 ws-exception-count                 pic 9(5) value 0.
       77 ws-items-checked                   pic 9(7) value 0.
       77 ws-one                             pic 9 value 1.

       procedure division.

       000-main.
           accept ws-run-date from date yyyymmdd.
           accept ws-run-time-raw from time.
           move ws-run-date (1:6)           to ws-run-month.

           open output report-file.
           write report-line from ws-report-heading.
           move ws-run-date                 to ws-rd-date.
           write report-line from ws-run-date-line.

           perform 100-load-closed-months.
           perform 110-load-open-period-rows.
           perform 150-load-layaways.

           open input master-file.
           if ws-master-status not = '00' then
               write report-line from ws-no-master-line
               add ws-one                   to ws-exception-count
           else
               perform 200-sum-master
               close master-file
           end-if.
           perform 230-sum-archive.
           perform 300-sum-log.

           write report-line from ws-blank-line.
           write report-line from ws-period-heading.
           perform 400-compare-periods.

           write report-line from ws-blank-line.
           write report-line from ws-layaway-heading.
           perform 500-check-layaways.

           write report-line from ws-blank-line.
           write report-line from ws-file-heading.
           perform 600-check-suspense.
           perform 650-check-open-items.
           perform 700-check-runhistory.
           move ws-suspense-count           to ws-fs-suspense.
           move ws-open-items-count         to ws-fs-open-items.
           move ws-runhist-count            to ws-fs-runhist.
           move ws-file-problems            to ws-fs-problems.
           write report-line from ws-file-summary-line.
           add ws-file-problems             to ws-exception-count.

           write report-line from ws-blank-line.
           move ws-exception-count          to ws-rs-exceptions.
           if ws-exception-count = 0 then
               move "IN BALANCE"            to ws-rs-result
           else
               move "OUT OF BALANCE"        to ws-rs-result
           end-if.
           write report-line from ws-result-line.
           close report-file.

           perform 800-write-run-history.

           if ws-exception-count > 0 then
               move 8                       to return-code
           end-if.
           goback.

      * Pass one over the period file: which months are closed.
       100-load-closed-months.
           open input period-file.
           if ws-period-status = '00' then
               move 'n' to ws-eof-flag
               read period-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 105-note-one-closed-row
                   until ws-eof-flag = 'y'
               close period-file
           end-if.

       105-note-one-closed-row.
           if pt-key-type = "MONTH " and pt-status = 'C' and
             ws-closed-count < 300
               add ws-one                   to ws-closed-count
               move pt-month to ws-closed-month (ws-closed-count)
           end-if.
           read period-file
               at end
                   move 'y' to ws-eof-flag.

      * Pass two: the open months' figures as filed.
       110-load-open-period-rows.
           open input period-file.
           if ws-period-status = '00' then
               move 'n' to ws-eof-flag
               read period-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 115-load-one-period-row
                   until ws-eof-flag = 'y'
               close period-file
           end-if.

       115-load-one-period-row.
           if pt-key-type not = "MONTH " then
               move pt-month                to ws-add-month
               perform 350-check-month-closed
               if ws-month-is-closed not = 'y' then
                   move pt-key-type         to ws-add-key-type
                   move pt-key-value        to ws-add-key-value
                   perform 360-find-period-row
                   if ws-period-found-idx > 0 then
                       add pt-valid-count to
                         ws-period-file-count (ws-period-found-idx)
                       add pt-amount to
                         ws-period-file-amount (ws-period-found-idx)
                   end-if
               end-if
           end-if.
           read period-file
               at end
                   move 'y' to ws-eof-flag.

       150-load-layaways.
           move high-values                 to ws-layaway-table.
           open input layaway-file.
           if ws-layaway-status = '00' then
               move 'n' to ws-eof-flag
               move low-values to layaway-invoice-number
               start layaway-file
                   key not < layaway-invoice-number
                   invalid key
                       move 'y' to ws-eof-flag
               end-start
               if ws-layaway-status not = '00' then
                   move 'y' to ws-eof-flag
               end-if
               if ws-eof-flag not = 'y' then
                   perform 155-read-next-layaway
               end-if
               perform 160-load-one-layaway
                   until ws-eof-flag = 'y'
               close layaway-file
           end-if.

       155-read-next-layaway.
           read layaway-file next
               at end
                   move 'y' to ws-eof-flag
           end-read.
           if ws-layaway-status not = '00' then
               move 'y' to ws-eof-flag
           end-if.

       160-load-one-layaway.
           if ws-layaway-count < 5000 then
               add ws-one                   to ws-layaway-count
               set ws-lw-idx                to ws-layaway-count
               move layaway-invoice-number  to ws-lw-invoice (ws-lw-idx)
               move layaway-store-number    to ws-lw-store (ws-lw-idx)
               move layaway-original-amount
                 to ws-lw-original (ws-lw-idx)
               move layaway-paid-amount     to ws-lw-paid (ws-lw-idx)
               move layaway-first-payment-date
                 to ws-lw-first-date (ws-lw-idx)
               move zeroes                  to ws-lw-logged (ws-lw-idx)
               move 'n'                  to ws-lw-sale-found (ws-lw-idx)
           else
               move 'y'                     to ws-layaway-full
           end-if.
           perform 155-read-next-layaway.

       200-sum-master.
           move 'n' to ws-eof-flag.
           move low-values to master-record-key.
           start master-file
               key not < master-record-key
               invalid key
                   move 'y' to ws-eof-flag
           end-start.
           if ws-master-status not = '00' then
               move 'y' to ws-eof-flag
           end-if.
           if ws-eof-flag not = 'y' then
               perform 205-read-next-master
           end-if.
           perform 210-sum-one-master-line
               until ws-eof-flag = 'y'.

       205-read-next-master.
           read master-file next
               at end
                   move 'y' to ws-eof-flag
           end-read.
           if ws-master-status not = '00' then
               move 'y' to ws-eof-flag
           end-if.

       210-sum-one-master-line.
           move master-transaction-code     to ws-line-code.
           move master-invoice-number       to ws-line-invoice.
           move master-transaction-amount   to ws-line-amount.
           move master-payment-type         to ws-line-paytype.
           move master-store-number         to ws-line-store.
           move master-batch-date           to ws-line-date.
           perform 250-sum-one-sale-line.
           perform 205-read-next-master.

       230-sum-archive.
           open input archive-file.
           if ws-archive-status = '00' then
               move 'n' to ws-eof-flag
               read archive-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 240-sum-one-archive-line
                   until ws-eof-flag = 'y'
               close archive-file
           end-if.

      * A code is never numeric, so a non-numeric value where the
      * line number sits marks a record in the old layout.
       240-sum-one-archive-line.
           if arc-line-number is numeric then
               move arc-transaction-code    to ws-line-code
               move arc-invoice-number      to ws-line-invoice
               move arc-transaction-amount  to ws-line-amount
               move arc-payment-type        to ws-line-paytype
               move arc-store-number        to ws-line-store
               move arc-batch-date          to ws-line-date
           else
               move arc-old-transaction-code
                 to ws-line-code
               move arc-old-invoice-number  to ws-line-invoice
               move arc-old-transaction-amount
                 to ws-line-amount
               move arc-old-payment-type    to ws-line-paytype
               move arc-old-store-number    to ws-line-store
               move arc-old-batch-date      to ws-line-date
           end-if.
           perform 250-sum-one-sale-line.
           read archive-file
               at end
                   move 'y' to ws-eof-flag.

      * A sale line counts once at its store and adds its dollars to
      * the 'S' and payment-type rows, in the month of its batch date,
      * which is the month Edit.cbl and CorrectInvalid.cbl rolled it
      * into. A voided line still went in as a sale there; its void
      * is backed out from the activity log (310), in the month the
      * void itself was rolled into. Any line still a sale also marks
      * its ticket's layaway as backed.
       250-sum-one-sale-line.
           if ws-line-code = 'S' then
               set ws-lw-idx                to 1
               search all ws-layaway
                   when ws-lw-invoice (ws-lw-idx) = ws-line-invoice
                       move 'y'          to ws-lw-sale-found (ws-lw-idx)
               end-search
           end-if.
           if ws-line-date is not numeric or ws-line-date = 0 then
               add ws-one                   to ws-undated-count
           else
               move ws-line-date (1:6)      to ws-add-month
               perform 350-check-month-closed
               if ws-month-is-closed not = 'y' then
                   if ws-line-code = 'S' or ws-line-code = 'V' then
                       move "STORE "        to ws-add-key-type
                       move ws-line-store   to ws-add-key-value
                       move 1               to ws-add-count
                       move ws-line-amount  to ws-add-amount
                       perform 370-add-to-period
                       move 0               to ws-add-count
                       move "TXNCD "        to ws-add-key-type
                       move "S "            to ws-add-key-value
                       perform 370-add-to-period
                       move "PAYTYP"        to ws-add-key-type
                       move ws-line-paytype to ws-add-key-value
                       perform 370-add-to-period
                   end-if
               end-if
           end-if.

      * Returns and layaway payments from the log, into the month the
      * posting run rolled them into (log lines written before the
      * month was carried fall back to their posting date's month),
      * counted at the store that took them and under their own
      * transaction code and payment type. A void is counted at its
      * store and backs its sale out the way Edit's 372 does: the
      * dollars off the store, the 'S' row, and the sale's payment
      * type, and onto the 'V' row. Layaway payments are also summed
      * per invoice for the balance proof.
       300-sum-log.
           open input activity-log-file.
           if ws-activity-status = '00' then
               move 'n' to ws-eof-flag
               read activity-log-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 310-sum-one-log-line
                   until ws-eof-flag = 'y'
               close activity-log-file
           end-if.

       310-sum-one-log-line.
           if (al-transaction-code = 'R' or
               al-transaction-code = 'L' or
               al-transaction-code = 'V') and
             al-post-date is numeric and al-post-date > 0 and
             al-post-date < ws-log-start
               move al-post-date            to ws-log-start
           end-if.
           if (al-transaction-code = 'R' or
               al-transaction-code = 'L') and
             al-amount is numeric
               if al-period-month is numeric and al-period-month > 0
                   move al-period-month     to ws-add-month
               else
                   move al-post-date (1:6)  to ws-add-month
               end-if
               perform 350-check-month-closed
               if ws-month-is-closed not = 'y' then
                   move "STORE "            to ws-add-key-type
                   move al-store-number     to ws-add-key-value
                   move 1                   to ws-add-count
                   move al-amount           to ws-add-amount
                   perform 370-add-to-period
                   move 0                   to ws-add-count
                   move "TXNCD "            to ws-add-key-type
                   move spaces              to ws-add-key-value
                   move al-transaction-code to ws-add-key-value (1:1)
                   perform 370-add-to-period
                   move "PAYTYP"            to ws-add-key-type
                   move al-payment-type     to ws-add-key-value
                   perform 370-add-to-period
               end-if
           end-if.
           if al-transaction-code = 'V' and al-amount is numeric
               perform 320-sum-one-void
           end-if.
           if al-transaction-code = 'L' and al-amount is numeric
               if al-post-date is numeric and
                 al-post-date < ws-journal-start
                   move al-post-date        to ws-journal-start
               end-if
               set ws-lw-idx                to 1
               search all ws-layaway
                   when ws-lw-invoice (ws-lw-idx) = al-invoice-number
                       add al-amount        to ws-lw-logged (ws-lw-idx)
               end-search
           end-if.
           read activity-log-file
               at end
                   move 'y' to ws-eof-flag.

       320-sum-one-void.
           if al-period-month is numeric and al-period-month > 0
               move al-period-month         to ws-add-month
           else
               move al-post-date (1:6)      to ws-add-month
           end-if.
           perform 350-check-month-closed.
           if ws-month-is-closed not = 'y' then
               move "STORE "                to ws-add-key-type
               move al-store-number         to ws-add-key-value
               move 1                       to ws-add-count
               compute ws-add-amount = 0 - al-amount
               perform 370-add-to-period
               move 0                       to ws-add-count
               move "TXNCD "                to ws-add-key-type
               move "S "                    to ws-add-key-value
               perform 370-add-to-period
               move "PAYTYP"                to ws-add-key-type
               move al-sale-payment-type    to ws-add-key-value
               perform 370-add-to-period
               move "TXNCD "                to ws-add-key-type
               move "V "                    to ws-add-key-value
               move al-amount               to ws-add-amount
               perform 370-add-to-period
           end-if.

       350-check-month-closed.
           move 'n'                         to ws-month-is-closed.
           perform 355-match-closed-month
               varying ws-closed-scan-idx from 1 by 1
               until ws-closed-scan-idx > ws-closed-count
                  or ws-month-is-closed = 'y'.

       355-match-closed-month.
           if ws-closed-month (ws-closed-scan-idx) = ws-add-month then
               move 'y'                     to ws-month-is-closed
           end-if.

      * Find the row for month/key-type/key-value, adding an empty
      * one if the table has room; ws-period-found-idx stays zero on
      * overflow.
       360-find-period-row.
           move 0                           to ws-period-found-idx.
           perform 365-match-one-period-row
               varying ws-period-scan-idx from 1 by 1
               until ws-period-scan-idx > ws-period-count
                  or ws-period-found-idx > 0.
           if ws-period-found-idx = 0 then
               if ws-period-count < 1200 then
                   add ws-one               to ws-period-count
                   move ws-period-count     to ws-period-found-idx
                   move ws-add-month
                     to ws-period-month (ws-period-found-idx)
                   move ws-add-key-type
                     to ws-period-key-type (ws-period-found-idx)
                   move ws-add-key-value
                     to ws-period-key-value (ws-period-found-idx)
                   move 0 to ws-period-file-count (ws-period-found-idx)
                   move 0 to ws-period-file-amount (ws-period-found-idx)
                   move 0 to ws-period-calc-count (ws-period-found-idx)
                   move 0 to ws-period-calc-amount (ws-period-found-idx)
               else
                   move 'y'                 to ws-period-overflow
               end-if
           end-if.

       365-match-one-period-row.
           if ws-period-month (ws-period-scan-idx) = ws-add-month and
             ws-period-key-type (ws-period-scan-idx)
                = ws-add-key-type and
             ws-period-key-value (ws-period-scan-idx)
                = ws-add-key-value
               move ws-period-scan-idx      to ws-period-found-idx
           end-if.

       370-add-to-period.
           perform 360-find-period-row.
           if ws-period-found-idx > 0 then
               add ws-add-count
                 to ws-period-calc-count (ws-period-found-idx)
               add ws-add-amount
                 to ws-period-calc-amount (ws-period-found-idx)
           end-if.

      * Store rows are compared on count and dollars, the others on
      * dollars (Edit keeps no count on them).
       400-compare-periods.
           if ws-period-status not = '00' then
               write report-line from ws-no-period-line
           end-if.
           write report-line from ws-period-column-heading.
           move ws-log-start (1:6)          to ws-log-start-month.
           perform 410-compare-one-row
               varying ws-period-idx from 1 by 1
               until ws-period-idx > ws-period-count.
           perform 430-print-unproven-month
               varying ws-unproven-scan-idx from 1 by 1
               until ws-unproven-scan-idx > ws-unproven-count.
           if ws-period-overflow = 'y' then
               add ws-one                   to ws-period-diffs
               move spaces                  to ws-fd-image
               move "PERIOD"                to ws-fd-file
               move 0                       to ws-fd-record
               move "TABLE FULL AT 1200 ROWS - NOT ALL CHECKED"
                 to ws-fd-reason
               write report-line from ws-file-diff-line
           end-if.
           move ws-month-count              to ws-ps-months.
           move ws-rows-compared            to ws-ps-rows.
           move ws-period-diffs             to ws-ps-diffs.
           move ws-unproven-count           to ws-ps-unproven.
           write report-line from ws-period-summary-line.
           if ws-undated-count > 0 then
               move ws-undated-count        to ws-ul-count
               write report-line from ws-undated-line
           end-if.
           add ws-period-diffs              to ws-exception-count.

       410-compare-one-row.
           if ws-period-month (ws-period-idx) not > ws-log-start-month
               perform 415-note-unproven-month
           else
               perform 420-compare-proven-row
           end-if.

       415-note-unproven-month.
           move 'n'                         to ws-unproven-found.
           perform 416-match-unproven-month
               varying ws-unproven-scan-idx from 1 by 1
               until ws-unproven-scan-idx > ws-unproven-count
                  or ws-unproven-found = 'y'.
           if ws-unproven-found not = 'y' and ws-unproven-count < 300
               add ws-one                   to ws-unproven-count
               move ws-period-month (ws-period-idx)
                 to ws-unproven-month (ws-unproven-count)
           end-if.

       416-match-unproven-month.
           if ws-unproven-month (ws-unproven-scan-idx)
              = ws-period-month (ws-period-idx)
               move 'y'                     to ws-unproven-found
           end-if.

       420-compare-proven-row.
           add ws-one                       to ws-rows-compared.
           if ws-period-month (ws-period-idx) not = ws-last-month
               add ws-one                   to ws-month-count
               move ws-period-month (ws-period-idx) to ws-last-month
           end-if.
           subtract ws-period-file-amount (ws-period-idx)
             from ws-period-calc-amount (ws-period-idx)
             giving ws-difference.
           if ws-difference not = 0 or
             (ws-period-key-type (ws-period-idx) = "STORE " and
              ws-period-file-count (ws-period-idx)
                 not = ws-period-calc-count (ws-period-idx))
               add ws-one                   to ws-period-diffs
               move ws-period-month (ws-period-idx) to ws-pd-month
               move ws-period-key-type (ws-period-idx)
                 to ws-pd-key-type
               move ws-period-key-value (ws-period-idx)
                 to ws-pd-key-value
               move ws-period-file-count (ws-period-idx)
                 to ws-pd-file-count
               move ws-period-file-amount (ws-period-idx)
                 to ws-pd-file-amount
               move ws-period-calc-count (ws-period-idx)
                 to ws-pd-calc-count
               move ws-period-calc-amount (ws-period-idx)
                 to ws-pd-calc-amount
               move ws-difference           to ws-pd-difference
               write report-line from ws-period-diff-line
               if ws-difference < 0 then
                   subtract ws-difference from ws-total-difference
               else
                   add ws-difference        to ws-total-difference
               end-if
           end-if.

       430-print-unproven-month.
           move ws-unproven-month (ws-unproven-scan-idx) to ws-um-month.
           write report-line from ws-unproven-month-line.

      * A layaway opened before payments were logged cannot be
      * proven against the log; it is counted, not flagged.
       500-check-layaways.
           write report-line from ws-layaway-column-heading.
           perform 510-check-one-layaway
               varying ws-lw-idx from 1 by 1
               until ws-lw-idx > ws-layaway-count.
           if ws-layaway-full = 'y' then
               write report-line from ws-layaway-full-line
               add ws-one                   to ws-layaway-problems
           end-if.
           move ws-layaway-checked          to ws-ls-checked.
           move ws-layaway-problems         to ws-ls-problems.
           move ws-layaway-unproven         to ws-ls-unproven.
           write report-line from ws-layaway-summary-line.
           add ws-layaway-problems          to ws-exception-count.

       510-check-one-layaway.
           add ws-one                       to ws-layaway-checked.
           if ws-lw-sale-found (ws-lw-idx) not = 'y' then
               move "NO SALE ON MASTER OR ARCHIVE"
                 to ws-layaway-reason
               perform 520-print-layaway-problem
           end-if.
           if ws-lw-paid (ws-lw-idx) > ws-lw-original (ws-lw-idx)
               move "PAID EXCEEDS TICKET AMOUNT"
                 to ws-layaway-reason
               perform 520-print-layaway-problem
           end-if.
           if ws-lw-first-date (ws-lw-idx) < ws-journal-start then
               add ws-one                   to ws-layaway-unproven
           else
               if ws-lw-logged (ws-lw-idx)
                  not = ws-lw-paid (ws-lw-idx)
                   move "PAID-TO-DATE DIFFERS FROM LOGGED PAYMENTS"
                     to ws-layaway-reason
                   perform 520-print-layaway-problem
               end-if
           end-if.

       520-print-layaway-problem.
           add ws-one                       to ws-layaway-problems.
           move ws-lw-invoice (ws-lw-idx)   to ws-ld-invoice.
           move ws-lw-store (ws-lw-idx)     to ws-ld-store.
           move ws-lw-original (ws-lw-idx)  to ws-ld-original.
           move ws-lw-paid (ws-lw-idx)      to ws-ld-paid.
           move ws-lw-logged (ws-lw-idx)    to ws-ld-logged.
           move ws-layaway-reason           to ws-ld-reason.
           write report-line from ws-layaway-diff-line.

       600-check-suspense.
           move 0                           to ws-file-record-count.
           open input suspense-file.
           if ws-suspense-status = '00' then
               move 'n' to ws-eof-flag
               read suspense-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 610-check-one-suspense
                   until ws-eof-flag = 'y'
               close suspense-file
           end-if.
           move ws-file-record-count        to ws-suspense-count.

       610-check-one-suspense.
           add ws-one                       to ws-file-record-count.
           move spaces                      to ws-file-reason.
           if susp-first-date is not numeric or
             susp-first-date = 0 or
             susp-first-date > ws-run-date
               move "FIRST-REJECTED DATE MISSING OR IN FUTURE"
                 to ws-file-reason
           else
               if susp-amount is not numeric then
                   move "AMOUNT NOT NUMERIC" to ws-file-reason
               else
                   if susp-reason-codes = spaces then
                       move "NO REASON CODES" to ws-file-reason
                   else
                       if susp-record-image = spaces then
                           move "NO RECORD IMAGE" to ws-file-reason
                       end-if
                   end-if
               end-if
           end-if.
           if ws-file-reason not = spaces then
               move "SUSPENSE"              to ws-fd-file
               move suspense-line (1:40)    to ws-fd-image
               perform 750-print-file-problem
           end-if.
           read suspense-file
               at end
                   move 'y' to ws-eof-flag.

       650-check-open-items.
           move 0                           to ws-file-record-count.
           open input open-items-file.
           if ws-open-items-status = '00' then
               move 'n' to ws-eof-flag
               read open-items-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 660-check-one-open-item
                   until ws-eof-flag = 'y'
               close open-items-file
           end-if.
           move ws-file-record-count        to ws-open-items-count.

       660-check-one-open-item.
           add ws-one                       to ws-file-record-count.
           move spaces                      to ws-file-reason.
           if oi-side not = 'E' and oi-side not = 'D' then
               move "SIDE IS NOT E OR D"    to ws-file-reason
           else
               if oi-amount is not numeric or oi-amount = 0 then
                   move "AMOUNT NOT NUMERIC OR ZERO"
                     to ws-file-reason
               else
                   if oi-first-date is not numeric or
                     oi-first-date = 0 or
                     oi-first-date > ws-run-date
                       move "FIRST-SEEN DATE MISSING OR IN FUTURE"
                         to ws-file-reason
                   end-if
               end-if
           end-if.
           if ws-file-reason not = spaces then
               move "OPEN-ITEMS"            to ws-fd-file
               move open-item-line          to ws-fd-image
               perform 750-print-file-problem
           end-if.
           read open-items-file
               at end
                   move 'y' to ws-eof-flag.

       700-check-runhistory.
           move 0                           to ws-file-record-count.
           open input runhistory-file.
           if ws-runhist-status = '00' then
               move 'n' to ws-eof-flag
               read runhistory-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 710-check-one-history-row
                   until ws-eof-flag = 'y'
               close runhistory-file
           end-if.
           move ws-file-record-count        to ws-runhist-count.

       710-check-one-history-row.
           add ws-one                       to ws-file-record-count.
           move spaces                      to ws-file-reason.
           if rh-program-name = spaces then
               move "NO PROGRAM NAME"       to ws-file-reason
           else
               if rh-run-date is not numeric or
                 rh-run-date = 0 or
                 rh-run-date > ws-run-date or
                 rh-run-time is not numeric
                   move "RUN DATE OR TIME MISSING OR IN FUTURE"
                     to ws-file-reason
               else
                   if rh-valid-count is not numeric or
                     rh-invalid-count is not numeric or
                     rh-total-amount is not numeric
                       move "COUNTS OR AMOUNT NOT NUMERIC"
                         to ws-file-reason
                   end-if
               end-if
           end-if.
           if ws-file-reason not = spaces then
               move "RUN-HISTORY"           to ws-fd-file
               move runhist-line (1:40)     to ws-fd-image
               perform 750-print-file-problem
           end-if.
           read runhistory-file
               at end
                   move 'y' to ws-eof-flag.

       750-print-file-problem.
           add ws-one                       to ws-file-problems.
           move ws-file-record-count        to ws-fd-record.
           move ws-file-reason              to ws-fd-reason.
           write report-line from ws-file-diff-line.

      * The same extend-or-create open Edit.cbl uses. The row carries
      * what was checked and what failed; the dollars are the total
      * of the period differences, either sign.
       800-write-run-history.
           open extend runhistory-file.
           if ws-runhist-status = '35' then
               open output runhistory-file
           end-if.
           compute ws-items-checked = ws-rows-compared
               + ws-layaway-checked + ws-suspense-count
               + ws-open-items-count + ws-runhist-count.
           move spaces                      to runhist-line.
           move "AUDIT"                     to rh-program-name.
           move ws-run-date                 to rh-run-date.
           move ws-run-time-raw (1:6)       to rh-run-time.
           move zeroes                      to rh-batch-date.
           move "FRESH"                     to rh-start-type.
           if ws-items-checked > 99999 then
               move 99999                   to rh-valid-count
           else
               move ws-items-checked        to rh-valid-count
           end-if.
           move ws-exception-count          to rh-invalid-count.
           move ws-total-difference         to rh-total-amount.
           if ws-exception-count = 0 then
               move "OK"                    to rh-batch-status
           else
               move "OUTBAL"                to rh-batch-status
           end-if.
           write runhist-line.
           close runhistory-file.

       end program IntegrityAudit.
