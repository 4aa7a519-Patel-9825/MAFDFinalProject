      * number within invalid.dat + field name + corrected value),
      * reapplies Edit's field edits, and appends records that come
      * out clean into valid.dat so a handful of typo'd records do
      * not force a full rerun of Edit against project6.dat. An
      * amount correction over the approval limit is held for a
      * second operator rather than applied.

       environment division.
       input-output section.
               record key is layaway-invoice-number
               file status is ws-layaway-status.

      * Perpetual on-hand file shared with Edit.cbl: a repaired
      * sale, return, or void moves the store/SKU count the same way
      * Edit moves it for one it accepts.
           select inventory-file
               assign to "../../../data/inventory.idx"
               organization is indexed
               access mode is dynamic
               record key is inv-record-key
               file status is ws-inventory-status.

      * Permanent run-history audit log shared with Edit.cbl - one
      * record appended per run, so month-end can see which runs
      * produced the records now sitting in valid.dat.
               assign to "../../../data/reference.dat"
               organization is line sequential.

      * Permanent log of accepted returns and layaway payments shared
      * with Edit.cbl - a repaired 'R' or 'L' is logged the same way
      * Edit logs one it accepts.
           select activity-log-file
               assign to "../../../data/activity-log.dat"
               organization is line sequential
               file status is ws-activity-status.

      * Month-by-month totals file Edit.cbl rolls each run into. A
      * repaired record is rolled in under the run date's month by
      * the same rules, so the file keeps agreeing with the master.
           select period-file
               assign to "../../../data/period-totals.dat"
               organization is line sequential
               file status is ws-period-file-status.

      * Changes waiting for a second operator, shared with
      * RefMaint.cbl. An amount correction over the approval limit
      * is held here instead of applied, and the whole file is
      * rewritten at the end of the run with RefMaint's entries
      * carried through untouched.
           select pending-file
               assign to "../../../data/pending-approvals.dat"
               organization is line sequential
               file status is ws-pending-status.

      * The second operator's decisions on pending entries, keyed by
      * the pending key printed when the change was held.
           select approval-file
               assign to "../../../data/approvals.dat"
               organization is line sequential
               file status is ws-approval-status.

      *
       data division.
       file section.
           05 corr-record-number            pic 9(3).
           05 corr-field-name                pic x(10).
           05 corr-new-value                 pic x(15).
           05 corr-requested-by              pic x(8).

       fd valid-file
           data record is valid-line

       fd report-file
           data record is report-line
           record contains 100 characters.

       01 report-line                       pic x(100).

       fd master-file
           data record is master-record
           05 layaway-first-payment-date    pic 9(8).
           05 layaway-last-payment-date     pic 9(8).

      * On hand for one store and SKU, in the layout Edit.cbl keeps.
       fd inventory-file
           data record is inventory-record
           record contains 60 characters.

       01 inventory-record.
           05 inv-record-key.
               10 inv-store-number          pic 99.
               10 inv-sku-code              pic x(15).
           05 inv-on-hand                   pic s9(7)
                                            sign trailing separate.
           05 inv-minimum-quantity          pic 9(5).
           05 inv-oversold-count            pic 9(5).
           05 inv-last-received-date        pic 9(8).
           05 inv-last-count-date           pic 9(8).
           05 inv-last-sale-date            pic 9(8).
           05 filler                        pic x.

      * One rejected record still awaiting a correction, in the same
      * layout Edit.cbl writes: first-rejected date, the reason
      * codes of the edits it failed, its dollar amount, and the
           05 ref-value                     pic x(9).
           05 filler                        pic x(21).

      * One accepted return, layaway payment, or void, in the same
      * layout Edit.cbl appends.
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

      * One change waiting for approval, in the layout RefMaint.cbl
      * shares: source C (correction) or R (reference change), the
      * date, time, and sequence it was held under, who asked for
      * it, and the change itself. A correction carries the new
      * amount and the record image as it sits in invalid.dat, which
      * is how it finds its record again on a later run.
       fd pending-file
           data record is pending-line
           record contains 80 characters.

       01 pending-line.
           05 pa-key.
               10 pa-source-code            pic x.
                   88 pa-from-correction    value 'C'.
                   88 pa-from-refmaint      value 'R'.
               10 pa-request-date           pic 9(8).
               10 pa-request-time           pic 9(6).
               10 pa-request-seq            pic 9(3).
           05 pa-requested-by               pic x(8).
           05 pa-change-detail              pic x(54).
           05 pa-correction-detail redefines pa-change-detail.
               10 pa-corr-new-amount        pic x(7).
               10 pa-corr-original-image    pic x(38).
               10 filler                    pic x(9).
           05 pa-reference-detail redefines pa-change-detail.
               10 pa-ref-action             pic x(6).
               10 pa-ref-type               pic x(6).
               10 pa-ref-value              pic x(9).
               10 filler                    pic x(33).

      * APPROVE or REJECT against one pending key, and the operator
      * who decided it.
       fd approval-file
           data record is approval-line
           record contains 36 characters.

       01 approval-line.
           05 ap-pending-key                pic x(18).
           05 ap-decision                   pic x(8).
           05 ap-approved-by                pic x(8).
           05 filler                        pic x(2).

       working-storage section.

      * Up to 999 correction lines are loaded into a table up front
               10 ws-correction-record-number pic 9(3).
               10 ws-correction-field-name     pic x(10).
               10 ws-correction-new-value      pic x(15).
               10 ws-correction-requested-by   pic x(8).
               10 ws-correction-result         pic x(15).

       01 ws-report-heading.
           05 filler                        pic x(25) value spaces.
           05 filler                        pic x(26)
               value "CORRECTION PROGRAM RESULT".
           05 filler                        pic x(49) value spaces.

       01 ws-summary-line.
           05 filler                        pic x(18)
           05 filler                        pic x(22)
               value "Still invalid records:".
           05 ws-summary-still-invalid       pic zz9.
           05 filler                        pic x(4) value spaces.
           05 filler                        pic x(18)
               value "Held for approval:".
           05 ws-summary-held                pic zz9.
           05 filler                        pic x(25) value spaces.

      * A repaired return refunded at a store other than the one
      * that made the sale - the same note Edit.cbl prints when it
      * accepts one - and the run's count of them.
       01 ws-cross-store-note-line.
           05 filler                        pic x(7) value "Record ".
           05 ws-cs-record-num              pic 9(3).
           05 filler                        pic x(36)
               value " cross-store return - sold at store ".
           05 ws-cs-sale-store              pic 99.
           05 filler                        pic x(13)
               value " refunded at ".
           05 ws-cs-return-store            pic 99.
           05 filler                        pic x(37) value spaces.

       01 ws-cross-store-summary-line.
           05 filler                        pic x(20)
               value "Cross-store returns:".
           05 ws-cs-count                   pic zz9.
           05 filler                        pic x(11)
               value "   Amount: ".
           05 ws-cs-amount                  pic zzz,zz9.99.
           05 filler                        pic x(56) value spaces.

      * One line per correction keyed against a record, and one per
      * approved amount released onto it, showing who asked for the
      * change and who approved it. A change under the limit needs
      * no second operator and shows NOT REQD.
       01 ws-change-line.
           05 filler                        pic x(7) value "Record ".
           05 ws-ch-record-num              pic 9(3).
           05 filler                        pic x(2) value spaces.
           05 ws-ch-field-name              pic x(10).
           05 filler                        pic x(2) value spaces.
           05 ws-ch-new-value               pic x(15).
           05 filler                        pic x(14)
               value " Requested by ".
           05 ws-ch-requested-by            pic x(8).
           05 filler                        pic x(14)
               value "  Approved by ".
           05 ws-ch-approved-by             pic x(8).
           05 filler                        pic x(2) value spaces.
           05 ws-ch-result                  pic x(15).

       01 ws-held-key-line.
           05 filler                        pic x(10) value spaces.
           05 filler                        pic x(24)
               value "Held for approval - key ".
           05 ws-hk-pending-key             pic x(18).
           05 filler                        pic x(16)
               value "  over limit of ".
           05 ws-hk-limit                   pic zz,zz9.99.
           05 filler                        pic x(23) value spaces.

      * What became of each decision on approvals.dat that names one
      * of this program's pending entries.
       01 ws-approval-line.
           05 filler                        pic x(9) value "Approval ".
           05 ws-al-pending-key             pic x(18).
           05 filler                        pic x(2) value spaces.
           05 ws-al-decision                pic x(8).
           05 filler                        pic x(4) value " by ".
           05 ws-al-approved-by             pic x(8).
           05 filler                        pic x(14)
               value " requested by ".
           05 ws-al-requested-by            pic x(8).
           05 filler                        pic x(2) value spaces.
           05 ws-al-result                  pic x(27).

       77 ws-correction-count                pic 999 value 0.
       77 ws-eof-flag                        pic x value 'n'.
       77 ws-master-duplicate                pic x value 'n'.
       77 ws-return-check-total              pic 9(6)v99 value 0.

      * Accepted-return log controls.
       77 ws-activity-status                 pic xx.
       77 ws-cross-store-count               pic 999 value 0.
       77 ws-cross-store-amount              pic 9(6)v99 value 0.

      * This run's repaired records summed the way Edit.cbl sums an
      * accepted one - store rows carry a count and signed dollars,
      * transaction-code and payment-type rows dollars only, a void
      * backing its dollars out of the 'S' and payment-type rows -
      * then rolled into the period file under the run date's month.
       01 ws-roll-table.
           05 ws-roll                     occurs 60 times
                                           indexed by ws-roll-idx.
               10 ws-roll-key-type         pic x(6).
               10 ws-roll-key-value        pic xx.
               10 ws-roll-count            pic 9(7).
               10 ws-roll-amount           pic s9(11)v99.
       77 ws-roll-row-count                  pic 99 value 0.
       77 ws-roll-found-idx                  pic 99 value 0.
       77 ws-roll-scan-idx                   pic 99 value 0.
       77 ws-roll-new-type                   pic x(6).
       77 ws-roll-new-value                  pic xx.
       77 ws-roll-new-count                  pic 9 value 0.
       77 ws-roll-new-amount                 pic s9(5)v99 value 0.
       77 ws-roll-month                      pic 9(6) value 0.

       01 ws-period-table.
           05 ws-period                   occurs 1200 times
                                           indexed by ws-period-idx.
               10 ws-period-month          pic 9(6).
               10 ws-period-key-type       pic x(6).
               10 ws-period-key-value      pic xx.
               10 ws-period-count          pic 9(7).
               10 ws-period-amount         pic s9(11)v99.
               10 ws-period-row-status     pic x.
       77 ws-period-file-status              pic xx.
       77 ws-period-eof-flag                 pic x value 'n'.
       77 ws-period-record-count             pic 9(4) value 0.
       77 ws-period-found-idx                pic 9(4) value 0.
       77 ws-period-scan-idx                 pic 9(4) value 0.
       77 ws-period-overflow                 pic x value 'n'.
       77 ws-period-closed                   pic x value 'n'.

       01 ws-period-closed-line.
           05 filler                        pic x(10)
               value "*** MONTH ".
           05 ws-pc-month                   pic 9(6).
           05 filler                        pic x(84)
               value " IS CLOSED - NOT ROLLED INTO PERIOD FILE".

       01 ws-period-full-line.
           05 filler                        pic x(100)
               value "*** PERIOD FILE OVER CAPACITY - NOT ROLLED IN".

       01 ws-pending-full-line.
           05 filler                        pic x(100)
               value "*** PENDING FILE OVER CAPACITY - NOT REWRITTEN".

      * One ticket's sale lines summed off the keyed master - the
      * layaway checks work against the whole ticket, the same
      * sweep Edit.cbl's 340-sum-sale-ticket makes.

      * Keyed layaway balance file controls.
       77 ws-layaway-status                  pic xx.

      * Keyed on-hand file controls.
       77 ws-inventory-status                pic xx.
       77 ws-layaway-check-total             pic 9(8)v99 value 0.

      * Suspense records held while the corrections run: the live

       77 ws-reference-eof-flag            pic x value 'n'.

      * Dual control. An amount correction where either the amount on
      * the record or the new amount is over the approval limit is
      * not applied: the record is held as it stands and the change
      * is added to the pending file under the requester's operator
      * ID. A second operator's APPROVE on approvals.dat releases it
      * onto the same record image on a later run; REJECT cancels it.
       77 ws-approval-limit                pic 9(5)v99 value 500.00.
       77 ws-pending-status                pic xx.
       77 ws-approval-status               pic xx.
       77 ws-pending-eof-flag              pic x value 'n'.
       77 ws-approval-eof-flag             pic x value 'n'.
       77 ws-pending-count                 pic 999 value 0.
       77 ws-pend-scan-idx                 pic 999 value 0.
       77 ws-pend-found-idx                pic 999 value 0.
       77 ws-pend-seq                      pic 999 value 0.
       77 ws-pending-overflow              pic x value 'n'.
       77 ws-held-count                    pic 999 value 0.
       77 ws-record-held                   pic x value 'n'.
       77 ws-held-correction-idx           pic 999 value 0.
       77 ws-held-pending-key              pic x(18).
       77 ws-amount-over-limit             pic x value 'n'.
       77 ws-release-scan-idx              pic 999 value 0.
       77 ws-report-scan-idx               pic 999 value 0.

       01 ws-amount-check.
           05 ws-check-amount-x            pic x(7).
           05 ws-check-amount              redefines ws-check-amount-x
                                           pic 9(5)v99.

      * The pending file held for the run. Both sources' entries are
      * loaded so the rewrite at the end keeps RefMaint's; only 'C'
      * entries are acted on here. The live flag goes 'n' when an
      * entry is released or cancelled.
       01 ws-pending-table.
           05 ws-pending                  occurs 500 times
                                           indexed by ws-pend-idx.
               10 ws-pend-key.
                   15 ws-pend-source-code  pic x.
                   15 filler               pic x(17).
               10 ws-pend-requested-by     pic x(8).
               10 ws-pend-detail.
                   15 ws-pend-new-amount   pic x(7).
                   15 ws-pend-original-image
                                           pic x(38).
                   15 filler               pic x(9).
               10 ws-pend-live             pic x.
               10 ws-pend-approved-by      pic x(8).

       procedure division.
       000-main.
           accept ws-run-date from date yyyymmdd.
           perform 150-load-reference-table.
           perform 170-open-master-file.
           perform 175-open-layaway-file.
           perform 177-open-activity-log.
           perform 178-open-inventory-file.
           perform 180-load-suspense-table.
           perform 100-load-corrections.


           write report-line from ws-report-heading.

           perform 190-load-pending-table.
           perform 195-load-approvals.

           perform 300-process-records
               until ws-eof-flag = 'y'.

           move ws-corrected-count     to ws-summary-corrected.
           move ws-still-invalid-count to ws-summary-still-invalid.
           move ws-held-count          to ws-summary-held.
           write report-line from ws-summary-line.
           move ws-cross-store-count   to ws-cs-count.
           move ws-cross-store-amount  to ws-cs-amount.
           write report-line from ws-cross-store-summary-line.

           if ws-roll-row-count > 0 then
               perform 600-roll-period-totals
           end-if.

           perform 540-note-unreleased-approvals
               varying ws-pend-scan-idx from 1 by 1
               until ws-pend-scan-idx > ws-pending-count.

           if ws-pending-overflow = 'y' then
               write report-line from ws-pending-full-line
           else
               perform 530-rewrite-pending
           end-if.

           close invalid-file, correction-file, valid-file,
                 still-invalid-file, report-file, master-file,
                 layaway-file, activity-log-file, inventory-file.

           perform 520-rewrite-suspense.

             to ws-correction-field-name (ws-correction-count).
           move corr-new-value
             to ws-correction-new-value (ws-correction-count).
           move corr-requested-by
             to ws-correction-requested-by (ws-correction-count).
           move spaces
             to ws-correction-result (ws-correction-count).

           read correction-file
               at end
               open i-o layaway-file
           end-if.

      * Same extend-or-create open 500-write-run-history uses.
       177-open-activity-log.
           open extend activity-log-file.
           if ws-activity-status = '35' then
               open output activity-log-file
           end-if.

      * Same create-if-missing fallback the master open uses.
       178-open-inventory-file.
           open i-o inventory-file.
           if ws-inventory-status = '35' then
               open output inventory-file
               close inventory-file
               open i-o inventory-file
           end-if.

      * No suspense file (nothing ever rejected, or a site that has
      * not run the new Edit yet) is an empty start, not an error.
       180-load-suspense-table.
               at end
                   move 'y' to ws-eof-flag.

      * No pending file yet is an empty start. One that cannot be
      * read, or holds more than the table does, is left as it is
      * at the end of the run rather than rewritten short.
       190-load-pending-table.
           open input pending-file.
           if ws-pending-status = '00' then
               read pending-file
                   at end
                       move 'y' to ws-pending-eof-flag
               end-read
               perform 192-load-one-pending-row
                   until ws-pending-eof-flag = 'y'
               close pending-file
           else
               if ws-pending-status not = '35' then
                   move 'y'                 to ws-pending-overflow
               end-if
           end-if.

       192-load-one-pending-row.
           if ws-pending-count < 500 then
               add ws-one                   to ws-pending-count
               move pa-key       to ws-pend-key (ws-pending-count)
               move pa-requested-by
                 to ws-pend-requested-by (ws-pending-count)
               move pa-change-detail
                 to ws-pend-detail (ws-pending-count)
               move 'y'          to ws-pend-live (ws-pending-count)
               move spaces
                 to ws-pend-approved-by (ws-pending-count)
           else
               move 'y'                     to ws-pending-overflow
           end-if.
           read pending-file
               at end
                   move 'y' to ws-pending-eof-flag.

      * approvals.dat is kept, not cleared, so a decision on an entry
      * already released or cancelled finds nothing live and is
      * passed over quietly. RefMaint's entries are its own business.
       195-load-approvals.
           open input approval-file.
           if ws-approval-status = '00' then
               read approval-file
                   at end
                       move 'y' to ws-approval-eof-flag
               end-read
               perform 197-apply-one-approval
                   until ws-approval-eof-flag = 'y'
               close approval-file
           end-if.

      * The approver must be a different operator from the one who
      * asked for the change.
       197-apply-one-approval.
           move 0                           to ws-pend-found-idx.
           perform 198-match-one-pending-row
               varying ws-pend-scan-idx from 1 by 1
               until ws-pend-scan-idx > ws-pending-count
                  or ws-pend-found-idx > 0.
           if ws-pend-found-idx > 0 then
               move ap-pending-key          to ws-al-pending-key
               move ap-decision             to ws-al-decision
               move ap-approved-by          to ws-al-approved-by
               move ws-pend-requested-by (ws-pend-found-idx)
                 to ws-al-requested-by
               evaluate true
                   when ap-approved-by = spaces
                       move "NO OPERATOR ID - IGNORED"
                         to ws-al-result
                   when ap-approved-by
                        = ws-pend-requested-by (ws-pend-found-idx)
                       move "SAME OPERATOR - NOT ALLOWED"
                         to ws-al-result
                   when ap-decision = "APPROVE"
                       move ap-approved-by
                         to ws-pend-approved-by (ws-pend-found-idx)
                       move "APPROVED"      to ws-al-result
                   when ap-decision = "REJECT"
                       move 'n' to ws-pend-live (ws-pend-found-idx)
                       move "CANCELLED"     to ws-al-result
                   when other
                       move "UNKNOWN DECISION - IGNORED"
                         to ws-al-result
               end-evaluate
               write report-line from ws-approval-line
           end-if.
           read approval-file
               at end
                   move 'y' to ws-approval-eof-flag.

       198-match-one-pending-row.
           if ws-pend-key (ws-pend-scan-idx) = ap-pending-key
             and ws-pend-source-code (ws-pend-scan-idx) = 'C'
             and ws-pend-live (ws-pend-scan-idx) = 'y'
               move ws-pend-scan-idx        to ws-pend-found-idx
           end-if.

       150-load-reference-table.
           open input reference-file.
           read reference-file
      * The image as Edit rejected it, saved before the corrections
      * change it - this is the key the suspense clear matches on.
           move input-line                  to ws-original-image.
           move 'n'                         to ws-record-held.
           move ws-zero                     to ws-held-correction-idx.
           move spaces                      to ws-held-pending-key.

           perform 350-apply-corrections.

      * A held record goes back out exactly as it came in, none of
      * its corrections applied, and waits for the approval.
           if ws-record-held = 'y' then
               perform 375-hold-record-for-approval
               perform 380-report-record-changes
           else
               perform 370-apply-released-amounts
                   varying ws-release-scan-idx from 1 by 1
                   until ws-release-scan-idx > ws-pending-count
               perform 380-report-record-changes
               perform 400-revalidate
               perform 310-post-or-keep-invalid
           end-if.

           read invalid-file
               at end
                   move 'y' to ws-eof-flag.

       310-post-or-keep-invalid.
           if ws-error-count = ws-zero then
               add ws-one                   to ws-corrected-count
               add TransactionAmount        to ws-corrected-amount
               write valid-line from input-line
               perform 460-clear-from-suspense
               perform 480-sum-for-period
      * A repaired sale is posted as a new master record; a repaired
      * return is folded into its sale's returned-to-date and a
      * repaired layaway payment into its invoice's layaway balance,
                       perform 459-void-master-sale
                   end-if
               end-if
               if TransactionCode not = 'L' then
                   perform 470-post-inventory
               end-if
           else
               add ws-one                   to ws-still-invalid-count
               write still-invalid-line from input-line
           end-if.

       350-apply-corrections.
           set ws-correction-idx            to 1.
           perform 360-apply-one-correction
               varying ws-correction-idx from 1 by 1
               until ws-correction-idx > ws-correction-count.

      * A line whose value is still blank is a turnaround line from
      * RejectNotice.cbl the store has not answered - it is passed
      * over rather than blanking the field. An amount is keyed as
      * the record carries it, seven digits with no point, and is
      * laid into the record as it stands so the revalidation below
      * catches one keyed short or with a point. An amount over the
      * approval limit is not laid in at all - it holds the record.
       360-apply-one-correction.
           if ws-correction-record-number (ws-correction-idx)
                                          = ws-record-number and
             ws-correction-new-value (ws-correction-idx) not = spaces
               move "APPLIED"
                 to ws-correction-result (ws-correction-idx)
               evaluate ws-correction-field-name (ws-correction-idx)
                   when "TXNCODE"
                       move ws-correction-new-value (ws-correction-idx)
                                                     (1:1)
                         to TransactionCode
                   when "TXNAMT"
                       perform 362-check-amount-limit
                       if ws-amount-over-limit = 'y' then
                           perform 365-hold-amount-change
                       else
                           move ws-correction-new-value
                                    (ws-correction-idx) (1:7)
                             to input-line (2:7)
                       end-if
                   when "PAYTYPE"
                       move ws-correction-new-value (ws-correction-idx)
                                                     (1:2)
                                                     (1:2)
                         to LineNumber
                   when other
                       move "UNKNOWN FIELD"
                         to ws-correction-result (ws-correction-idx)
               end-evaluate
           end-if.

      * Over the limit when the amount Edit rejected or the new one
      * is over it. A new amount that is not seven digits goes in as
      * keyed and fails revalidation - there is nothing to approve.
       362-check-amount-limit.
           move 'n'                         to ws-amount-over-limit.
           move ws-original-image (2:7)     to ws-check-amount-x.
           if ws-check-amount-x is numeric then
               if ws-check-amount > ws-approval-limit then
                   move 'y'                 to ws-amount-over-limit
               end-if
           end-if.
           move ws-correction-new-value (ws-correction-idx) (1:7)
                                            to ws-check-amount-x.
           if ws-check-amount-x is numeric then
               if ws-check-amount > ws-approval-limit then
                   move 'y'                 to ws-amount-over-limit
               end-if
           else
               move 'n'                     to ws-amount-over-limit
           end-if.

      * A second amount line for the same record replaces the first.
       365-hold-amount-change.
           if ws-held-correction-idx not = ws-zero then
               move "REPLACED"
                 to ws-correction-result (ws-held-correction-idx)
           end-if.
           move 'y'                         to ws-record-held.
           set ws-held-correction-idx       to ws-correction-idx.
           move "HELD-APPROVAL"
             to ws-correction-result (ws-correction-idx).

      * An approved amount whose record image turns up in this run's
      * invalid.dat is laid in after the run's own corrections and
      * the record goes through revalidation like any other.
       370-apply-released-amounts.
           if ws-pend-live (ws-release-scan-idx) = 'y'
             and ws-pend-source-code (ws-release-scan-idx) = 'C'
             and ws-pend-approved-by (ws-release-scan-idx)
                 not = spaces
             and ws-pend-original-image (ws-release-scan-idx)
                 = ws-original-image
               move ws-pend-new-amount (ws-release-scan-idx)
                 to input-line (2:7)
               move 'n' to ws-pend-live (ws-release-scan-idx)
               move ws-record-number        to ws-ch-record-num
               move "TXNAMT"                to ws-ch-field-name
               move ws-pend-new-amount (ws-release-scan-idx)
                 to ws-ch-new-value
               move ws-pend-requested-by (ws-release-scan-idx)
                 to ws-ch-requested-by
               move ws-pend-approved-by (ws-release-scan-idx)
                 to ws-ch-approved-by
               move "RELEASED"              to ws-ch-result
               write report-line from ws-change-line
           end-if.

      * The record goes back to invalid-remaining.dat as Edit rejected
      * it. The held change needs an operator ID to be approved
      * against, and room in the pending file.
       375-hold-record-for-approval.
           add ws-one                       to ws-held-count.
           add ws-one                       to ws-still-invalid-count.
           write still-invalid-line from ws-original-image.
           if ws-correction-requested-by (ws-held-correction-idx)
                                            = spaces then
               move "REFUSED-NO ID"
                 to ws-correction-result (ws-held-correction-idx)
           else
               if ws-pending-overflow = 'y'
                 or ws-pending-count not < 500
                   move "REFUSED-PA FULL"
                     to ws-correction-result (ws-held-correction-idx)
               else
                   perform 377-add-pending-correction
               end-if
           end-if.

      * The key is the run date and time plus a sequence within the
      * run, so it is never reused.
       377-add-pending-correction.
           add ws-one                       to ws-pend-seq.
           add ws-one                       to ws-pending-count.
           move spaces                      to pending-line.
           move 'C'                         to pa-source-code.
           move ws-run-date                 to pa-request-date.
           move ws-run-time-raw (1:6)       to pa-request-time.
           move ws-pend-seq                 to pa-request-seq.
           move ws-correction-requested-by (ws-held-correction-idx)
             to pa-requested-by.
           move ws-correction-new-value (ws-held-correction-idx) (1:7)
             to pa-corr-new-amount.
           move ws-original-image           to pa-corr-original-image.
           move pa-key          to ws-pend-key (ws-pending-count).
           move pa-requested-by
             to ws-pend-requested-by (ws-pending-count).
           move pa-change-detail
             to ws-pend-detail (ws-pending-count).
           move 'y'             to ws-pend-live (ws-pending-count).
           move spaces
             to ws-pend-approved-by (ws-pending-count).
           move pa-key                      to ws-held-pending-key.

       380-report-record-changes.
           perform 385-report-one-change
               varying ws-report-scan-idx from 1 by 1
               until ws-report-scan-idx > ws-correction-count.
           if ws-held-pending-key not = spaces then
               move ws-held-pending-key     to ws-hk-pending-key
               move ws-approval-limit       to ws-hk-limit
               write report-line from ws-held-key-line
           end-if.

      * A line left blank was passed over and has no result to show.
       385-report-one-change.
           if ws-correction-record-number (ws-report-scan-idx)
                                          = ws-record-number and
             ws-correction-result (ws-report-scan-idx) not = spaces
               move ws-record-number        to ws-ch-record-num
               move ws-correction-field-name (ws-report-scan-idx)
                 to ws-ch-field-name
               move ws-correction-new-value (ws-report-scan-idx)
                 to ws-ch-new-value
               move ws-correction-requested-by (ws-report-scan-idx)
                 to ws-ch-requested-by
               move ws-correction-result (ws-report-scan-idx)
                 to ws-ch-result
               move spaces                  to ws-ch-approved-by
               if ws-correction-result (ws-report-scan-idx)
                                          = "APPLIED"
                   if ws-record-held = 'y' then
                       move "HELD W/ RECORD" to ws-ch-result
                   else
                       move "NOT REQD"      to ws-ch-approved-by
                   end-if
               end-if
               write report-line from ws-change-line
           end-if.

       400-revalidate.
           if not Transactioncode-88-valid then
               add ws-one                   to ws-error-count

      * Fold a repaired R/L into its sale's master record: read the
      * sale, bump returned-to-date by this return, rewrite - the
      * same posting Edit.cbl's 385-post-return-to-master does, log
      * entry included.
       455-post-return-to-master.
           move InvoiceNumber               to master-invoice-number.
           move LineNumber                  to master-line-number.
                       invalid key
                           continue
                   end-rewrite
                   perform 456-log-accepted-return
           end-read.

      * The master record area still holds the sale line just
      * rewritten; corrections carry no batch header, so the return
      * is stamped with the run date.
       456-log-accepted-return.
           move spaces                      to activity-line.
           move 'R'                         to al-transaction-code.
           move ws-run-date                 to al-post-date.
           move InvoiceNumber               to al-invoice-number.
           move LineNumber                  to al-line-number.
           move SKUCode                     to al-sku-code.
           move TransactionAmount           to al-amount.
           move PaymentType                 to al-payment-type.
           move StoreNumber                 to al-store-number.
           move master-payment-type         to al-sale-payment-type.
           move master-store-number         to al-sale-store-number.
           move master-batch-date           to al-sale-date.
           move "CORRECT"                   to al-program-name.
           move ws-run-date (1:6)           to al-period-month.
           write activity-line.

           if master-store-number not = StoreNumber then
               add ws-one                   to ws-cross-store-count
               add TransactionAmount        to ws-cross-store-amount
               move ws-record-number        to ws-cs-record-num
               move master-store-number     to ws-cs-sale-store
               move StoreNumber             to ws-cs-return-store
               write report-line from ws-cross-store-note-line
           end-if.

      * A repaired 'L' is logged against its ticket the way Edit.cbl
      * logs one it accepts; the layaway record just posted carries
      * the ticket's store.
       454-log-layaway-payment.
           move spaces                      to activity-line.
           move 'L'                         to al-transaction-code.
           move ws-run-date                 to al-post-date.
           move InvoiceNumber               to al-invoice-number.
           move LineNumber                  to al-line-number.
           move SKUCode                     to al-sku-code.
           move TransactionAmount           to al-amount.
           move PaymentType                 to al-payment-type.
           move StoreNumber                 to al-store-number.
           move layaway-store-number        to al-sale-store-number.
           move zeroes                      to al-sale-date.
           move "CORRECT"                   to al-program-name.
           move ws-run-date (1:6)           to al-period-month.
           write activity-line.

      * Fold a repaired 'L' into the layaway balance file - the same
      * posting Edit.cbl's 386-post-layaway-payment does. The first
      * payment on an invoice opens the balance with the original
                           continue
                   end-rewrite
           end-read.
           perform 454-log-layaway-payment.

      * The original amount is the whole ticket - the sale lines
      * summed off the master, which 442 has already proven exist.
                       invalid key
                           continue
                   end-rewrite
                   perform 453-log-accepted-void
           end-read.

      * A repaired 'V' is logged against the sale it voids the way
      * Edit.cbl logs one it accepts; the record area still holds
      * the sale line just rewritten.
       453-log-accepted-void.
           move spaces                      to activity-line.
           move 'V'                         to al-transaction-code.
           move ws-run-date                 to al-post-date.
           move InvoiceNumber               to al-invoice-number.
           move LineNumber                  to al-line-number.
           move SKUCode                     to al-sku-code.
           move TransactionAmount           to al-amount.
           move PaymentType                 to al-payment-type.
           move StoreNumber                 to al-store-number.
           move master-payment-type         to al-sale-payment-type.
           move master-store-number         to al-sale-store-number.
           move master-batch-date           to al-sale-date.
           move "CORRECT"                   to al-program-name.
           move ws-run-date (1:6)           to al-period-month.
           write activity-line.

      * A record repaired into valid.dat is no longer a reject: its
      * suspense entry (matched on the original, pre-correction
      * image) is flagged dead so the rewrite drops it.
               write suspense-line
           end-if.

      * Everything still live goes back, RefMaint's entries with it.
       530-rewrite-pending.
           open output pending-file.
           perform 535-write-one-pending-row
               varying ws-pend-scan-idx from 1 by 1
               until ws-pend-scan-idx > ws-pending-count.
           close pending-file.

       535-write-one-pending-row.
           if ws-pend-live (ws-pend-scan-idx) = 'y' then
               move spaces                  to pending-line
               move ws-pend-key (ws-pend-scan-idx)
                 to pa-key
               move ws-pend-requested-by (ws-pend-scan-idx)
                 to pa-requested-by
               move ws-pend-detail (ws-pend-scan-idx)
                 to pa-change-detail
               write pending-line
           end-if.

      * An approved amount whose record was not in this run's
      * invalid.dat stays pending, and says so.
       540-note-unreleased-approvals.
           if ws-pend-live (ws-pend-scan-idx) = 'y'
             and ws-pend-source-code (ws-pend-scan-idx) = 'C'
             and ws-pend-approved-by (ws-pend-scan-idx) not = spaces
               move ws-pend-key (ws-pend-scan-idx)
                 to ws-al-pending-key
               move "APPROVE"               to ws-al-decision
               move ws-pend-approved-by (ws-pend-scan-idx)
                 to ws-al-approved-by
               move ws-pend-requested-by (ws-pend-scan-idx)
                 to ws-al-requested-by
               move "RECORD NOT IN THIS RUN"  to ws-al-result
               write report-line from ws-approval-line
           end-if.

      * One unit per repaired line, the same movement Edit.cbl's
      * 383-post-inventory makes: a sale takes one off (counted as
      * oversold when the file already shows none), a return or void
      * puts one back. Corrections carry no batch header, so the
      * sale date is the run date.
       470-post-inventory.
           move StoreNumber                 to inv-store-number.
           move SKUCode                     to inv-sku-code.
           read inventory-file
               invalid key
                   move spaces              to inventory-record
                   move StoreNumber         to inv-store-number
                   move SKUCode             to inv-sku-code
                   move zeroes              to inv-on-hand
                   move zeroes              to inv-minimum-quantity
                   move zeroes              to inv-oversold-count
                   move zeroes              to inv-last-received-date
                   move zeroes              to inv-last-count-date
                   move zeroes              to inv-last-sale-date
           end-read.
           if TransactionCode = 'S' then
               if inv-on-hand not > 0 then
                   add ws-one               to inv-oversold-count
               end-if
               subtract ws-one              from inv-on-hand
               move ws-run-date             to inv-last-sale-date
           else
               add ws-one                   to inv-on-hand
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

      * One repaired record into the run's roll table, by the rules
      * Edit.cbl's 360/370 totals follow.
       480-sum-for-period.
           move "STORE "                    to ws-roll-new-type.
           move StoreNumber                 to ws-roll-new-value.
           move 1                           to ws-roll-new-count.
           if TransactionCode = 'V' then
               compute ws-roll-new-amount = 0 - TransactionAmount
           else
               move TransactionAmount       to ws-roll-new-amount
           end-if.
           perform 485-add-to-roll-table.

           move 0                           to ws-roll-new-count.
           move "TXNCD "                    to ws-roll-new-type.
           if TransactionCode = 'V' then
               move "S "                    to ws-roll-new-value
               compute ws-roll-new-amount = 0 - TransactionAmount
               perform 485-add-to-roll-table
               move "V "                    to ws-roll-new-value
               move TransactionAmount       to ws-roll-new-amount
               perform 485-add-to-roll-table
           else
               move spaces                  to ws-roll-new-value
               move TransactionCode         to ws-roll-new-value (1:1)
               move TransactionAmount       to ws-roll-new-amount
               perform 485-add-to-roll-table
           end-if.

      * A void's pay type has already been proven equal to its
      * sale's, so its own field names the row to back out of.
           move "PAYTYP"                    to ws-roll-new-type.
           move PaymentType                 to ws-roll-new-value.
           if TransactionCode = 'V' then
               compute ws-roll-new-amount = 0 - TransactionAmount
           else
               move TransactionAmount       to ws-roll-new-amount
           end-if.
           perform 485-add-to-roll-table.

       485-add-to-roll-table.
           move 0                           to ws-roll-found-idx.
           perform 486-match-one-roll-row
               varying ws-roll-scan-idx from 1 by 1
               until ws-roll-scan-idx > ws-roll-row-count
                  or ws-roll-found-idx > 0.
           if ws-roll-found-idx = 0 and ws-roll-row-count < 60 then
               add ws-one                   to ws-roll-row-count
               move ws-roll-row-count       to ws-roll-found-idx
               move ws-roll-new-type
                 to ws-roll-key-type (ws-roll-found-idx)
               move ws-roll-new-value
                 to ws-roll-key-value (ws-roll-found-idx)
               move 0 to ws-roll-count (ws-roll-found-idx)
               move 0 to ws-roll-amount (ws-roll-found-idx)
           end-if.
           if ws-roll-found-idx > 0 then
               add ws-roll-new-count
                 to ws-roll-count (ws-roll-found-idx)
               add ws-roll-new-amount
                 to ws-roll-amount (ws-roll-found-idx)
           end-if.

       486-match-one-roll-row.
           if ws-roll-key-type (ws-roll-scan-idx) = ws-roll-new-type
             and ws-roll-key-value (ws-roll-scan-idx)
                 = ws-roll-new-value
               move ws-roll-scan-idx        to ws-roll-found-idx
           end-if.

      * The same load / closed-month check / merge / rewrite Edit.cbl's
      * 760-roll-period-totals makes, under the run date's month - a
      * correction carries no batch header. On overflow nothing is
      * rewritten, for the same reason Edit gives.
       600-roll-period-totals.
           move ws-run-date (1:6)           to ws-roll-month.
           perform 610-load-period-table.
           move 'n'                         to ws-period-closed.
           perform 620-check-one-period-row
               varying ws-period-scan-idx from 1 by 1
               until ws-period-scan-idx > ws-period-record-count
                  or ws-period-closed = 'y'.
           if ws-period-closed = 'y' then
               move ws-roll-month           to ws-pc-month
               write report-line from ws-period-closed-line
           else
               perform 630-post-one-roll-row
                   varying ws-roll-idx from 1 by 1
                   until ws-roll-idx > ws-roll-row-count
               if ws-period-overflow = 'y' then
                   write report-line from ws-period-full-line
               else
                   perform 640-rewrite-period-file
               end-if
           end-if.

      * No period file yet is an empty start, not an error.
       610-load-period-table.
           open input period-file.
           if ws-period-file-status = '00' then
               read period-file
                   at end
                       move 'y' to ws-period-eof-flag
               end-read
               perform 615-load-one-period-row
                   until ws-period-eof-flag = 'y'
               close period-file
           end-if.

       615-load-one-period-row.
           if ws-period-record-count < 1200 then
               add 1 to ws-period-record-count
               move pt-month
                 to ws-period-month (ws-period-record-count)
               move pt-key-type
                 to ws-period-key-type (ws-period-record-count)
               move pt-key-value
                 to ws-period-key-value (ws-period-record-count)
               move pt-valid-count
                 to ws-period-count (ws-period-record-count)
               move pt-amount
                 to ws-period-amount (ws-period-record-count)
               move pt-status
                 to ws-period-row-status (ws-period-record-count)
           else
               move 'y' to ws-period-overflow
           end-if.
           read period-file
               at end
                   move 'y' to ws-period-eof-flag.

       620-check-one-period-row.
           if ws-period-month (ws-period-scan-idx) = ws-roll-month and
             ws-period-key-type (ws-period-scan-idx) = "MONTH " and
             ws-period-row-status (ws-period-scan-idx) = 'C'
               move 'y' to ws-period-closed
           end-if.

       630-post-one-roll-row.
           if ws-roll-count (ws-roll-idx) > 0 or
             ws-roll-amount (ws-roll-idx) not = 0
               move 0 to ws-period-found-idx
               perform 635-match-one-period-row
                   varying ws-period-scan-idx from 1 by 1
                   until ws-period-scan-idx > ws-period-record-count
                      or ws-period-found-idx > 0
               if ws-period-found-idx > 0 then
                   add ws-roll-count (ws-roll-idx)
                     to ws-period-count (ws-period-found-idx)
                   add ws-roll-amount (ws-roll-idx)
                     to ws-period-amount (ws-period-found-idx)
               else
                   if ws-period-record-count not < 1200 then
                       move 'y' to ws-period-overflow
                   else
                       add 1 to ws-period-record-count
                       move ws-roll-month
                         to ws-period-month (ws-period-record-count)
                       move ws-roll-key-type (ws-roll-idx)
                         to ws-period-key-type (ws-period-record-count)
                       move ws-roll-key-value (ws-roll-idx)
                         to ws-period-key-value
                            (ws-period-record-count)
                       move ws-roll-count (ws-roll-idx)
                         to ws-period-count (ws-period-record-count)
                       move ws-roll-amount (ws-roll-idx)
                         to ws-period-amount (ws-period-record-count)
                       move 'O'
                         to ws-period-row-status
                            (ws-period-record-count)
                   end-if
               end-if
           end-if.

       635-match-one-period-row.
           if ws-period-month (ws-period-scan-idx) = ws-roll-month and
             ws-period-key-type (ws-period-scan-idx)
                = ws-roll-key-type (ws-roll-idx) and
             ws-period-key-value (ws-period-scan-idx)
                = ws-roll-key-value (ws-roll-idx)
               move ws-period-scan-idx to ws-period-found-idx
           end-if.

       640-rewrite-period-file.
           open output period-file.
           perform 645-write-one-period-row
               varying ws-period-scan-idx from 1 by 1
               until ws-period-scan-idx > ws-period-record-count.
           close period-file.

       645-write-one-period-row.
           move ws-period-month (ws-period-scan-idx) to pt-month.
           move ws-period-key-type (ws-period-scan-idx)
             to pt-key-type.
           move ws-period-key-value (ws-period-scan-idx)
             to pt-key-value.
           move ws-period-count (ws-period-scan-idx)
             to pt-valid-count.
           move ws-period-amount (ws-period-scan-idx) to pt-amount.
           move ws-period-row-status (ws-period-scan-idx)
             to pt-status.
           write period-line.

       end program CorrectInvalid.
