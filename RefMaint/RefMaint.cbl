      * leave a type empty - rewrites reference.dat, and prints a
      * before/after change report. Replaces hand-editing the
      * control file in an editor.
      *
      * STORE and TAXRT changes are under dual control: one that
      * passes the checks above is not applied but added to
      * pending-approvals.dat under the requester's operator ID. A
      * second operator's APPROVE on approvals.dat releases it on
      * the next run, where it is checked again against the file as
      * it then stands and applied; REJECT cancels it. Payment types
      * and prefixes are applied on the run that asks for them.

       environment division.
       input-output section.
               assign to "../../../data/refmaint-report.out"
               organization is line sequential.

      * Changes waiting for a second operator, shared with
      * CorrectInvalid.cbl - its entries are carried through the
      * rewrite at the end untouched.
           select pending-file
               assign to "../../../data/pending-approvals.dat"
               organization is line sequential
               file status is ws-pending-status.

           select approval-file
               assign to "../../../data/approvals.dat"
               organization is line sequential
               file status is ws-approval-status.

      *
       data division.
       file section.

       01 report-line                       pic x(100).

      * Same layout CorrectInvalid.cbl keeps: source C (correction)
      * or R (reference change), the date, time, and sequence the
      * change was held under, who asked for it, and the change.
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

      * Same layout CorrectInvalid.cbl reads.
       fd approval-file
           data record is approval-line
           record contains 36 characters.

       01 approval-line.
           05 ap-pending-key                pic x(18).
           05 ap-decision                   pic x(8).
           05 ap-approved-by                pic x(8).
           05 filler                        pic x(2).

       working-storage section.

      * The whole of reference.dat, held while the transactions are
           05 ws-cl-result                   pic x(8).
           05 filler                        pic x(3) value spaces.
           05 ws-cl-reason                   pic x(20).
           05 filler                        pic x(14)
               value "  Approved by ".
           05 ws-cl-approved-by              pic x(8).
           05 filler                        pic x(10) value spaces.

       01 ws-held-key-line.
           05 filler                        pic x(10) value spaces.
           05 filler                        pic x(24)
               value "Held for approval - key ".
           05 ws-hk-pending-key              pic x(18).
           05 filler                        pic x(48) value spaces.

      * What became of each decision on approvals.dat that names one
      * of this program's pending entries.
       01 ws-approval-line.
           05 filler                        pic x(9) value "Approval ".
           05 ws-al-pending-key              pic x(18).
           05 filler                        pic x(2) value spaces.
           05 ws-al-decision                 pic x(8).
           05 filler                        pic x(4) value " by ".
           05 ws-al-approved-by              pic x(8).
           05 filler                        pic x(14)
               value " requested by ".
           05 ws-al-requested-by             pic x(8).
           05 filler                        pic x(2) value spaces.
           05 ws-al-result                   pic x(27).

       01 ws-summary-line.
           05 filler                        pic x(10)
           05 filler                        pic x(12)
               value "  Rejected: ".
           05 ws-summary-rejected            pic zz9.
           05 filler                        pic x(8) value "  Held: ".
           05 ws-summary-held                pic zz9.
           05 filler                        pic x(13)
               value "  Cancelled: ".
           05 ws-summary-cancelled           pic zz9.
           05 filler                        pic x(45) value spaces.

       01 ws-pending-full-line.
           05 filler                        pic x(100)
               value "*** PENDING FILE OVER CAPACITY - NOT REWRITTEN".

       01 ws-blank-line                     pic x(100) value spaces.

       77 ws-print-idx                       pic 99 value 0.
       77 ws-one                             pic 9 value 1.

      * Dual-control items. A held change is keyed by the run date
      * and time plus a sequence within the run, so a key is never
      * reused.
       77 ws-run-date                        pic 9(8).
       77 ws-run-time-raw                    pic 9(8).
       77 ws-pending-status                  pic xx.
       77 ws-approval-status                 pic xx.
       77 ws-pending-eof-flag                pic x value 'n'.
       77 ws-approval-eof-flag               pic x value 'n'.
       77 ws-pending-count                   pic 999 value 0.
       77 ws-pend-scan-idx                   pic 999 value 0.
       77 ws-pend-found-idx                  pic 999 value 0.
       77 ws-pend-seq                        pic 999 value 0.
       77 ws-pending-overflow                pic x value 'n'.
       77 ws-request-held                    pic x value 'n'.
       77 ws-held-count                      pic 999 value 0.
       77 ws-cancelled-count                 pic 999 value 0.

      * The pending file held for the run, both sources' entries, so
      * the rewrite at the end keeps CorrectInvalid's. Only 'R'
      * entries are acted on here; the live flag goes 'n' when one
      * is released or cancelled.
       01 ws-pending-table.
           05 ws-pending                  occurs 500 times
                                           indexed by ws-pend-idx.
               10 ws-pend-key.
                   15 ws-pend-source-code  pic x.
                   15 filler               pic x(17).
               10 ws-pend-requested-by     pic x(8).
               10 ws-pend-detail           pic x(54).
               10 ws-pend-live             pic x.
               10 ws-pend-approved-by      pic x(8).

       procedure division.
       000-main.
           accept ws-run-date from date yyyymmdd.
           accept ws-run-time-raw from time.

           perform 100-load-reference.
           perform 190-load-pending-table.

           open input maint-file.
           open output report-file.
           write report-line from ws-blank-line.
           write report-line from ws-changes-heading.

           perform 195-load-approvals.
           perform 200-release-one-approved
               varying ws-pend-scan-idx from 1 by 1
               until ws-pend-scan-idx > ws-pending-count.

           read maint-file
               at end
                   move 'y' to ws-eof-flag.
           write report-line from ws-blank-line.
           move ws-accepted-count           to ws-summary-accepted.
           move ws-rejected-count           to ws-summary-rejected.
           move ws-held-count               to ws-summary-held.
           move ws-cancelled-count          to ws-summary-cancelled.
           write report-line from ws-summary-line.

           perform 500-rewrite-reference.

           if ws-pending-overflow = 'y' then
               write report-line from ws-pending-full-line
           else
               perform 530-rewrite-pending
           end-if.

           close maint-file, report-file.
           goback.

               write report-line from ws-entry-line
           end-if.

      * No pending file yet is an empty start. One that cannot be
      * read, or holds more than the table does, is left as it is
      * rather than rewritten short, and nothing new is held.
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
                   move 'y' to ws-pending-overflow
               end-if
           end-if.

       192-load-one-pending-row.
           if ws-pending-count < 500 then
               add ws-one to ws-pending-count
               move pa-key to ws-pend-key (ws-pending-count)
               move pa-requested-by
                 to ws-pend-requested-by (ws-pending-count)
               move pa-change-detail
                 to ws-pend-detail (ws-pending-count)
               move 'y' to ws-pend-live (ws-pending-count)
               move spaces to ws-pend-approved-by (ws-pending-count)
           else
               move 'y' to ws-pending-overflow
           end-if.
           read pending-file
               at end
                   move 'y' to ws-pending-eof-flag.

      * approvals.dat is kept, not cleared, so a decision on an entry
      * already released or cancelled finds nothing live and is
      * passed over quietly, as are CorrectInvalid's entries.
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
           move 0 to ws-pend-found-idx.
           perform 198-match-one-pending-row
               varying ws-pend-scan-idx from 1 by 1
               until ws-pend-scan-idx > ws-pending-count
                  or ws-pend-found-idx > 0.
           if ws-pend-found-idx > 0 then
               move ap-pending-key to ws-al-pending-key
               move ap-decision to ws-al-decision
               move ap-approved-by to ws-al-approved-by
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
                       move "APPROVED" to ws-al-result
                   when ap-decision = "REJECT"
                       move 'n' to ws-pend-live (ws-pend-found-idx)
                       add ws-one to ws-cancelled-count
                       move "CANCELLED" to ws-al-result
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
           if ws-pend-key (ws-pend-scan-idx) = ap-pending-key and
             ws-pend-source-code (ws-pend-scan-idx) = 'R' and
             ws-pend-live (ws-pend-scan-idx) = 'y'
               move ws-pend-scan-idx to ws-pend-found-idx
           end-if.

      * An approved change goes through every check again against
      * the file as it now stands - a store added or a rate deleted
      * since it was held - and is then applied or rejected like a
      * new request, with the approver shown. Either way it leaves
      * the pending file.
       200-release-one-approved.
           if ws-pend-live (ws-pend-scan-idx) = 'y' and
             ws-pend-source-code (ws-pend-scan-idx) = 'R' and
             ws-pend-approved-by (ws-pend-scan-idx) not = spaces
               move ws-pend-detail (ws-pend-scan-idx)
                 to pa-change-detail
               move spaces to maint-line
               move pa-ref-action to rm-action
               move pa-ref-type to rm-ref-type
               move pa-ref-value to rm-ref-value
               move ws-pend-requested-by (ws-pend-scan-idx)
                 to rm-requested-by
               move 'n' to ws-request-held
               perform 310-validate-request
               if ws-reject-reason = spaces then
                   perform 320-apply-request
               end-if
               move ws-pend-approved-by (ws-pend-scan-idx)
                 to ws-cl-approved-by
               perform 330-print-change
               move 'n' to ws-pend-live (ws-pend-scan-idx)
           end-if.

      * One ADD/DELETE request: the first validation failure names
      * the rejection; a clean request is applied to the table, or
      * for a store or tax rate held for a second operator.
       300-apply-one-request.
           move 'n' to ws-request-held.
           move spaces to ws-cl-approved-by.
           perform 310-validate-request.

           if ws-reject-reason = spaces and
             (rm-ref-type = "STORE " or rm-ref-type = "TAXRT ")
               if rm-requested-by = spaces then
                   move "NO REQUESTER" to ws-reject-reason
               else
                   if ws-pending-overflow = 'y' or
                     ws-pending-count not < 500
                       move "PENDING FILE FULL" to ws-reject-reason
                   else
                       perform 335-screen-held-change
                   end-if
               end-if
           else
               if ws-reject-reason = spaces then
                   perform 320-apply-request
               end-if
           end-if.

           perform 330-print-change.
           if ws-request-held = 'y' then
               write report-line from ws-held-key-line
           end-if.

           read maint-file
               at end
                   move 'y' to ws-eof-flag.

      * The checks that need nothing but the request itself. Whether
      * the entry is already on file, or the type has room, is left
      * to 320-apply-request, so a held change is judged again
      * against the file as it stands when it is released.
       310-validate-request.
           move spaces to ws-reject-reason.

           if rm-action not = "ADD   " and rm-action not = "DELETE"
               move "STORE NOT NUMERIC" to ws-reject-reason
           end-if.

       320-apply-request.
           perform 350-find-live-entry.
           if rm-action = "ADD   " then
               perform 360-apply-add
           else
               perform 370-apply-delete
           end-if.

       330-print-change.
           move rm-action to ws-cl-action.
           move rm-ref-type to ws-cl-type.
           move rm-ref-value to ws-cl-value.
           move rm-requested-by to ws-cl-requested-by.
           if ws-reject-reason = spaces then
               if ws-request-held = 'y' then
                   add ws-one to ws-held-count
                   move "HELD" to ws-cl-result
                   move "AWAITING APPROVAL" to ws-cl-reason
                   move spaces to ws-cl-approved-by
               else
                   add ws-one to ws-accepted-count
                   move "ACCEPTED" to ws-cl-result
                   move spaces to ws-cl-reason
                   if ws-cl-approved-by = spaces then
                       move "NOT REQD" to ws-cl-approved-by
                   end-if
               end-if
           else
               add ws-one to ws-rejected-count
               move "REJECTED" to ws-cl-result
           end-if.
           write report-line from ws-change-line.

      * A change that plainly cannot go through - an entry already
      * there, or a delete of one that is not - is turned away now
      * rather than sent to a second operator.
       335-screen-held-change.
           perform 350-find-live-entry.
           if rm-action = "ADD   " and ws-found-idx > 0 then
               move "DUPLICATE ENTRY" to ws-reject-reason
           end-if.
           if rm-action = "DELETE" and ws-found-idx = 0 then
               move "NOT ON FILE" to ws-reject-reason
           end-if.
           if ws-reject-reason = spaces then
               perform 340-hold-for-approval
           end-if.

       340-hold-for-approval.
           move 'y' to ws-request-held.
           add ws-one to ws-pend-seq.
           add ws-one to ws-pending-count.
           move spaces to pending-line.
           move 'R' to pa-source-code.
           move ws-run-date to pa-request-date.
           move ws-run-time-raw (1:6) to pa-request-time.
           move ws-pend-seq to pa-request-seq.
           move rm-requested-by to pa-requested-by.
           move rm-action to pa-ref-action.
           move rm-ref-type to pa-ref-type.
           move rm-ref-value to pa-ref-value.
           move pa-key to ws-pend-key (ws-pending-count).
           move pa-requested-by
             to ws-pend-requested-by (ws-pending-count).
           move pa-change-detail to ws-pend-detail (ws-pending-count).
           move 'y' to ws-pend-live (ws-pending-count).
           move spaces to ws-pend-approved-by (ws-pending-count).
           move pa-key to ws-hk-pending-key.

       350-find-live-entry.
           move 0 to ws-found-idx.
               write ref-line
           end-if.

      * Everything still live goes back, CorrectInvalid's entries
      * with it.
       530-rewrite-pending.
           open output pending-file.
           perform 535-write-one-pending-row
               varying ws-pend-scan-idx from 1 by 1
               until ws-pend-scan-idx > ws-pending-count.
           close pending-file.

       535-write-one-pending-row.
           if ws-pend-live (ws-pend-scan-idx) = 'y' then
               move spaces to pending-line
               move ws-pend-key (ws-pend-scan-idx) to pa-key
               move ws-pend-requested-by (ws-pend-scan-idx)
                 to pa-requested-by
               move ws-pend-detail (ws-pend-scan-idx)
                 to pa-change-detail
               write pending-line
           end-if.

       end program RefMaint.
