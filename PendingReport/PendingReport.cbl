       identification division.
       program-id. PendingReport.

      * Lists every change sitting in pending-approvals.dat waiting
      * for a second operator - amount corrections CorrectInvalid.cbl
      * held over the approval limit and STORE/TAXRT changes
      * RefMaint.cbl held - with who asked for it, when, how many
      * days it has waited, and what it would change. Each line also
      * shows where it stands on approvals.dat: still awaiting a
      * decision, approved or rejected and due to be released or
      * cancelled on the next run, or approved only by the operator
      * who asked, which does not count. Totals the items waiting,
      * the oldest, and the dollars held in amount corrections.

       environment division.
       input-output section.
       file-control.

           select pending-file
               assign to "../../../data/pending-approvals.dat"
               organization is line sequential
               file status is ws-pending-status.

           select approval-file
               assign to "../../../data/approvals.dat"
               organization is line sequential
               file status is ws-approval-status.

           select report-file
               assign to "../../../data/pending-approvals.out"
               organization is line sequential.

      *
       data division.
       file section.
      *
      * Same layout CorrectInvalid.cbl and RefMaint.cbl keep.
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

      * Same layout CorrectInvalid.cbl and RefMaint.cbl read.
       fd approval-file
           data record is approval-line
           record contains 36 characters.

       01 approval-line.
           05 ap-pending-key                pic x(18).
           05 ap-decision                   pic x(8).
           05 ap-approved-by                pic x(8).
           05 filler                        pic x(2).

       fd report-file
           data record is report-line
           record contains 120 characters.

       01 report-line                       pic x(120).

       working-storage section.

      * The record image a held correction carries - the same 38-byte
      * layout Edit.cbl reads - so the line can show the invoice and
      * the amount it would change.
       01 ws-held-image.
           05 ws-hi-transaction-code        pic x.
           05 ws-hi-amount-x                pic x(7).
           05 ws-hi-amount redefines ws-hi-amount-x
                                            pic 9(5)v99.
           05 ws-hi-payment-type            pic xx.
           05 ws-hi-store-number            pic xx.
           05 ws-hi-invoice-number          pic x(9).
           05 ws-hi-sku-code                pic x(15).
           05 ws-hi-line-number             pic xx.

       01 ws-new-amount-check.
           05 ws-new-amount-x               pic x(7).
           05 ws-new-amount redefines ws-new-amount-x
                                            pic 9(5)v99.

      * The pending file held for the run, the same 500 entries
      * CorrectInvalid.cbl and RefMaint.cbl hold, with what
      * approvals.dat says about each one.
       01 ws-pending-table.
           05 ws-pending                  occurs 500 times
                                           indexed by ws-pend-idx.
               10 ws-pend-image            pic x(80).
               10 ws-pend-key redefines ws-pend-image
                                           pic x(18).
               10 ws-pend-approved-by      pic x(8).
               10 ws-pend-rejected-by      pic x(8).
               10 ws-pend-same-operator    pic x.

       01 ws-report-heading.
           05 filler                        pic x(40) value spaces.
           05 filler                        pic x(26)
               value "CHANGES AWAITING APPROVAL".
           05 filler                        pic x(54) value spaces.

       01 ws-asof-heading.
           05 filler                        pic x(11)
               value "As of date ".
           05 ws-ah-date                     pic 9(8).
           05 filler                        pic x(101) value spaces.

       01 ws-column-heading.
           05 filler                        pic x(20)
               value "Pending key".
           05 filler                        pic x(12)
               value "Source".
           05 filler                        pic x(10)
               value "Asked by".
           05 filler                        pic x(18)
               value "Asked on    Days".
           05 filler                        pic x(38)
               value "Change".
           05 filler                        pic x(2) value spaces.
           05 filler                        pic x(20)
               value "Status".

       01 ws-detail-line.
           05 ws-dl-pending-key              pic x(18).
           05 filler                        pic x(2) value spaces.
           05 ws-dl-source                   pic x(10).
           05 filler                        pic x(2) value spaces.
           05 ws-dl-requested-by             pic x(8).
           05 filler                        pic x(2) value spaces.
           05 ws-dl-request-date             pic 9(8).
           05 filler                        pic x(4) value spaces.
           05 ws-dl-days                     pic zzz9.
           05 filler                        pic x(2) value spaces.
           05 ws-dl-change                   pic x(38).
           05 ws-dl-correction-change redefines ws-dl-change.
               10 ws-dl-invoice              pic x(9).
               10 filler                    pic x(6).
               10 ws-dl-line-number          pic xx.
               10 filler                    pic x.
               10 ws-dl-old-amount           pic x(9).
               10 filler                    pic x(2).
               10 ws-dl-new-amount           pic x(9).
           05 ws-dl-reference-change redefines ws-dl-change.
               10 ws-dl-action               pic x(6).
               10 filler                    pic x.
               10 ws-dl-ref-type             pic x(6).
               10 filler                    pic x.
               10 ws-dl-ref-value            pic x(9).
               10 filler                    pic x(15).
           05 filler                        pic x(2) value spaces.
           05 ws-dl-status                   pic x(20).

       01 ws-summary-line.
           05 filler                        pic x(15)
               value "Items waiting: ".
           05 ws-summary-count               pic zzz9.
           05 filler                        pic x(16)
               value "   Corrections: ".
           05 ws-summary-corrections         pic zzz9.
           05 filler                        pic x(20)
               value "   Reference items: ".
           05 ws-summary-references          pic zzz9.
           05 filler                        pic x(21)
               value "   Oldest waiting:   ".
           05 ws-summary-oldest              pic zzz9.
           05 filler                        pic x(5) value " days".
           05 filler                        pic x(27) value spaces.

       01 ws-dollars-line.
           05 filler                        pic x(29)
               value "Corrected amounts held:     ".
           05 ws-dol-amount                  pic zzz,zzz,zz9.99.
           05 filler                        pic x(31)
               value "   Decided, due on next run: ".
           05 ws-dol-decided                 pic zzz9.
           05 filler                        pic x(42) value spaces.

       01 ws-pending-full-line.
           05 filler                        pic x(47)
               value "*** PENDING FILE OVER CAPACITY - ONLY THE FIRST".
           05 filler                        pic x(73)
               value " 500 ITEMS ARE LISTED".

       01 ws-blank-line                     pic x(120) value spaces.

       77 ws-pending-status                  pic xx.
       77 ws-approval-status                 pic xx.
       77 ws-eof-flag                        pic x value 'n'.
       77 ws-approval-eof-flag               pic x value 'n'.
       77 ws-run-date                        pic 9(8) value 0.
       77 ws-pending-count                   pic 999 value 0.
       77 ws-pend-scan-idx                   pic 999 value 0.
       77 ws-pend-found-idx                  pic 999 value 0.
       77 ws-pending-overflow                pic x value 'n'.
       77 ws-item-count                      pic 9(4) value 0.
       77 ws-correction-count                pic 9(4) value 0.
       77 ws-reference-count                 pic 9(4) value 0.
       77 ws-decided-count                   pic 9(4) value 0.
       77 ws-held-amount                     pic 9(9)v99 value 0.
       77 ws-oldest-days                     pic s9(7) value 0.
       77 ws-days-waiting                    pic s9(7) value 0.
       77 ws-edit-amount                     pic zz,zz9.99.
       77 ws-one                             pic 9 value 1.

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

           perform 100-load-pending-table.
           perform 150-load-approvals.

           open output report-file.
           write report-line from ws-report-heading.
           move ws-run-date                 to ws-ah-date.
           write report-line from ws-asof-heading.
           write report-line from ws-blank-line.
           write report-line from ws-column-heading.

           perform 300-list-one-item
               varying ws-pend-scan-idx from 1 by 1
               until ws-pend-scan-idx > ws-pending-count.

           write report-line from ws-blank-line.
           if ws-pending-overflow = 'y' then
               write report-line from ws-pending-full-line
           end-if.
           move ws-item-count               to ws-summary-count.
           move ws-correction-count         to ws-summary-corrections.
           move ws-reference-count          to ws-summary-references.
           move ws-oldest-days              to ws-summary-oldest.
           write report-line from ws-summary-line.
           move ws-held-amount              to ws-dol-amount.
           move ws-decided-count            to ws-dol-decided.
           write report-line from ws-dollars-line.

           close report-file.
           goback.

      * No pending file yet means nothing is waiting.
       100-load-pending-table.
           open input pending-file.
           if ws-pending-status = '00' then
               read pending-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 110-load-one-pending-row
                   until ws-eof-flag = 'y'
               close pending-file
           end-if.

       110-load-one-pending-row.
           if ws-pending-count < 500 then
               add ws-one                   to ws-pending-count
               move pending-line
                 to ws-pend-image (ws-pending-count)
               move spaces
                 to ws-pend-approved-by (ws-pending-count),
                    ws-pend-rejected-by (ws-pending-count)
               move 'n'
                 to ws-pend-same-operator (ws-pending-count)
           else
               move 'y'                     to ws-pending-overflow
           end-if.
           read pending-file
               at end
                   move 'y' to ws-eof-flag.

      * approvals.dat is read straight through, however long it has
      * grown, and each decision is laid against the entry it names.
      * No approvals file yet means nothing has been decided.
       150-load-approvals.
           open input approval-file.
           if ws-approval-status = '00' then
               read approval-file
                   at end
                       move 'y' to ws-approval-eof-flag
               end-read
               perform 160-apply-one-approval
                   until ws-approval-eof-flag = 'y'
               close approval-file
           end-if.

      * Read the way CorrectInvalid.cbl and RefMaint.cbl read it: a
      * decision with no operator ID, or from the operator who asked,
      * does not count; a REJECT from anyone else cancels whatever
      * else is on file.
       160-apply-one-approval.
           move 0                           to ws-pend-found-idx.
           perform 170-match-one-pending-row
               varying ws-pend-scan-idx from 1 by 1
               until ws-pend-scan-idx > ws-pending-count
                  or ws-pend-found-idx > 0.
           if ws-pend-found-idx > 0 and ap-approved-by not = spaces
               move ws-pend-image (ws-pend-found-idx) to pending-line
               if ap-approved-by = pa-requested-by then
                   move 'y'
                     to ws-pend-same-operator (ws-pend-found-idx)
               else
                   if ap-decision = "APPROVE" then
                       move ap-approved-by
                         to ws-pend-approved-by (ws-pend-found-idx)
                   end-if
                   if ap-decision = "REJECT" then
                       move ap-approved-by
                         to ws-pend-rejected-by (ws-pend-found-idx)
                   end-if
               end-if
           end-if.
           read approval-file
               at end
                   move 'y' to ws-approval-eof-flag.

       170-match-one-pending-row.
           if ws-pend-key (ws-pend-scan-idx) = ap-pending-key
               move ws-pend-scan-idx        to ws-pend-found-idx
           end-if.

       300-list-one-item.
           move ws-pend-image (ws-pend-scan-idx) to pending-line.
           add ws-one                       to ws-item-count.
           move spaces                      to ws-dl-change.

           move pa-request-date             to ws-cnv-date.
           perform 600-date-to-serial.
           subtract ws-cnv-serial from ws-today-serial
               giving ws-days-waiting.
           if ws-days-waiting < 0 then
               move 0 to ws-days-waiting
           end-if.
           if ws-days-waiting > ws-oldest-days then
               move ws-days-waiting         to ws-oldest-days
           end-if.

           move pa-key                      to ws-dl-pending-key.
           move pa-requested-by             to ws-dl-requested-by.
           move pa-request-date             to ws-dl-request-date.
           move ws-days-waiting             to ws-dl-days.

           if pa-from-correction then
               perform 320-show-correction
           else
               perform 330-show-reference
           end-if.

           perform 340-show-decision.
           write report-line from ws-detail-line.

      * Invoice, line, and the amount as it stands then as it would
      * be; an amount that is not a clean seven digits is shown as
      * keyed.
       320-show-correction.
           add ws-one                       to ws-correction-count.
           move "CORRECTION"                to ws-dl-source.
           move pa-corr-original-image      to ws-held-image.
           move ws-hi-invoice-number        to ws-dl-invoice.
           move ws-hi-line-number           to ws-dl-line-number.
           if ws-hi-amount-x is numeric then
               move ws-hi-amount            to ws-edit-amount
               move ws-edit-amount          to ws-dl-old-amount
           else
               move ws-hi-amount-x          to ws-dl-old-amount
           end-if.
           move pa-corr-new-amount          to ws-new-amount-x.
           if ws-new-amount-x is numeric then
               add ws-new-amount            to ws-held-amount
               move ws-new-amount           to ws-edit-amount
               move ws-edit-amount          to ws-dl-new-amount
           else
               move ws-new-amount-x         to ws-dl-new-amount
           end-if.
           move " line "                    to ws-dl-change (10:6).
           move "->"                        to ws-dl-change (28:2).

       330-show-reference.
           add ws-one                       to ws-reference-count.
           move "REFERENCE"                 to ws-dl-source.
           move pa-ref-action               to ws-dl-action.
           move pa-ref-type                 to ws-dl-ref-type.
           move pa-ref-value                to ws-dl-ref-value.

       340-show-decision.
           move spaces                      to ws-dl-status.
           if ws-pend-rejected-by (ws-pend-scan-idx) not = spaces
               move "REJECTED BY"           to ws-dl-status
               move ws-pend-rejected-by (ws-pend-scan-idx)
                 to ws-dl-status (13:8)
               add ws-one                   to ws-decided-count
           else
               if ws-pend-approved-by (ws-pend-scan-idx) not = spaces
                   move "APPROVED BY"       to ws-dl-status
                   move ws-pend-approved-by (ws-pend-scan-idx)
                     to ws-dl-status (13:8)
                   add ws-one               to ws-decided-count
               else
                   if ws-pend-same-operator (ws-pend-scan-idx) = 'y'
                       move "SAME OPERATOR"  to ws-dl-status
                   else
                       move "AWAITING APPROVAL" to ws-dl-status
                   end-if
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

       end program PendingReport.
