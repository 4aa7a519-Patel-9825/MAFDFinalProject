       identification division.
       program-id. InvoiceGaps.

      * Invoice-number sequence gap report. Stores issue invoice
      * numbers in sequence within each prefix, so a hole in the
      * sequence is either a ticket that never reached us or a
      * ticket still sitting in suspense - and the auditors need to
      * tell the two apart. Every invoice number posted in a date
      * range is gathered off the keyed master and the sequential
      * archive (both record layouts MasterArchive.cbl has ever
      * written), along with every number sitting in suspense.dat,
      * and the lot is sorted by prefix and number. Each prefix gets
      * its own section: a run of numbers nobody has is listed as
      * MISSING with the stores that issued the numbers on either
      * side of it, a number only suspense holds is listed IN
      * SUSPENSE with its store and first-rejected date, and the
      * section closes with the prefix's counts. The range comes
      * from a one-line request file (from/to dates, tested against
      * the posting batch date, or the first-rejected date for a
      * suspense record); no request file means every date.

       environment division.
       input-output section.
       file-control.

           select request-file
               assign to "../../../data/gap-request.dat"
               organization is line sequential
               file status is ws-request-status.

           select master-file
               assign to "../../../data/master.idx"
               organization is indexed
               access mode is dynamic
               record key is master-record-key
               file status is ws-master-status.

      * Records purged since multi-line tickets are the 53-byte
      * layout with a line number; older ones are the 51-byte layout
      * without one - told apart the way InvoiceInquiry.cbl does.
           select archive-file
               assign to "../../../data/master-archive.dat"
               organization is line sequential
               file status is ws-archive-status.

           select suspense-file
               assign to "../../../data/suspense.dat"
               organization is line sequential
               file status is ws-suspense-status.

           select report-file
               assign to "../../../data/invoice-gaps.out"
               organization is line sequential.

           select sort-file
               assign to "../../../data/sortwk".

      *
       data division.
       file section.
      *
       fd request-file
           data record is request-line
           record contains 16 characters.

       01 request-line.
           05 req-from-date                 pic 9(8).
           05 req-to-date                   pic 9(8).

       fd master-file
           data record is master-record
           record contains 53 characters.

      * The key is invoice number plus line number, the layout
      * Edit.cbl maintains since multi-line tickets.
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

      * One rejected record still awaiting a correction, in the
      * layout Edit.cbl writes.
       fd suspense-file
           data record is suspense-line
           record contains 80 characters.

       01 suspense-line.
           05 susp-first-date               pic 9(8).
           05 susp-reason-codes             pic x(24).
           05 susp-amount                   pic 9(5)v99.
           05 susp-record-image.
               10 susp-transaction-code     pic x.
               10 susp-transaction-amount   pic x(7).
               10 susp-payment-type         pic xx.
               10 susp-store-number         pic xx.
               10 susp-invoice-number       pic x(9).
               10 susp-sku-code             pic x(15).
               10 susp-line-number          pic xx.
           05 filler                        pic x(3).

       fd report-file
           data record is report-line
           record contains 120 characters.

       01 report-line                       pic x(120).

      * One invoice number from one source. 'P' (posted - master or
      * archive) sorts ahead of 'S' (suspense), so the first record
      * of a number says whether anything ever posted it. The store
      * is kept alphanumeric: a suspense record may be rejected for
      * the very reason that its store is garbage.
       sd sort-file
           data record is sort-record
           record contains 19 characters.

       01 sort-record.
           05 sort-prefix                   pic xx.
           05 sort-number                   pic 9(6).
           05 sort-source                   pic x.
           05 sort-store                    pic xx.
           05 sort-date                     pic 9(8).

       working-storage section.

       01 ws-report-heading.
           05 filler                        pic x(30) value spaces.
           05 filler                        pic x(31)
               value "INVOICE NUMBER SEQUENCE GAPS".
           05 filler                        pic x(59) value spaces.

       01 ws-range-line.
           05 filler                        pic x(6) value "From: ".
           05 ws-rl-from                     pic 9(8).
           05 filler                        pic x(6) value "  To: ".
           05 ws-rl-to                       pic 9(8).
           05 filler                        pic x(92) value spaces.

       01 ws-no-master-line.
           05 filler                        pic x(120) value
               "*** MASTER FILE NOT AVAILABLE - ARCHIVE AND SUSPENSE ONL
      -        "Y".

       01 ws-prefix-heading.
           05 filler                        pic x(7) value "PREFIX ".
           05 ws-ph-prefix                   pic xx.
           05 filler                        pic x(111) value spaces.

       01 ws-gap-line.
           05 filler                        pic x(4) value spaces.
           05 filler                        pic x(11)
               value "MISSING    ".
           05 ws-gl-from                     pic 9(6).
           05 filler                        pic x(3) value " - ".
           05 ws-gl-to                       pic 9(6).
           05 filler                        pic x(2) value " (".
           05 ws-gl-count                    pic zzzzz9.
           05 filler                        pic x(24)
               value " numbers)  Between store".
           05 filler                        pic x value space.
           05 ws-gl-store-before             pic xx.
           05 filler                        pic x(11)
               value " and store ".
           05 ws-gl-store-after              pic xx.
           05 filler                        pic x(42) value spaces.

       01 ws-suspense-detail-line.
           05 filler                        pic x(4) value spaces.
           05 filler                        pic x(12)
               value "IN SUSPENSE ".
           05 ws-sd-number                   pic 9(6).
           05 filler                        pic x(9)
               value "   Store ".
           05 ws-sd-store                    pic xx.
           05 filler                        pic x(18)
               value "   First rejected ".
           05 ws-sd-date                     pic 9(8).
           05 filler                        pic x(61) value spaces.

       01 ws-prefix-summary-line.
           05 filler                        pic x(4) value spaces.
           05 filler                        pic x(8) value "Numbers ".
           05 ws-ps-low                      pic 9(6).
           05 filler                        pic x(3) value " - ".
           05 ws-ps-high                     pic 9(6).
           05 filler                        pic x(10)
               value "  Posted: ".
           05 ws-ps-posted                   pic zzzzz9.
           05 filler                        pic x(15)
               value "  In suspense: ".
           05 ws-ps-suspense                 pic zzzzz9.
           05 filler                        pic x(11)
               value "  Missing: ".
           05 ws-ps-missing                  pic zzzzz9.
           05 filler                        pic x(8) value "  Gaps: ".
           05 ws-ps-gaps                     pic zzzzz9.
           05 filler                        pic x(25) value spaces.

       01 ws-summary-line.
           05 filler                        pic x(10)
               value "Prefixes: ".
           05 ws-sl-prefixes                 pic zz9.
           05 filler                        pic x(10)
               value "   Gaps: ".
           05 ws-sl-gaps                     pic zzzzz9.
           05 filler                        pic x(13)
               value "   Missing: ".
           05 ws-sl-missing                  pic zzzzz9.
           05 filler                        pic x(17)
               value "   In suspense: ".
           05 ws-sl-suspense                 pic zzzzz9.
           05 filler                        pic x(49) value spaces.

       01 ws-blank-line                     pic x(120) value spaces.

      * An invoice number taken apart into prefix and sequence
      * number; only a numeric sequence number can be placed.
       01 ws-invoice-split.
           05 ws-is-prefix                   pic xx.
           05 ws-is-dash                     pic x.
           05 ws-is-number                   pic x(6).
           05 ws-is-number-9 redefines ws-is-number
                                             pic 9(6).

       77 ws-request-status                  pic xx.
       77 ws-master-status                   pic xx.
       77 ws-archive-status                  pic xx.
       77 ws-suspense-status                 pic xx.
       77 ws-eof-flag                        pic x value 'n'.
       77 ws-from-date                       pic 9(8) value 0.
       77 ws-to-date                         pic 9(8) value 99999999.
       77 ws-posting-date                    pic 9(8) value 0.

      * Walk state for the sorted numbers of the current prefix.
       77 ws-current-prefix                  pic xx value spaces.
       77 ws-prefix-open                     pic x value 'n'.
       77 ws-last-number                     pic 9(6) value 0.
       77 ws-last-store                      pic xx value spaces.
       77 ws-low-number                      pic 9(6) value 0.
       77 ws-gap-from                        pic 9(6) value 0.
       77 ws-gap-to                          pic 9(6) value 0.
       77 ws-gap-size                        pic 9(6) value 0.

       77 ws-prefix-posted                   pic 9(6) value 0.
       77 ws-prefix-suspense                 pic 9(6) value 0.
       77 ws-prefix-missing                  pic 9(6) value 0.
       77 ws-prefix-gaps                     pic 9(6) value 0.
       77 ws-prefix-count                    pic 999 value 0.
       77 ws-total-gaps                      pic 9(6) value 0.
       77 ws-total-missing                   pic 9(6) value 0.
       77 ws-total-suspense                  pic 9(6) value 0.
       77 ws-one                             pic 9 value 1.

       procedure division.
       000-main.
           perform 100-load-request.

           open output report-file.
           write report-line from ws-report-heading.
           move ws-from-date                to ws-rl-from.
           move ws-to-date                  to ws-rl-to.
           write report-line from ws-range-line.
           write report-line from ws-blank-line.

           sort sort-file
               on ascending key sort-prefix
                                sort-number
                                sort-source
               input procedure is 200-release-invoices
               output procedure is 300-walk-sorted-numbers.

           write report-line from ws-blank-line.
           move ws-prefix-count             to ws-sl-prefixes.
           move ws-total-gaps               to ws-sl-gaps.
           move ws-total-missing            to ws-sl-missing.
           move ws-total-suspense           to ws-sl-suspense.
           write report-line from ws-summary-line.

           close report-file.
           goback.

      * No request file (or an empty or non-numeric one) means every
      * date.
       100-load-request.
           open input request-file.
           if ws-request-status = '00' then
               read request-file
                   at end
                       continue
                   not at end
                       if req-from-date is numeric and
                         req-to-date is numeric
                           move req-from-date to ws-from-date
                           move req-to-date to ws-to-date
                       end-if
               end-read
               close request-file
           end-if.

       200-release-invoices.
           perform 210-release-master.
           perform 230-release-archive.
           perform 250-release-suspense.

       210-release-master.
           open input master-file.
           if ws-master-status not = '00' then
               write report-line from ws-no-master-line
           else
               move 'n' to ws-eof-flag
               move low-values to master-record-key
               start master-file
                   key not < master-record-key
                   invalid key
                       move 'y' to ws-eof-flag
               end-start
               if ws-master-status not = '00' then
                   move 'y' to ws-eof-flag
               end-if
               if ws-eof-flag not = 'y' then
                   perform 215-read-next-master
               end-if
               perform 220-release-one-master-line
                   until ws-eof-flag = 'y'
               close master-file
           end-if.

       215-read-next-master.
           read master-file next
               at end
                   move 'y' to ws-eof-flag
           end-read.
           if ws-master-status not = '00' then
               move 'y' to ws-eof-flag
           end-if.

      * Every line of a ticket is released; the walk counts each
      * number once however many lines carry it.
       220-release-one-master-line.
           move master-invoice-number       to ws-invoice-split.
           move master-batch-date           to ws-posting-date.
           move master-store-number         to sort-store.
           perform 280-release-if-placeable.
           perform 215-read-next-master.

       230-release-archive.
           open input archive-file.
           if ws-archive-status = '00' then
               move 'n' to ws-eof-flag
               read archive-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 240-release-one-archive-record
                   until ws-eof-flag = 'y'
               close archive-file
           end-if.

      * A code is never numeric, so a non-numeric value where the
      * line number sits marks a record in the old layout.
       240-release-one-archive-record.
           move arc-invoice-number          to ws-invoice-split.
           if arc-line-number is numeric then
               move arc-batch-date          to ws-posting-date
               move arc-store-number        to sort-store
           else
               move arc-old-batch-date      to ws-posting-date
               move arc-old-store-number    to sort-store
           end-if.
           perform 280-release-if-placeable.
           read archive-file
               at end
                   move 'y' to ws-eof-flag.

       250-release-suspense.
           open input suspense-file.
           if ws-suspense-status = '00' then
               move 'n' to ws-eof-flag
               read suspense-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 260-release-one-suspense-record
                   until ws-eof-flag = 'y'
               close suspense-file
           end-if.

       260-release-one-suspense-record.
           move susp-invoice-number         to ws-invoice-split.
           move susp-first-date             to ws-posting-date.
           move susp-store-number           to sort-store.
           move 'S'                         to sort-source.
           perform 285-release-if-in-range.
           read suspense-file
               at end
                   move 'y' to ws-eof-flag.

       280-release-if-placeable.
           move 'P'                         to sort-source.
           perform 285-release-if-in-range.

      * Only a number with a numeric sequence part can be placed in
      * a sequence; only a record dated inside the range is wanted.
       285-release-if-in-range.
           if ws-is-number is numeric and
             ws-posting-date is numeric and
             ws-posting-date not < ws-from-date and
             ws-posting-date not > ws-to-date
               move ws-is-prefix            to sort-prefix
               move ws-is-number-9          to sort-number
               move ws-posting-date         to sort-date
               release sort-record
           end-if.

       300-walk-sorted-numbers.
           move 'n' to ws-eof-flag.
           return sort-file
               at end
                   move 'y' to ws-eof-flag
           end-return.
           perform 310-walk-one-number
               until ws-eof-flag = 'y'.
           if ws-prefix-open = 'y' then
               perform 350-close-prefix
           end-if.

      * A repeat of the number just walked (another line of the
      * ticket, or a suspense record for a number that did post) adds
      * nothing; a number past the next one expected leaves a gap.
       310-walk-one-number.
           if ws-prefix-open not = 'y' or
             sort-prefix not = ws-current-prefix
               if ws-prefix-open = 'y' then
                   perform 350-close-prefix
               end-if
               perform 320-open-prefix
               perform 330-take-number
           else
               if sort-number not = ws-last-number then
                   if sort-number > ws-last-number + 1 then
                       perform 340-print-gap
                   end-if
                   perform 330-take-number
               end-if
           end-if.
           return sort-file
               at end
                   move 'y' to ws-eof-flag.

       320-open-prefix.
           move 'y'                         to ws-prefix-open.
           move sort-prefix                 to ws-current-prefix.
           move sort-number                 to ws-low-number.
           move 0                           to ws-prefix-posted.
           move 0                           to ws-prefix-suspense.
           move 0                           to ws-prefix-missing.
           move 0                           to ws-prefix-gaps.
           add ws-one                       to ws-prefix-count.
           write report-line from ws-blank-line.
           move sort-prefix                 to ws-ph-prefix.
           write report-line from ws-prefix-heading.

      * The first record of a number decides it: posted if any
      * posted record carries it, otherwise only suspense does.
       330-take-number.
           if sort-source = 'P' then
               add ws-one                   to ws-prefix-posted
           else
               add ws-one                   to ws-prefix-suspense
               add ws-one                   to ws-total-suspense
               move sort-number             to ws-sd-number
               move sort-store              to ws-sd-store
               move sort-date               to ws-sd-date
               write report-line from ws-suspense-detail-line
           end-if.
           move sort-number                 to ws-last-number.
           move sort-store                  to ws-last-store.

       340-print-gap.
           compute ws-gap-from = ws-last-number + 1.
           compute ws-gap-to = sort-number - 1.
           compute ws-gap-size = ws-gap-to - ws-gap-from + 1.
           add ws-one                       to ws-prefix-gaps.
           add ws-one                       to ws-total-gaps.
           add ws-gap-size                  to ws-prefix-missing.
           add ws-gap-size                  to ws-total-missing.
           move ws-gap-from                 to ws-gl-from.
           move ws-gap-to                   to ws-gl-to.
           move ws-gap-size                 to ws-gl-count.
           move ws-last-store               to ws-gl-store-before.
           move sort-store                  to ws-gl-store-after.
           write report-line from ws-gap-line.

       350-close-prefix.
           move ws-low-number               to ws-ps-low.
           move ws-last-number              to ws-ps-high.
           move ws-prefix-posted            to ws-ps-posted.
           move ws-prefix-suspense          to ws-ps-suspense.
           move ws-prefix-missing           to ws-ps-missing.
           move ws-prefix-gaps              to ws-ps-gaps.
           write report-line from ws-prefix-summary-line.
           move 'n'                         to ws-prefix-open.

       end program InvoiceGaps.
