       identification division.
       program-id. InterStoreSettle.

      * Monthly inter-store return settlement. A customer may hand
      * merchandise back at a store other than the one that sold it;
      * the refund comes out of the returning store's till while the
      * sale stays in the selling store's totals, so until the two
      * are settled one store is short and the other long. Every
      * accepted return is on the log Edit.cbl and CorrectInvalid.cbl
      * append to, carrying both its own store and the sale's, so
      * this picks out the ones where the two differ, lists them by
      * store pair (returning store, selling store) with a subtotal
      * per pair and each store's net position, and writes a
      * transfer extract in the PD/PT layout of gl.out: for each
      * pair a due-from posting at the returning store and an equal
      * and opposite due-to posting at the selling store, so the
      * extract always nets to zero. The month comes from a one-line
      * request file, falling back to the run date's month.

       environment division.
       input-output section.
       file-control.

           select request-file
               assign to "../../../data/settle-request.dat"
               organization is line sequential
               file status is ws-request-status.

           select activity-log-file
               assign to "../../../data/activity-log.dat"
               organization is line sequential
               file status is ws-activity-status.

           select report-file
               assign to "../../../data/interstore-settlement.out"
               organization is line sequential.

           select extract-file
               assign to "../../../data/interstore.out"
               organization is line sequential.

           select sort-file
               assign to "../../../data/sortwk".

      *
       data division.
       file section.
      *
       fd request-file
           data record is request-line
           record contains 6 characters.

       01 request-line.
           05 req-month                     pic 9(6).

      * One accepted return, layaway payment, or void, in the layout
      * Edit.cbl and CorrectInvalid.cbl append; only the 'R' lines
      * are returns.
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

       fd report-file
           data record is report-line
           record contains 120 characters.

       01 report-line                       pic x(120).

       fd extract-file
           data record is extract-line
           record contains 40 characters.

       01 extract-line                      pic x(40).

       sd sort-file
           data record is sort-record
           record contains 60 characters.

       01 sort-record.
           05 sort-return-store             pic 99.
           05 sort-sale-store               pic 99.
           05 sort-post-date                pic 9(8).
           05 sort-invoice-number           pic x(9).
           05 sort-line-number              pic 99.
           05 sort-sku-code                 pic x(15).
           05 sort-sale-date                pic 9(8).
           05 sort-amount                   pic 9(5)v99.
           05 sort-program-name             pic x(7).

       working-storage section.

       01 ws-report-heading.
           05 filler                        pic x(30) value spaces.
           05 filler                        pic x(29)
               value "INTER-STORE RETURN SETTLEMENT".
           05 filler                        pic x(61) value spaces.

       01 ws-month-line.
           05 filler                        pic x(7) value "Month: ".
           05 ws-ml-month                   pic 9(6).
           05 filler                        pic x(107) value spaces.

       01 ws-no-log-line.
           05 filler                        pic x(120) value
               "*** RETURN LOG NOT AVAILABLE - NO RETURNS SETTLED".

       01 ws-pair-heading.
           05 filler                        pic x(18)
               value "Returned at store ".
           05 ws-ph-return-store            pic 99.
           05 filler                        pic x(17)
               value "   Sold at store ".
           05 ws-ph-sale-store              pic 99.
           05 filler                        pic x(81) value spaces.

       01 ws-column-heading.
           05 filler                        pic x(50) value
               "  Posted    Invoice    Line  SKU              Sold".
           05 filler                        pic x(70) value
               "         Amount  Posted by".

       01 ws-detail-line.
           05 filler                        pic x(2) value spaces.
           05 ws-dl-post-date               pic 9(8).
           05 filler                        pic x(2) value spaces.
           05 ws-dl-invoice                 pic x(9).
           05 filler                        pic x(4) value spaces.
           05 ws-dl-line                    pic 99.
           05 filler                        pic x(2) value spaces.
           05 ws-dl-sku                     pic x(15).
           05 filler                        pic x(2) value spaces.
           05 ws-dl-sale-date               pic 9(8).
           05 filler                        pic x(2) value spaces.
           05 ws-dl-amount                  pic zz,zz9.99.
           05 filler                        pic x(2) value spaces.
           05 ws-dl-program                 pic x(7).
           05 filler                        pic x(46) value spaces.

       01 ws-pair-total-line.
           05 filler                        pic x(22)
               value "  Pair total  Returns:".
           05 ws-pt-count                   pic zzzz9.
           05 filler                        pic x(10)
               value "  Amount: ".
           05 ws-pt-amount                  pic zzz,zzz,zz9.99.
           05 filler                        pic x(9) value "   Store ".
           05 ws-pt-sale-store              pic 99.
           05 filler                        pic x(12)
               value " owes store ".
           05 ws-pt-return-store            pic 99.
           05 filler                        pic x(44) value spaces.

       01 ws-position-heading.
           05 filler                        pic x(120) value
               "STORE POSITIONS - DUE FROM IS REFUNDS MADE FOR OTHER STO
      -        "RES, DUE TO IS REFUNDS OTHER STORES MADE FOR THIS ONE".

       01 ws-position-line.
           05 filler                        pic x(6) value "Store ".
           05 ws-pl-store                   pic 99.
           05 filler                        pic x(12)
               value "  Due from: ".
           05 ws-pl-due-from                pic zzz,zzz,zz9.99.
           05 filler                        pic x(10)
               value "  Due to: ".
           05 ws-pl-due-to                  pic zzz,zzz,zz9.99.
           05 filler                        pic x(7) value "  Net: ".
           05 ws-pl-net                     pic zzz,zzz,zz9.99-.
           05 filler                        pic x(40) value spaces.

       01 ws-summary-line.
           05 filler                        pic x(21)
               value "Cross-store returns: ".
           05 ws-sl-returns                 pic zzzz9.
           05 filler                        pic x(10)
               value "  Amount: ".
           05 ws-sl-amount                  pic zzz,zzz,zz9.99.
           05 filler                        pic x(15)
               value "  Store pairs: ".
           05 ws-sl-pairs                   pic zzz9.
           05 filler                        pic x(19)
               value "  Extract records: ".
           05 ws-sl-postings                pic zzz9.
           05 filler                        pic x(28) value spaces.

       01 ws-blank-line                     pic x(120) value spaces.

      * Transfer postings in the gl.out interface layout: "PD"
      * details and a "PT" total the GL load verifies against the
      * sum of the details. The account code is a class prefix
      * (DFR- due from, DTO- due to) over the store it is booked at
      * followed by the other store of the pair.
       01 ws-gl-posting-line.
           05 gl-record-type                pic x(2) value "PD".
           05 gl-batch-date                 pic 9(8).
           05 gl-account-code.
               10 gl-account-class          pic x(4).
               10 gl-account-store          pic 99.
               10 gl-account-other-store    pic 99.
           05 gl-amount                     pic s9(9)v99
                                            sign trailing separate.
           05 filler                        pic x(10) value spaces.

       01 ws-gl-total-line.
           05 gl-total-type                 pic x(2) value "PT".
           05 gl-total-batch-date           pic 9(8).
           05 gl-total-record-count         pic 9(3).
           05 gl-total-amount               pic s9(11)v99
                                            sign trailing separate.
           05 filler                        pic x(13) value spaces.

      * Each store's side of the month, indexed by store number + 1.
       01 ws-store-table.
           05 ws-store-entry                occurs 100 times
                                            indexed by ws-store-idx.
               10 ws-store-due-from         pic 9(9)v99.
               10 ws-store-due-to           pic 9(9)v99.

       77 ws-request-status                  pic xx.
       77 ws-activity-status                 pic xx.
       77 ws-eof-flag                        pic x value 'n'.
       77 ws-run-date                        pic 9(8).
       77 ws-settle-month                    pic 9(6).
       77 ws-store-sub                       pic 999 value 0.
       77 ws-net-amount                      pic s9(9)v99 value 0.

      * Break state for the sorted returns of the current pair.
       77 ws-pair-open                       pic x value 'n'.
       77 ws-current-return-store            pic 99 value 0.
       77 ws-current-sale-store              pic 99 value 0.
       77 ws-pair-count                      pic 9(5) value 0.
       77 ws-pair-amount                     pic 9(9)v99 value 0.

       77 ws-total-returns                   pic 9(5) value 0.
       77 ws-total-amount                    pic 9(9)v99 value 0.
       77 ws-total-pairs                     pic 9(4) value 0.
       77 ws-gl-posting-count                pic 9(3) value 0.
       77 ws-gl-posting-total                pic s9(11)v99 value 0.
       77 ws-one                             pic 9 value 1.

       procedure division.

       000-main.
           accept ws-run-date from date yyyymmdd.
           perform 100-load-request.
           initialize ws-store-table.

           open output report-file,
                       extract-file.
           write report-line from ws-report-heading.
           move ws-settle-month             to ws-ml-month.
           write report-line from ws-month-line.

           sort sort-file
               on ascending key sort-return-store
                                sort-sale-store
                                sort-post-date
                                sort-invoice-number
                                sort-line-number
               input procedure is 200-release-returns
               output procedure is 300-settle-sorted-returns.

           write report-line from ws-blank-line.
           write report-line from ws-position-heading.
           perform 400-print-store-position
               varying ws-store-idx from 1 by 1
               until ws-store-idx > 100.

           move ws-run-date                 to gl-total-batch-date.
           move ws-gl-posting-count         to gl-total-record-count.
           move ws-gl-posting-total         to gl-total-amount.
           write extract-line from ws-gl-total-line.

           write report-line from ws-blank-line.
           move ws-total-returns            to ws-sl-returns.
           move ws-total-amount             to ws-sl-amount.
           move ws-total-pairs              to ws-sl-pairs.
           move ws-gl-posting-count         to ws-sl-postings.
           write report-line from ws-summary-line.

           close report-file, extract-file.
           goback.

      * No request file (or an empty or non-numeric one) means
      * "settle the run date's month" - the usual month-end case.
       100-load-request.
           move ws-run-date (1:6)           to ws-settle-month.
           open input request-file.
           if ws-request-status = '00' then
               read request-file
                   at end
                       continue
                   not at end
                       if req-month is numeric and req-month > 0
                           move req-month to ws-settle-month
                       end-if
               end-read
               close request-file
           end-if.

       200-release-returns.
           open input activity-log-file.
           if ws-activity-status not = '00' then
               write report-line from ws-no-log-line
           else
               move 'n' to ws-eof-flag
               read activity-log-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 210-release-one-return
                   until ws-eof-flag = 'y'
               close activity-log-file
           end-if.

      * Only an accepted return posted in the month whose two stores
      * differ needs settling; a return keyed at its own store is
      * already in the right store's totals.
       210-release-one-return.
           if al-transaction-code = 'R' and
             al-post-date (1:6) = ws-settle-month and
             al-store-number is numeric and
             al-sale-store-number is numeric and
             al-amount is numeric and
             al-store-number not = al-sale-store-number
               move al-store-number         to sort-return-store
               move al-sale-store-number    to sort-sale-store
               move al-post-date            to sort-post-date
               move al-invoice-number       to sort-invoice-number
               move al-line-number          to sort-line-number
               move al-sku-code             to sort-sku-code
               move al-sale-date            to sort-sale-date
               move al-amount               to sort-amount
               move al-program-name         to sort-program-name
               release sort-record
           end-if.
           read activity-log-file
               at end
                   move 'y' to ws-eof-flag.

       300-settle-sorted-returns.
           move 'n' to ws-eof-flag.
           return sort-file
               at end
                   move 'y' to ws-eof-flag
           end-return.
           perform 310-settle-one-return
               until ws-eof-flag = 'y'.
           if ws-pair-open = 'y' then
               perform 330-close-pair
           end-if.

       310-settle-one-return.
           if ws-pair-open not = 'y' or
             sort-return-store not = ws-current-return-store or
             sort-sale-store not = ws-current-sale-store
               if ws-pair-open = 'y' then
                   perform 330-close-pair
               end-if
               perform 320-open-pair
           end-if.

           move sort-post-date              to ws-dl-post-date.
           move sort-invoice-number         to ws-dl-invoice.
           move sort-line-number            to ws-dl-line.
           move sort-sku-code               to ws-dl-sku.
           move sort-sale-date              to ws-dl-sale-date.
           move sort-amount                 to ws-dl-amount.
           move sort-program-name           to ws-dl-program.
           write report-line from ws-detail-line.

           add ws-one                       to ws-pair-count.
           add sort-amount                  to ws-pair-amount.

           return sort-file
               at end
                   move 'y' to ws-eof-flag.

       320-open-pair.
           move 'y'                         to ws-pair-open.
           move sort-return-store           to ws-current-return-store.
           move sort-sale-store             to ws-current-sale-store.
           move 0                           to ws-pair-count.
           move 0                           to ws-pair-amount.
           add ws-one                       to ws-total-pairs.
           write report-line from ws-blank-line.
           move sort-return-store           to ws-ph-return-store.
           move sort-sale-store             to ws-ph-sale-store.
           write report-line from ws-pair-heading.
           write report-line from ws-column-heading.

      * The selling store owes the returning store what it refunded
      * on the selling store's behalf.
       330-close-pair.
           move ws-pair-count               to ws-pt-count.
           move ws-pair-amount              to ws-pt-amount.
           move ws-current-sale-store       to ws-pt-sale-store.
           move ws-current-return-store     to ws-pt-return-store.
           write report-line from ws-pair-total-line.

           add ws-pair-count                to ws-total-returns.
           add ws-pair-amount               to ws-total-amount.

           add ws-one to ws-current-return-store giving ws-store-sub.
           add ws-pair-amount to ws-store-due-from (ws-store-sub).
           add ws-one to ws-current-sale-store giving ws-store-sub.
           add ws-pair-amount to ws-store-due-to (ws-store-sub).

           perform 340-write-pair-postings.

       340-write-pair-postings.
           move ws-run-date                 to gl-batch-date.
           move "DFR-"                      to gl-account-class.
           move ws-current-return-store     to gl-account-store.
           move ws-current-sale-store       to gl-account-other-store.
           move ws-pair-amount              to gl-amount.
           add gl-amount                    to ws-gl-posting-total.
           add ws-one                       to ws-gl-posting-count.
           write extract-line from ws-gl-posting-line.

           move "DTO-"                      to gl-account-class.
           move ws-current-sale-store       to gl-account-store.
           move ws-current-return-store     to gl-account-other-store.
           multiply -1 by ws-pair-amount giving gl-amount.
           add gl-amount                    to ws-gl-posting-total.
           add ws-one                       to ws-gl-posting-count.
           write extract-line from ws-gl-posting-line.

      * Only stores with a settlement either way are listed.
       400-print-store-position.
           if ws-store-due-from (ws-store-idx) > 0 or
             ws-store-due-to (ws-store-idx) > 0
               set ws-store-sub             to ws-store-idx
               subtract ws-one from ws-store-sub giving ws-pl-store
               move ws-store-due-from (ws-store-idx)
                 to ws-pl-due-from
               move ws-store-due-to (ws-store-idx)
                 to ws-pl-due-to
               subtract ws-store-due-to (ws-store-idx)
                 from ws-store-due-from (ws-store-idx)
                 giving ws-net-amount
               move ws-net-amount           to ws-pl-net
               write report-line from ws-position-line
           end-if.

       end program InterStoreSettle.
