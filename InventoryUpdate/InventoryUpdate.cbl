       identification division.
       program-id. InventoryUpdate.

      * Store/SKU stock maintenance and reorder report. Edit.cbl and
      * CorrectInvalid.cbl keep the keyed on-hand file moving with
      * every accepted sale, return, and void; this posts the other
      * two things that change what is on the shelf - deliveries from
      * the receiving file, which add to on-hand, and physical counts
      * from the count-adjustment file, which replace it (and may set
      * a new minimum) and clear the oversold count. It then sweeps
      * the whole file and lists every store/SKU below its minimum
      * quantity (the default minimum where none has been set), and
      * every store/SKU that sold while the file showed nothing on
      * hand, which is a count or receiving error to chase down.
      * Either input file may be absent; the reorder report is
      * printed regardless.

       environment division.
       input-output section.
       file-control.

           select receipt-file
               assign to "../../../data/receipts.dat"
               organization is line sequential
               file status is ws-receipt-status.

           select count-file
               assign to "../../../data/counts.dat"
               organization is line sequential
               file status is ws-count-status.

           select inventory-file
               assign to "../../../data/inventory.idx"
               organization is indexed
               access mode is dynamic
               record key is inv-record-key
               file status is ws-inventory-status.

           select report-file
               assign to "../../../data/inventory-report.out"
               organization is line sequential.

      *
       data division.
       file section.
      *
      * One delivery: the store, the SKU, how many units came in,
      * and the date they were received.
       fd receipt-file
           data record is receipt-line
           record contains 30 characters.

       01 receipt-line.
           05 rcv-store-number              pic 99.
           05 rcv-sku-code                  pic x(15).
           05 rcv-quantity                  pic 9(5).
           05 rcv-date                      pic 9(8).

      * One physical count: the store, the SKU, the units counted,
      * an optional new minimum (blank or zero keeps the old one),
      * and the count date.
       fd count-file
           data record is count-line
           record contains 35 characters.

       01 count-line.
           05 cnt-store-number              pic 99.
           05 cnt-sku-code                  pic x(15).
           05 cnt-quantity                  pic 9(5).
           05 cnt-minimum-quantity          pic 9(5).
           05 cnt-date                      pic 9(8).

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

       fd report-file
           data record is report-line
           record contains 120 characters.

       01 report-line                       pic x(120).

       working-storage section.

       01 ws-report-heading.
           05 filler                        pic x(30) value spaces.
           05 filler                        pic x(35)
               value "INVENTORY UPDATE AND REORDER REPORT".
           05 filler                        pic x(55) value spaces.

       01 ws-run-date-line.
           05 filler                        pic x(10)
               value "Run date: ".
           05 ws-rd-date                    pic 9(8).
           05 filler                        pic x(102) value spaces.

       01 ws-receipt-heading.
           05 filler                        pic x(120) value
               "RECEIPTS POSTED".

       01 ws-count-heading.
           05 filler                        pic x(120) value
               "PHYSICAL COUNTS POSTED".

       01 ws-reorder-heading.
           05 filler                        pic x(120) value
               "BELOW MINIMUM - REORDER".

       01 ws-oversold-heading.
           05 filler                        pic x(120) value
               "SOLD WITH NOTHING ON HAND SINCE LAST COUNT".

       01 ws-no-receipts-line.
           05 filler                        pic x(120) value
               "  No receiving file - no deliveries posted".

       01 ws-no-counts-line.
           05 filler                        pic x(120) value
               "  No count-adjustment file - no counts posted".

       01 ws-none-line.
           05 filler                        pic x(120) value
               "  None".

       01 ws-receipt-line.
           05 filler                        pic x(8) value "  Store ".
           05 ws-rl-store                   pic xx.
           05 filler                        pic x(6) value "  SKU ".
           05 ws-rl-sku                     pic x(15).
           05 filler                        pic x(11)
               value "  Received ".
           05 ws-rl-quantity                pic zzzz9.
           05 filler                        pic x(4) value "  on".
           05 filler                        pic x(1) value space.
           05 ws-rl-date                    pic 9(8).
           05 filler                        pic x(14)
               value "  On hand now ".
           05 ws-rl-on-hand                 pic -(7)9.
           05 filler                        pic x(38) value spaces.

       01 ws-count-detail-line.
           05 filler                        pic x(8) value "  Store ".
           05 ws-cl-store                   pic xx.
           05 filler                        pic x(6) value "  SKU ".
           05 ws-cl-sku                     pic x(15).
           05 filler                        pic x(10)
               value "  Counted ".
           05 ws-cl-counted                 pic zzzz9.
           05 filler                        pic x(15)
               value "  File showed ".
           05 ws-cl-file                    pic -(7)9.
           05 filler                        pic x(11)
               value "  Variance ".
           05 ws-cl-variance                pic -(7)9.
           05 filler                        pic x(10)
               value "  Minimum ".
           05 ws-cl-minimum                 pic zzzz9.
           05 filler                        pic x(17) value spaces.

       01 ws-reject-line.
           05 filler                        pic x(8) value "  Store ".
           05 ws-jl-store                   pic xx.
           05 filler                        pic x(6) value "  SKU ".
           05 ws-jl-sku                     pic x(15).
           05 filler                        pic x(15)
               value "  REJECTED -  ".
           05 ws-jl-reason                  pic x(40).
           05 filler                        pic x(34) value spaces.

       01 ws-reorder-line.
           05 filler                        pic x(8) value "  Store ".
           05 ws-ol-store                   pic 99.
           05 filler                        pic x(6) value "  SKU ".
           05 ws-ol-sku                     pic x(15).
           05 filler                        pic x(10)
               value "  On hand ".
           05 ws-ol-on-hand                 pic -(7)9.
           05 filler                        pic x(10)
               value "  Minimum ".
           05 ws-ol-minimum                 pic zzzz9.
           05 filler                        pic x(16)
               value "  Last received ".
           05 ws-ol-received                pic 9(8).
           05 filler                        pic x(13)
               value "  Last count ".
           05 ws-ol-counted                 pic 9(8).
           05 filler                        pic x(11) value spaces.

       01 ws-oversold-line.
           05 filler                        pic x(8) value "  Store ".
           05 ws-vl-store                   pic 99.
           05 filler                        pic x(6) value "  SKU ".
           05 ws-vl-sku                     pic x(15).
           05 filler                        pic x(16)
               value "  Units oversold".
           05 filler                        pic x value space.
           05 ws-vl-oversold                pic zzzz9.
           05 filler                        pic x(10)
               value "  On hand ".
           05 ws-vl-on-hand                 pic -(7)9.
           05 filler                        pic x(12)
               value "  Last sale ".
           05 ws-vl-sale-date               pic 9(8).
           05 filler                        pic x(13)
               value "  Last count ".
           05 ws-vl-counted                 pic 9(8).
           05 filler                        pic x(8) value spaces.

       01 ws-summary-line.
           05 filler                        pic x(10)
               value "Receipts: ".
           05 ws-sl-receipts                pic zzzz9.
           05 filler                        pic x(10)
               value "  Counts: ".
           05 ws-sl-counts                  pic zzzz9.
           05 filler                        pic x(12)
               value "  Rejected: ".
           05 ws-sl-rejected                pic zzzz9.
           05 filler                        pic x(11)
               value "  Reorder: ".
           05 ws-sl-reorder                 pic zzzz9.
           05 filler                        pic x(12)
               value "  Oversold: ".
           05 ws-sl-oversold                pic zzzz9.
           05 filler                        pic x(40) value spaces.

       01 ws-blank-line                     pic x(120) value spaces.

       77 ws-receipt-status                  pic xx.
       77 ws-count-status                    pic xx.
       77 ws-inventory-status                pic xx.
       77 ws-eof-flag                        pic x value 'n'.
       77 ws-run-date                        pic 9(8).
       77 ws-record-found                    pic x value 'n'.
       77 ws-inventory-key                   pic x(17).
       77 ws-reject-reason                   pic x(40) value spaces.
       77 ws-variance                        pic s9(7) value 0.
       77 ws-minimum                         pic 9(5) value 0.
       77 ws-sweep-pass                      pic 9 value 0.
       77 ws-section-count                   pic 9(5) value 0.

      * A store/SKU with no minimum of its own is reordered when it
      * falls below this many units.
       77 ws-default-minimum                 pic 9(5) value 5.

       77 ws-receipt-count                   pic 9(5) value 0.
       77 ws-count-count                     pic 9(5) value 0.
       77 ws-reject-count                    pic 9(5) value 0.
       77 ws-reorder-count                   pic 9(5) value 0.
       77 ws-oversold-count                  pic 9(5) value 0.
       77 ws-one                             pic 9 value 1.

       procedure division.

       000-main.
           accept ws-run-date from date yyyymmdd.

           open output report-file.
           write report-line from ws-report-heading.
           move ws-run-date                 to ws-rd-date.
           write report-line from ws-run-date-line.

           perform 100-open-inventory-file.

           write report-line from ws-blank-line.
           write report-line from ws-receipt-heading.
           perform 200-post-receipts.

           write report-line from ws-blank-line.
           write report-line from ws-count-heading.
           perform 300-post-counts.

      * Two sweeps of the finished file: below-minimum first, then
      * the oversold list.
           write report-line from ws-blank-line.
           write report-line from ws-reorder-heading.
           move 1                           to ws-sweep-pass.
           perform 400-sweep-inventory.

           write report-line from ws-blank-line.
           write report-line from ws-oversold-heading.
           move 2                           to ws-sweep-pass.
           perform 400-sweep-inventory.

           write report-line from ws-blank-line.
           move ws-receipt-count            to ws-sl-receipts.
           move ws-count-count              to ws-sl-counts.
           move ws-reject-count             to ws-sl-rejected.
           move ws-reorder-count            to ws-sl-reorder.
           move ws-oversold-count           to ws-sl-oversold.
           write report-line from ws-summary-line.

           close inventory-file, report-file.
           goback.

      * Same create-if-missing fallback Edit.cbl's open uses.
       100-open-inventory-file.
           open i-o inventory-file.
           if ws-inventory-status = '35' then
               open output inventory-file
               close inventory-file
               open i-o inventory-file
           end-if.

       200-post-receipts.
           open input receipt-file.
           if ws-receipt-status not = '00' then
               write report-line from ws-no-receipts-line
           else
               move 'n' to ws-eof-flag
               read receipt-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 210-post-one-receipt
                   until ws-eof-flag = 'y'
               close receipt-file
           end-if.

       210-post-one-receipt.
           move spaces                      to ws-reject-reason.
           if rcv-store-number is not numeric then
               move "Store number is not numeric"
                 to ws-reject-reason
           else
               if rcv-sku-code = spaces then
                   move "SKU code is empty" to ws-reject-reason
               else
                   if rcv-quantity is not numeric or
                     rcv-quantity = 0
                       move "Quantity must be numeric and not 0"
                         to ws-reject-reason
                   else
                       if rcv-date is not numeric then
                           move "Receipt date is not numeric"
                             to ws-reject-reason
                       end-if
                   end-if
               end-if
           end-if.

           if ws-reject-reason not = spaces then
               move rcv-store-number        to ws-jl-store
               move rcv-sku-code            to ws-jl-sku
               move ws-reject-reason        to ws-jl-reason
               write report-line from ws-reject-line
               add ws-one                   to ws-reject-count
           else
               move rcv-store-number        to inv-store-number
               move rcv-sku-code            to inv-sku-code
               perform 500-read-or-start-record
               add rcv-quantity             to inv-on-hand
               move rcv-date                to inv-last-received-date
               perform 510-put-record
               move rcv-store-number        to ws-rl-store
               move rcv-sku-code            to ws-rl-sku
               move rcv-quantity            to ws-rl-quantity
               move rcv-date                to ws-rl-date
               move inv-on-hand             to ws-rl-on-hand
               write report-line from ws-receipt-line
               add ws-one                   to ws-receipt-count
           end-if.

           read receipt-file
               at end
                   move 'y' to ws-eof-flag.

       300-post-counts.
           open input count-file.
           if ws-count-status not = '00' then
               write report-line from ws-no-counts-line
           else
               move 'n' to ws-eof-flag
               read count-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 310-post-one-count
                   until ws-eof-flag = 'y'
               close count-file
           end-if.

      * The count is the truth: on-hand is replaced, not adjusted,
      * and the oversold count starts over from it.
       310-post-one-count.
           move spaces                      to ws-reject-reason.
           if cnt-store-number is not numeric then
               move "Store number is not numeric"
                 to ws-reject-reason
           else
               if cnt-sku-code = spaces then
                   move "SKU code is empty" to ws-reject-reason
               else
                   if cnt-quantity is not numeric then
                       move "Counted quantity is not numeric"
                         to ws-reject-reason
                   else
                       if cnt-date is not numeric then
                           move "Count date is not numeric"
                             to ws-reject-reason
                       end-if
                   end-if
               end-if
           end-if.

           if ws-reject-reason not = spaces then
               move cnt-store-number        to ws-jl-store
               move cnt-sku-code            to ws-jl-sku
               move ws-reject-reason        to ws-jl-reason
               write report-line from ws-reject-line
               add ws-one                   to ws-reject-count
           else
               move cnt-store-number        to inv-store-number
               move cnt-sku-code            to inv-sku-code
               perform 500-read-or-start-record
               subtract inv-on-hand from cnt-quantity
                 giving ws-variance
               move inv-on-hand             to ws-cl-file
               move cnt-quantity            to inv-on-hand
               move zeroes                  to inv-oversold-count
               move cnt-date                to inv-last-count-date
               if cnt-minimum-quantity is numeric and
                 cnt-minimum-quantity > 0
                   move cnt-minimum-quantity
                     to inv-minimum-quantity
               end-if
               perform 510-put-record
               move cnt-store-number        to ws-cl-store
               move cnt-sku-code            to ws-cl-sku
               move cnt-quantity            to ws-cl-counted
               move ws-variance             to ws-cl-variance
               move inv-minimum-quantity    to ws-cl-minimum
               write report-line from ws-count-detail-line
               add ws-one                   to ws-count-count
           end-if.

           read count-file
               at end
                   move 'y' to ws-eof-flag.

       400-sweep-inventory.
           move 0                           to ws-section-count.
           move 'n' to ws-eof-flag.
           move low-values to inv-record-key.
           start inventory-file
               key not < inv-record-key
               invalid key
                   move 'y' to ws-eof-flag
           end-start.
           if ws-inventory-status not = '00' then
               move 'y' to ws-eof-flag
           end-if.
           if ws-eof-flag not = 'y' then
               perform 410-read-next-inventory
           end-if.
           perform 420-check-one-record
               until ws-eof-flag = 'y'.
           if ws-section-count = 0 then
               write report-line from ws-none-line
           end-if.

       410-read-next-inventory.
           read inventory-file next
               at end
                   move 'y' to ws-eof-flag
           end-read.
           if ws-inventory-status not = '00' then
               move 'y' to ws-eof-flag
           end-if.

       420-check-one-record.
           if ws-sweep-pass = 1 then
               if inv-minimum-quantity > 0 then
                   move inv-minimum-quantity to ws-minimum
               else
                   move ws-default-minimum  to ws-minimum
               end-if
               if inv-on-hand < ws-minimum then
                   move inv-store-number    to ws-ol-store
                   move inv-sku-code        to ws-ol-sku
                   move inv-on-hand         to ws-ol-on-hand
                   move ws-minimum          to ws-ol-minimum
                   move inv-last-received-date
                     to ws-ol-received
                   move inv-last-count-date to ws-ol-counted
                   write report-line from ws-reorder-line
                   add ws-one               to ws-reorder-count
                   add ws-one               to ws-section-count
               end-if
           else
               if inv-oversold-count > 0 then
                   move inv-store-number    to ws-vl-store
                   move inv-sku-code        to ws-vl-sku
                   move inv-oversold-count  to ws-vl-oversold
                   move inv-on-hand         to ws-vl-on-hand
                   move inv-last-sale-date  to ws-vl-sale-date
                   move inv-last-count-date to ws-vl-counted
                   write report-line from ws-oversold-line
                   add ws-one               to ws-oversold-count
                   add ws-one               to ws-section-count
               end-if
           end-if.
           perform 410-read-next-inventory.

      * A store/SKU the file has never seen starts at zero, the way
      * Edit.cbl starts one on its first sale.
       500-read-or-start-record.
           move inv-record-key              to ws-inventory-key.
           move 'y'                         to ws-record-found.
           read inventory-file
               invalid key
                   move 'n'                 to ws-record-found
           end-read.
           if ws-record-found not = 'y' then
               move spaces                  to inventory-record
               move ws-inventory-key        to inv-record-key
               move zeroes                  to inv-on-hand
               move zeroes                  to inv-minimum-quantity
               move zeroes                  to inv-oversold-count
               move zeroes                  to inv-last-received-date
               move zeroes                  to inv-last-count-date
               move zeroes                  to inv-last-sale-date
           end-if.

       510-put-record.
           if ws-record-found = 'y' then
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

       end program InventoryUpdate.
