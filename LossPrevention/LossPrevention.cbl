       identification division.
       program-id. LossPrevention.

      * Weekly loss-prevention exception report. Where the nightly
      * edits judge one record at a time, this looks for patterns
      * over a window of days: each store's return and void dollars
      * as a percent of its sales, set against the chain-wide
      * average so a store running far above it stands out; every
      * return refunded to a different payment type than the sale
      * took (a card sale handed back as cash); every return posted
      * within a day or two of its sale; and any SKU returned again
      * and again at one store. Sales and voids come off the keyed
      * master, returns off the accepted-return log Edit.cbl and
      * CorrectInvalid.cbl append to. The window comes from a
      * one-line request file (from/to dates), falling back to the
      * seven days ending on the run date so the weekly run needs no
      * setup.

       environment division.
       input-output section.
       file-control.

           select request-file
               assign to "../../../data/lp-request.dat"
               organization is line sequential
               file status is ws-request-status.

           select master-file
               assign to "../../../data/master.idx"
               organization is indexed
               access mode is dynamic
               record key is master-record-key
               file status is ws-master-status.

           select activity-log-file
               assign to "../../../data/activity-log.dat"
               organization is line sequential
               file status is ws-activity-status.

           select report-file
               assign to "../../../data/loss-prevention.out"
               organization is line sequential.

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

       working-storage section.

       01 ws-report-heading.
           05 filler                        pic x(30) value spaces.
           05 filler                        pic x(32)
               value "LOSS PREVENTION EXCEPTION REPORT".
           05 filler                        pic x(58) value spaces.

       01 ws-range-line.
           05 filler                        pic x(6) value "From: ".
           05 ws-rl-from                     pic 9(8).
           05 filler                        pic x(6) value "  To: ".
           05 ws-rl-to                       pic 9(8).
           05 filler                        pic x(92) value spaces.

       01 ws-week-line.
           05 filler                        pic x(20)
               value "Seven days ending: ".
           05 ws-wl-to                       pic 9(8).
           05 filler                        pic x(92) value spaces.

       01 ws-no-master-line.
           05 filler                        pic x(120) value
               "*** MASTER FILE NOT AVAILABLE - NO SALES OR VOIDS COUNTE
      -        "D".

       01 ws-no-log-line.
           05 filler                        pic x(120) value
               "*** RETURN LOG NOT AVAILABLE - NO RETURNS COUNTED".

       01 ws-ratio-heading.
           05 filler                        pic x(120) value
               "RETURN AND VOID DOLLARS AS A PERCENT OF SALES BY STORE".

       01 ws-ratio-line.
           05 ws-rt-label                    pic x(6).
           05 ws-rt-store                    pic xx.
           05 filler                        pic x(8) value "  Sales ".
           05 ws-rt-sales                    pic zzz,zzz,zz9.99.
           05 filler                        pic x(10)
               value "  Returns ".
           05 ws-rt-returns                  pic zz,zzz,zz9.99.
           05 filler                        pic x value space.
           05 ws-rt-return-pct               pic zzzz9.99.
           05 filler                        pic x value "%".
           05 filler                        pic x(8) value "  Voids ".
           05 ws-rt-voids                    pic zz,zzz,zz9.99.
           05 filler                        pic x value space.
           05 ws-rt-void-pct                 pic zzzz9.99.
           05 filler                        pic x value "%".
           05 filler                        pic x(2) value spaces.
           05 ws-rt-flag                     pic x(24).

       01 ws-tender-heading.
           05 filler                        pic x(120) value
               "RETURNS REFUNDED TO A DIFFERENT PAYMENT TYPE THAN THE SA
      -        "LE".

       01 ws-tender-line.
           05 filler                        pic x(8)
               value "Invoice ".
           05 ws-tl-invoice                  pic x(9).
           05 filler                        pic x(6) value " Line ".
           05 ws-tl-line                     pic 99.
           05 filler                        pic x(8)
               value "  Store ".
           05 ws-tl-store                    pic 99.
           05 filler                        pic x(6) value "  SKU ".
           05 ws-tl-sku                      pic x(15).
           05 filler                        pic x(2) value spaces.
           05 ws-tl-amount                   pic zz,zz9.99.
           05 filler                        pic x(12)
               value "  Sale paid ".
           05 ws-tl-sale-paytype             pic xx.
           05 filler                        pic x(13)
               value "  Refunded to".
           05 filler                        pic x value space.
           05 ws-tl-return-paytype           pic xx.
           05 filler                        pic x(4) value "  on".
           05 filler                        pic x value space.
           05 ws-tl-date                     pic 9(8).
           05 filler                        pic x(10) value spaces.

       01 ws-quick-heading.
           05 filler                        pic x(22)
               value "RETURNS POSTED WITHIN ".
           05 ws-qh-days                     pic 9.
           05 filler                        pic x(97)
               value " DAYS OF THE SALE".

       01 ws-quick-line.
           05 filler                        pic x(8)
               value "Invoice ".
           05 ws-ql-invoice                  pic x(9).
           05 filler                        pic x(6) value " Line ".
           05 ws-ql-line                     pic 99.
           05 filler                        pic x(8)
               value "  Store ".
           05 ws-ql-store                    pic 99.
           05 filler                        pic x(6) value "  SKU ".
           05 ws-ql-sku                      pic x(15).
           05 filler                        pic x(2) value spaces.
           05 ws-ql-amount                   pic zz,zz9.99.
           05 filler                        pic x(7) value "  Sold ".
           05 ws-ql-sale-date                pic 9(8).
           05 filler                        pic x(11)
               value "  Returned ".
           05 ws-ql-return-date              pic 9(8).
           05 filler                        pic x(8)
               value "  Days: ".
           05 ws-ql-days                     pic z9.
           05 filler                        pic x(9) value spaces.

       01 ws-repeat-heading.
           05 filler                        pic x(23)
               value "SKUS RETURNED AT LEAST ".
           05 ws-rh-limit                    pic 9.
           05 filler                        pic x(96)
               value " TIMES AT ONE STORE".

       01 ws-repeat-line.
           05 filler                        pic x(6) value "Store ".
           05 ws-rl-store                    pic 99.
           05 filler                        pic x(6) value "  SKU ".
           05 ws-rl-sku                      pic x(15).
           05 filler                        pic x(11)
               value "  Returns: ".
           05 ws-rl-count                    pic zzzz9.
           05 filler                        pic x(11)
               value "  Dollars: ".
           05 ws-rl-amount                   pic zz,zzz,zz9.99.
           05 filler                        pic x(51) value spaces.

       01 ws-none-line.
           05 filler                        pic x(120)
               value "    (none)".

       01 ws-summary-line.
           05 filler                        pic x(17)
               value "Stores flagged: ".
           05 ws-sl-stores                   pic zz9.
           05 filler                        pic x(20)
               value "   Tender switches: ".
           05 ws-sl-tender                   pic zzzz9.
           05 filler                        pic x(18)
               value "   Quick returns: ".
           05 ws-sl-quick                    pic zzzz9.
           05 filler                        pic x(17)
               value "   Repeat SKUs: ".
           05 ws-sl-repeat                   pic zzzz9.
           05 filler                        pic x(30) value spaces.

       01 ws-blank-line                     pic x(120) value spaces.

      * One slot per possible store number (00-99), addressed as
      * store number plus one - the stores come from the data, not
      * from reference.dat, so a store since dropped from the list
      * still gets its figures.
       01 ws-store-table.
           05 ws-store                    occurs 100 times.
               10 ws-st-sales              pic 9(9)v99 value 0.
               10 ws-st-returns            pic 9(9)v99 value 0.
               10 ws-st-voids              pic 9(9)v99 value 0.

      * One entry per store/SKU pair returned in the window, built
      * find-or-add the way BankRecon.cbl builds its deposit totals.
       01 ws-sku-table.
           05 ws-sku-entry                occurs 2000 times.
               10 ws-sk-store              pic 99.
               10 ws-sk-sku                pic x(15).
               10 ws-sk-count              pic 9(5).
               10 ws-sk-amount             pic 9(9)v99.

       77 ws-sku-count                       pic 9(4) value 0.
       77 ws-sku-idx                         pic 9(4) value 0.
       77 ws-sku-found-idx                   pic 9(4) value 0.
       77 ws-sku-overflow                    pic x value 'n'.

       01 ws-sku-full-line.
           05 filler                        pic x(120) value
               "*** STORE/SKU TABLE FULL AT 2000 PAIRS - REPEAT-SKU LIST
      -        " IS INCOMPLETE".

      * Thresholds. A store is flagged when its return or void
      * percent is more than ws-ratio-factor times the chain-wide
      * percent; a return counts as quick when it is posted no more
      * than ws-quick-days after its sale; a store/SKU pair is listed
      * once it has been returned ws-repeat-limit times.
       77 ws-ratio-factor                    pic 9 value 2.
       77 ws-quick-days                      pic 9 value 2.
       77 ws-repeat-limit                    pic 9 value 3.

       77 ws-request-status                  pic xx.
       77 ws-master-status                   pic xx.
       77 ws-activity-status                 pic xx.
       77 ws-eof-flag                        pic x value 'n'.
       77 ws-master-available                pic x value 'n'.
       77 ws-log-available                   pic x value 'n'.
       77 ws-log-pass                        pic 9 value 0.
       77 ws-run-date                        pic 9(8) value 0.
       77 ws-from-date                       pic 9(8) value 0.
       77 ws-to-date                         pic 9(8) value 0.
       77 ws-from-serial                     pic 9(7) value 0.
       77 ws-to-serial                       pic 9(7) value 0.
       77 ws-post-serial                     pic 9(7) value 0.
       77 ws-days-apart                      pic s9(7) value 0.
       77 ws-store-idx                       pic 999 value 0.
       77 ws-store-number                    pic 99 value 0.
       77 ws-chain-sales                     pic 9(11)v99 value 0.
       77 ws-chain-returns                   pic 9(11)v99 value 0.
       77 ws-chain-voids                     pic 9(11)v99 value 0.
       77 ws-return-pct                      pic 9(5)v99 value 0.
       77 ws-void-pct                        pic 9(5)v99 value 0.
       77 ws-chain-return-pct                pic 9(5)v99 value 0.
       77 ws-chain-void-pct                  pic 9(5)v99 value 0.
       77 ws-limit-pct                       pic 9(6)v99 value 0.
       77 ws-high-returns                    pic x value 'n'.
       77 ws-high-voids                      pic x value 'n'.
       77 ws-flagged-stores                  pic 999 value 0.
       77 ws-tender-count                    pic 9(5) value 0.
       77 ws-quick-count                     pic 9(5) value 0.
       77 ws-repeat-count                    pic 9(5) value 0.
       77 ws-one                             pic 9 value 1.

      * Working items for the date-to-day-number conversion: the
      * calendar date is split, shifted so the year starts in March
      * (putting leap day last), and summed into a running day count
      * that two dates can be subtracted in.
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

       procedure division.
       000-main.
           accept ws-run-date from date yyyymmdd.
           perform 100-load-request.

           open output report-file.
           write report-line from ws-report-heading.
           if ws-from-date > 0 then
               move ws-from-date            to ws-rl-from
               move ws-to-date              to ws-rl-to
               write report-line from ws-range-line
           else
               move ws-to-date              to ws-wl-to
               write report-line from ws-week-line
           end-if.
           write report-line from ws-blank-line.

           perform 200-sweep-master.

           move 1 to ws-log-pass.
           perform 300-scan-return-log.

           perform 400-print-store-ratios.

           write report-line from ws-blank-line.
           write report-line from ws-tender-heading.
           move 2 to ws-log-pass.
           perform 300-scan-return-log.
           if ws-tender-count = 0 then
               write report-line from ws-none-line
           end-if.

           write report-line from ws-blank-line.
           move ws-quick-days               to ws-qh-days.
           write report-line from ws-quick-heading.
           move 3 to ws-log-pass.
           perform 300-scan-return-log.
           if ws-quick-count = 0 then
               write report-line from ws-none-line
           end-if.

           write report-line from ws-blank-line.
           move ws-repeat-limit             to ws-rh-limit.
           write report-line from ws-repeat-heading.
           perform 500-print-one-repeat-sku
               varying ws-sku-idx from 1 by 1
               until ws-sku-idx > ws-sku-count.
           if ws-repeat-count = 0 then
               write report-line from ws-none-line
           end-if.
           if ws-sku-overflow = 'y' then
               write report-line from ws-sku-full-line
           end-if.

           write report-line from ws-blank-line.
           move ws-flagged-stores           to ws-sl-stores.
           move ws-tender-count             to ws-sl-tender.
           move ws-quick-count              to ws-sl-quick.
           move ws-repeat-count             to ws-sl-repeat.
           write report-line from ws-summary-line.

           close report-file.
           goback.

      * No request file (or an empty or non-numeric one) means "the
      * week ending today". The window is worked in day numbers, so
      * the default week never needs its first day turned back into
      * a calendar date - a zero from-date says the default is in
      * force.
       100-load-request.
           move ws-run-date                 to ws-to-date.
           move ws-run-date                 to ws-cnv-date.
           perform 600-date-to-serial.
           move ws-cnv-serial               to ws-to-serial.
           subtract 6 from ws-to-serial giving ws-from-serial.
           move 0                           to ws-from-date.

           open input request-file.
           if ws-request-status = '00' then
               read request-file
                   at end
                       continue
                   not at end
                       if req-from-date is numeric and
                         req-to-date is numeric and
                         req-from-date > 0 and
                         req-to-date not < req-from-date
                           move req-from-date to ws-from-date
                           move req-to-date to ws-to-date
                           move ws-from-date to ws-cnv-date
                           perform 600-date-to-serial
                           move ws-cnv-serial to ws-from-serial
                           move ws-to-date to ws-cnv-date
                           perform 600-date-to-serial
                           move ws-cnv-serial to ws-to-serial
                       end-if
               end-read
               close request-file
           end-if.

      * Every sale line rung in the window - including one since
      * voided, which was a sale when it was rung - counts toward its
      * store's sales; a voided line's dollars count as voids too.
       200-sweep-master.
           open input master-file.
           if ws-master-status not = '00' then
               write report-line from ws-no-master-line
           else
               move 'y' to ws-master-available
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
                   perform 210-read-next-master
               end-if
               perform 220-count-one-master-line
                   until ws-eof-flag = 'y'
               close master-file
           end-if.

       210-read-next-master.
           read master-file next
               at end
                   move 'y' to ws-eof-flag
           end-read.
           if ws-master-status not = '00' then
               move 'y' to ws-eof-flag
           end-if.

       220-count-one-master-line.
           if master-batch-date is numeric and
             master-batch-date > 0 and
             master-store-number is numeric and
             (master-transaction-code = 'S' or
              master-transaction-code = 'V')
               move master-batch-date       to ws-cnv-date
               perform 600-date-to-serial
               if ws-cnv-serial not < ws-from-serial and
                 ws-cnv-serial not > ws-to-serial
                   compute ws-store-idx = master-store-number + 1
                   add master-transaction-amount
                     to ws-st-sales (ws-store-idx)
                   add master-transaction-amount to ws-chain-sales
                   if master-transaction-code = 'V' then
                       add master-transaction-amount
                         to ws-st-voids (ws-store-idx)
                       add master-transaction-amount
                         to ws-chain-voids
                   end-if
               end-if
           end-if.
           perform 210-read-next-master.

      * One pass over the return log per report section: pass 1
      * totals the returns by store and by store/SKU, pass 2 lists
      * tender switches, pass 3 lists quick returns. Only returns
      * posted inside the window are looked at.
       300-scan-return-log.
           open input activity-log-file.
           if ws-activity-status not = '00' then
               if ws-log-pass = 1 then
                   write report-line from ws-no-log-line
               end-if
           else
               move 'y' to ws-log-available
               move 'n' to ws-eof-flag
               read activity-log-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 310-check-one-logged-return
                   until ws-eof-flag = 'y'
               close activity-log-file
           end-if.

       310-check-one-logged-return.
           if al-transaction-code = 'R' and
             al-post-date is numeric and
             al-post-date > 0 and
             al-amount is numeric
               move al-post-date            to ws-cnv-date
               perform 600-date-to-serial
               move ws-cnv-serial           to ws-post-serial
               if ws-post-serial not < ws-from-serial and
                 ws-post-serial not > ws-to-serial
                   evaluate ws-log-pass
                       when 1
                           perform 320-total-one-return
                       when 2
                           perform 330-check-tender-switch
                       when 3
                           perform 340-check-quick-return
                   end-evaluate
               end-if
           end-if.
           read activity-log-file
               at end
                   move 'y' to ws-eof-flag.

      * Returns count against the store that handed the money back,
      * which is where a refund scheme would be run.
       320-total-one-return.
           if al-store-number is numeric then
               compute ws-store-idx = al-store-number + 1
               add al-amount to ws-st-returns (ws-store-idx)
               add al-amount to ws-chain-returns
               perform 325-find-or-add-sku
           end-if.

       325-find-or-add-sku.
           move 0 to ws-sku-found-idx.
           perform 326-match-one-sku
               varying ws-sku-idx from 1 by 1
               until ws-sku-idx > ws-sku-count
                  or ws-sku-found-idx > 0.
           if ws-sku-found-idx = 0 then
               if ws-sku-count < 2000 then
                   add ws-one to ws-sku-count
                   move ws-sku-count to ws-sku-found-idx
                   move al-store-number
                     to ws-sk-store (ws-sku-found-idx)
                   move al-sku-code to ws-sk-sku (ws-sku-found-idx)
                   move 0 to ws-sk-count (ws-sku-found-idx)
                   move 0 to ws-sk-amount (ws-sku-found-idx)
               else
                   move 'y' to ws-sku-overflow
               end-if
           end-if.
           if ws-sku-found-idx > 0 then
               add ws-one to ws-sk-count (ws-sku-found-idx)
               add al-amount to ws-sk-amount (ws-sku-found-idx)
           end-if.

       326-match-one-sku.
           if ws-sk-store (ws-sku-idx) = al-store-number and
             ws-sk-sku (ws-sku-idx) = al-sku-code
               move ws-sku-idx to ws-sku-found-idx
           end-if.

       330-check-tender-switch.
           if al-payment-type not = al-sale-payment-type then
               add ws-one to ws-tender-count
               move al-invoice-number       to ws-tl-invoice
               move al-line-number          to ws-tl-line
               move al-store-number         to ws-tl-store
               move al-sku-code             to ws-tl-sku
               move al-amount               to ws-tl-amount
               move al-sale-payment-type    to ws-tl-sale-paytype
               move al-payment-type         to ws-tl-return-paytype
               move al-post-date            to ws-tl-date
               write report-line from ws-tender-line
           end-if.

      * A sale with no batch date (posted from a file with no
      * header) cannot be aged against, so it is never called quick.
       340-check-quick-return.
           if al-sale-date is numeric and al-sale-date > 0 then
               move al-sale-date            to ws-cnv-date
               perform 600-date-to-serial
               subtract ws-cnv-serial from ws-post-serial
                 giving ws-days-apart
               if ws-days-apart not < 0 and
                 ws-days-apart not > ws-quick-days
                   add ws-one to ws-quick-count
                   move al-invoice-number   to ws-ql-invoice
                   move al-line-number      to ws-ql-line
                   move al-store-number     to ws-ql-store
                   move al-sku-code         to ws-ql-sku
                   move al-amount           to ws-ql-amount
                   move al-sale-date        to ws-ql-sale-date
                   move al-post-date        to ws-ql-return-date
                   move ws-days-apart       to ws-ql-days
                   write report-line from ws-quick-line
               end-if
           end-if.

      * The chain line comes first so the store lines below it read
      * against it.
       400-print-store-ratios.
           write report-line from ws-ratio-heading.
           move 0 to ws-chain-return-pct.
           move 0 to ws-chain-void-pct.
           if ws-chain-sales > 0 then
               compute ws-chain-return-pct rounded =
                   ws-chain-returns * 100 / ws-chain-sales
                   on size error
                       move 99999.99 to ws-chain-return-pct
               end-compute
               compute ws-chain-void-pct rounded =
                   ws-chain-voids * 100 / ws-chain-sales
                   on size error
                       move 99999.99 to ws-chain-void-pct
               end-compute
           end-if.
           move "Chain "                    to ws-rt-label.
           move spaces                      to ws-rt-store.
           move ws-chain-sales              to ws-rt-sales.
           move ws-chain-returns            to ws-rt-returns.
           move ws-chain-return-pct         to ws-rt-return-pct.
           move ws-chain-voids              to ws-rt-voids.
           move ws-chain-void-pct           to ws-rt-void-pct.
           move spaces                      to ws-rt-flag.
           write report-line from ws-ratio-line.

           perform 410-print-one-store-ratio
               varying ws-store-idx from 1 by 1
               until ws-store-idx > 100.

      * A store with returns but no sales in the window has no ratio
      * to compare - that is itself worth a look. Otherwise a ratio
      * more than ws-ratio-factor times the chain's is flagged; a
      * chain figure of zero flags nothing, since there is nothing
      * to be far above.
       410-print-one-store-ratio.
           if ws-st-sales (ws-store-idx) > 0 or
             ws-st-returns (ws-store-idx) > 0
               move 'n' to ws-high-returns
               move 'n' to ws-high-voids
               move 0 to ws-return-pct
               move 0 to ws-void-pct
               move spaces to ws-rt-flag
               if ws-st-sales (ws-store-idx) = 0 then
                   move "RETURNS WITH NO SALES" to ws-rt-flag
                   add ws-one to ws-flagged-stores
               else
                   compute ws-return-pct rounded =
                       ws-st-returns (ws-store-idx) * 100
                       / ws-st-sales (ws-store-idx)
                       on size error
                           move 99999.99 to ws-return-pct
                   end-compute
                   compute ws-void-pct rounded =
                       ws-st-voids (ws-store-idx) * 100
                       / ws-st-sales (ws-store-idx)
                       on size error
                           move 99999.99 to ws-void-pct
                   end-compute
                   compute ws-limit-pct =
                       ws-chain-return-pct * ws-ratio-factor
                   if ws-chain-return-pct > 0 and
                     ws-return-pct > ws-limit-pct
                       move 'y' to ws-high-returns
                   end-if
                   compute ws-limit-pct =
                       ws-chain-void-pct * ws-ratio-factor
                   if ws-chain-void-pct > 0 and
                     ws-void-pct > ws-limit-pct
                       move 'y' to ws-high-voids
                   end-if
                   evaluate true
                       when ws-high-returns = 'y' and
                            ws-high-voids = 'y'
                           move "HIGH RETURNS AND VOIDS"
                             to ws-rt-flag
                       when ws-high-returns = 'y'
                           move "HIGH RETURNS" to ws-rt-flag
                       when ws-high-voids = 'y'
                           move "HIGH VOIDS" to ws-rt-flag
                       when other
                           continue
                   end-evaluate
                   if ws-rt-flag not = spaces then
                       add ws-one to ws-flagged-stores
                   end-if
               end-if
               move "Store "                to ws-rt-label
               compute ws-store-number = ws-store-idx - 1
               move ws-store-number         to ws-rt-store
               move ws-st-sales (ws-store-idx) to ws-rt-sales
               move ws-st-returns (ws-store-idx) to ws-rt-returns
               move ws-return-pct           to ws-rt-return-pct
               move ws-st-voids (ws-store-idx) to ws-rt-voids
               move ws-void-pct             to ws-rt-void-pct
               write report-line from ws-ratio-line
           end-if.

       500-print-one-repeat-sku.
           if ws-sk-count (ws-sku-idx) not < ws-repeat-limit then
               add ws-one to ws-repeat-count
               move ws-sk-store (ws-sku-idx)  to ws-rl-store
               move ws-sk-sku (ws-sku-idx)    to ws-rl-sku
               move ws-sk-count (ws-sku-idx)  to ws-rl-count
               move ws-sk-amount (ws-sku-idx) to ws-rl-amount
               write report-line from ws-repeat-line
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

       end program LossPrevention.
