       identification division.
       program-id. Chargeback.

      * Card chargeback intake and dispute tracking. When a customer
      * disputes a card sale the processor takes the money back and
      * sends a chargeback; this reads the processor's daily file
      * (invoice, amount, processor reason, date received) and ties
      * each one to the sale it is against - on the keyed master
      * first, then on the sequential archive MasterArchive.cbl
      * purges old sales into - and records it on a keyed dispute
      * file as OPEN. A chargeback against an invoice on neither
      * file, against a ticket since voided, or for more than the
      * sale less its returns is not recorded but listed as an
      * exception for the AR desk to take up with the processor.
      *
      * The outcome of a dispute comes back later on a resolution
      * file (invoice, date received, WON or LOST, date resolved).
      * A resolution with no date received closes the oldest open
      * dispute on the invoice. A lost dispute is money gone for
      * good, and is posted in the PD/PT layout of gl.out to a CBK-
      * account by selling store and payment type, as a negative
      * amount since it takes back dollars the sale posted. Every run
      * ends with an aging of the disputes still open.
      *
      * The sale line a chargeback is matched to is the ticket's
      * line whose amount less returns equals the chargeback, else
      * the first line that covers it; a chargeback that takes back
      * more than any one line but not more than the ticket is held
      * against the ticket as a whole, line 00.

       environment division.
       input-output section.
       file-control.

           select chargeback-file
               assign to "../../../data/chargebacks.dat"
               organization is line sequential
               file status is ws-chargeback-status.

           select resolution-file
               assign to "../../../data/dispute-resolutions.dat"
               organization is line sequential
               file status is ws-resolution-status.

      * Keyed master of accepted transactions, maintained by Edit.cbl.
      * Opened input only - this program never changes the master.
           select master-file
               assign to "../../../data/master.idx"
               organization is indexed
               access mode is dynamic
               record key is master-record-key
               file status is ws-master-status.

      * Sequential archive of purged master records, in either of
      * the two layouts InvoiceInquiry.cbl reads.
           select archive-file
               assign to "../../../data/master-archive.dat"
               organization is line sequential
               file status is ws-archive-status.

      * One record per chargeback taken in, keyed by invoice number
      * and the date the processor's chargeback was received.
           select dispute-file
               assign to "../../../data/dispute.idx"
               organization is indexed
               access mode is dynamic
               record key is dsp-key
               file status is ws-dispute-status.

           select report-file
               assign to "../../../data/chargeback-report.out"
               organization is line sequential.

           select aging-file
               assign to "../../../data/dispute-aging.out"
               organization is line sequential.

           select gl-file
               assign to "../../../data/chargeback-gl.out"
               organization is line sequential.

      *
       data division.
       file section.
      *
      * One chargeback as the processor sends it.
       fd chargeback-file
           data record is chargeback-line
           record contains 36 characters.

       01 chargeback-line.
           05 cb-invoice-number             pic x(9).
           05 cb-amount                     pic 9(5)v99.
           05 cb-reason                     pic x(4).
           05 cb-date-received              pic 9(8).
           05 filler                        pic x(8).

      * One dispute outcome. A zero date received means the oldest
      * open dispute on the invoice; a zero date resolved means the
      * run date.
       fd resolution-file
           data record is resolution-line
           record contains 36 characters.

       01 resolution-line.
           05 rs-invoice-number             pic x(9).
           05 rs-date-received              pic 9(8).
           05 rs-outcome                    pic x(4).
           05 rs-date-resolved              pic 9(8).
           05 filler                        pic x(7).

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

      * The sale's store, payment type, and posting date are carried
      * so the aging and the GL posting need no second look-up, and
      * the sale's amount less returns as it stood at intake.
       fd dispute-file
           data record is dispute-record
           record contains 80 characters.

       01 dispute-record.
           05 dsp-key.
               10 dsp-invoice-number        pic x(9).
               10 dsp-date-received         pic 9(8).
           05 dsp-line-number               pic 99.
           05 dsp-amount                    pic 9(5)v99.
           05 dsp-reason                    pic x(4).
           05 dsp-status                    pic x(4).
               88 dsp-open                  value "OPEN".
               88 dsp-won                   value "WON ".
               88 dsp-lost                  value "LOST".
           05 dsp-sale-net-amount           pic 9(7)v99.
           05 dsp-sale-store                pic 99.
           05 dsp-sale-payment-type         pic xx.
           05 dsp-sale-date                 pic 9(8).
      * M - matched on the master, A - on the archive.
           05 dsp-sale-source               pic x.
           05 dsp-intake-date               pic 9(8).
           05 dsp-resolved-date             pic 9(8).
           05 filler                        pic x(8).

       fd report-file
           data record is report-line
           record contains 120 characters.

       01 report-line                       pic x(120).

       fd aging-file
           data record is aging-line
           record contains 120 characters.

       01 aging-line                        pic x(120).

       fd gl-file
           data record is gl-line
           record contains 40 characters.

       01 gl-line                           pic x(40).

       working-storage section.

       01 ws-report-heading.
           05 filler                        pic x(40) value spaces.
           05 filler                        pic x(20)
               value "CHARGEBACK INTAKE".
           05 filler                        pic x(60) value spaces.

       01 ws-asof-heading.
           05 filler                        pic x(11)
               value "As of date ".
           05 ws-ah-date                    pic 9(8).
           05 filler                        pic x(101) value spaces.

       01 ws-intake-heading.
           05 filler                        pic x(40)
               value "CHARGEBACKS TAKEN IN".
           05 filler                        pic x(80) value spaces.

       01 ws-exception-heading.
           05 filler                        pic x(40)
               value "CHARGEBACK EXCEPTIONS - NOT TAKEN IN".
           05 filler                        pic x(80) value spaces.

       01 ws-resolution-heading.
           05 filler                        pic x(40)
               value "DISPUTE RESOLUTIONS".
           05 filler                        pic x(80) value spaces.

       01 ws-intake-line.
           05 filler                        pic x(8) value "Invoice ".
           05 ws-il-invoice                 pic x(9).
           05 filler                        pic x(7) value "  Line ".
           05 ws-il-line                    pic 99.
           05 filler                        pic x(11)
               value "  Received ".
           05 ws-il-received                pic 9(8).
           05 filler                        pic x(9) value "  Amount ".
           05 ws-il-amount                  pic zz,zz9.99.
           05 filler                        pic x(9) value "  Reason ".
           05 ws-il-reason                  pic x(4).
           05 filler                        pic x(8) value "  Store ".
           05 ws-il-store                   pic 99.
           05 filler                        pic x(6) value "  Pay ".
           05 ws-il-paytype                 pic xx.
           05 filler                        pic x(7) value "  Sold ".
           05 ws-il-sold                    pic 9(8).
           05 ws-il-flag                    pic x(10).
           05 filler                        pic x value space.

       01 ws-exception-line.
           05 filler                        pic x(8) value "Invoice ".
           05 ws-el-invoice                 pic x(9).
           05 filler                        pic x(11)
               value "  Received ".
           05 ws-el-received                pic x(8).
           05 filler                        pic x(9) value "  Amount ".
           05 ws-el-amount                  pic zz,zz9.99.
           05 filler                        pic x(9) value "  Reason ".
           05 ws-el-reason                  pic x(4).
           05 filler                        pic x(11)
               value "  Sale net ".
           05 ws-el-sale-net                pic z,zzz,zz9.99.
           05 filler                        pic x(2) value spaces.
           05 ws-el-message                 pic x(28).

       01 ws-resolved-line.
           05 filler                        pic x(8) value "Invoice ".
           05 ws-rl-invoice                 pic x(9).
           05 filler                        pic x(11)
               value "  Received ".
           05 ws-rl-received                pic x(8).
           05 filler                        pic x(10)
               value "  Outcome ".
           05 ws-rl-outcome                 pic x(4).
           05 filler                        pic x(11)
               value "  Resolved ".
           05 ws-rl-resolved                pic x(8).
           05 filler                        pic x(9) value "  Amount ".
           05 ws-rl-amount                  pic zz,zz9.99.
           05 filler                        pic x(2) value spaces.
           05 ws-rl-message                 pic x(31).

       01 ws-none-line.
           05 filler                        pic x(2) value spaces.
           05 ws-nl-text                    pic x(40).
           05 filler                        pic x(78) value spaces.

       01 ws-master-missing-line.
           05 filler                        pic x(47)
               value "*** MASTER FILE NOT AVAILABLE - NO CHARGEBACKS ".
           05 filler                        pic x(49)
               value "TAKEN IN; RERUN WITH THE SAME FILE".
           05 filler                        pic x(24) value spaces.

       01 ws-dispute-missing-line.
           05 filler                        pic x(47)
               value "*** DISPUTE FILE NOT AVAILABLE - NOTHING TAKEN ".
           05 filler                        pic x(49)
               value "IN, RESOLVED, OR AGED".
           05 filler                        pic x(24) value spaces.

       01 ws-intake-summary-line.
           05 filler                        pic x(18)
               value "Chargebacks read: ".
           05 ws-is-read                    pic zzz9.
           05 filler                        pic x(13)
               value "   Taken in: ".
           05 ws-is-taken                   pic zzz9.
           05 filler                        pic x(2) value spaces.
           05 ws-is-taken-amount            pic z,zzz,zz9.99.
           05 filler                        pic x(15)
               value "   Exceptions: ".
           05 ws-is-exceptions              pic zzz9.
           05 filler                        pic x(2) value spaces.
           05 ws-is-exception-amount        pic z,zzz,zz9.99.
           05 filler                        pic x(34) value spaces.

       01 ws-resolution-summary-line.
           05 filler                        pic x(18)
               value "Resolutions read: ".
           05 ws-rs-read                    pic zzz9.
           05 filler                        pic x(8) value "   Won: ".
           05 ws-rs-won                     pic zzz9.
           05 filler                        pic x(9) value "   Lost: ".
           05 ws-rs-lost                    pic zzz9.
           05 filler                        pic x(2) value spaces.
           05 ws-rs-lost-amount             pic z,zzz,zz9.99.
           05 filler                        pic x(13)
               value "   Rejected: ".
           05 ws-rs-rejected                pic zzz9.
           05 filler                        pic x(42) value spaces.

       01 ws-aging-heading.
           05 filler                        pic x(40) value spaces.
           05 filler                        pic x(20)
               value "OPEN DISPUTE AGING".
           05 filler                        pic x(60) value spaces.

       01 ws-aging-detail-line.
           05 filler                        pic x(8) value "Invoice ".
           05 ws-ad-invoice                 pic x(9).
           05 filler                        pic x(7) value "  Line ".
           05 ws-ad-line                    pic 99.
           05 filler                        pic x(11)
               value "  Received ".
           05 ws-ad-received                pic 9(8).
           05 filler                        pic x(7) value "  Days ".
           05 ws-ad-days                    pic zzz9.
           05 filler                        pic x(9) value "  Amount ".
           05 ws-ad-amount                  pic zz,zz9.99.
           05 filler                        pic x(9) value "  Reason ".
           05 ws-ad-reason                  pic x(4).
           05 filler                        pic x(8) value "  Store ".
           05 ws-ad-store                   pic 99.
           05 filler                        pic x(6) value "  Pay ".
           05 ws-ad-paytype                 pic xx.
           05 filler                        pic x(15) value spaces.

      * Open disputes by age since the chargeback was received.
       01 ws-bucket-values.
           05 filler                        pic x(12)
               value "0-30 days".
           05 filler                        pic x(12)
               value "31-60 days".
           05 filler                        pic x(12)
               value "61-90 days".
           05 filler                        pic x(12)
               value "Over 90 days".
       01 ws-bucket-label-table redefines ws-bucket-values.
           05 ws-bucket-label             occurs 4 times
                                           pic x(12).

       01 ws-bucket-table.
           05 ws-bucket                   occurs 4 times.
               10 ws-bucket-count          pic 9(5).
               10 ws-bucket-amount         pic 9(9)v99.

       01 ws-bucket-line.
           05 filler                        pic x(2) value spaces.
           05 ws-bl-label                   pic x(12).
           05 filler                        pic x(10)
               value "  Count:  ".
           05 ws-bl-count                   pic zzzz9.
           05 filler                        pic x(11)
               value "  Dollars: ".
           05 ws-bl-amount                  pic zzz,zzz,zz9.99.
           05 filler                        pic x(66) value spaces.

       01 ws-aging-total-line.
           05 filler                        pic x(14)
               value "Open disputes:".
           05 ws-at-count                   pic zzzz9.
           05 filler                        pic x(11)
               value "  Dollars: ".
           05 ws-at-amount                  pic zzz,zzz,zz9.99.
           05 filler                        pic x(76) value spaces.

       01 ws-closed-total-line.
           05 filler                        pic x(14)
               value "Won to date:  ".
           05 ws-ct-won                     pic zzzz9.
           05 filler                        pic x(2) value spaces.
           05 ws-ct-won-amount              pic zzz,zzz,zz9.99.
           05 filler                        pic x(17)
               value "   Lost to date: ".
           05 ws-ct-lost                    pic zzzz9.
           05 filler                        pic x(2) value spaces.
           05 ws-ct-lost-amount             pic zzz,zzz,zz9.99.
           05 filler                        pic x(47) value spaces.

       01 ws-blank-line                     pic x(120) value spaces.

      * Lost-dispute postings in the gl.out interface layout: "PD"
      * details and a "PT" total the GL load verifies against the
      * sum of the details. The account code is the CBK- class over
      * the selling store and the sale's payment type.
       01 ws-gl-posting-line.
           05 gl-record-type                pic x(2) value "PD".
           05 gl-batch-date                 pic 9(8).
           05 gl-account-code.
               10 gl-account-class          pic x(4).
               10 gl-account-detail         pic x(4).
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

      * This run's lost disputes summed by store and payment type.
       01 ws-lost-table.
           05 ws-lost                     occurs 100 times
                                           indexed by ws-lost-idx.
               10 ws-lost-key.
                   15 ws-lost-store        pic 99.
                   15 ws-lost-paytype      pic xx.
               10 ws-lost-amount           pic 9(9)v99.

      * Chargebacks not taken in, held for the exception list.
       01 ws-exception-table.
           05 ws-exc                      occurs 500 times
                                           indexed by ws-exc-idx.
               10 ws-exc-invoice           pic x(9).
               10 ws-exc-received          pic x(8).
               10 ws-exc-amount            pic x(7).
               10 ws-exc-reason            pic x(4).
               10 ws-exc-sale-net          pic 9(7)v99.
               10 ws-exc-message           pic x(28).
       77 ws-exception-held                  pic 999 value 0.

      * The matching sale, built from the ticket's lines.
       01 ws-sale-match.
           05 ws-sale-found                 pic x.
           05 ws-sale-live-lines            pic 9(3).
           05 ws-sale-net-amount            pic 9(7)v99.
           05 ws-sale-line-net              pic s9(5)v99.
           05 ws-sale-line-number           pic 99.
           05 ws-sale-exact                 pic x.
           05 ws-sale-store                 pic 99.
           05 ws-sale-payment-type          pic xx.
           05 ws-sale-date                  pic 9(8).
           05 ws-sale-source                pic x.
           05 ws-sale-disputed-amount       pic 9(7)v99.

      * One ticket line off either file, in a common shape.
       01 ws-ticket-line.
           05 ws-tl-line-number             pic 99.
           05 ws-tl-code                    pic x.
           05 ws-tl-amount                  pic 9(5)v99.
           05 ws-tl-returned                pic 9(5)v99.
           05 ws-tl-store                   pic 99.
           05 ws-tl-paytype                 pic xx.
           05 ws-tl-date                    pic 9(8).

       77 ws-chargeback-status               pic xx.
       77 ws-resolution-status               pic xx.
       77 ws-master-status                   pic xx.
       77 ws-archive-status                  pic xx.
       77 ws-dispute-status                  pic xx.
       77 ws-dispute-open                    pic x value 'n'.
       77 ws-eof-flag                        pic x value 'n'.
       77 ws-master-eof-flag                 pic x value 'n'.
       77 ws-archive-eof-flag                pic x value 'n'.
       77 ws-dispute-eof-flag                pic x value 'n'.
       77 ws-run-date                        pic 9(8) value 0.
       77 ws-one                             pic 9 value 1.

      * What is wrong with the chargeback or resolution in hand;
      * spaces when it can be applied.
       77 ws-problem                         pic x(31).

       77 ws-chargeback-read                 pic 9(4) value 0.
       77 ws-chargeback-taken                pic 9(4) value 0.
       77 ws-chargeback-taken-amount         pic 9(7)v99 value 0.
       77 ws-exception-count                 pic 9(4) value 0.
       77 ws-exception-amount                pic 9(7)v99 value 0.

       77 ws-resolution-read                 pic 9(4) value 0.
       77 ws-resolution-won                  pic 9(4) value 0.
       77 ws-resolution-lost                 pic 9(4) value 0.
       77 ws-resolution-lost-amount          pic 9(7)v99 value 0.
       77 ws-resolution-rejected             pic 9(4) value 0.
       77 ws-resolved-date                   pic 9(8) value 0.

       77 ws-open-count                      pic 9(5) value 0.
       77 ws-open-amount                     pic 9(9)v99 value 0.
       77 ws-won-count                       pic 9(5) value 0.
       77 ws-won-amount                      pic 9(9)v99 value 0.
       77 ws-lost-count                      pic 9(5) value 0.
       77 ws-lost-total-amount               pic 9(9)v99 value 0.
       77 ws-bucket-idx                      pic 9 value 0.
       77 ws-days-open                       pic s9(7) value 0.

       77 ws-lost-row-count                  pic 999 value 0.
       77 ws-lost-found-idx                  pic 999 value 0.
       77 ws-lost-scan-idx                   pic 999 value 0.
       77 ws-lost-overflow                   pic x value 'n'.
       77 ws-gl-posting-count                pic 9(3) value 0.
       77 ws-gl-posting-total                pic s9(11)v99 value 0.

       01 ws-exception-full-line.
           05 filler                        pic x(48)
               value "*** OVER 500 EXCEPTIONS - ONLY THE FIRST 500 ARE".
           05 filler                        pic x(48)
               value " LISTED".
           05 filler                        pic x(24) value spaces.

       01 ws-lost-overflow-line.
           05 filler                        pic x(43)
               value "*** OVER 100 STORE/PAYMENT TYPES LOST - GL ".
           05 filler                        pic x(53)
               value "EXTRACT INCOMPLETE, POST THE REST BY HAND".
           05 filler                        pic x(24) value spaces.

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
           initialize ws-bucket-table.

           open output report-file,
                       aging-file,
                       gl-file.
           write report-line from ws-report-heading.
           move ws-run-date                 to ws-ah-date.
           write report-line from ws-asof-heading.
           write report-line from ws-blank-line.
           write aging-line from ws-aging-heading.
           write aging-line from ws-asof-heading.
           write aging-line from ws-blank-line.

           perform 100-open-dispute-file.
           if ws-dispute-open not = 'y' then
               write report-line from ws-dispute-missing-line
               write aging-line from ws-dispute-missing-line
           else
               perform 200-take-in-chargebacks
               perform 400-apply-resolutions
               perform 500-age-open-disputes
               close dispute-file
           end-if.

           perform 700-write-gl-extract.

           write report-line from ws-blank-line.
           move ws-chargeback-read          to ws-is-read.
           move ws-chargeback-taken         to ws-is-taken.
           move ws-chargeback-taken-amount  to ws-is-taken-amount.
           move ws-exception-count          to ws-is-exceptions.
           move ws-exception-amount         to ws-is-exception-amount.
           write report-line from ws-intake-summary-line.
           move ws-resolution-read          to ws-rs-read.
           move ws-resolution-won           to ws-rs-won.
           move ws-resolution-lost          to ws-rs-lost.
           move ws-resolution-lost-amount   to ws-rs-lost-amount.
           move ws-resolution-rejected      to ws-rs-rejected.
           write report-line from ws-resolution-summary-line.
           if ws-lost-overflow = 'y' then
               write report-line from ws-lost-overflow-line
           end-if.

           close report-file, aging-file, gl-file.
           goback.

      * Same create-if-missing fallback Edit.cbl's master open uses.
       100-open-dispute-file.
           open i-o dispute-file.
           if ws-dispute-status = '35' then
               open output dispute-file
               close dispute-file
               open i-o dispute-file
           end-if.
           if ws-dispute-status = '00' then
               move 'y' to ws-dispute-open
           end-if.

      * A master that cannot be opened would make every chargeback
      * an exception, so the file is left untouched for a rerun
      * instead, the way InvoiceInquiry.cbl refuses to answer.
       200-take-in-chargebacks.
           write report-line from ws-intake-heading.
           open input master-file.
           if ws-master-status not = '00' then
               write report-line from ws-master-missing-line
           else
               open input chargeback-file
               if ws-chargeback-status = '00' then
                   read chargeback-file
                       at end
                           move 'y' to ws-eof-flag
                   end-read
                   perform 210-take-in-one-chargeback
                       until ws-eof-flag = 'y'
                   close chargeback-file
               end-if
               close master-file
           end-if.
           move 'n' to ws-eof-flag.
           if ws-chargeback-taken = 0 then
               move "No chargebacks taken in."  to ws-nl-text
               write report-line from ws-none-line
           end-if.
           write report-line from ws-blank-line.

           write report-line from ws-exception-heading.
           if ws-exception-count = 0 then
               move "No chargeback exceptions." to ws-nl-text
               write report-line from ws-none-line
           end-if.
           perform 295-print-one-exception
               varying ws-exc-idx from 1 by 1
               until ws-exc-idx > ws-exception-held.
           if ws-exception-count > ws-exception-held then
               write report-line from ws-exception-full-line
           end-if.
           write report-line from ws-blank-line.

       210-take-in-one-chargeback.
           if cb-invoice-number not = spaces then
               add ws-one                   to ws-chargeback-read
               move spaces                  to ws-problem
               perform 220-check-one-chargeback
               if ws-problem = spaces then
                   perform 260-record-dispute
               end-if
           end-if.
           read chargeback-file
               at end
                   move 'y' to ws-eof-flag.

       220-check-one-chargeback.
           initialize ws-sale-match.
           if cb-amount not numeric or cb-amount = 0 or
             cb-date-received not numeric or
             cb-date-received < 19000101 or
             cb-date-received > ws-run-date
               move "RECORD NOT READABLE"   to ws-problem
           else
               perform 230-find-master-sale
               if ws-sale-found not = 'y' then
                   perform 240-find-archived-sale
               end-if
               if ws-sale-found not = 'y' then
                   move "NO SALE ON MASTER OR ARCHIVE" to ws-problem
               else
                   if ws-sale-live-lines = 0 then
                       move "SALE HAS BEEN VOIDED"  to ws-problem
                   else
                       perform 225-sum-prior-disputes
                       if cb-amount + ws-sale-disputed-amount
                          > ws-sale-net-amount
                           move "MORE THAN SALE LESS RETURNS"
                             to ws-problem
                       end-if
                   end-if
               end-if
           end-if.
           if ws-problem not = spaces then
               perform 290-list-exception
           end-if.

      * What is already charged back against the ticket - every
      * dispute still OPEN or LOST under the invoice - comes off what
      * a new chargeback can take, so two chargebacks cannot claim
      * the same dollars. The one received the same day is this
      * chargeback over again, left for 260 to report as a repeat.
       225-sum-prior-disputes.
           move 0                           to ws-sale-disputed-amount.
           move 'n'                         to ws-dispute-eof-flag.
           move cb-invoice-number           to dsp-invoice-number.
           move 0                           to dsp-date-received.
           start dispute-file
               key not < dsp-key
               invalid key
                   move 'y' to ws-dispute-eof-flag
           end-start.
           if ws-dispute-eof-flag not = 'y' then
               perform 227-read-next-prior-dispute
           end-if.
           perform 228-add-one-prior-dispute
               until ws-dispute-eof-flag = 'y'.

       227-read-next-prior-dispute.
           read dispute-file next
               at end
                   move 'y' to ws-dispute-eof-flag
           end-read.
           if ws-dispute-status not = '00' or
             dsp-invoice-number not = cb-invoice-number
               move 'y' to ws-dispute-eof-flag
           end-if.

       228-add-one-prior-dispute.
           if (dsp-open or dsp-lost) and
             dsp-date-received not = cb-date-received
               add dsp-amount               to ws-sale-disputed-amount
           end-if.
           perform 227-read-next-prior-dispute.

      * The whole ticket is swept, the same START/READ NEXT walk
      * from line zero InvoiceInquiry.cbl makes.
       230-find-master-sale.
           move 'n' to ws-master-eof-flag.
           move cb-invoice-number           to master-invoice-number.
           move 0                           to master-line-number.
           start master-file
               key not < master-record-key
               invalid key
                   move 'y' to ws-master-eof-flag
           end-start.
           if ws-master-status not = '00' then
               move 'y' to ws-master-eof-flag
           end-if.
           if ws-master-eof-flag not = 'y' then
               perform 232-read-next-master-line
           end-if.
           perform 234-weigh-one-master-line
               until ws-master-eof-flag = 'y'.
           if ws-sale-found = 'y' then
               move 'M'                     to ws-sale-source
           end-if.

       232-read-next-master-line.
           read master-file next
               at end
                   move 'y' to ws-master-eof-flag
           end-read.
           if ws-master-status not = '00' then
               move 'y' to ws-master-eof-flag
           end-if.

       234-weigh-one-master-line.
           if master-invoice-number not = cb-invoice-number then
               move 'y' to ws-master-eof-flag
           else
               move master-line-number      to ws-tl-line-number
               move master-transaction-code to ws-tl-code
               move master-transaction-amount to ws-tl-amount
               move master-returned-amount  to ws-tl-returned
               move master-store-number     to ws-tl-store
               move master-payment-type     to ws-tl-paytype
               move master-batch-date       to ws-tl-date
               perform 250-weigh-ticket-line
               perform 232-read-next-master-line
           end-if.

      * A miss on the master is looked for on the archive before it
      * is called an exception - the month-end purge may already have
      * moved the ticket. The archive is scanned from the top per
      * miss, as InvoiceInquiry.cbl scans it.
       240-find-archived-sale.
           move 'n' to ws-archive-eof-flag.
           open input archive-file.
           if ws-archive-status = '00' then
               read archive-file
                   at end
                       move 'y' to ws-archive-eof-flag
               end-read
               perform 245-weigh-one-archive-record
                   until ws-archive-eof-flag = 'y'
               close archive-file
           end-if.
           if ws-sale-found = 'y' then
               move 'A'                     to ws-sale-source
           end-if.

      * A record purged before multi-line tickets has the old
      * single-line layout and is its ticket's only line, line 01.
       245-weigh-one-archive-record.
           if arc-invoice-number = cb-invoice-number then
               if arc-line-number is numeric then
                   move arc-line-number     to ws-tl-line-number
                   move arc-transaction-code to ws-tl-code
                   move arc-transaction-amount to ws-tl-amount
                   move arc-returned-amount to ws-tl-returned
                   move arc-store-number    to ws-tl-store
                   move arc-payment-type    to ws-tl-paytype
                   move arc-batch-date      to ws-tl-date
               else
                   move 01                  to ws-tl-line-number
                   move arc-old-transaction-code to ws-tl-code
                   move arc-old-transaction-amount to ws-tl-amount
                   move arc-old-returned-amount to ws-tl-returned
                   move arc-old-store-number to ws-tl-store
                   move arc-old-payment-type to ws-tl-paytype
                   move arc-old-batch-date  to ws-tl-date
               end-if
               perform 250-weigh-ticket-line
           end-if.
           read archive-file
               at end
                   move 'y' to ws-archive-eof-flag.

      * Only a live sale line ('S') counts toward what can be charged
      * back; a voided line is rewritten to 'V' on the master. The
      * line picked is the first whose amount less returns is the
      * chargeback exactly, else the first that covers it; store,
      * payment type, and date come from it, or from the ticket's
      * first live line when none does.
       250-weigh-ticket-line.
           move 'y'                         to ws-sale-found.
           if ws-tl-code = 'S' then
               add ws-one                   to ws-sale-live-lines
               compute ws-sale-line-net = ws-tl-amount - ws-tl-returned
               if ws-sale-line-net < 0 then
                   move 0                   to ws-sale-line-net
               end-if
               add ws-sale-line-net         to ws-sale-net-amount
               if ws-sale-live-lines = 1 then
                   perform 255-take-sale-line
                   move 0                   to ws-sale-line-number
               end-if
               if ws-sale-exact not = 'y' and
                 ws-sale-line-net = cb-amount
                   perform 255-take-sale-line
                   move 'y'                 to ws-sale-exact
               else
                   if ws-sale-exact not = 'y' and
                     ws-sale-line-number = 0 and
                     ws-sale-line-net > cb-amount
                       perform 255-take-sale-line
                   end-if
               end-if
           end-if.

       255-take-sale-line.
           move ws-tl-line-number           to ws-sale-line-number.
           move ws-tl-store                 to ws-sale-store.
           move ws-tl-paytype               to ws-sale-payment-type.
           move ws-tl-date                  to ws-sale-date.

      * The key is invoice and date received, so the same chargeback
      * sent twice is refused by the write and listed as a repeat.
       260-record-dispute.
           move spaces                      to dispute-record.
           move cb-invoice-number           to dsp-invoice-number.
           move cb-date-received            to dsp-date-received.
           move ws-sale-line-number         to dsp-line-number.
           move cb-amount                   to dsp-amount.
           move cb-reason                   to dsp-reason.
           move "OPEN"                      to dsp-status.
           move ws-sale-net-amount          to dsp-sale-net-amount.
           move ws-sale-store               to dsp-sale-store.
           move ws-sale-payment-type        to dsp-sale-payment-type.
           move ws-sale-date                to dsp-sale-date.
           move ws-sale-source              to dsp-sale-source.
           move ws-run-date                 to dsp-intake-date.
           move 0                           to dsp-resolved-date.
           write dispute-record
               invalid key
                   move "ALREADY ON DISPUTE FILE" to ws-problem
           end-write.
           if ws-problem not = spaces then
               perform 290-list-exception
           else
               add ws-one                   to ws-chargeback-taken
               add cb-amount
                 to ws-chargeback-taken-amount
               move cb-invoice-number       to ws-il-invoice
               move ws-sale-line-number     to ws-il-line
               move cb-date-received        to ws-il-received
               move cb-amount               to ws-il-amount
               move cb-reason               to ws-il-reason
               move ws-sale-store           to ws-il-store
               move ws-sale-payment-type    to ws-il-paytype
               move ws-sale-date            to ws-il-sold
               if ws-sale-source = 'A' then
                   move " ARCHIVED"         to ws-il-flag
               else
                   move spaces              to ws-il-flag
               end-if
               write report-line from ws-intake-line
           end-if.

      * Exceptions are held until intake is done so they print as a
      * list of their own under the chargebacks taken in.
       290-list-exception.
           add ws-one                       to ws-exception-count.
           if cb-amount is numeric then
               add cb-amount                to ws-exception-amount
           end-if.
           if ws-exception-held < 500 then
               add ws-one                   to ws-exception-held
               set ws-exc-idx               to ws-exception-held
               move cb-invoice-number   to ws-exc-invoice (ws-exc-idx)
               move chargeback-line (10:7)
                 to ws-exc-amount (ws-exc-idx)
               move cb-reason           to ws-exc-reason (ws-exc-idx)
               move chargeback-line (21:8)
                 to ws-exc-received (ws-exc-idx)
               move ws-sale-net-amount
                 to ws-exc-sale-net (ws-exc-idx)
               move ws-problem          to ws-exc-message (ws-exc-idx)
           end-if.

       295-print-one-exception.
           move ws-exc-invoice (ws-exc-idx) to ws-el-invoice.
           move ws-exc-received (ws-exc-idx) to ws-el-received.
           if ws-exc-amount (ws-exc-idx) is numeric then
               move ws-exc-amount (ws-exc-idx) to ws-el-amount
           else
               move 0                       to ws-el-amount
           end-if.
           move ws-exc-reason (ws-exc-idx)  to ws-el-reason.
           move ws-exc-sale-net (ws-exc-idx) to ws-el-sale-net.
           move ws-exc-message (ws-exc-idx) to ws-el-message.
           write report-line from ws-exception-line.

       400-apply-resolutions.
           write report-line from ws-resolution-heading.
           open input resolution-file.
           if ws-resolution-status = '00' then
               read resolution-file
                   at end
                       move 'y' to ws-eof-flag
               end-read
               perform 410-apply-one-resolution
                   until ws-eof-flag = 'y'
               close resolution-file
           end-if.
           move 'n' to ws-eof-flag.
           if ws-resolution-read = 0 then
               move "No resolutions received."  to ws-nl-text
               write report-line from ws-none-line
           end-if.

       410-apply-one-resolution.
           if rs-invoice-number not = spaces then
               add ws-one                   to ws-resolution-read
               move spaces                  to ws-problem
               perform 420-find-resolved-dispute
               if ws-problem = spaces then
                   perform 440-close-dispute
               end-if
               perform 450-list-resolution
           end-if.
           read resolution-file
               at end
                   move 'y' to ws-eof-flag.

       420-find-resolved-dispute.
           if rs-outcome not = "WON " and rs-outcome not = "LOST"
               move "OUTCOME NOT WON OR LOST"   to ws-problem
           else
               if rs-date-received not numeric then
                   move "DATE RECEIVED NOT NUMERIC" to ws-problem
               else
                   if rs-date-received = 0 then
                       perform 430-find-oldest-open-dispute
                   else
                       move rs-invoice-number to dsp-invoice-number
                       move rs-date-received  to dsp-date-received
                       read dispute-file
                           invalid key
                               move "NO SUCH DISPUTE ON FILE"
                                 to ws-problem
                       end-read
                       if ws-problem = spaces and not dsp-open
                           move "DISPUTE ALREADY CLOSED"
                             to ws-problem
                       end-if
                   end-if
               end-if
           end-if.

      * The dispute file is in invoice and date order, so the first
      * OPEN record under the invoice is its oldest.
       430-find-oldest-open-dispute.
           move 'n'                         to ws-dispute-eof-flag.
           move rs-invoice-number           to dsp-invoice-number.
           move 0                           to dsp-date-received.
           start dispute-file
               key not < dsp-key
               invalid key
                   move 'y' to ws-dispute-eof-flag
           end-start.
           if ws-dispute-eof-flag not = 'y' then
               perform 435-read-next-dispute-of-invoice
           end-if.
           perform 435-read-next-dispute-of-invoice
               until ws-dispute-eof-flag = 'y' or dsp-open.
           if ws-dispute-eof-flag = 'y' then
               move "NO OPEN DISPUTE ON INVOICE" to ws-problem
           end-if.

       435-read-next-dispute-of-invoice.
           read dispute-file next
               at end
                   move 'y' to ws-dispute-eof-flag
           end-read.
           if ws-dispute-status not = '00' or
             dsp-invoice-number not = rs-invoice-number
               move 'y' to ws-dispute-eof-flag
           end-if.

       440-close-dispute.
           if rs-date-resolved is numeric and rs-date-resolved > 0
               move rs-date-resolved        to ws-resolved-date
           else
               move ws-run-date             to ws-resolved-date
           end-if.
           move rs-outcome                  to dsp-status.
           move ws-resolved-date            to dsp-resolved-date.
           rewrite dispute-record
               invalid key
                   move "DISPUTE FILE NOT UPDATED" to ws-problem
           end-rewrite.
           if ws-problem = spaces then
               if dsp-lost then
                   add ws-one               to ws-resolution-lost
                   add dsp-amount           to ws-resolution-lost-amount
                   perform 460-sum-lost-dispute
               else
                   add ws-one               to ws-resolution-won
               end-if
           end-if.

       450-list-resolution.
           move rs-invoice-number           to ws-rl-invoice.
           move rs-outcome                  to ws-rl-outcome.
           if ws-problem = spaces then
               move dsp-date-received       to ws-rl-received
               move ws-resolved-date        to ws-rl-resolved
               move dsp-amount              to ws-rl-amount
               move spaces                  to ws-rl-message
           else
               add ws-one                   to ws-resolution-rejected
               move rs-date-received        to ws-rl-received
               move rs-date-resolved        to ws-rl-resolved
               move 0                       to ws-rl-amount
               move ws-problem              to ws-rl-message
           end-if.
           write report-line from ws-resolved-line.

      * Same find-or-add scan CorrectInvalid.cbl rolls its period
      * rows with.
       460-sum-lost-dispute.
           move 0                           to ws-lost-found-idx.
           perform 465-match-one-lost-row
               varying ws-lost-scan-idx from 1 by 1
               until ws-lost-scan-idx > ws-lost-row-count.
           if ws-lost-found-idx = 0 then
               if ws-lost-row-count < 100 then
                   add ws-one               to ws-lost-row-count
                   move ws-lost-row-count   to ws-lost-found-idx
                   move dsp-sale-store
                     to ws-lost-store (ws-lost-found-idx)
                   move dsp-sale-payment-type
                     to ws-lost-paytype (ws-lost-found-idx)
                   move 0 to ws-lost-amount (ws-lost-found-idx)
               else
                   move 'y'                 to ws-lost-overflow
               end-if
           end-if.
           if ws-lost-found-idx > 0 then
               add dsp-amount to ws-lost-amount (ws-lost-found-idx)
           end-if.

       465-match-one-lost-row.
           if ws-lost-store (ws-lost-scan-idx) = dsp-sale-store and
             ws-lost-paytype (ws-lost-scan-idx) = dsp-sale-payment-type
               move ws-lost-scan-idx        to ws-lost-found-idx
           end-if.

      * Every dispute on file is read through once: the open ones are
      * listed and bucketed by days since the chargeback was
      * received, the closed ones only counted.
       500-age-open-disputes.
           move 'n'                         to ws-dispute-eof-flag.
           move low-values                  to dsp-key.
           start dispute-file
               key not < dsp-key
               invalid key
                   move 'y' to ws-dispute-eof-flag
           end-start.
           if ws-dispute-eof-flag not = 'y' then
               perform 510-read-next-dispute
           end-if.
           perform 520-age-one-dispute
               until ws-dispute-eof-flag = 'y'.

           if ws-open-count = 0 then
               move "No disputes open."      to ws-nl-text
               write aging-line from ws-none-line
           end-if.
           write aging-line from ws-blank-line.
           perform 530-print-one-bucket
               varying ws-bucket-idx from 1 by 1
               until ws-bucket-idx > 4.
           write aging-line from ws-blank-line.
           move ws-open-count               to ws-at-count.
           move ws-open-amount              to ws-at-amount.
           write aging-line from ws-aging-total-line.
           move ws-won-count                to ws-ct-won.
           move ws-won-amount               to ws-ct-won-amount.
           move ws-lost-count               to ws-ct-lost.
           move ws-lost-total-amount        to ws-ct-lost-amount.
           write aging-line from ws-closed-total-line.

       510-read-next-dispute.
           read dispute-file next
               at end
                   move 'y' to ws-dispute-eof-flag
           end-read.
           if ws-dispute-status not = '00' then
               move 'y' to ws-dispute-eof-flag
           end-if.

       520-age-one-dispute.
           evaluate true
               when dsp-won
                   add ws-one               to ws-won-count
                   add dsp-amount           to ws-won-amount
               when dsp-lost
                   add ws-one               to ws-lost-count
                   add dsp-amount           to ws-lost-total-amount
               when other
                   perform 525-list-open-dispute
           end-evaluate.
           perform 510-read-next-dispute.

       525-list-open-dispute.
           add ws-one                       to ws-open-count.
           add dsp-amount                   to ws-open-amount.
           move dsp-date-received           to ws-cnv-date.
           perform 600-date-to-serial.
           subtract ws-cnv-serial from ws-today-serial
               giving ws-days-open.
           if ws-days-open < 0 then
               move 0 to ws-days-open
           end-if.
           evaluate true
               when ws-days-open > 90
                   move 4                   to ws-bucket-idx
               when ws-days-open > 60
                   move 3                   to ws-bucket-idx
               when ws-days-open > 30
                   move 2                   to ws-bucket-idx
               when other
                   move 1                   to ws-bucket-idx
           end-evaluate.
           add ws-one          to ws-bucket-count (ws-bucket-idx).
           add dsp-amount      to ws-bucket-amount (ws-bucket-idx).

           move dsp-invoice-number          to ws-ad-invoice.
           move dsp-line-number             to ws-ad-line.
           move dsp-date-received           to ws-ad-received.
           move ws-days-open                to ws-ad-days.
           move dsp-amount                  to ws-ad-amount.
           move dsp-reason                  to ws-ad-reason.
           move dsp-sale-store              to ws-ad-store.
           move dsp-sale-payment-type       to ws-ad-paytype.
           write aging-line from ws-aging-detail-line.

       530-print-one-bucket.
           move ws-bucket-label (ws-bucket-idx) to ws-bl-label.
           move ws-bucket-count (ws-bucket-idx) to ws-bl-count.
           move ws-bucket-amount (ws-bucket-idx) to ws-bl-amount.
           write aging-line from ws-bucket-line.

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

      * Written every run, with a zero PT total when nothing was
      * lost, so the GL load always finds the file.
       700-write-gl-extract.
           perform 710-write-one-gl-posting
               varying ws-lost-idx from 1 by 1
               until ws-lost-idx > ws-lost-row-count.
           move ws-run-date                 to gl-total-batch-date.
           move ws-gl-posting-count         to gl-total-record-count.
           move ws-gl-posting-total         to gl-total-amount.
           write gl-line from ws-gl-total-line.

       710-write-one-gl-posting.
           move ws-run-date                 to gl-batch-date.
           move "CBK-"                      to gl-account-class.
           move ws-lost-key (ws-lost-idx)   to gl-account-detail.
           multiply -1 by ws-lost-amount (ws-lost-idx)
               giving gl-amount.
           add gl-amount                    to ws-gl-posting-total.
           add ws-one                       to ws-gl-posting-count.
           write gl-line from ws-gl-posting-line.

       end program Chargeback.
