      * for on the sequential archive that MasterArchive.cbl purges
      * old records into, and answered with the same detail lines
      * flagged ARCHIVED; only an invoice on neither file gets the
      * NOT FOUND line. A found invoice is also looked up on the
      * dispute file Chargeback.cbl keeps, and every chargeback
      * against it is shown with its status, so the desk knows
      * before promising a refund that the bank has already taken
      * the money back or is about to.

       environment division.
       input-output section.
               organization is line sequential
               file status is ws-archive-status.

      * Keyed file of card chargebacks, maintained by Chargeback.cbl.
      * Opened input only; a site with no disputes yet has no file,
      * and every invoice then reads as undisputed.
           select dispute-file
               assign to "../../../data/dispute.idx"
               organization is indexed
               access mode is dynamic
               record key is dsp-key
               file status is ws-dispute-status.

      *
       data division.
       file section.
           05 arc-old-returned-amount       pic 9(5)v99.
           05 filler                        pic x(2).

      * Same layout Chargeback.cbl maintains.
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
           05 dsp-sale-source               pic x.
           05 dsp-intake-date               pic 9(8).
           05 dsp-resolved-date             pic 9(8).
           05 filler                        pic x(8).

       working-storage section.

       01 ws-report-heading.
           05 filler                        pic x(83)
               value "  *** NOT FOUND ON MASTER ***".

      * One chargeback against the invoice, under its detail lines.
       01 ws-dispute-line.
           05 filler                        pic x(2) value spaces.
           05 ws-dsp-flag                   pic x(32).
           05 filler                        pic x(11)
               value "  Received ".
           05 ws-dsp-received               pic 9(8).
           05 filler                        pic x(9) value "  Amount ".
           05 ws-dsp-amount                 pic zz,zz9.99.
           05 filler                        pic x(9) value "  Reason ".
           05 ws-dsp-reason                 pic x(4).
           05 filler                        pic x(7) value "  Line ".
           05 ws-dsp-line                   pic 99.
           05 filler                        pic x(11)
               value "  Resolved ".
           05 ws-dsp-resolved               pic x(8).
           05 filler                        pic x(8) value spaces.

       01 ws-master-missing-line.
           05 filler                        pic x(100)
               value "*** MASTER FILE NOT AVAILABLE - NO LOOKUPS DONE".
           05 filler                        pic x(13)
               value "   Archived: ".
           05 ws-summary-archived            pic zz9.
           05 filler                        pic x(13)
               value "   Disputed: ".
           05 ws-summary-disputed            pic zz9.
           05 filler                        pic x(30) value spaces.

       77 ws-eof-flag                        pic x value 'n'.
       77 ws-master-status                   pic xx.
       77 ws-found-count                     pic 999 value 0.
       77 ws-notfound-count                  pic 999 value 0.
       77 ws-archived-count                  pic 999 value 0.
       77 ws-dispute-status                  pic xx.
       77 ws-dispute-open                    pic x value 'n'.
       77 ws-dispute-eof-flag                pic x value 'n'.
       77 ws-any-dispute-found               pic x value 'n'.
       77 ws-disputed-count                  pic 999 value 0.
       77 ws-one                             pic 9 value 1.

       procedure division.
           open input request-file.
           open input master-file.
           open output report-file.
           open input dispute-file.
           if ws-dispute-status = '00' then
               move 'y' to ws-dispute-open
           end-if.

           write report-line from ws-report-heading.

           move ws-found-count              to ws-summary-found.
           move ws-notfound-count           to ws-summary-notfound.
           move ws-archived-count           to ws-summary-archived.
           move ws-disputed-count           to ws-summary-disputed.
           write report-line from ws-summary-line.

           close request-file, master-file, report-file.
           if ws-dispute-open = 'y' then
               close dispute-file
           end-if.
           goback.

       300-process-one-request.
               perform 320-look-up-archive
           end-if.

           if ws-dispute-open = 'y' and
             (ws-any-line-found = 'y' or ws-archive-found = 'y')
               perform 340-show-disputes
           end-if.

       312-read-next-master-line.
           read master-file next
               at end
               at end
                   move 'y' to ws-archive-eof-flag.

      * The dispute file is keyed by invoice and date received, so a
      * START at date zero and READ NEXT walk every chargeback on the
      * invoice, oldest first.
       340-show-disputes.
           move 'n' to ws-any-dispute-found.
           move 'n' to ws-dispute-eof-flag.
           move req-invoice-number          to dsp-invoice-number.
           move 0                           to dsp-date-received.
           start dispute-file
               key not < dsp-key
               invalid key
                   move 'y' to ws-dispute-eof-flag
           end-start.
           if ws-dispute-eof-flag not = 'y' then
               perform 342-read-next-dispute
           end-if.
           perform 344-print-one-dispute
               until ws-dispute-eof-flag = 'y'.
           if ws-any-dispute-found = 'y' then
               add ws-one                   to ws-disputed-count
           end-if.

       342-read-next-dispute.
           read dispute-file next
               at end
                   move 'y' to ws-dispute-eof-flag
           end-read.
           if ws-dispute-status not = '00' or
             dsp-invoice-number not = req-invoice-number
               move 'y' to ws-dispute-eof-flag
           end-if.

       344-print-one-dispute.
           move 'y' to ws-any-dispute-found.
           evaluate true
               when dsp-open
                   move "*** UNDER DISPUTE - NO REFUND" to ws-dsp-flag
               when dsp-lost
                   move "*** CHARGED BACK - DISPUTE LOST"
                     to ws-dsp-flag
               when other
                   move "Chargeback dispute won" to ws-dsp-flag
           end-evaluate.
           move dsp-date-received           to ws-dsp-received.
           move dsp-amount                  to ws-dsp-amount.
           move dsp-reason                  to ws-dsp-reason.
           move dsp-line-number             to ws-dsp-line.
           if dsp-resolved-date = 0 then
               move spaces                  to ws-dsp-resolved
           else
               move dsp-resolved-date       to ws-dsp-resolved
           end-if.
           write report-line from ws-dispute-line.
           perform 342-read-next-dispute.

       end program InvoiceInquiry.
