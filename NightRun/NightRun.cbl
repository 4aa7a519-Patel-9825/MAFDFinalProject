       program-id. NightRun.

      * Nightly batch driver for the whole chain the operator used to
      * run by hand: first a GenBackup generation copy of every
      * persistent file (so GenRestore can put the night back if it
      * turns out to have run on the wrong data), then Edit,
      * CorrectInvalid, the IntegrityAudit cross-file proof,
      * BankRecon, SkuSalesReport, and RunHistoryReport. After the
      * Edit step it verifies the outcome before letting anything
      * downstream run - the batch status Edit appended to
      * runhistory.dat must be OK and no checkpoint may be left
      * behind in checkpoint.dat (a leftover checkpoint means the run
      * died mid-file and valid.out is a partial file). Any step that
      * hands back a non-zero RETURN-CODE - the backup does when it
      * could not copy everything, the audit when the files disagree
      * - has failed too. A step that fails, or that cannot be
      * verified, halts the chain; every later step is marked skipped
      * and the night-run status report says which steps ran, which
      * were skipped, and why - so the reports are never built from a
      * The chain, in run order. The program name is what gets
      * CALLed; status and reason are filled in as the night runs.
       01 ws-step-table.
           05 ws-step                     occurs 7 times
                                           indexed by ws-step-idx.
               10 ws-step-name             pic x(10).
               10 ws-step-program          pic x(16).
       77 ws-verify-reason                   pic x(30) value spaces.
       77 ws-edit-row-found                  pic x value 'n'.
       77 ws-edit-batch-status               pic x(8) value spaces.
       77 ws-step-count                      pic 9 value 7.
       77 ws-step-return-code                pic s9(4) value 0.

      * Date-and-time stamps, yyyymmddhhmmss, comparable as plain
      * numbers: the newest EDIT row must be stamped at or after

           perform 300-run-one-step
               varying ws-step-idx from 1 by 1
               until ws-step-idx > ws-step-count.

           perform 500-write-status-report.
           goback.

       100-initialize-steps.
           move "BACKUP    " to ws-step-name (1).
           move "GenBackup"  to ws-step-program (1).
           move "EDIT      " to ws-step-name (2).
           move "Edit"       to ws-step-program (2).
           move "CORRECT   " to ws-step-name (3).
           move "CorrectInvalid" to ws-step-program (3).
           move "AUDIT     " to ws-step-name (4).
           move "IntegrityAudit" to ws-step-program (4).
           move "BANKRECON " to ws-step-name (5).
           move "BankRecon"  to ws-step-program (5).
           move "SKUSALES  " to ws-step-name (6).
           move "SkuSalesReport" to ws-step-program (6).
           move "RUNHIST   " to ws-step-name (7).
           move "RunHistoryReport" to ws-step-program (7).
           perform 110-blank-one-step
               varying ws-step-idx from 1 by 1
               until ws-step-idx > ws-step-count.

       110-blank-one-step.
           move spaces to ws-step-status (ws-step-idx).
               move "SKIPPED " to ws-step-status (ws-step-idx)
               move "PRIOR STEP FAILED" to ws-step-reason (ws-step-idx)
           else
               move 0 to return-code
               call ws-step-program (ws-step-idx)
                   on exception
                       move 'y' to ws-chain-halted
                       move "PROGRAM NOT AVAILABLE"
                         to ws-step-reason (ws-step-idx)
               end-call
               move return-code to ws-step-return-code
               move 0 to return-code
               if ws-chain-halted not = 'y' then
                   perform 350-verify-step-outcome
                   if ws-verify-reason = spaces then

      * Only the Edit step leaves evidence worth interrogating: the
      * batch status on the run-history row it just appended, and
      * whether a checkpoint was left behind. The other steps answer
      * through RETURN-CODE alone - a clean CALL handing back zero
      * is their whole outcome.
       350-verify-step-outcome.
           move spaces to ws-verify-reason.
           if ws-step-return-code not = 0 then
               if ws-step-name (ws-step-idx) = "AUDIT     " then
                   move "FILES OUT OF BALANCE" to ws-verify-reason
               else
                   move "NON-ZERO RETURN CODE" to ws-verify-reason
               end-if
           end-if.
           if ws-verify-reason = spaces and
             ws-step-name (ws-step-idx) = "EDIT      "
               perform 400-verify-edit-outcome
           end-if.

               if ws-edit-row-stamp < ws-start-stamp then
                   move "NO NEW EDIT HISTORY ROW" to ws-verify-reason
               else
                   if ws-edit-batch-status = "REFUSED" then
                       move "TRANSMISSION REFUSED" to ws-verify-reason
                   else
                       if ws-edit-batch-status not = "OK" then
                           move "BATCH STATUS NOT OK"
                             to ws-verify-reason
                       end-if
                   end-if
               end-if
           end-if.

           perform 510-write-one-step-line
               varying ws-step-idx from 1 by 1
               until ws-step-idx > ws-step-count.

           write report-line from ws-blank-line.
           move ws-run-count to ws-summary-run.
