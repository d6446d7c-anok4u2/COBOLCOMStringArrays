           select suppression-file assign to SUPPMAST
               organization is line sequential
               file status is ws-suppmast-status.
           select calendar-master-file assign to CALMAST
               organization is line sequential
               file status is ws-calmast-status.
           select batch-map-file assign to BATCHMAP
               organization is line sequential
               file status is ws-batchmap-status.
           select operations-summary-file assign to OPSUMMRY
               organization is line sequential
               file status is ws-opsummry-status.
           select conversion-notice-file assign to CONVNOTE
               organization is line sequential
               file status is ws-convnote-status.
           select deferred-queue-file assign to DEFERQ
               organization is line sequential
               file status is ws-deferq-status.

       class-control.
mftech     CharacterArray     is class "chararry"
      ***** cp-error-retries is how many times accounts that came back
      ***** with an endpoint error are resubmitted before being
      ***** reported "E", where an explicit zero switches the retry
      ***** pass off; cp-stale-days is the business-date staleness
      ***** window in processing days (the transmission gateway reads
      ***** the same bytes), where an explicit zero accepts only the
      ***** latest processing day; cp-business-date-action says what a
      ***** direct transmission whose business date fails the
      ***** processing-calendar check gets - "W" warn and check it
      ***** anyway, "R" refuse it. Parameter files cut before a field
      ***** existed read in short and leave the compiled-in default.
       fd  control-parameter-file.
       01  control-parameter-record.
           05  cp-max-accounts          pic 9(04).
           05  cp-cache-days            pic 9(03).
           05  cp-cutoff-time           pic 9(06).
           05  cp-error-retries         pic 9(02).
           05  cp-stale-days            pic 9(02).
           05  cp-business-date-action  pic x(01).

      ***** Bank-code master, maintained by bankmant. Each entry
      ***** carries the dates it is effective for, so a merged-away
      ***** bank's code keeps validating old-dated work until it
      ***** expires instead of failing the cross-check the day the
      ***** merger lands. Entries written before the dates existed read
      ***** in short and count as effective for all time. An expired
      ***** code may name the successor code it was merged into, and
      ***** the date the crosswalk takes effect from (zero or absent:
      ***** the day after the old code expires), so work still quoting
      ***** the old code is checked under the successor.
       fd  bank-code-file.
       01  bank-code-file-record.
           05  bc-bank-code             pic x(04).
           05  bc-bank-name             pic x(20).
           05  bc-effective-from        pic 9(08).
           05  bc-expired-after         pic 9(08).
           05  bc-successor-code        pic x(04).
           05  bc-successor-from        pic 9(08).

      ***** Operator-maintained account suppression list, kept by
      ***** suppmant the way bankmant keeps the bank-code master. Each
           05  sp-effective-from        pic 9(08).
           05  sp-expired-after         pic 9(08).

      ***** Processing-calendar exceptions, maintained by calmant: "H"
      ***** a holiday on a weekday, "B" a weekend date worked as a
      ***** business day. Every other date follows the weekday rule.
       fd  calendar-master-file.
       01  calendar-master-record.
           05  cm-calendar-date         pic 9(08).
           05  cm-day-type              pic x(01).
           05  cm-description           pic x(30).

      ***** Per-account attribution map cut by the transmission
      ***** gateway alongside a merged ACCTIN: which branch batch and
      ***** submitting system each account really arrived under, since
      ***** figures - accounts read into the batch, prescreen rejects,
      ***** the 2D index the run resumed past, and accounts held back
      ***** unchecked - are what the end-of-run reconciliation balances
      ***** the night's files against. The refusal flag is "Y" for a
      ***** transmission refused out of balance and "D" for one refused
      ***** on its business date. The catch-up flag is "C" on a run
      ***** that drained the deferred queue: what such a run holds back
      ***** is requeued on DEFERQ, not left on the restart file.
       fd  operations-summary-file.
       01  operations-summary-record.
           05  os-run-timestamp         pic x(16).
           05  os-heldback-count        pic 9(05).
           05  os-suppressed-count      pic 9(04).
           05  os-window-stopped-flag   pic x(01).
           05  os-deferred-flag         pic x(01).
           05  os-deferred-count        pic 9(05).
           05  os-catchup-flag          pic x(01).

      ***** Work the endpoint could not take: one record per account
      ***** that still needed a component call when an outage put the
      ***** run into deferred mode ("DF"), or that a catch-up run had
      ***** to hold back ("HB"), with the attribution and business date
      ***** it was sent under. The queue accumulates across runs until
      ***** deferdrn hands it to the morning catch-up run.
       fd  deferred-queue-file.
       01  deferred-queue-record.
           05  dq-run-timestamp         pic x(16).
           05  dq-account-record        pic x(34).
           05  dq-batch-id              pic x(08).
           05  dq-submitting-system     pic x(08).
           05  dq-business-date         pic 9(08).
           05  dq-queue-source          pic x(02).
           05  dq-reason                pic x(30).

      ***** One conversion notice per account checked under a successor
      ***** bank code, attributed to the branch that sent it the same
      ***** way the audit trail is, so brnretrn can cut each branch its
      ***** own notice to correct its records.
       fd  conversion-notice-file.
       01  conversion-notice-record.
           05  cn-run-timestamp         pic x(16).
           05  cn-batch-id              pic x(08).
           05  cn-submitting-system     pic x(08).
           05  cn-account-record        pic x(34).
           05  cn-old-bank-code         pic x(04).
           05  cn-successor-code        pic x(04).
           05  cn-old-expired-after     pic 9(08).
           05  cn-successor-from        pic 9(08).

       working-storage section.
mftech copy mfole.
               10  ws-bank-code-name    pic x(20).
               10  ws-bank-code-eff     pic 9(08).
               10  ws-bank-code-exp     pic 9(08).
               10  ws-bank-code-succ    pic x(04).
               10  ws-bank-code-succ-dt pic 9(08).
       01  ws-bank-code-count           pic 9(04) value zero.
       01  ws-bankcode-truncated        pic x(01) value space.
           88  ws-bankcode-was-truncated    value "Y".
           88  ws-bank-code-registered      value "Y".
           88  ws-bank-code-not-registered  value "N".
           88  ws-bank-code-not-applicable  value "-".
           88  ws-bank-code-translated      value "T".
       01  ws-effective-check-date      pic 9(08) value zero.
       01  ws-bank-code-status-text     pic x(23).

      ***** Successor bank-code crosswalk: the code an expired bank
      ***** code is checked under, and the entry that named it.
       01  ws-convnote-status           pic x(02).
       01  ws-successor-bank-code       pic x(04).
       01  ws-successor-index           pic 9(04) comp-5.
       01  ws-hold-bank-code            pic x(04).
       01  ws-translated-count          pic 9(05) value zero.
       01  ws-sub8                      pic 9(04) comp-5.

      ***** Structured status derived from accR, without changing
      ***** the external CheckAccount/CheckAccount2d contract itself.
       01  ws-check-condition-code      pic x(01).
       01  ws-supp-match-index          pic 9(04) comp-5.
       01  ws-sub7                      pic 9(04) comp-5.

      ***** Processing-calendar check on a direct transmission's
      ***** business date - the same rule the gateway applies to each
      ***** branch batch: a real date, not in the future, a processing
      ***** day, and inside the staleness window. The exception dates
      ***** are held with their day serials so a day is looked up by
      ***** serial. A missing calendar leaves the plain weekday rule.
       01  ws-calmast-status            pic x(02).
       01  ws-calendar-table.
           05  ws-calendar-entry occurs 3660.
               10  ws-cal-date          pic 9(08).
               10  ws-cal-type          pic x(01).
               10  ws-cal-serial        pic 9(09) comp-5.
       01  ws-calendar-count            pic 9(04) value zero.
       01  ws-calmast-truncated         pic x(01) value space.
           88  ws-calendar-was-truncated    value "Y".
       01  ws-cal-sub                   pic 9(04) comp-5.
       01  ws-stale-days                pic 9(02) value 1.
       01  ws-stale-day-count           pic 9(04) comp-5.
       01  ws-business-date-action      pic x(01) value "W".
           88  ws-refuse-bad-business-date  value "R".
       01  ws-date-check-reason         pic x(40).
       01  ws-business-date-warning     pic x(01) value space.
           88  ws-business-date-warned      value "Y".
       01  ws-business-serial           pic 9(09) comp-5.
       01  ws-cal-test-serial           pic 9(09) comp-5.
       01  ws-cal-first-serial          pic 9(09) comp-5.
       01  ws-cal-month-lengths         pic x(24)
                                   value "312831303130313130313031".
       01  ws-cal-month-lengths-r redefines ws-cal-month-lengths.
           05  ws-cal-month-length      pic 9(02) occurs 12.
       01  ws-cal-last-day              pic 9(02).
       01  ws-cal-quotient              pic 9(09) comp-5.
       01  ws-cal-rem-4                 pic 9(04) comp-5.
       01  ws-cal-rem-100               pic 9(04) comp-5.
       01  ws-cal-rem-400               pic 9(04) comp-5.
       01  ws-cal-date-flag             pic x(01).
           88  ws-cal-date-valid            value "Y".
      ***** Day of the week off the day serial modulo 7: remainder 0 is
      ***** a Tuesday, so 4 and 5 are the weekend.
       01  ws-cal-weekday               pic 9(04) comp-5.
       01  ws-cal-day-kind              pic x(01).
           88  ws-cal-business-day          value "B".
           88  ws-cal-weekend               value "W".
           88  ws-cal-holiday               value "H".

      ***** The gateway's per-account attribution map, sized in
      ***** lockstep with accA. On a gateway night the map's first
      ***** entry for an account is the occurrence the duplicate
       01  ws-batch-hash-total          pic 9(16) value zero.
       01  ws-trailer-record-count      pic 9(09) value zero.
       01  ws-trailer-hash-total        pic 9(16) value zero.
      ***** A balanced transmission refused on its business date is
      ***** handled exactly like an out-of-balance one - nothing is
      ***** submitted - but is told apart on the report and the
      ***** operations summary.
       01  ws-batch-balance             pic x(01) value "Y".
           88  ws-batch-in-balance          value "Y".
           88  ws-batch-out-of-balance      value "N" "D".
           88  ws-batch-date-refused        value "D".
       01  ws-batch-trailer-parsed      pic x(01) value space.
           88  ws-trailer-was-parsed        value "Y".
       01  ws-batch-balance-reason      pic x(40).
       01  ws-environment-name          pic x(20) value "CHKACCTARGET".
       01  ws-environment-value         pic x(20).
       01  ChkAccNumTestObj             object reference.

      ***** Endpoint-outage deferral. When the component class cannot
      ***** be created, or the run's first call - the 1D array, or the
      ***** first 2D chunk - fails with an endpoint error on every
      ***** attempt, the endpoint is taken to be down: the screening
      ***** passes have already run, and everything still needing a
      ***** call goes to the deferred queue instead of the restart
      ***** file.
       01  ws-deferq-status             pic x(02).
       01  ws-deferred-mode             pic x(01) value space.
           88  ws-run-deferred              value "Y".
       01  ws-outage-reason             pic x(30) value spaces.
       01  ws-deferred-count            pic 9(05) value zero.
       01  ws-defer-from-index          pic 9(04) comp-5.
       01  ws-attrib-account            pic x(20).
       01  ws-attrib-batch-id           pic x(08).
       01  ws-attrib-system             pic x(08).

      ***** The morning catch-up run (CHKACCTRUN=CATCHUP) checks the
      ***** queue deferdrn handed over as its ACCTIN. It is not part of
      ***** the nightly chain: it neither resumes from nor writes the
      ***** checkpoint, adds nothing to the run history, and puts
      ***** anything it has to hold back straight back on the queue.
       01  ws-run-type-name             pic x(20) value "CHKACCTRUN".
       01  ws-run-type-value            pic x(20).
       01  ws-run-type                  pic x(01) value space.
           88  ws-catchup-run               value "C".

      ***** Printed reports carry only the last four characters of an
      ***** account number; a run released to print in full
      ***** (CHKACCTPRINT=FULL) says so at the top of the report. The
      ***** machine files - rejects, restart, audit, queue and the rest
      ***** - always carry the number in full.
       01  ws-print-mode-name           pic x(20) value "CHKACCTPRINT".
       01  ws-print-mode-value          pic x(20).
       01  ws-print-mode                pic x(01) value space.
           88  ws-print-in-full             value "F".
       01  ws-print-mode-note           pic x(34) value spaces.
       01  ws-mask-record.
           05  ws-mask-account          pic x(20).
           05  filler                   pic x(14).
       01  ws-mask-last                 pic 9(04) comp-5.
       01  ws-mask-sub                  pic 9(04) comp-5.
       01  ws-check-mode                pic x(01) value space.
           88  ws-parallel-mode             value "P".
       01  ws-discrep-status            pic x(02).
           end-string
           move ws-current-time(1:6) to ws-run-start-hhmmss
           open output validation-report
           perform set-print-mode
           if ws-print-in-full
               move ws-print-mode-note(4:) to validation-report-record
               write validation-report-record
           end-if
           open output rejects-file
           open output discrepancy-file
           open output conversion-notice-file
           open extend deferred-queue-file
           if ws-deferq-status = "35"
               open output deferred-queue-file
           end-if
           open extend restart-file
           if ws-restfile-status = "35"
               open output restart-file
           perform load-control-parameters
           perform load-bank-code-reference
           perform load-suppression-list
           perform load-processing-calendar
           perform load-batch-map
           perform load-result-cache
           display ws-run-type-name upon environment-name
           accept ws-run-type-value from environment-value
           if ws-run-type-value = "CATCHUP"
               move "C" to ws-run-type
           else
               perform load-resume-checkpoint
           end-if
           perform read-account-input-file
      ***** Hold the count as read, before the screening passes below
      ***** compact the batch down: this is the figure the end-of-run
               move ws-current-date to ws-effective-check-date
           end-if

      ***** A direct transmission's business date is checked against
      ***** the processing calendar before anything is screened or
      ***** submitted. The gateway's merged transmission is exempt - it
      ***** already refused every branch batch that failed the check,
      ***** and its own header carries the gateway date - and so is the
      ***** catch-up run, whose queued work keeps the business date it
      ***** passed on its own night. Depending on the control parameter
      ***** a failed date either warns or refuses the transmission.
           if ws-batch-in-balance
              and not ws-catchup-run
              and ws-batch-system not = "TXNGATE"
               perform check-business-date
               if ws-date-check-reason not = spaces
                   if ws-refuse-bad-business-date
                       move "D" to ws-batch-balance
                       move ws-date-check-reason
                           to ws-batch-balance-reason
                   else
                       move "Y" to ws-business-date-warning
                   end-if
               end-if
           end-if

      ***** The exceptions file is cut back to empty either way, but
      ***** duplicates are only detected and published off a balanced
      ***** transmission: figures derived from a corrupt or incomplete
           end-if

           perform write-report-summary
           if ws-catchup-run
               perform requeue-heldback-accounts
           end-if
           perform rewrite-result-cache
           if ws-batch-in-balance
              and not ws-catchup-run
               perform append-run-history
           end-if
           if ws-catchup-run
               continue
           else
               perform write-checkpoint
           end-if
           perform set-completion-code
           perform write-operations-summary
           close validation-report
           close rejects-file
           close discrepancy-file
           close conversion-notice-file
           close deferred-queue-file
           close restart-file
           close audit-log
           close run-history-file
      ***** releasing them against a halted or refused run:
      *****    0  clean run
      *****    4  warning - input cut short, reference or cache table
      *****       full, parallel certification found discrepancies, or
      *****       the business date failed the processing-calendar
      *****       check on a warn-only setting
      *****    6  stopped on time - the batch-window cut-off was
      *****       reached at a chunk boundary; the checkpoint carries
      *****       the remainder to the next run
      *****    8  work held back - a putString failure held the 1D
      *****       batch or halted the 2D chunk loop
      *****   10  deferred - the endpoint was down; the screening ran,
      *****       and the work still needing a call is on DEFERQ for
      *****       the morning catch-up run
      *****   12  batch refused - transmission out of balance, or its
      *****       business date failed the processing-calendar check on
      *****       a refuse setting; nothing submitted for checking
       set-completion-code section.
           move zero to ws-completion-code
           if ws-acctin-was-truncated
              or ws-cache-was-truncated
              or ws-suppmast-was-truncated
              or ws-map-was-truncated
              or ws-calendar-was-truncated
              or ws-business-date-warned
              or ws-discrepancy-count > zero
               move 4 to ws-completion-code
           end-if
              or ws-2d-processing-stopped
               move 8 to ws-completion-code
           end-if
           if ws-run-deferred
               move 10 to ws-completion-code
           end-if
           if ws-batch-out-of-balance
               move 12 to ws-completion-code
           end-if
           else
               move space to os-acctin-truncated-flag
           end-if
           if ws-batch-date-refused
               move "D" to os-out-of-balance-flag
           else
               if ws-batch-out-of-balance
                   move "Y" to os-out-of-balance-flag
               else
                   move space to os-out-of-balance-flag
               end-if
           end-if
           move ws-last-good-1d-index to os-last-good-1d-index
           move ws-last-good-2d-index to os-last-good-2d-index
           else
               move space to os-window-stopped-flag
           end-if
           if ws-run-deferred
               move "Y" to os-deferred-flag
           else
               move space to os-deferred-flag
           end-if
           move ws-deferred-count to os-deferred-count
           if ws-catchup-run
               move "C" to os-catchup-flag
           else
               move space to os-catchup-flag
           end-if
           write operations-summary-record
           close operations-summary-file.

               end-if
           end-if

      ***** No endpoint object at all is an outage before the first
      ***** call: everything past the 2D checkpoint is deferred.
           if ChkAccNumObj = null
              or (ws-parallel-mode and ChkAccNumTestObj = null)
               move "COMPONENT CLASS NOT CREATED" to ws-outage-reason
               compute ws-defer-from-index = ws-resume-2d-index + 1
               perform enter-deferred-mode
           end-if

      ***** Resume past whatever the checkpoint says is already good
      ***** instead of starting the whole batch over. When there is
      ***** nothing left past the checkpoint (including an empty
      ***** batch) there is nothing to build, invoke, or report on.
           compute ws-1d-start-index = ws-resume-1d-index + 1
           move ws-resume-1d-index to ws-last-good-1d-index
           move ws-resume-2d-index to ws-last-good-2d-index
           if ws-1d-start-index > ws-account-count
              or ws-run-deferred
               continue
           else
               perform process-1d-batch
      ***** at a time so a large overnight batch never needs one huge
      ***** grid built and invoked in one shot.
           open output chunk-stats-file
           if ws-run-deferred
               continue
           else
               perform process-2d-chunks
           end-if
           close chunk-stats-file

      ***** Resubmit the accounts whose chunks came back with endpoint
                   until ws-sub3 > ws-account-count
               compute ws-iIndex = ws-sub3 - ws-1d-start-index
               move 34 to ws-len
      ***** An expired bank code with a successor is sent under the
      ***** successor; acc() keeps the account as the branch sent it.
               move acc(ws-sub3) to ws-work-account
               perform lookup-bank-code
               if ws-bank-code-translated
                   move ws-successor-bank-code to ws-work-bank-code
               end-if
               invoke ws-stringArray "putString"
                       using by reference ws-iIndex
                             by value     ws-len
                             by reference ws-work-account
                   returning ws-hresult
               end-invoke
      ***** A catch-up run has no restart entry to leave: what it holds
      ***** back goes back on the deferred queue instead, and the queue
      ***** must be the only file that claims it.
               if ws-hresult not = 0
                   if not ws-catchup-run
                       move ws-current-timestamp to rf-run-timestamp
                       move "1D" to rf-check-path
                       move ws-sub3 to rf-index-row
                       move zero to rf-index-col
                       move acc(ws-sub3) to rf-account-value
                       move ws-hresult to rf-hresult
                       move space to rf-resolved-flag
                       write restart-file-record
                   end-if
                   move "Y" to ws-1d-batch-status
               end-if
           end-perform
      ***** endpoint error here is retried at the call itself: the
      ***** array already carries exactly the errored accounts.
               perform retry-1d-errors
      ***** The 1D array is the run's first call. Still an endpoint
      ***** error after its retries means every call failed: nothing
      ***** of it is recorded, and the run goes deferred.
               if ws-check-error
                   move "ENDPOINT ERROR ON FIRST CALL"
                       to ws-outage-reason
                   compute ws-defer-from-index =
                           ws-resume-2d-index + 1
                   perform enter-deferred-mode
               else
                   if ws-parallel-mode
                       perform certify-1d-against-test
                   end-if
                   move "CheckAccount " to al-entry-point
                   perform write-audit-entries-1d
                   perform write-report-lines-1d
                   move ws-account-count to ws-last-good-1d-index
               end-if
           end-if

      ***** Finalize the OLESAFEARRAY
           perform submit-one-2d-chunk
               until ws-chunk-start > ws-account-count
                  or ws-2d-processing-stopped
                  or ws-window-cutoff-reached
                  or ws-run-deferred.

      ***** The clock is read between chunks, never inside one: a chunk
      ***** already submitted always finishes and is checkpointed, so
                                 by reference ws-2d-cell-value
                       returning ws-hresult
                   end-invoke
      ***** As on the 1D path, a catch-up run requeues instead of
      ***** leaving a restart entry.
                   if ws-hresult not = 0
                       if not ws-catchup-run
                           move ws-current-timestamp
                               to rf-run-timestamp
                           move "2D" to rf-check-path
                           move ws-sub1 to rf-index-row
                           move ws-sub2 to rf-index-col
                           move acc(ws-2d-account-row)
                               to rf-account-value
                           move ws-hresult to rf-hresult
                           move space to rf-resolved-flag
                           write restart-file-record
                       end-if
                       move "Y" to ws-2d-chunk-status
                   end-if
               end-perform
               invoke ChkAccNumObj "CheckAccount2d" using ws-stringArray
                                              returning accR
               perform derive-check-status
      ***** The run's first chunk is called again at once while it
      ***** keeps erroring and retries remain: if no call of it gets
      ***** through, the endpoint is down and the run goes deferred
      ***** from this chunk on, rather than queueing the whole batch
      ***** for a retry pass that cannot succeed either.
               if ws-check-error
                  and ws-chunk-number = 1
                   perform retry-first-2d-chunk
               end-if
               if ws-check-error
                  and ws-chunk-number = 1
                   move "ENDPOINT ERROR ON FIRST CHUNK"
                       to ws-outage-reason
                   move ws-chunk-start to ws-defer-from-index
                   perform enter-deferred-mode
               else
                   perform record-submitted-2d-chunk
               end-if
           end-if.

      ***** The chunk was answered: record it and move on.
       record-submitted-2d-chunk section.
           if ws-parallel-mode
               perform certify-2d-against-test
           end-if
      ***** An endpoint error with retries configured holds the whole
      ***** chunk's report, audit, and rejects records back: the
      ***** accounts go to the retry pass after the chunk loop, and
      ***** only their final result is recorded. The chunk still counts
      ***** as submitted - its accounts are pending, not held back.
           if ws-check-error
              and ws-error-retries > zero
              and not ws-parallel-mode
               perform defer-chunk-for-retry
           else
               move "CheckAccount2d" to al-entry-point
               perform write-audit-entries-2d-chunk
               perform write-report-lines-2d
           end-if

           accept ws-elapsed-end from time
           perform compute-chunk-elapsed
           move ws-chunk-number to cs-chunk-number
           move ws-chunk-rows to cs-chunk-rows
           move ws-elapsed-centiseconds to cs-elapsed-centiseconds
           write chunk-stats-record
           add 1 to ws-chunks-completed
      ***** The catch-up run adds nothing to the run history, chunk
      ***** records included.
           if not ws-catchup-run
               perform append-chunk-history
           end-if

           compute ws-last-good-2d-index =
                   ws-chunk-start + ws-chunk-rows - 1
           compute ws-chunk-start = ws-chunk-start + ws-chunk-rows.

      ***** Same rule as the 1D call's retries: PARALLEL certification
      ***** takes the first answer as it comes.
       retry-first-2d-chunk section.
           if ws-parallel-mode
               continue
           else
               move zero to ws-retry-attempt
               perform retry-one-first-chunk-call
                   until not ws-check-error
                      or ws-retry-attempt not < ws-error-retries
           end-if.

       retry-one-first-chunk-call section.
           add 1 to ws-retry-attempt
           invoke ChkAccNumObj "CheckAccount2d" using ws-stringArray
                                          returning accR
           perform derive-check-status.

      ***** Deferred mode for the rest of the run: every account from
      ***** ws-defer-from-index on - past the screening, never answered
      ***** - is reported as deferred and queued with its attribution.
      ***** They count as dispositioned, not held back; the catch-up
      ***** run answers for them.
       enter-deferred-mode section.
           move "Y" to ws-deferred-mode
           perform varying ws-sub3 from ws-defer-from-index by 1
                   until ws-sub3 > ws-account-count
               move acc(ws-sub3) to ws-mask-record
               perform mask-account-number
               move spaces to validation-report-record
               string ws-mask-record   delimited by size
                      " DF D DEFERRED: " delimited by size
                      ws-outage-reason delimited by size
                      into validation-report-record
               end-string
               write validation-report-record
               add 1 to ws-report-line-count
               move "DF" to dq-queue-source
               move ws-outage-reason to dq-reason
               perform write-deferred-queue-record
               add 1 to ws-deferred-count
           end-perform.

      ***** On a catch-up run there is no checkpoint to carry what was
      ***** held back, so it goes straight back on the queue.
       requeue-heldback-accounts section.
           if ws-heldback-count > zero
               compute ws-defer-from-index = ws-last-good-2d-index + 1
               perform varying ws-sub3 from ws-defer-from-index by 1
                       until ws-sub3 > ws-account-count
                   move "HB" to dq-queue-source
                   move "HELD BACK ON CATCH-UP RUN" to dq-reason
                   perform write-deferred-queue-record
               end-perform
           end-if.

      ***** One queue record for acc(ws-sub3); the caller sets the
      ***** source and reason.
       write-deferred-queue-record section.
           move ws-current-timestamp to dq-run-timestamp
           move acc(ws-sub3) to dq-account-record
           move acc(ws-sub3)(1:20) to ws-attrib-account
           perform find-account-attribution
           move ws-attrib-batch-id to dq-batch-id
           move ws-attrib-system to dq-submitting-system
           move ws-effective-check-date to dq-business-date
           write deferred-queue-record.

      ***** The batch and system an account was sent under: its first
      ***** BATCHMAP entry, else the batch header - the rule the audit
      ***** trail is stamped by.
       find-account-attribution section.
           move zero to ws-map-match-index
           perform varying ws-sub9 from 1 by 1
                   until ws-sub9 > ws-map-count
                      or ws-map-match-index > zero
               if ws-attrib-account = ws-map-account(ws-sub9)
                   move ws-sub9 to ws-map-match-index
               end-if
           end-perform
           if ws-map-match-index > zero
               move ws-map-batch-id(ws-map-match-index)
                   to ws-attrib-batch-id
               move ws-map-system(ws-map-match-index)
                   to ws-attrib-system
           else
               move ws-batch-id to ws-attrib-batch-id
               move ws-batch-system to ws-attrib-system
           end-if.

      ***** Mark every account of an errored chunk as pending retry.
                   move ws-work-acct-number to ws-2d-cell-value
               else
                   if ws-sub2 = 1
                       perform lookup-bank-code
                       if ws-bank-code-translated
                           move ws-successor-bank-code
                               to ws-2d-cell-value
                       else
                           move ws-work-bank-code to ws-2d-cell-value
                       end-if
                   end-if
               end-if
           end-if.
                   move "UNREGISTERED BANK CODE"
                       to ws-bank-code-status-text
               else
                   if ws-bank-code-translated
                       perform write-conversion-notice
                   else
                       move "N/A" to ws-bank-code-status-text
                   end-if
               end-if
           end-if
           move ws-work-account to ws-mask-record
           perform mask-account-number
           move spaces to validation-report-record
           string ws-mask-record        delimited by size
                  " 2D "                delimited by size
                  ws-check-condition-code delimited by size
                  " "                   delimited by size
      ***** last-good indexes refer to the unscreened certification
      ***** batch and would make the next normal run resume past
      ***** accounts that its own (cache-screened) table numbers
      ***** differently. A deferred run has dispositioned every account
      ***** - checked, or on the queue - so it checkpoints as complete:
      ***** a rerun must not queue the same work twice.
       write-checkpoint section.
           open output checkpoint-file
           if ws-parallel-mode
               move zero to cp-last-good-1d-index
               move zero to cp-last-good-2d-index
           else
               if ws-run-deferred
                   move ws-account-count to cp-last-good-1d-index
                   move ws-account-count to cp-last-good-2d-index
               else
                   move ws-last-good-1d-index to cp-last-good-1d-index
                   move ws-last-good-2d-index to cp-last-good-2d-index
               end-if
           end-if
           write checkpoint-file-record
           close checkpoint-file.
                       if cp-error-retries numeric
                           move cp-error-retries to ws-error-retries
                       end-if
      ***** The staleness window is read the same way: zero is a
      ***** meaningful window.
                       if cp-stale-days numeric
                           move cp-stale-days to ws-stale-days
                       end-if
                       if cp-business-date-action = "R"
                          or cp-business-date-action = "W"
                           move cp-business-date-action
                               to ws-business-date-action
                       end-if
               end-read
               close control-parameter-file
           end-if
                  into ws-check-reason
           end-string
           move ws-check-reason to accR
           move acc(ws-sub3) to ws-mask-record
           perform mask-account-number
           move spaces to validation-report-record
           string ws-mask-record   delimited by size
                  " SU "           delimited by size
                  ws-check-condition-code delimited by size
                  " "              delimited by size
           move ws-cache-reason(ws-cache-match-index) to accR
           move ws-cache-code(ws-cache-match-index)
               to ws-check-condition-code
           move acc(ws-sub3) to ws-mask-record
           perform mask-account-number
           move spaces to validation-report-record
           string ws-mask-record   delimited by size
                  " CA "           delimited by size
                  ws-check-condition-code delimited by size
                  " "              delimited by size
      ***** same way a checked account is, with "PS" as the path so a
      ***** reader can tell it never reached the component.
       write-prescreen-reject section.
           move acc(ws-sub3) to ws-mask-record
           perform mask-account-number
           move spaces to validation-report-record
           string ws-mask-record   delimited by size
                  " PS "           delimited by size
                  ws-check-condition-code delimited by size
                  " "              delimited by size
       write-report-lines-1d section.
           perform varying ws-sub3 from ws-1d-start-index by 1
                   until ws-sub3 > ws-account-count
               move acc(ws-sub3) to ws-mask-record
               perform mask-account-number
               move spaces to validation-report-record
               string ws-mask-record   delimited by size
                      " 1D "           delimited by size
                      ws-check-condition-code delimited by size
                      " "              delimited by size
                       move "UNREGISTERED BANK CODE"
                           to ws-bank-code-status-text
                   else
                       if ws-bank-code-translated
                           perform write-conversion-notice
                       else
                           move "N/A" to ws-bank-code-status-text
                       end-if
                   end-if
               end-if
               move ws-work-account to ws-mask-record
               perform mask-account-number
               move spaces to validation-report-record
               string ws-mask-record        delimited by size
                      " 2D "                delimited by size
                      ws-check-condition-code delimited by size
                      " "                   delimited by size
               end-if
           end-perform.

      ***** The print release, read once at the start of the run.
       set-print-mode section.
           display ws-print-mode-name upon environment-name
           accept ws-print-mode-value from environment-value
           if ws-print-mode-value = "FULL"
               move "F" to ws-print-mode
               move " - ACCOUNT NUMBERS PRINTED IN FULL"
                   to ws-print-mode-note
           end-if.

      ***** The masking rule for every printed report: all but the last
      ***** four characters of the account number in ws-mask-account
      ***** are overprinted with "*", unless the run prints in full.
       mask-account-number section.
           if ws-print-in-full
               continue
           else
               move zero to ws-mask-last
               perform varying ws-mask-sub from 20 by -1
                       until ws-mask-sub < 1
                          or ws-mask-last > zero
                   if ws-mask-account(ws-mask-sub:1) not = space
                       move ws-mask-sub to ws-mask-last
                   end-if
               end-perform
               perform varying ws-mask-sub from 1 by 1
                       until ws-mask-sub > ws-mask-last - 4
                   if ws-mask-account(ws-mask-sub:1) not = space
                       move "*" to ws-mask-account(ws-mask-sub:1)
                   end-if
               end-perform
           end-if.

      ***** One rejects-feed record per account whose derived condition
      ***** code is "I" or "E", so the originating branch system gets a
      ***** machine-readable copy instead of a re-keyed report line.
                   move ws-work-acct-number to ws-2d-cell-value
               else
                   if ws-sub2 = 1
                       perform lookup-bank-code
                       if ws-bank-code-translated
                           move ws-successor-bank-code
                               to ws-2d-cell-value
                       else
                           move ws-work-bank-code to ws-2d-cell-value
                       end-if
                   end-if
               end-if
           end-if.
                       move "Y" to ws-bank-code-found
                   end-if
               end-perform
               if ws-bank-code-not-registered
                   perform find-successor-bank-code
               end-if
           end-if.

      ***** A code no longer registered on the check date is checked
      ***** under its successor when one of its expired entries names
      ***** one that has taken effect by then, and the successor is
      ***** itself registered on that date. One hop only: a successor
      ***** that has expired in turn needs its own crosswalk entry
      ***** pointing at the current code.
       find-successor-bank-code section.
           move zero to ws-successor-index
           move spaces to ws-successor-bank-code
           perform varying ws-sub8 from 1 by 1
                   until ws-sub8 > ws-bank-code-count
               if ws-work-bank-code = ws-bank-code-value(ws-sub8)
                  and ws-bank-code-succ(ws-sub8) not = spaces
                  and ws-effective-check-date
                       > ws-bank-code-exp(ws-sub8)
                  and ws-effective-check-date
                       not < ws-bank-code-succ-dt(ws-sub8)
                   move ws-sub8 to ws-successor-index
               end-if
           end-perform
           if ws-successor-index > zero
               move ws-work-bank-code to ws-hold-bank-code
               move ws-bank-code-succ(ws-successor-index)
                   to ws-work-bank-code
               perform varying ws-sub8 from 1 by 1
                       until ws-sub8 > ws-bank-code-count
                   if ws-work-bank-code = ws-bank-code-value(ws-sub8)
                      and ws-effective-check-date
                           not < ws-bank-code-eff(ws-sub8)
                      and ws-effective-check-date
                           not > ws-bank-code-exp(ws-sub8)
                       move "T" to ws-bank-code-found
                   end-if
               end-perform
               if ws-bank-code-translated
                   move ws-work-bank-code to ws-successor-bank-code
               end-if
               move ws-hold-bank-code to ws-work-bank-code
           end-if.

      ***** The account was checked under its successor code: say so on
      ***** the report line and cut the sending branch a notice so it
      ***** can correct its own records. The entry that named the
      ***** successor is still the one lookup-bank-code found.
       write-conversion-notice section.
           move spaces to ws-bank-code-status-text
           string "TRANSLATED TO "      delimited by size
                  ws-successor-bank-code delimited by size
                  into ws-bank-code-status-text
           end-string
           add 1 to ws-translated-count
           move ws-current-timestamp to cn-run-timestamp
           move ws-work-account to cn-account-record
           move ws-work-bank-code to cn-old-bank-code
           move ws-successor-bank-code to cn-successor-code
           move ws-bank-code-exp(ws-successor-index)
               to cn-old-expired-after
           move ws-bank-code-succ-dt(ws-successor-index)
               to cn-successor-from
           move ws-work-acct-number to ws-attrib-account
           perform find-account-attribution
           move ws-attrib-batch-id to cn-batch-id
           move ws-attrib-system to cn-submitting-system
           write conversion-notice-record.

      ***** Load the registered bank-code reference file into a table
      ***** for cross-checking the 2D grid.
       load-bank-code-reference section.
                       move 99999999
                           to ws-bank-code-exp(ws-bank-code-count)
                   end-if
                   move bc-successor-code
                       to ws-bank-code-succ(ws-bank-code-count)
                   if bc-successor-from numeric
                       move bc-successor-from
                           to ws-bank-code-succ-dt(ws-bank-code-count)
                   else
                       move zero
                           to ws-bank-code-succ-dt(ws-bank-code-count)
                   end-if
           end-read.

      ***** Load the operator-maintained suppression list into a table
      ***** supplied one.
       write-out-of-balance-lines section.
           move spaces to validation-report-record
           if ws-batch-date-refused
               string "BATCH REFUSED: "       delimited by size
                      ws-batch-balance-reason delimited by "  "
                      " - "                   delimited by size
                      ws-batch-business-date  delimited by size
                      into validation-report-record
               end-string
           else
               string "BATCH OUT OF BALANCE: " delimited by size
                      ws-batch-balance-reason  delimited by size
                      into validation-report-record
               end-string
           end-if
           write validation-report-record
           if ws-trailer-was-parsed
               move spaces to validation-report-record
      ***** chunk loop or an on-time window stop. A refused batch holds
      ***** nothing back: nothing was submitted at all, and the refusal
      ***** flag says so. Settled here so the report and the operations
      ***** summary quote the same figure. A deferred run holds nothing
      ***** back either: what it did not check is on the queue.
           move zero to ws-heldback-count
           if ws-batch-in-balance
              and ws-account-count > ws-last-good-2d-index
              and not ws-run-deferred
               compute ws-heldback-count =
                       ws-account-count - ws-last-good-2d-index
           end-if
                  into validation-report-record
           end-string
           write validation-report-record
           if ws-business-date-warned
               move spaces to validation-report-record
               string "BUSINESS DATE    : " delimited by size
                      ws-batch-business-date delimited by size
                      " "                   delimited by size
                      ws-date-check-reason  delimited by "  "
                      " - CHECKED AS DATED" delimited by size
                      into validation-report-record
               end-string
               write validation-report-record
           end-if
           if ws-calendar-was-truncated
               move spaces to validation-report-record
               string "PROCESSING CALENDAR TRUNCATED AT: "
                          delimited by size
                      ws-calendar-count delimited by size
                      " ENTRIES - CHECK CALMAST FILE"
                          delimited by size
                      into validation-report-record
               end-string
               write validation-report-record
           end-if
           if ws-acctin-was-truncated
               move spaces to validation-report-record
               string "INPUT FILE TRUNCATED AT: " delimited by size
               end-string
               write validation-report-record
           end-if
      ***** A catch-up run keeps no checkpoint: what it stopped short
      ***** of goes back on the deferred queue.
           if ws-window-cutoff-reached
               move spaces to validation-report-record
               if ws-catchup-run
                   string "RUN STOPPED ON TIME AT WINDOW CUT-OFF "
                              delimited by size
                          ws-window-cutoff-time delimited by size
                          " - " delimited by size
                          ws-heldback-count delimited by size
                          " ACCOUNTS REQUEUED TO DEFERQ"
                              delimited by size
                          into validation-report-record
                   end-string
               else
                   string "RUN STOPPED ON TIME AT WINDOW CUT-OFF "
                              delimited by size
                          ws-window-cutoff-time delimited by size
                          " - " delimited by size
                          ws-heldback-count delimited by size
                          " ACCOUNTS CARRY TO NEXT RUN VIA CHECKPOINT"
                              delimited by size
                          into validation-report-record
                   end-string
               end-if
               write validation-report-record
           end-if
           if ws-run-deferred
               move spaces to validation-report-record
               string "ENDPOINT OUTAGE  : " delimited by size
                      ws-outage-reason      delimited by "  "
                      " - "                 delimited by size
                      ws-deferred-count     delimited by size
                      " ACCOUNTS DEFERRED TO DEFERQ"
                          delimited by size
                      into validation-report-record
               end-string
               write validation-report-record
           end-if
           if ws-catchup-run
               move spaces to validation-report-record
               string "CATCH-UP RUN     : " delimited by size
                      ws-heldback-count     delimited by size
                      " HELD-BACK ACCOUNTS REQUEUED TO DEFERQ"
                          delimited by size
                      into validation-report-record
               end-string
                      into validation-report-record
               end-string
               write validation-report-record
           end-if
           if ws-translated-count > zero
               move spaces to validation-report-record
               string "TRANSLATED CODES : " delimited by size
                      ws-translated-count   delimited by size
                      " ACCOUNTS CHECKED UNDER A SUCCESSOR BANK CODE"
                          delimited by size
                      into validation-report-record
               end-string
               write validation-report-record
           end-if.

      ***** Load the calendar's exception dates with their day serials.
      ***** A missing calendar is an empty one: the weekday rule alone
      ***** then decides. Status still "00" after the loop means the
      ***** table filled before the file ran out.
       load-processing-calendar section.
           move zero to ws-calendar-count
           move space to ws-calmast-truncated
           open input calendar-master-file
           if ws-calmast-status = "35"
               continue
           else
               perform load-one-calendar-entry
                   until ws-calmast-status not = "00"
                      or ws-calendar-count = 3660
               if ws-calmast-status = "00"
                   move "Y" to ws-calmast-truncated
               end-if
               close calendar-master-file
           end-if.

       load-one-calendar-entry section.
           read calendar-master-file
               at end
                   move "10" to ws-calmast-status
               not at end
                   if cm-calendar-date numeric
                       add 1 to ws-calendar-count
                       move cm-calendar-date
                           to ws-cal-date(ws-calendar-count)
                       move cm-day-type
                           to ws-cal-type(ws-calendar-count)
                       move cm-calendar-date to ws-cds-date
                       perform convert-date-to-serial
                       move ws-cds-serial
                           to ws-cal-serial(ws-calendar-count)
                   end-if
           end-read.

      ***** The batch's business date must be a real date, not later
      ***** than today, a processing day, and inside the staleness
      ***** window. Leaves the reason it failed in ws-date-check-reason,
      ***** spaces when the date passes.
       check-business-date section.
           move spaces to ws-date-check-reason
           move ws-current-date to ws-cds-date
           perform convert-date-to-serial
           move ws-cds-serial to ws-today-serial
           move ws-batch-business-date to ws-cds-date
           perform validate-calendar-date
           if not ws-cal-date-valid
               move "BUSINESS DATE MISSING OR INVALID"
                   to ws-date-check-reason
           else
               perform convert-date-to-serial
               move ws-cds-serial to ws-business-serial
               move ws-cds-serial to ws-cal-test-serial
               perform classify-calendar-day
               if ws-business-serial > ws-today-serial
                   move "BUSINESS DATE IS IN THE FUTURE"
                       to ws-date-check-reason
               else
                   if ws-cal-holiday
                       move "BUSINESS DATE IS A BANK HOLIDAY"
                           to ws-date-check-reason
                   else
                       if ws-cal-weekend
                           move "BUSINESS DATE FALLS ON A WEEKEND"
                               to ws-date-check-reason
                       else
                           perform count-stale-processing-days
                       end-if
                   end-if
               end-if
           end-if.

      ***** Processing days after the business date up to and including
      ***** today; the count stops as soon as the window is exceeded,
      ***** so a years-old date costs no more than a recent one, and
      ***** the date fails as stale.
       count-stale-processing-days section.
           move zero to ws-stale-day-count
           compute ws-cal-first-serial = ws-business-serial + 1
           perform varying ws-cal-test-serial
                   from ws-cal-first-serial by 1
                   until ws-cal-test-serial > ws-today-serial
                      or ws-stale-day-count > ws-stale-days
               perform classify-calendar-day
               if ws-cal-business-day
                   add 1 to ws-stale-day-count
               end-if
           end-perform
           if ws-stale-day-count > ws-stale-days
               move "BUSINESS DATE OUTSIDE STALENESS WINDOW"
                   to ws-date-check-reason
           end-if.

      ***** Kind of the day whose serial is in ws-cal-test-serial: the
      ***** weekday rule, overridden by a calendar exception for the
      ***** day when there is one.
       classify-calendar-day section.
           divide ws-cal-test-serial by 7 giving ws-cal-quotient
               remainder ws-cal-weekday
           if ws-cal-weekday = 4
              or ws-cal-weekday = 5
               move "W" to ws-cal-day-kind
           else
               move "B" to ws-cal-day-kind
           end-if
           perform varying ws-cal-sub from 1 by 1
                   until ws-cal-sub > ws-calendar-count
               if ws-cal-serial(ws-cal-sub) = ws-cal-test-serial
                   if ws-cal-type(ws-cal-sub) = "H"
                       move "H" to ws-cal-day-kind
                   else
                       if ws-cal-type(ws-cal-sub) = "B"
                           move "B" to ws-cal-day-kind
                       end-if
                   end-if
               end-if
           end-perform.

      ***** Valid when the month is 1-12 and the day falls inside it,
      ***** February taking 29 days in a leap year.
       validate-calendar-date section.
           move "N" to ws-cal-date-flag
           move zero to ws-cal-last-day
           if ws-cds-year > zero
              and ws-cds-month > zero
              and ws-cds-month < 13
               move ws-cal-month-length(ws-cds-month)
                   to ws-cal-last-day
               if ws-cds-month = 2
                   divide ws-cds-year by 4 giving ws-cal-quotient
                       remainder ws-cal-rem-4
                   divide ws-cds-year by 100 giving ws-cal-quotient
                       remainder ws-cal-rem-100
                   divide ws-cds-year by 400 giving ws-cal-quotient
                       remainder ws-cal-rem-400
                   if ws-cal-rem-400 = zero
                      or (ws-cal-rem-4 = zero
                          and ws-cal-rem-100 not = zero)
                       move 29 to ws-cal-last-day
                   end-if
               end-if
               if ws-cds-day > zero
                  and ws-cds-day not > ws-cal-last-day
                   move "Y" to ws-cal-date-flag
               end-if
           end-if.
