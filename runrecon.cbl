      ***** truncates AUDITLOG. The operations summary names the run
      ***** timestamp and claims the night's counts; this program
      ***** rereads the night's files - the audit trail, the rejects
      ***** feed, the duplicate exceptions, the restart file, and the
      ***** deferred-work queue - and
      ***** proves mechanically that every account read landed in
      ***** exactly one disposition:
      *****
      *****     audit entry with condition "I" or "E"
      *****   - accounts read must equal duplicates + cached accounts
      *****     + prescreen rejects + accounts carried to the last good
      *****     2D index + accounts held back unchecked + accounts
      *****     deferred by an endpoint outage
      *****   - the deferred count must match the outage ("DF") entries
      *****     the run put on the deferred queue
      *****   - the 2D audit entries must cover exactly the ground
      *****     between the resume index and the last good index
      *****   - a run with work held back must have restart entries to
           select restart-file assign to RESTFILE
               organization is line sequential
               file status is ws-restfile-status.
           select deferred-queue-file assign to DEFERQ
               organization is line sequential
               file status is ws-deferq-status.
           select reconciliation-report assign to RECONRPT
               organization is line sequential
               file status is ws-reconrpt-status.
           05  os-heldback-count        pic 9(05).
           05  os-suppressed-count      pic 9(04).
           05  os-window-stopped-flag   pic x(01).
           05  os-deferred-flag         pic x(01).
           05  os-deferred-count        pic 9(05).
           05  os-catchup-flag          pic x(01).

       fd  audit-log.
       01  audit-log-record.
           05  rf-hresult               pic 9(09).
           05  rf-resolved-flag         pic x(01).

       fd  deferred-queue-file.
       01  deferred-queue-record.
           05  dq-run-timestamp         pic x(16).
           05  dq-account-record        pic x(34).
           05  dq-batch-id              pic x(08).
           05  dq-submitting-system     pic x(08).
           05  dq-business-date         pic 9(08).
           05  dq-queue-source          pic x(02).
           05  dq-reason                pic x(30).

       fd  reconciliation-report.
       01  reconciliation-report-record pic x(120).

       01  ws-rejects-status            pic x(02).
       01  ws-dupexcp-status            pic x(02).
       01  ws-restfile-status           pic x(02).
       01  ws-deferq-status             pic x(02).
       01  ws-reconrpt-status           pic x(02).

       01  ws-summary-present           pic x(01) value space.
       01  ws-rejects-count             pic 9(09) value zero.
       01  ws-dupexcp-count             pic 9(09) value zero.
       01  ws-restart-run-count         pic 9(09) value zero.
       01  ws-deferq-run-count          pic 9(09) value zero.
       01  ws-deferq-heldback-count     pic 9(09) value zero.

      ***** Set only when every input was read through to a clean end
      ***** of file (a missing file counts as a clean empty one). A
               perform count-rejects-file
               perform count-dupe-exceptions
               perform count-restart-entries
               perform count-deferred-entries
               if ws-inputs-load-clean
                   perform balance-the-run
               else
                   end-if
           end-read.

      ***** The deferred queue accumulates until the morning catch-up
      ***** drains it; the outage entries carrying the run's timestamp
      ***** are the ones tonight's deferred count answers for. Held-back
      ***** entries a catch-up run requeued are counted apart, against
      ***** the run's held-back count.
       count-deferred-entries section.
           open input deferred-queue-file
           if ws-deferq-status = "35"
               continue
           else
               perform count-one-deferred-record
                   until ws-deferq-status not = "00"
               if ws-deferq-status not = "10"
                   move space to ws-inputs-read-clean
               end-if
               close deferred-queue-file
           end-if.

       count-one-deferred-record section.
           read deferred-queue-file
               at end
                   move "10" to ws-deferq-status
               not at end
                   if dq-run-timestamp = ws-run-timestamp
                      and dq-queue-source = "DF"
                       add 1 to ws-deferq-run-count
                   end-if
                   if dq-run-timestamp = ws-run-timestamp
                      and dq-queue-source = "HB"
                       add 1 to ws-deferq-heldback-count
                   end-if
           end-read.

      ***** The controls themselves. Each one compares two figures that
      ***** must agree; a disagreement is reported naming both.
       balance-the-run section.
      ***** The disposition and coverage controls only hold for a run
      ***** that actually submitted its batch; a refused transmission
      ***** disposes of nothing, and the zero tallies above already
      ***** prove nothing leaked out of it - whether it was refused out
      ***** of balance ("Y") or on its business date ("D").
           if os-out-of-balance-flag = "Y"
               move "BATCH WAS REFUSED OUT OF BALANCE - DISPOSITION CON
      -            "TROLS NOT APPLICABLE" to
                   reconciliation-report-record
               write reconciliation-report-record
           else
               if os-out-of-balance-flag = "D"
                   move spaces to reconciliation-report-record
                   string "BATCH WAS REFUSED ON ITS BUSINESS DATE - "
                              delimited by size
                          "DISPOSITION CONTROLS NOT APPLICABLE"
                              delimited by size
                          into reconciliation-report-record
                   end-string
                   write reconciliation-report-record
               else
                   perform balance-dispositions
               end-if
           end-if

           if ws-mismatch-count = zero
                   + os-prescreen-count
                   + os-last-good-2d-index
                   + os-heldback-count
                   + os-deferred-count
           move "ACCOUNTS READ" to ws-figure-a-name
           move "SUM OF DISPOSITIONS" to ws-figure-b-name
           perform compare-two-figures

           move os-deferred-count to ws-figure-a
           move ws-deferq-run-count to ws-figure-b
           move "SUMMARY DEFERRED COUNT" to ws-figure-a-name
           move "DEFERQ DF ENTRIES" to ws-figure-b-name
           perform compare-two-figures

           move ws-audit-2d-count to ws-figure-a
           compute ws-figure-b = os-last-good-2d-index
                   - os-resume-2d-index

      ***** Work held back by a putString failure must have restart
      ***** entries to show for it, or the held-back accounts exist in
      ***** no file at all. A catch-up run leaves no restart entries:
      ***** what it held back is requeued on DEFERQ, and the queue's
      ***** held-back entries must match its held-back count. Its 1D
      ***** putString failure holds nothing back - every account was
      ***** settled on the 2D path, and with no checkpoint there is no
      ***** 1D range to carry - so it is reported, not counted against
      ***** the run.
           if os-catchup-flag = "C"
               move os-heldback-count to ws-figure-a
               move ws-deferq-heldback-count to ws-figure-b
               move "SUMMARY HELD-BACK COUNT" to ws-figure-a-name
               move "DEFERQ HB ENTRIES" to ws-figure-b-name
               perform compare-two-figures
               if os-1d-failed-flag = "Y"
                   move "CATCH-UP RUN: 1D PUTSTRING FAILED - 2D RESULTS 
      -                "STAND, 1D NOT RETRIED"
                       to reconciliation-report-record
                   write reconciliation-report-record
               end-if
           else
               if (os-2d-halted-flag = "Y" or os-1d-failed-flag = "Y")
                  and ws-restart-run-count = zero
                   add 1 to ws-mismatch-count
                   move "OUT OF BALANCE: RUN HELD BACK BUT NO RESTART EN
      -                "TRIES FOR RUN" to reconciliation-report-record
                   write reconciliation-report-record
               end-if
           end-if.

       compare-two-figures section.
