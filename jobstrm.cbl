       identification division.
       program-id. jobstrm.

      ***** Nightly job-stream controller for the account validation
      ***** system. The steps, their order and what each one must
      ***** finish with before the next may start come from the step
      ***** definition file STEPDEFS, one record per step in step
      ***** number order:
      *****
      *****   sd-step-number   01-99, ascending
      *****   sd-program       the step's program name
      *****   sd-predecessor   the step that must have finished
      *****                    acceptably first, 00 for none
      *****   sd-max-code      the highest completion code that still
      *****                    counts as finishing acceptably
      *****   sd-code-source   R - the step's own return code
      *****                    O - the return code on the operations
      *****                        summary OPSUMMRY (pokus444)
      *****   sd-schedule      D (or space) - every night
      *****                    M - month end only: the stream started
      *****                        on the first of the month, so the
      *****                        month just ended is fully archived
      *****   sd-command       the command line, when it is not just
      *****                    the program name
      *****
      ***** The standard nightly definitions are:
      *****
      *****   10 txngate  00 04 R D
      *****   20 pokus444 10 10 O D   code 10 - endpoint down, work
      *****                           deferred; the stream carries on
      *****   30 runrecon 20 00 R D   code 12 - the run does not tie
      *****                           out, nothing downstream may go
      *****   40 rejtrack 30 04 R D   before audarchv truncates the
      *****   50 brnretrn 40 00 R D   audit log
      *****   60 audarchv 50 04 R D
      *****   70 statalrt 60 04 R D
      *****   80 chrgback 70 04 R M
      *****
      ***** After a night that deferred work, the morning catch-up
      ***** stream drains the deferred queue through the same checks:
      *****
      *****   10 deferdrn 00 04 R D
      *****   20 pokus444 10 10 O D   command CHKACCTRUN=CATCHUP
      *****                           pokus444
      *****   30 runrecon 20 00 R D
      *****   40 brnretrn 30 00 R D
      *****
      ***** A step whose predecessor did not finish acceptably is
      ***** refused, not started, and so is everything chained behind
      ***** it. Every step taken, refused or skipped goes on the step
      ***** ledger STEPLDGR under the stream id (the timestamp the
      ***** stream started), with the operator, start and end times,
      ***** completion code and outcome.
      *****
      ***** The control card on STRMCTL picks what to do:
      *****   bytes  1-8   RUN      - a new stream from the first step
      *****                RESTART  - carry on the last stream on the
      *****                           ledger from its failed step
      *****   bytes  9-10  the step to restart from; zero or blank
      *****                means the first step of the stream that
      *****                has not completed
      *****   bytes 11-18  the operator's user id; blank means the
      *****                logon id from the environment
      ***** No control file means RUN. A restart never reruns a step
      ***** that completed in the stream, and refuses to start past a
      ***** step that did not. Completion code 12 when a step failed or
      ***** was refused, or the definitions or the restart are bad.

       special-names.
           environment-name  is environment-name
           environment-value is environment-value
           decimal-point is comma.

       input-output section.
       file-control.
           select step-definition-file assign to STEPDEFS
               organization is line sequential
               file status is ws-stepdefs-status.
           select stream-control assign to STRMCTL
               organization is line sequential
               file status is ws-strmctl-status.
           select step-ledger assign to STEPLDGR
               organization is line sequential
               file status is ws-stepldgr-status.
           select operations-summary-file assign to OPSUMMRY
               organization is line sequential
               file status is ws-opsummry-status.

       data division.
       file section.
       fd  step-definition-file.
       01  step-definition-record.
           05  sd-step-number           pic 9(02).
           05  filler                   pic x(01).
           05  sd-program               pic x(08).
           05  filler                   pic x(01).
           05  sd-predecessor           pic 9(02).
           05  filler                   pic x(01).
           05  sd-max-code              pic 9(02).
           05  filler                   pic x(01).
           05  sd-code-source           pic x(01).
           05  filler                   pic x(01).
           05  sd-schedule              pic x(01).
           05  filler                   pic x(01).
           05  sd-command               pic x(60).

       fd  stream-control.
       01  stream-control-record.
           05  sc-function              pic x(08).
           05  sc-restart-step          pic x(02).
           05  sc-operator              pic x(08).
           05  filler                   pic x(62).

       fd  step-ledger.
       01  step-ledger-record.
           05  lg-stream-id             pic x(16).
           05  lg-step-number           pic 9(02).
           05  lg-program               pic x(08).
           05  lg-operator              pic x(08).
           05  lg-started               pic x(16).
           05  lg-ended                 pic x(16).
           05  lg-completion-code       pic 9(02).
           05  lg-outcome               pic x(08).
           05  lg-reason                pic x(40).

      ***** Same layout the validation batch writes; only the run
      ***** timestamp and return code are needed here.
       fd  operations-summary-file.
       01  operations-summary-record.
           05  os-run-timestamp         pic x(16).
           05  os-return-code           pic 9(02).

       working-storage section.
       01  ws-stepdefs-status           pic x(02).
       01  ws-strmctl-status            pic x(02).
       01  ws-stepldgr-status           pic x(02).
       01  ws-opsummry-status           pic x(02).

       01  ws-function                  pic x(08) value "RUN".
           88  ws-function-run              value "RUN".
           88  ws-function-restart          value "RESTART".
       01  ws-restart-step              pic 9(02) value zero.
       01  ws-restart-step-x            pic x(02).
       01  ws-restart-step-xn redefines ws-restart-step-x
                                        pic 9(02).
       01  ws-operator                  pic x(08) value spaces.
       01  ws-environment-name          pic x(08) value "LOGNAME".

      ***** The step definitions, with the outcome each step has in
      ***** the stream: carried off the ledger on a restart, set as
      ***** the steps are taken on this run.
       01  ws-step-table.
           05  ws-step-entry occurs 50.
               10  ws-st-step-number    pic 9(02).
               10  ws-st-program        pic x(08).
               10  ws-st-predecessor    pic 9(02).
               10  ws-st-max-code       pic 9(02).
               10  ws-st-code-source    pic x(01).
               10  ws-st-schedule       pic x(01).
               10  ws-st-command        pic x(60).
               10  ws-st-outcome        pic x(08).
                   88  ws-st-finished-ok    value "COMPLETE"
                                                  "SKIPPED".
       01  ws-step-count                pic 9(04) value zero.
       01  ws-step-match-index          pic 9(04) value zero.
       01  ws-start-index               pic 9(04) value zero.

      ***** Cleared by any definition, ledger or restart problem; no
      ***** step is started unless the whole stream is in order.
       01  ws-stream-in-order           pic x(01) value "Y".
           88  ws-stream-is-in-order        value "Y".
       01  ws-stream-reason             pic x(60) value spaces.
      ***** Cleared when a step's ledger entry cannot be written; the
      ***** stream goes no further than a ledger that can say where
      ***** to restart.
       01  ws-ledger-written            pic x(01) value "Y".
           88  ws-ledger-is-written         value "Y".

       01  ws-stream-id                 pic x(16) value spaces.
       01  ws-ledger-last-stream        pic x(16) value spaces.

       01  ws-command-line              pic x(62).
       01  ws-step-return               pic s9(09) comp-5.
       01  ws-step-code                 pic 9(02).
       01  ws-step-started              pic x(16).
       01  ws-step-outcome              pic x(08).
       01  ws-step-reason               pic x(40).
       01  ws-edit-step                 pic 9(02).

       01  ws-steps-run-count           pic 9(04) value zero.
       01  ws-steps-failed-count        pic 9(04) value zero.
       01  ws-first-failed-step         pic 9(02) value zero.

       01  ws-sub1                      pic 9(04) comp-5.
       01  ws-sub2                      pic 9(04) comp-5.
       01  ws-current-date              pic x(08).
       01  ws-current-time              pic x(08).
       01  ws-current-timestamp         pic x(16).

       procedure division.
       main section.
           display "Zacatek programu jobstrm"

           perform take-current-timestamp
           perform load-control-card
           perform load-step-definitions
           if ws-stream-is-in-order
               if ws-function-restart
                   perform load-ledger-stream
                   if ws-stream-is-in-order
                       perform find-restart-point
                   end-if
               else
                   move ws-current-timestamp to ws-stream-id
                   move 1 to ws-start-index
               end-if
           end-if
           if ws-stream-is-in-order
               display "jobstrm: stream " ws-stream-id
                       " operator " ws-operator
               open extend step-ledger
               if ws-stepldgr-status = "35"
                   open output step-ledger
               end-if
               if ws-stepldgr-status not = "00"
                   move space to ws-stream-in-order
                   string "STEPLDGR NOT OPENED - STATUS "
                                              delimited by size
                          ws-stepldgr-status  delimited by size
                          into ws-stream-reason
                   end-string
               end-if
           end-if
           if ws-stream-is-in-order
               perform varying ws-sub1 from ws-start-index by 1
                       until ws-sub1 > ws-step-count
                          or not ws-ledger-is-written
                   if not ws-st-finished-ok(ws-sub1)
                       perform take-one-step
                   end-if
               end-perform
               close step-ledger
               if not ws-ledger-is-written
                   display "jobstrm: stream stopped - "
                           ws-stream-reason
                   move 12 to return-code
               else
                   if ws-steps-failed-count > zero
                       display "jobstrm: stream stopped - restart "
                               "from step " ws-first-failed-step
                       move 12 to return-code
                   else
                       display "jobstrm: stream complete"
                       move zero to return-code
                   end-if
               end-if
           else
               display "jobstrm: stream refused - " ws-stream-reason
               move 12 to return-code
           end-if
           display "jobstrm: steps run " ws-steps-run-count
                   " failed or refused " ws-steps-failed-count
           stop run.

       take-current-timestamp section.
           accept ws-current-date from date yyyymmdd
           accept ws-current-time from time
           string ws-current-date delimited by size
                  ws-current-time delimited by size
                  into ws-current-timestamp
           end-string.

      ***** The function, restart step and operator from STRMCTL; the
      ***** logon id stands in for an operator the card does not name,
      ***** so the ledger always says who ran the stream.
       load-control-card section.
           open input stream-control
           if ws-strmctl-status = "00"
               read stream-control
                   not at end
                       if sc-function not = spaces
                           move sc-function to ws-function
                       end-if
                       move sc-restart-step to ws-restart-step-x
                       if ws-restart-step-x numeric
                           move ws-restart-step-xn to ws-restart-step
                       end-if
                       move sc-operator to ws-operator
               end-read
               close stream-control
           end-if
           if ws-operator = spaces
               display ws-environment-name upon environment-name
               accept ws-operator from environment-value
           end-if
           if ws-operator = spaces
               move "UNKNOWN" to ws-operator
           end-if
           if not ws-function-run and not ws-function-restart
               move space to ws-stream-in-order
               move "UNRECOGNIZED FUNCTION ON STRMCTL"
                   to ws-stream-reason
           end-if.

      ***** Every definition is checked before anything runs: a
      ***** stream that would fall over half way on a bad definition
      ***** is refused whole.
       load-step-definitions section.
           open input step-definition-file
           if ws-stepdefs-status not = "00"
               move space to ws-stream-in-order
               move "STEP DEFINITIONS NOT PRESENT ON STEPDEFS"
                   to ws-stream-reason
           else
               perform load-one-step-definition
                   until ws-stepdefs-status not = "00"
                      or not ws-stream-is-in-order
               if ws-stepdefs-status not = "10"
                  and ws-stream-is-in-order
                   move space to ws-stream-in-order
                   move "STEPDEFS NOT READ TO END" to ws-stream-reason
               end-if
               close step-definition-file
               if ws-step-count = zero and ws-stream-is-in-order
                   move space to ws-stream-in-order
                   move "NO STEPS DEFINED ON STEPDEFS"
                       to ws-stream-reason
               end-if
           end-if.

       load-one-step-definition section.
           read step-definition-file
               at end
                   move "10" to ws-stepdefs-status
               not at end
                   perform check-step-definition
                   if ws-stream-is-in-order
                       add 1 to ws-step-count
                       move sd-step-number
                           to ws-st-step-number(ws-step-count)
                       move sd-program to ws-st-program(ws-step-count)
                       move sd-predecessor
                           to ws-st-predecessor(ws-step-count)
                       move sd-max-code to ws-st-max-code(ws-step-count)
                       move sd-code-source
                           to ws-st-code-source(ws-step-count)
                       move sd-schedule to ws-st-schedule(ws-step-count)
                       move sd-command to ws-st-command(ws-step-count)
                       move spaces to ws-st-outcome(ws-step-count)
                   end-if
           end-read.

       check-step-definition section.
           move spaces to ws-stream-reason
           if sd-step-number not numeric
              or sd-predecessor not numeric
              or sd-max-code not numeric
               move "STEP DEFINITION NOT NUMERIC" to ws-stream-reason
           else
               if ws-step-count not < 50
                   move "MORE THAN 50 STEPS DEFINED" to ws-stream-reason
               else
                   if ws-step-count > zero
                      and sd-step-number
                           not > ws-st-step-number(ws-step-count)
                       move "STEPS NOT IN ASCENDING ORDER"
                           to ws-stream-reason
                   else
                       if sd-program = spaces
                           move "STEP HAS NO PROGRAM"
                               to ws-stream-reason
                       else
                           if sd-code-source not = "R"
                              and sd-code-source not = "O"
                               move "CODE SOURCE NOT R OR O"
                                   to ws-stream-reason
                           else
                               if sd-schedule not = space
                                  and sd-schedule not = "D"
                                  and sd-schedule not = "M"
                                   move "SCHEDULE NOT D OR M"
                                       to ws-stream-reason
                               else
                                   perform check-predecessor-defined
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-if
           if ws-stream-reason not = spaces
               move space to ws-stream-in-order
               move ws-stream-reason to ws-step-reason
               move spaces to ws-stream-reason
               string "STEP "          delimited by size
                      sd-step-number   delimited by size
                      ": "             delimited by size
                      ws-step-reason   delimited by size
                      into ws-stream-reason
               end-string
           end-if.

      ***** A predecessor must be an earlier step on the file, so the
      ***** chain can only ever run forward.
       check-predecessor-defined section.
           if sd-predecessor > zero
               move zero to ws-step-match-index
               perform varying ws-sub2 from 1 by 1
                       until ws-sub2 > ws-step-count
                          or ws-step-match-index > zero
                   if ws-st-step-number(ws-sub2) = sd-predecessor
                       move ws-sub2 to ws-step-match-index
                   end-if
               end-perform
               if ws-step-match-index = zero
                   move "PREDECESSOR NOT AN EARLIER STEP"
                       to ws-stream-reason
               end-if
           end-if.

      ***** The stream to restart is the last one on the ledger. Its
      ***** entries give each step its latest outcome, so a step that
      ***** failed and was later rerun clean counts as complete.
       load-ledger-stream section.
           open input step-ledger
           if ws-stepldgr-status not = "00"
               move space to ws-stream-in-order
               move "NO STEP LEDGER - NOTHING TO RESTART"
                   to ws-stream-reason
           else
               perform find-last-stream-entry
                   until ws-stepldgr-status not = "00"
               close step-ledger
               if ws-ledger-last-stream = spaces
                   move space to ws-stream-in-order
                   move "NO STREAM ON STEP LEDGER - NOTHING TO RESTART"
                       to ws-stream-reason
               else
                   move ws-ledger-last-stream to ws-stream-id
                   open input step-ledger
                   perform carry-one-ledger-outcome
                       until ws-stepldgr-status not = "00"
                   if ws-stepldgr-status not = "10"
                       move space to ws-stream-in-order
                       move "STEPLDGR NOT READ TO END"
                           to ws-stream-reason
                   end-if
                   close step-ledger
               end-if
           end-if.

       find-last-stream-entry section.
           read step-ledger
               at end
                   move "10" to ws-stepldgr-status
               not at end
                   move lg-stream-id to ws-ledger-last-stream
           end-read.

       carry-one-ledger-outcome section.
           read step-ledger
               at end
                   move "10" to ws-stepldgr-status
               not at end
                   if lg-stream-id = ws-stream-id
                       move lg-step-number to ws-edit-step
                       perform find-step-entry
                       if ws-step-match-index > zero
                           move lg-outcome
                               to ws-st-outcome(ws-step-match-index)
                       end-if
                   end-if
           end-read.

       find-step-entry section.
           move zero to ws-step-match-index
           perform varying ws-sub2 from 1 by 1
                   until ws-sub2 > ws-step-count
                      or ws-step-match-index > zero
               if ws-st-step-number(ws-sub2) = ws-edit-step
                   move ws-sub2 to ws-step-match-index
               end-if
           end-perform.

      ***** Restart from the step the card names, or else from the
      ***** first step that has not completed. Every step ahead of the
      ***** restart point must have completed (or been skipped as not
      ***** due) in the stream, or the restart would jump a gap.
       find-restart-point section.
           move zero to ws-start-index
           if ws-restart-step > zero
               move ws-restart-step to ws-edit-step
               perform find-step-entry
               if ws-step-match-index = zero
                   move space to ws-stream-in-order
                   move "RESTART STEP NOT DEFINED ON STEPDEFS"
                       to ws-stream-reason
               else
                   if ws-st-finished-ok(ws-step-match-index)
                       move space to ws-stream-in-order
                       move spaces to ws-stream-reason
                       string "STEP "            delimited by size
                              ws-restart-step    delimited by size
                              " ALREADY COMPLETED - NOT RERUN"
                                                 delimited by size
                              into ws-stream-reason
                       end-string
                   else
                       move ws-step-match-index to ws-start-index
                   end-if
               end-if
           else
               perform varying ws-sub2 from 1 by 1
                       until ws-sub2 > ws-step-count
                          or ws-start-index > zero
                   if not ws-st-finished-ok(ws-sub2)
                       move ws-sub2 to ws-start-index
                   end-if
               end-perform
               if ws-start-index = zero
                   move space to ws-stream-in-order
                   move "STREAM ALREADY COMPLETE - NOTHING TO RESTART"
                       to ws-stream-reason
               end-if
           end-if
           if ws-stream-is-in-order
               perform varying ws-sub2 from 1 by 1
                       until ws-sub2 not < ws-start-index
                          or not ws-stream-is-in-order
                   if not ws-st-finished-ok(ws-sub2)
                       move space to ws-stream-in-order
                       move spaces to ws-stream-reason
                       string "STEP "            delimited by size
                              ws-st-step-number(ws-sub2)
                                                 delimited by size
                              " HAS NOT COMPLETED - RESTART FROM IT"
                                                 delimited by size
                              into ws-stream-reason
                       end-string
                   end-if
               end-perform
           end-if
           if ws-stream-is-in-order
      ***** The steps from the restart point on that did not finish
      ***** are taken afresh; those that did keep their outcome, so
      ***** they are not rerun and their successors may still go.
               perform varying ws-sub2 from ws-start-index by 1
                       until ws-sub2 > ws-step-count
                   if not ws-st-finished-ok(ws-sub2)
                       move spaces to ws-st-outcome(ws-sub2)
                   end-if
               end-perform
               display "jobstrm: restarting stream " ws-stream-id
                       " from step " ws-st-step-number(ws-start-index)
           end-if.

      ***** Refuse the step when its predecessor has not finished
      ***** acceptably in the stream, skip a month-end step outside
      ***** month end, otherwise run it and judge its completion code.
       take-one-step section.
           perform take-current-timestamp
           move ws-current-timestamp to ws-step-started
           move zero to ws-step-code
           move spaces to ws-step-reason
           move spaces to ws-step-outcome
           if ws-st-predecessor(ws-sub1) > zero
               move ws-st-predecessor(ws-sub1) to ws-edit-step
               perform find-step-entry
               if not ws-st-finished-ok(ws-step-match-index)
                   move "REFUSED" to ws-step-outcome
                   string "PREDECESSOR STEP "   delimited by size
                          ws-st-predecessor(ws-sub1) delimited by size
                          " DID NOT COMPLETE"   delimited by size
                          into ws-step-reason
                   end-string
               end-if
           end-if
           if ws-step-outcome = spaces
               if ws-st-schedule(ws-sub1) = "M"
                  and ws-stream-id(7:2) not = "01"
                   move "SKIPPED" to ws-step-outcome
                   move "MONTH-END STEP - NOT DUE" to ws-step-reason
               else
                   perform run-step-program
               end-if
           end-if
           move ws-step-outcome to ws-st-outcome(ws-sub1)
           if not ws-st-finished-ok(ws-sub1)
               add 1 to ws-steps-failed-count
               if ws-first-failed-step = zero
                   move ws-st-step-number(ws-sub1)
                       to ws-first-failed-step
               end-if
           end-if
           perform take-current-timestamp
           perform write-ledger-entry
           display "jobstrm: step " ws-st-step-number(ws-sub1)
                   " " ws-st-program(ws-sub1)
                   " " ws-step-outcome
                   " code " ws-step-code
                   " " ws-step-reason.

      ***** A step that reports through the operations summary must
      ***** have written one during this execution; a summary older
      ***** than the step's start is last night's, and says nothing
      ***** about how this run ended. The worse of the two codes
      ***** counts, so an abend after the summary is not missed.
       run-step-program section.
           move spaces to ws-command-line
           if ws-st-command(ws-sub1) = spaces
               string ws-st-program(ws-sub1) delimited by space
                      x"00"                  delimited by size
                      into ws-command-line
               end-string
           else
               string ws-st-command(ws-sub1) delimited by "  "
                      x"00"                  delimited by size
                      into ws-command-line
               end-string
           end-if
           display "jobstrm: step " ws-st-step-number(ws-sub1)
                   " " ws-st-program(ws-sub1) " starting"
           add 1 to ws-steps-run-count
           call "SYSTEM" using ws-command-line
           move return-code to ws-step-return
           move zero to return-code
      ***** Where the call hands back the shell's raw wait status, the
      ***** step's own exit code is its high-order byte.
           if ws-step-return > 255
               divide ws-step-return by 256 giving ws-step-return
           end-if
           if ws-step-return < zero or ws-step-return > 99
               move 99 to ws-step-code
           else
               move ws-step-return to ws-step-code
           end-if
           if ws-st-code-source(ws-sub1) = "O"
               perform take-summary-return-code
           end-if
           if ws-step-reason = spaces
               if ws-step-code > ws-st-max-code(ws-sub1)
                   move "FAILED" to ws-step-outcome
                   string "COMPLETION CODE ABOVE "  delimited by size
                          ws-st-max-code(ws-sub1)   delimited by size
                          into ws-step-reason
                   end-string
               else
                   move "COMPLETE" to ws-step-outcome
               end-if
           else
               move "FAILED" to ws-step-outcome
           end-if.

       take-summary-return-code section.
           open input operations-summary-file
           if ws-opsummry-status not = "00"
               move "NO OPERATIONS SUMMARY FROM STEP" to ws-step-reason
           else
               read operations-summary-file
                   at end
                       move "NO OPERATIONS SUMMARY FROM STEP"
                           to ws-step-reason
                   not at end
                       if os-run-timestamp < ws-step-started
                          or os-return-code not numeric
                           move "NO OPERATIONS SUMMARY FROM STEP"
                               to ws-step-reason
                       else
                           if os-return-code > ws-step-code
                               move os-return-code to ws-step-code
                           end-if
                       end-if
               end-read
               close operations-summary-file
           end-if.

       write-ledger-entry section.
           move spaces to step-ledger-record
           move ws-stream-id to lg-stream-id
           move ws-st-step-number(ws-sub1) to lg-step-number
           move ws-st-program(ws-sub1) to lg-program
           move ws-operator to lg-operator
           move ws-step-started to lg-started
           move ws-current-timestamp to lg-ended
           move ws-step-code to lg-completion-code
           move ws-step-outcome to lg-outcome
           move ws-step-reason to lg-reason
           write step-ledger-record
           if ws-stepldgr-status not = "00"
               move space to ws-ledger-written
               string "STEPLDGR NOT WRITTEN FOR STEP "
                                              delimited by size
                      ws-st-step-number(ws-sub1) delimited by size
                      " - STATUS "            delimited by size
                      ws-stepldgr-status      delimited by size
                      into ws-stream-reason
               end-string
           end-if.
