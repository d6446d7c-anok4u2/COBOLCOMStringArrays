      ***** Transactions arrive on BANKTXN, one per record:
      *****   A  add a new entry (expired-after defaults to open)
      *****   E  expire the open entry for the code as of the
      *****      transaction's expired-after date, optionally naming
      *****      the successor code it was merged into
      *****   R  rename the open entry for the code
      *****   C  set (or, with a blank successor, clear) the successor
      *****      crosswalk on the code's expired entry
      ***** A successor, with the date it takes effect from (blank:
      ***** the day after the old code expires), turns the expired
      ***** code into a crosswalk: the validation batch checks work
      ***** still quoting the old code under the successor and tells
      ***** the sending branch so. The successor must be a different
      ***** code registered past the old code's expiry.
      ***** No transaction reaches the master on the run it is keyed
      ***** for. Each one is held on the pending file BANKPEND under
      ***** the submitting user's id (tx-user-id, which is therefore
      ***** required) and a pending id of its own, and waits there for
      ***** a second user's decision on a later run. Decisions arrive
      ***** on BANKAPPR, one card per pending item:
      *****   bytes  1-6   pending id
      *****   byte   7     A approve, R reject
      *****   bytes  8-15  deciding user's id - never the submitter's
      *****   bytes 16-45  reason, carried to the audit trail
      ***** Approved items are applied in the order they were keyed;
      ***** an approval is no guarantee, since the master may have
      ***** moved on since submission, and an item that no longer
      ***** applies is rejected as any transaction always was. Items
      ***** still undecided after the age limit drop off as rejected;
      ***** the limit is bytes 9-11 of the BANKCTL card, in days, 7
      ***** when not given. BANKPNDL lists every item left waiting,
      ***** who keyed it and how long it has waited.
      *****
      ***** Every transaction, queued, applied or rejected, and every
      ***** decision refused, is written to the BANKAUDT audit trail
      ***** with the submitting user, the approving user and pending
      ***** id where there are any, the before and after values, and
      ***** the reason when rejected. The updated master is written to
      ***** BANKNEWM; operations swaps it in for BANKCODE once the
      ***** audit trail has been eyeballed, and before the next run -
      ***** an applied item leaves the pending file for good.
      *****
      ***** Before an expire transaction is applied, its impact is
      ***** sized against the live book: the audit archive master
      ***** on those accounts; the volumes land on the BANKIMPR report
      ***** by condition code and last-checked age. The function card
      ***** on BANKCTL picks the mode:
      *****   APPLY  - analyze each expire, queue the stream for
      *****            approval and apply what has been approved (no
      *****            control file means APPLY); the checker decides
      *****            an expire with its impact on BANKIMPR in hand
      *****   REPORT - analyze only: nothing is queued or applied, no
      *****            decisions are taken, the pending file is left
      *****            as it is, no BANKNEWM
      *****            is cut, and the run ends with a warning code so
      *****            the swap-in step stays held - this is how a
      *****            merger's cleanup is sized before the expire is
           select impact-report assign to BANKIMPR
               organization is line sequential
               file status is ws-bankimpr-status.
           select bank-pending-file assign to BANKPEND
               organization is line sequential
               file status is ws-bankpend-status.
           select bank-decision-file assign to BANKAPPR
               organization is line sequential
               file status is ws-bankappr-status.
           select pending-listing assign to BANKPNDL
               organization is line sequential
               file status is ws-bankpndl-status.

       data division.
       file section.
           05  bm-bank-name             pic x(20).
           05  bm-effective-from        pic 9(08).
           05  bm-expired-after         pic 9(08).
           05  bm-successor-code        pic x(04).
           05  bm-successor-from        pic 9(08).

       fd  bank-master-out.
       01  bank-master-out-record.
           05  bo-bank-name             pic x(20).
           05  bo-effective-from        pic 9(08).
           05  bo-expired-after         pic 9(08).
           05  bo-successor-code        pic x(04).
           05  bo-successor-from        pic 9(08).

       fd  bank-transaction-file.
       01  bank-transaction-record      pic x(61).

      ***** Audit trail of who changed what: one record per
      ***** transaction, applied or rejected.
           05  ba-new-expired           pic 9(08).
           05  ba-disposition           pic x(08).
           05  ba-reject-reason         pic x(30).
           05  ba-approver-id           pic x(08).
           05  ba-pending-id            pic 9(06).
           05  ba-old-successor         pic x(04).
           05  ba-new-successor         pic x(04).
           05  ba-successor-from        pic 9(08).

       fd  maintenance-control.
       01  maintenance-control-record   pic x(80).
       fd  impact-report.
       01  impact-report-record         pic x(120).

      ***** Transactions awaiting a decision. The first record ("H")
      ***** carries the last pending id issued, so an id is never
      ***** reused and a stale decision card cannot land on a later
      ***** item; each "P" record carries one transaction exactly as
      ***** it was keyed on BANKTXN.
       fd  bank-pending-file.
       01  bank-pending-record.
           05  bp-record-type           pic x(01).
           05  bp-pending-id            pic 9(06).
           05  bp-submitted-timestamp   pic x(16).
           05  bp-transaction           pic x(61).

       fd  bank-decision-file.
       01  bank-decision-record.
           05  bd-pending-id            pic 9(06).
           05  bd-decision              pic x(01).
           05  bd-user-id               pic x(08).
           05  bd-reason                pic x(30).

       fd  pending-listing.
       01  pending-listing-record       pic x(120).

       working-storage section.
       01  ws-bankcode-status           pic x(02).
       01  ws-banknewm-status           pic x(02).
       01  ws-archmast-status           pic x(02).
       01  ws-rsltcach-status           pic x(02).
       01  ws-bankimpr-status           pic x(02).
       01  ws-bankpend-status           pic x(02).
       01  ws-bankappr-status           pic x(02).
       01  ws-bankpndl-status           pic x(02).

      ***** The transaction in hand, whether just keyed on BANKTXN or
      ***** taken back off the pending file for applying.
       01  ws-bank-transaction.
           05  tx-action                pic x(01).
           05  tx-bank-code             pic x(04).
           05  tx-bank-name             pic x(20).
           05  tx-effective-from        pic 9(08).
           05  tx-expired-after         pic 9(08).
           05  tx-user-id               pic x(08).
           05  tx-successor-code        pic x(04).
           05  tx-successor-from        pic 9(08).

      ***** The pending file is worked on in storage and written back
      ***** whole at the end of an APPLY run. Each item's state:
      *****   W  waiting for a decision
      *****   A  approved on this run, to be applied
      *****   R  rejected on this run by the deciding user
      *****   D  done with - applied, rejected or aged out
       01  ws-pending-table.
           05  ws-pending-entry occurs 999.
               10  ws-pn-pending-id     pic 9(06).
               10  ws-pn-submitted      pic x(16).
               10  ws-pn-transaction    pic x(61).
               10  ws-pn-state          pic x(01).
               10  ws-pn-approver       pic x(08).
               10  ws-pn-decision-reason
                                        pic x(30).
       01  ws-pending-count             pic 9(04) value zero.
       01  ws-last-pending-id           pic 9(06) value zero.
       01  ws-bankpend-read-clean       pic x(01) value space.
           88  ws-bankpend-load-clean       value "Y".
       01  ws-bankpend-write-status     pic x(02) value spaces.
       01  ws-pending-match-index       pic 9(04) comp-5.
       01  ws-pending-age-limit         pic 9(03) value 7.
       01  ws-pending-age               pic s9(05) comp-5.
       01  ws-pending-age-display       pic 9(05).
       01  ws-txn-queued-flag           pic x(01) value space.
           88  ws-txn-was-queued            value "Y".
       01  ws-decision-refused-flag     pic x(01) value space.
           88  ws-decision-was-refused      value "Y".
       01  ws-txn-queued-count          pic 9(04) value zero.
       01  ws-decision-read-count       pic 9(04) value zero.
       01  ws-decision-refused-count    pic 9(04) value zero.
       01  ws-pending-aged-count        pic 9(04) value zero.
       01  ws-pending-waiting-count     pic 9(04) value zero.

      ***** The function card. No control file or an unrecognized card
      ***** means APPLY, so the nightly stream behaves exactly as it
               10  ws-bank-code-name    pic x(20).
               10  ws-bank-code-eff     pic 9(08).
               10  ws-bank-code-exp     pic 9(08).
               10  ws-bank-code-succ    pic x(04).
               10  ws-bank-code-succ-dt pic 9(08).
       01  ws-bank-code-count           pic 9(04) value zero.
       01  ws-bankcode-overflow         pic x(01) value space.
           88  ws-bankcode-table-full       value "Y".
       01  ws-sub1                      pic 9(04) comp-5.
       01  ws-match-index               pic 9(04) comp-5.
       01  ws-txn-expiry                pic 9(08).
       01  ws-txn-successor-from        pic 9(08).
       01  ws-successor-found           pic x(01).
           88  ws-successor-registered      value "Y".
       01  ws-reject-reason             pic x(30).
           88  ws-txn-accepted              value spaces.

                           " - run refused"
                   move 12 to return-code
               else
                   perform load-pending-file
                   if not ws-bankpend-load-clean
                       display "bankmant: pending file not read to"
                               " end - run refused"
                       move 12 to return-code
                   else
                       perform maintain-bank-master
                   end-if
               end-if
           end-if
                   " applied " ws-txn-applied-count
                   " rejected " ws-txn-rejected-count
                   " analyzed " ws-txn-analyzed-count
           display "bankmant: queued " ws-txn-queued-count
                   " decisions " ws-decision-read-count
                   " refused " ws-decision-refused-count
                   " aged out " ws-pending-aged-count
                   " waiting " ws-pending-waiting-count
           stop run.

      ***** Decisions are taken before the new stream is queued, so
      ***** nothing keyed on this run can be decided on it. The pending
      ***** file is written back only behind a clean BANKNEWM: a
      ***** refused run leaves it exactly as it was, approved items
      ***** included, for the rerun to apply.
       maintain-bank-master section.
           if ws-function-apply
               perform take-decisions
               perform settle-pending-items
           end-if
           perform apply-transactions
      ***** A report-only run cuts no BANKNEWM at all, and must not
      ***** end clean either: a stale BANKNEWM from a prior run could
      ***** otherwise be swapped in on the back of a sizing exercise.
           if ws-function-report
               display "bankmant: report-only run -"
                       " master not rewritten"
               move 4 to return-code
           else
               perform write-bank-master
               if not ws-bankmaster-write-clean
                   display "bankmant: new master not written"
                           " clean - status "
                           ws-banknewm-write-status
                           " - run refused"
                   move 12 to return-code
               else
                   perform write-pending-file
                   if ws-bankpend-write-status not = "00"
                       display "bankmant: pending file not written"
                               " clean - status "
                               ws-bankpend-write-status
                               " - run refused"
                       move 12 to return-code
                   end-if
               end-if
           end-if
           perform write-pending-listing.

      ***** Pick up the function card, if one has been supplied. No
      ***** control file or an unrecognized card means APPLY, so an
      ***** accidental card can never turn a live merger stream into a
                       else
                           move "APPLY" to ws-function
                       end-if
                       if maintenance-control-record(9:3) numeric
                          and maintenance-control-record(9:3)
                               not = "000"
                           move maintenance-control-record(9:3)
                               to ws-pending-age-limit
                       end-if
               end-read
               close maintenance-control
           end-if.
                           move 99999999
                               to ws-bank-code-exp(ws-bank-code-count)
                       end-if
                       move bm-successor-code
                           to ws-bank-code-succ(ws-bank-code-count)
                       if bm-successor-from numeric
                           move bm-successor-from
                               to ws-txn-successor-from
                       else
                           move zero to ws-txn-successor-from
                       end-if
                       move ws-txn-successor-from
                           to ws-bank-code-succ-dt(ws-bank-code-count)
                   else
                       move "Y" to ws-bankcode-overflow
                   end-if
               close bank-transaction-file
           end-if.

      ***** A newly keyed transaction is only queued for a decision.
      ***** An unknown action goes no further than it ever did; the
      ***** rest wait on the pending file for a second user.
       apply-one-transaction section.
           read bank-transaction-file into ws-bank-transaction
               at end
                   move "10" to ws-banktxn-status
               not at end
                   add 1 to ws-txn-read-count
                   perform clear-audit-context
                   if tx-action = "A" or tx-action = "R"
                      or tx-action = "C"
                       perform queue-plain-transaction
                   else
                       if tx-action = "E"
      ***** The impact is sized before the expire is queued, whatever
      ***** the mode, so the checker decides with the volumes in hand;
      ***** in a report-only run the analysis is the whole point and
      ***** the transaction goes no further.
                           perform analyze-expiry-impact
                           if ws-function-report
                               move "Y" to ws-txn-analyzed-flag
                               add 1 to ws-txn-analyzed-count
                           else
                               perform queue-pending-transaction
                           end-if
                       else
                           move "UNKNOWN ACTION CODE"
                               to ws-reject-reason
                           add 1 to ws-txn-rejected-count
                       end-if
                   end-if
                   perform write-audit-record
           end-read.

       clear-audit-context section.
           move spaces to ws-reject-reason
           move space to ws-txn-analyzed-flag
           move space to ws-txn-queued-flag
           move space to ws-decision-refused-flag
           move spaces to ba-old-name
           move zero to ba-old-expired
           move spaces to ba-approver-id
           move zero to ba-pending-id
           move spaces to ba-old-successor.

      ***** Adds, renames and crosswalk changes in a report-only run
      ***** are not queued either - the run must change nothing - and
      ***** the audit trail says exactly why each one went nowhere.
       queue-plain-transaction section.
           if ws-function-report
               move "REPORT-ONLY RUN" to ws-reject-reason
               add 1 to ws-txn-rejected-count
           else
               perform queue-pending-transaction
           end-if.

      ***** The submitting user is the maker the checker must differ
      ***** from, so a transaction keyed without one cannot be held.
       queue-pending-transaction section.
           if tx-user-id = spaces
               move "SUBMITTING USER ID REQUIRED" to ws-reject-reason
               add 1 to ws-txn-rejected-count
           else
               if ws-pending-count = 999
                   move "PENDING FILE FULL" to ws-reject-reason
                   add 1 to ws-txn-rejected-count
               else
                   add 1 to ws-pending-count
                   add 1 to ws-last-pending-id
                   move ws-last-pending-id
                       to ws-pn-pending-id(ws-pending-count)
                   move ws-current-timestamp
                       to ws-pn-submitted(ws-pending-count)
                   move ws-bank-transaction
                       to ws-pn-transaction(ws-pending-count)
                   move "W" to ws-pn-state(ws-pending-count)
                   move spaces to ws-pn-approver(ws-pending-count)
                   move spaces
                       to ws-pn-decision-reason(ws-pending-count)
                   move ws-last-pending-id to ba-pending-id
                   move "Y" to ws-txn-queued-flag
                   add 1 to ws-txn-queued-count
               end-if
           end-if.

      ***** Load the pending file; a missing one is an empty one. A
      ***** load that stopped early, or a file holding more than the
      ***** table, would drop items on the rewrite, so either refuses
      ***** the run.
       load-pending-file section.
           move zero to ws-pending-count
           move zero to ws-last-pending-id
           move space to ws-bankpend-read-clean
           open input bank-pending-file
           if ws-bankpend-status = "35"
               move "Y" to ws-bankpend-read-clean
           else
               perform load-one-pending-record
                   until ws-bankpend-status not = "00"
               if ws-bankpend-status = "10"
                   move "Y" to ws-bankpend-read-clean
               end-if
               close bank-pending-file
           end-if.

       load-one-pending-record section.
           read bank-pending-file
               at end
                   move "10" to ws-bankpend-status
               not at end
                   if bp-record-type = "H"
                       if bp-pending-id numeric
                          and bp-pending-id > ws-last-pending-id
                           move bp-pending-id to ws-last-pending-id
                       end-if
                   else
                       if ws-pending-count < 999
                           add 1 to ws-pending-count
                           move bp-pending-id
                               to ws-pn-pending-id(ws-pending-count)
                           move bp-submitted-timestamp
                               to ws-pn-submitted(ws-pending-count)
                           move bp-transaction
                               to ws-pn-transaction(ws-pending-count)
                           move "W" to ws-pn-state(ws-pending-count)
                           move spaces
                               to ws-pn-approver(ws-pending-count)
                           move spaces to
                               ws-pn-decision-reason(ws-pending-count)
                           if bp-pending-id > ws-last-pending-id
                               move bp-pending-id
                                   to ws-last-pending-id
                           end-if
                       else
                           move "99" to ws-bankpend-status
                       end-if
                   end-if
           end-read.

      ***** Record each decision against its item. A decision that
      ***** cannot stand - no such item waiting, no deciding user, the
      ***** submitter deciding their own item, or an unknown decision
      ***** code - is refused on the audit trail and the item keeps
      ***** waiting.
       take-decisions section.
           open input bank-decision-file
           if ws-bankappr-status = "35"
               continue
           else
               perform take-one-decision
                   until ws-bankappr-status not = "00"
               close bank-decision-file
           end-if.

       take-one-decision section.
           read bank-decision-file
               at end
                   move "10" to ws-bankappr-status
               not at end
                   add 1 to ws-decision-read-count
                   perform clear-audit-context
                   move spaces to ws-bank-transaction
                   perform find-pending-item
                   if ws-pending-match-index = zero
                       move "NO SUCH ITEM AWAITING DECISION"
                           to ws-reject-reason
                   else
                       move ws-pn-transaction(ws-pending-match-index)
                           to ws-bank-transaction
                       if bd-user-id = spaces
                           move "DECIDING USER ID REQUIRED"
                               to ws-reject-reason
                       else
                           if bd-user-id = tx-user-id
                               move "APPROVER SAME AS SUBMITTER"
                                   to ws-reject-reason
                           else
                               if bd-decision not = "A"
                                  and bd-decision not = "R"
                                   move "UNKNOWN DECISION CODE"
                                       to ws-reject-reason
                               end-if
                           end-if
                       end-if
                   end-if
                   if ws-txn-accepted
                       move bd-decision
                           to ws-pn-state(ws-pending-match-index)
                       move bd-user-id
                           to ws-pn-approver(ws-pending-match-index)
                       move bd-reason to
                           ws-pn-decision-reason(ws-pending-match-index)
                   else
                       move "Y" to ws-decision-refused-flag
                       add 1 to ws-decision-refused-count
                       move bd-user-id to ba-approver-id
                       if bd-pending-id numeric
                           move bd-pending-id to ba-pending-id
                       end-if
                       perform write-audit-record
                   end-if
           end-read.

       find-pending-item section.
           move zero to ws-pending-match-index
           if bd-pending-id numeric
               perform varying ws-sub1 from 1 by 1
                       until ws-sub1 > ws-pending-count
                          or ws-pending-match-index > zero
                   if ws-pn-pending-id(ws-sub1) = bd-pending-id
                      and ws-pn-state(ws-sub1) = "W"
                       move ws-sub1 to ws-pending-match-index
                   end-if
               end-perform
           end-if.

      ***** Walk the items in the order they were keyed: approved ones
      ***** are applied, rejected ones closed, and anything still
      ***** waiting past the age limit drops off as rejected.
       settle-pending-items section.
           perform varying ws-sub2 from 1 by 1
                   until ws-sub2 > ws-pending-count
               perform settle-one-pending-item
           end-perform.

       settle-one-pending-item section.
           perform clear-audit-context
           move ws-pn-transaction(ws-sub2) to ws-bank-transaction
           move ws-pn-pending-id(ws-sub2) to ba-pending-id
           move ws-pn-approver(ws-sub2) to ba-approver-id
           if ws-pn-state(ws-sub2) = "A"
               if tx-action = "A"
                   perform apply-add-transaction
               else
                   if tx-action = "E"
                       perform apply-expire-transaction
                   else
                       if tx-action = "C"
                           perform apply-crosswalk-transaction
                       else
                           perform apply-rename-transaction
                       end-if
                   end-if
               end-if
               move "D" to ws-pn-state(ws-sub2)
               perform write-audit-record
           else
               if ws-pn-state(ws-sub2) = "R"
                   if ws-pn-decision-reason(ws-sub2) = spaces
                       move "REJECTED BY APPROVER"
                           to ws-reject-reason
                   else
                       move ws-pn-decision-reason(ws-sub2)
                           to ws-reject-reason
                   end-if
                   add 1 to ws-txn-rejected-count
                   move "D" to ws-pn-state(ws-sub2)
                   perform write-audit-record
               else
                   perform compute-pending-age
                   if ws-pending-age > ws-pending-age-limit
                       move "NOT APPROVED WITHIN AGE LIMIT"
                           to ws-reject-reason
                       add 1 to ws-txn-rejected-count
                       add 1 to ws-pending-aged-count
                       move "D" to ws-pn-state(ws-sub2)
                       perform write-audit-record
                   end-if
               end-if
           end-if.

       compute-pending-age section.
           if ws-pn-submitted(ws-sub2)(1:8) numeric
               move ws-pn-submitted(ws-sub2)(1:8) to ws-cds-date
               perform convert-date-to-serial
               compute ws-pending-age = ws-today-serial - ws-cds-serial
           else
               move 99999 to ws-pending-age
           end-if.

      ***** Write back the header and every item still waiting, in
      ***** pending-id order.
       write-pending-file section.
           open output bank-pending-file
           move ws-bankpend-status to ws-bankpend-write-status
           if ws-bankpend-status = "00"
               move spaces to bank-pending-record
               move "H" to bp-record-type
               move ws-last-pending-id to bp-pending-id
               move ws-current-timestamp to bp-submitted-timestamp
               write bank-pending-record
               perform varying ws-sub2 from 1 by 1
                       until ws-sub2 > ws-pending-count
                          or ws-bankpend-status not = "00"
                   if ws-pn-state(ws-sub2) = "W"
                       move "P" to bp-record-type
                       move ws-pn-pending-id(ws-sub2) to bp-pending-id
                       move ws-pn-submitted(ws-sub2)
                           to bp-submitted-timestamp
                       move ws-pn-transaction(ws-sub2)
                           to bp-transaction
                       write bank-pending-record
                   end-if
               end-perform
               move ws-bankpend-status to ws-bankpend-write-status
               close bank-pending-file
               if ws-bankpend-write-status = "00"
                   move ws-bankpend-status to ws-bankpend-write-status
               end-if
           end-if.

      ***** What is left waiting for a decision and who keyed it.
       write-pending-listing section.
           move zero to ws-pending-waiting-count
           open output pending-listing
           move spaces to pending-listing-record
           string "BANK-CODE TRANSACTIONS AWAITING APPROVAL "
                      delimited by size
                  ws-current-timestamp delimited by size
                  " AGE LIMIT "        delimited by size
                  ws-pending-age-limit delimited by size
                  " DAYS"              delimited by size
                  into pending-listing-record
           end-string
           write pending-listing-record
           move spaces to pending-listing-record
           string "PEND-ID KEYED           BY       AGE   A CODE "
                      delimited by size
                  "NAME                 EFF-FROM EXP-AFTR SUCC SUCC-FRM"
                      delimited by size
                  into pending-listing-record
           end-string
           write pending-listing-record
           perform varying ws-sub2 from 1 by 1
                   until ws-sub2 > ws-pending-count
               if ws-pn-state(ws-sub2) = "W"
                   add 1 to ws-pending-waiting-count
                   perform write-one-pending-line
               end-if
           end-perform
           move spaces to pending-listing-record
           string "ITEMS AWAITING APPROVAL: " delimited by size
                  ws-pending-waiting-count    delimited by size
                  into pending-listing-record
           end-string
           write pending-listing-record
           close pending-listing.

       write-one-pending-line section.
           move ws-pn-transaction(ws-sub2) to ws-bank-transaction
           perform compute-pending-age
           move ws-pending-age to ws-pending-age-display
           move spaces to pending-listing-record
           string ws-pn-pending-id(ws-sub2) delimited by size
                  " "                       delimited by size
                  ws-pn-submitted(ws-sub2)  delimited by size
                  " "                       delimited by size
                  tx-user-id                delimited by size
                  " "                       delimited by size
                  ws-pending-age-display    delimited by size
                  " "                       delimited by size
                  tx-action                 delimited by size
                  " "                       delimited by size
                  tx-bank-code              delimited by size
                  " "                       delimited by size
                  tx-bank-name              delimited by size
                  " "                       delimited by size
                  tx-effective-from         delimited by size
                  " "                       delimited by size
                  tx-expired-after          delimited by size
                  " "                       delimited by size
                  tx-successor-code         delimited by size
                  " "                       delimited by size
                  tx-successor-from         delimited by size
                  into pending-listing-record
           end-string
           write pending-listing-record.

      ***** Add a new entry. The effective-from date is required; the
      ***** expiry defaults to open-ended. An entry whose dates overlap
      ***** an existing entry for the same code is rejected, so one
           end-perform.

      ***** Expire the open entry for the code as of the transaction's
      ***** expired-after date - the normal merger action. A successor
      ***** named on the expire sets the crosswalk in the same step; a
      ***** blank one leaves any crosswalk already on the entry alone.
       apply-expire-transaction section.
           if tx-expired-after not numeric
              or tx-expired-after = zero
                           < ws-bank-code-eff(ws-match-index)
                       move "EXPIRY BEFORE EFFECTIVE DATE"
                           to ws-reject-reason
                   else
                       if tx-successor-code not = spaces
                           move tx-expired-after to ws-txn-expiry
                           perform validate-successor-code
                       end-if
                   end-if
               end-if
           end-if
           if ws-txn-accepted
               move ws-bank-code-name(ws-match-index) to ba-old-name
               move ws-bank-code-exp(ws-match-index) to ba-old-expired
               move ws-bank-code-succ(ws-match-index)
                   to ba-old-successor
               move tx-expired-after
                   to ws-bank-code-exp(ws-match-index)
               if tx-successor-code not = spaces
                   move tx-successor-code
                       to ws-bank-code-succ(ws-match-index)
                   move ws-txn-successor-from
                       to ws-bank-code-succ-dt(ws-match-index)
               end-if
               add 1 to ws-txn-applied-count
           else
               add 1 to ws-txn-rejected-count
               add 1 to ws-txn-rejected-count
           end-if.

      ***** Set or clear the crosswalk on a code already expired, for
      ***** a merger whose successor was not known when the expire went
      ***** through. Only an entry with an expiry can carry one: an
      ***** open code is still checked as itself.
       apply-crosswalk-transaction section.
           perform find-latest-entry
           if ws-match-index = zero
               move "NO ENTRY FOR CODE" to ws-reject-reason
           else
               if ws-bank-code-exp(ws-match-index) = 99999999
                   move "CODE NOT EXPIRED" to ws-reject-reason
               else
                   if tx-successor-code = spaces
                       move zero to ws-txn-successor-from
                   else
                       move ws-bank-code-exp(ws-match-index)
                           to ws-txn-expiry
                       perform validate-successor-code
                   end-if
               end-if
           end-if
           if ws-txn-accepted
               move ws-bank-code-name(ws-match-index) to ba-old-name
               move ws-bank-code-exp(ws-match-index) to ba-old-expired
               move ws-bank-code-succ(ws-match-index)
                   to ba-old-successor
               move tx-successor-code
                   to ws-bank-code-succ(ws-match-index)
               move ws-txn-successor-from
                   to ws-bank-code-succ-dt(ws-match-index)
               add 1 to ws-txn-applied-count
           else
               add 1 to ws-txn-rejected-count
           end-if.

      ***** A successor must be another code, with an entry still
      ***** registered after the old code's expiry (ws-txn-expiry), so
      ***** work translated to it has something to validate against.
      ***** The crosswalk takes effect from the date keyed, or from the
      ***** day after the expiry when none is (held as zero).
       validate-successor-code section.
           if tx-successor-from numeric
               move tx-successor-from to ws-txn-successor-from
           else
               move zero to ws-txn-successor-from
           end-if
           if tx-successor-code = tx-bank-code
               move "SUCCESSOR SAME AS CODE" to ws-reject-reason
           else
               move "N" to ws-successor-found
               perform varying ws-sub1 from 1 by 1
                       until ws-sub1 > ws-bank-code-count
                   if tx-successor-code = ws-bank-code-value(ws-sub1)
                      and ws-bank-code-exp(ws-sub1) > ws-txn-expiry
                       move "Y" to ws-successor-found
                   end-if
               end-perform
               if not ws-successor-registered
                   move "SUCCESSOR CODE NOT REGISTERED"
                       to ws-reject-reason
               end-if
           end-if.

      ***** The current entry for a code is the one with the latest
      ***** expiry - the open entry when there is one, otherwise the
      ***** most recently dated. Expire and rename work on that entry,
           else
               move zero to ba-new-expired
           end-if
           move tx-successor-code to ba-new-successor
           if tx-successor-from numeric
               move tx-successor-from to ba-successor-from
           else
               move zero to ba-successor-from
           end-if
           if ws-txn-was-analyzed
               move "ANALYZED" to ba-disposition
               move spaces to ba-reject-reason
           else
               if ws-txn-was-queued
                   move "PENDING" to ba-disposition
                   move spaces to ba-reject-reason
               else
                   if ws-decision-was-refused
                       move "REFUSED" to ba-disposition
                       move ws-reject-reason to ba-reject-reason
                   else
                       if ws-txn-accepted
                           move "APPLIED" to ba-disposition
                           move spaces to ba-reject-reason
                       else
                           move "REJECTED" to ba-disposition
                           move ws-reject-reason to ba-reject-reason
                       end-if
                   end-if
               end-if
           end-if
           write bank-audit-record.
                   move ws-bank-code-name(ws-sub1) to bo-bank-name
                   move ws-bank-code-eff(ws-sub1) to bo-effective-from
                   move ws-bank-code-exp(ws-sub1) to bo-expired-after
                   move ws-bank-code-succ(ws-sub1) to bo-successor-code
                   move ws-bank-code-succ-dt(ws-sub1)
                       to bo-successor-from
                   write bank-master-out-record
               end-perform
      ***** Capture the pass's first failure across both the writes
