      *****   E  expire the open entry for the account as of the
      *****      transaction's expired-after date
      *****   R  revise the reason on the open entry for the account
      ***** No transaction reaches the master on the run it is keyed
      ***** for. Each one is held on the pending file SUPPPEND under
      ***** the submitting user's id (tx-user-id, which is therefore
      ***** required) and a pending id of its own, and waits there for
      ***** a second user's decision on a later run. Decisions arrive
      ***** on SUPPAPPR, one card per pending item:
      *****   bytes  1-6   pending id
      *****   byte   7     A approve, R reject
      *****   bytes  8-15  deciding user's id - never the submitter's
      *****   bytes 16-45  reason, carried to the audit trail
      ***** Approved items are applied in the order they were keyed;
      ***** an approval is no guarantee, since the master may have
      ***** moved on since submission, and an item that no longer
      ***** applies is rejected as any transaction always was. Items
      ***** still undecided after the age limit drop off as rejected;
      ***** the limit is bytes 9-11 of the SUPPCTL card, in days, 7
      ***** when there is no card (the same place as on bankmant's
      ***** control card). SUPPPNDL lists every item left waiting,
      ***** who keyed it and how long it has waited.
      *****
      ***** Every transaction, queued, applied or rejected, and every
      ***** decision refused, is written to the SUPPAUDT audit trail
      ***** with the submitting user, the approving user and pending
      ***** id where there are any, the before and after values, and
      ***** the reason when rejected. The updated master is written to
      ***** SUPPNEWM; operations swaps it in for SUPPMAST once the
      ***** audit trail has been eyeballed, and before the next run -
      ***** an applied item leaves the pending file for good.

       special-names.
           environment-name  is environment-name
           environment-value is environment-value
           decimal-point is comma.

       input-output section.
           select suppression-audit-file assign to SUPPAUDT
               organization is line sequential
               file status is ws-suppaudt-status.
           select maintenance-control assign to SUPPCTL
               organization is line sequential
               file status is ws-suppctl-status.
           select suppression-pending-file assign to SUPPPEND
               organization is line sequential
               file status is ws-supppend-status.
           select suppression-decision-file assign to SUPPAPPR
               organization is line sequential
               file status is ws-suppappr-status.
           select pending-listing assign to SUPPPNDL
               organization is line sequential
               file status is ws-supppndl-status.

       data division.
       file section.
           05  so-expired-after         pic 9(08).

       fd  suppression-txn-file.
       01  suppression-txn-record       pic x(75).

      ***** Audit trail of who changed what: one record per
      ***** transaction, applied or rejected.
           05  sa-new-expired           pic 9(08).
           05  sa-disposition           pic x(08).
           05  sa-reject-reason         pic x(30).
           05  sa-approver-id           pic x(08).
           05  sa-pending-id            pic 9(06).

       fd  maintenance-control.
       01  maintenance-control-record   pic x(80).

      ***** Transactions awaiting a decision. The first record ("H")
      ***** carries the last pending id issued, so an id is never
      ***** reused and a stale decision card cannot land on a later
      ***** item; each "P" record carries one transaction exactly as
      ***** it was keyed on SUPPTXN.
       fd  suppression-pending-file.
       01  suppression-pending-record.
           05  sq-record-type           pic x(01).
           05  sq-pending-id            pic 9(06).
           05  sq-submitted-timestamp   pic x(16).
           05  sq-transaction           pic x(75).

       fd  suppression-decision-file.
       01  suppression-decision-record.
           05  sd-pending-id            pic 9(06).
           05  sd-decision              pic x(01).
           05  sd-user-id               pic x(08).
           05  sd-reason                pic x(30).

       fd  pending-listing.
       01  pending-listing-record       pic x(120).

       working-storage section.
       01  ws-suppmast-status           pic x(02).
       01  ws-suppnewm-status           pic x(02).
       01  ws-supptxn-status            pic x(02).
       01  ws-suppaudt-status           pic x(02).
       01  ws-suppctl-status            pic x(02).
       01  ws-supppend-status           pic x(02).
       01  ws-suppappr-status           pic x(02).
       01  ws-supppndl-status           pic x(02).

      ***** The transaction in hand, whether just keyed on SUPPTXN or
      ***** taken back off the pending file for applying.
       01  ws-suppression-transaction.
           05  tx-action                pic x(01).
           05  tx-account-number        pic x(20).
           05  tx-reason                pic x(30).
           05  tx-effective-from        pic 9(08).
           05  tx-expired-after         pic 9(08).
           05  tx-user-id               pic x(08).

      ***** The pending file is worked on in storage and written back
      ***** whole at the end of the run. Each item's state:
      *****   W  waiting for a decision
      *****   A  approved on this run, to be applied
      *****   R  rejected on this run by the deciding user
      *****   D  done with - applied, rejected or aged out
       01  ws-pending-table.
           05  ws-pending-entry occurs 999.
               10  ws-pn-pending-id     pic 9(06).
               10  ws-pn-submitted      pic x(16).
               10  ws-pn-transaction    pic x(75).
               10  ws-pn-state          pic x(01).
               10  ws-pn-approver       pic x(08).
               10  ws-pn-decision-reason
                                        pic x(30).
       01  ws-pending-count             pic 9(04) value zero.
       01  ws-last-pending-id           pic 9(06) value zero.
       01  ws-supppend-read-clean       pic x(01) value space.
           88  ws-supppend-load-clean       value "Y".
       01  ws-supppend-write-status     pic x(02) value spaces.
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
       01  ws-sub2                      pic 9(04) comp-5.

      ***** Day-serial date arithmetic for the pending-item ageing.
       01  ws-cds-date                  pic 9(08).
       01  ws-cds-date-r redefines ws-cds-date.
           05  ws-cds-year              pic 9(04).
           05  ws-cds-month             pic 9(02).
           05  ws-cds-day               pic 9(02).
       01  ws-cds-y                     pic 9(08) comp-5.
       01  ws-cds-m                     pic 9(04) comp-5.
       01  ws-cds-t1                    pic 9(08) comp-5.
       01  ws-cds-t2                    pic 9(08) comp-5.
       01  ws-cds-t3                    pic 9(08) comp-5.
       01  ws-cds-t4                    pic 9(08) comp-5.
       01  ws-cds-serial                pic 9(09) comp-5.
       01  ws-today-serial              pic 9(09) comp-5.

      ***** The whole master is worked on in storage, same ceiling as
      ***** the validation batch's screening table. Overflow refuses
           88  ws-txn-accepted              value spaces.

       01  ws-current-date              pic x(08).
       01  ws-current-date-n redefines ws-current-date
                                        pic 9(08).
       01  ws-current-time              pic x(08).
       01  ws-current-timestamp         pic x(16).

      ***** Printed reports carry only the last four characters of an
      ***** account number, unless the run was released to print them
      ***** in full (CHKACCTPRINT=FULL), which the heading then says.
      ***** Machine files always carry the number in full.
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

       procedure division.
       main section.
           display "Zacatek programu suppmant"
                  ws-current-time delimited by size
                  into ws-current-timestamp
           end-string
           move ws-current-date-n to ws-cds-date
           perform convert-date-to-serial
           move ws-cds-serial to ws-today-serial
           perform set-print-mode
           perform load-control-card
           open extend suppression-audit-file
           if ws-suppaudt-status = "35"
               open output suppression-audit-file
                           " - run refused"
                   move 12 to return-code
               else
                   perform load-pending-file
                   if not ws-supppend-load-clean
                       display "suppmant: pending file not read to"
                               " end - run refused"
                       move 12 to return-code
                   else
                       perform maintain-suppression-master
                   end-if
               end-if
           end-if
           display "suppmant: read " ws-txn-read-count
                   " applied " ws-txn-applied-count
                   " rejected " ws-txn-rejected-count
           display "suppmant: queued " ws-txn-queued-count
                   " decisions " ws-decision-read-count
                   " refused " ws-decision-refused-count
                   " aged out " ws-pending-aged-count
                   " waiting " ws-pending-waiting-count
           stop run.

      ***** Decisions are taken before the new stream is queued, so
      ***** nothing keyed on this run can be decided on it. The pending
      ***** file is written back only behind a clean SUPPNEWM: a
      ***** refused run leaves it exactly as it was, approved items
      ***** included, for the rerun to apply.
       maintain-suppression-master section.
           perform take-decisions
           perform settle-pending-items
           perform apply-transactions
           perform write-suppression-master
           if not ws-suppmast-write-clean
               display "suppmant: new master not written"
                       " clean - status "
                       ws-suppnewm-write-status
                       " - run refused"
               move 12 to return-code
           else
               perform write-pending-file
               if ws-supppend-write-status not = "00"
                   display "suppmant: pending file not written"
                           " clean - status "
                           ws-supppend-write-status
                           " - run refused"
                   move 12 to return-code
               end-if
           end-if
           perform write-pending-listing.

      ***** The control card carries only the pending age limit, in
      ***** bytes 9-11; no card means 7 days.
       load-control-card section.
           open input maintenance-control
           if ws-suppctl-status = "35"
               continue
           else
               read maintenance-control
                   not at end
                       if maintenance-control-record(9:3) numeric
                          and maintenance-control-record(9:3)
                               not = "000"
                           move maintenance-control-record(9:3)
                               to ws-pending-age-limit
                       end-if
               end-read
               close maintenance-control
           end-if.

      ***** Load the whole master; a missing master is an empty one, so
      ***** the very first entries can be added by transaction.
       load-suppression-master section.
               close suppression-txn-file
           end-if.

      ***** A newly keyed transaction is only queued for a decision.
      ***** An unknown action goes no further than it ever did; the
      ***** rest wait on the pending file for a second user.
       apply-one-transaction section.
           read suppression-txn-file into ws-suppression-transaction
               at end
                   move "10" to ws-supptxn-status
               not at end
                   add 1 to ws-txn-read-count
                   perform clear-audit-context
                   if tx-action = "A" or tx-action = "E"
                      or tx-action = "R"
                       perform queue-pending-transaction
                   else
                       move "UNKNOWN ACTION CODE"
                           to ws-reject-reason
                       add 1 to ws-txn-rejected-count
                   end-if
                   perform write-audit-record
           end-read.

       clear-audit-context section.
           move spaces to ws-reject-reason
           move space to ws-txn-queued-flag
           move space to ws-decision-refused-flag
           move spaces to sa-old-reason
           move zero to sa-old-expired
           move spaces to sa-approver-id
           move zero to sa-pending-id.

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
                   move ws-suppression-transaction
                       to ws-pn-transaction(ws-pending-count)
                   move "W" to ws-pn-state(ws-pending-count)
                   move spaces to ws-pn-approver(ws-pending-count)
                   move spaces
                       to ws-pn-decision-reason(ws-pending-count)
                   move ws-last-pending-id to sa-pending-id
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
           move space to ws-supppend-read-clean
           open input suppression-pending-file
           if ws-supppend-status = "35"
               move "Y" to ws-supppend-read-clean
           else
               perform load-one-pending-record
                   until ws-supppend-status not = "00"
               if ws-supppend-status = "10"
                   move "Y" to ws-supppend-read-clean
               end-if
               close suppression-pending-file
           end-if.

       load-one-pending-record section.
           read suppression-pending-file
               at end
                   move "10" to ws-supppend-status
               not at end
                   if sq-record-type = "H"
                       if sq-pending-id numeric
                          and sq-pending-id > ws-last-pending-id
                           move sq-pending-id to ws-last-pending-id
                       end-if
                   else
                       if ws-pending-count < 999
                           add 1 to ws-pending-count
                           move sq-pending-id
                               to ws-pn-pending-id(ws-pending-count)
                           move sq-submitted-timestamp
                               to ws-pn-submitted(ws-pending-count)
                           move sq-transaction
                               to ws-pn-transaction(ws-pending-count)
                           move "W" to ws-pn-state(ws-pending-count)
                           move spaces
                               to ws-pn-approver(ws-pending-count)
                           move spaces to
                               ws-pn-decision-reason(ws-pending-count)
                           if sq-pending-id > ws-last-pending-id
                               move sq-pending-id
                                   to ws-last-pending-id
                           end-if
                       else
                           move "99" to ws-supppend-status
                       end-if
                   end-if
           end-read.

      ***** Record each decision against its item. A decision that
      ***** cannot stand - no such item waiting, no deciding user, the
      ***** submitter deciding their own item, or an unknown decision
      ***** code - is refused on the audit trail and the item keeps
      ***** waiting.
       take-decisions section.
           open input suppression-decision-file
           if ws-suppappr-status = "35"
               continue
           else
               perform take-one-decision
                   until ws-suppappr-status not = "00"
               close suppression-decision-file
           end-if.

       take-one-decision section.
           read suppression-decision-file
               at end
                   move "10" to ws-suppappr-status
               not at end
                   add 1 to ws-decision-read-count
                   perform clear-audit-context
                   move spaces to ws-suppression-transaction
                   perform find-pending-item
                   if ws-pending-match-index = zero
                       move "NO SUCH ITEM AWAITING DECISION"
                           to ws-reject-reason
                   else
                       move ws-pn-transaction(ws-pending-match-index)
                           to ws-suppression-transaction
                       if sd-user-id = spaces
                           move "DECIDING USER ID REQUIRED"
                               to ws-reject-reason
                       else
                           if sd-user-id = tx-user-id
                               move "APPROVER SAME AS SUBMITTER"
                                   to ws-reject-reason
                           else
                               if sd-decision not = "A"
                                  and sd-decision not = "R"
                                   move "UNKNOWN DECISION CODE"
                                       to ws-reject-reason
                               end-if
                           end-if
                       end-if
                   end-if
                   if ws-txn-accepted
                       move sd-decision
                           to ws-pn-state(ws-pending-match-index)
                       move sd-user-id
                           to ws-pn-approver(ws-pending-match-index)
                       move sd-reason to
                           ws-pn-decision-reason(ws-pending-match-index)
                   else
                       move "Y" to ws-decision-refused-flag
                       add 1 to ws-decision-refused-count
                       move sd-user-id to sa-approver-id
                       if sd-pending-id numeric
                           move sd-pending-id to sa-pending-id
                       end-if
                       perform write-audit-record
                   end-if
           end-read.

       find-pending-item section.
           move zero to ws-pending-match-index
           if sd-pending-id numeric
               perform varying ws-sub1 from 1 by 1
                       until ws-sub1 > ws-pending-count
                          or ws-pending-match-index > zero
                   if ws-pn-pending-id(ws-sub1) = sd-pending-id
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
           move ws-pn-transaction(ws-sub2)
               to ws-suppression-transaction
           move ws-pn-pending-id(ws-sub2) to sa-pending-id
           move ws-pn-approver(ws-sub2) to sa-approver-id
           if ws-pn-state(ws-sub2) = "A"
               if tx-action = "A"
                   perform apply-add-transaction
               else
                   if tx-action = "E"
                       perform apply-expire-transaction
                   else
                       perform apply-revise-transaction
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
           open output suppression-pending-file
           move ws-supppend-status to ws-supppend-write-status
           if ws-supppend-status = "00"
               move spaces to suppression-pending-record
               move "H" to sq-record-type
               move ws-last-pending-id to sq-pending-id
               move ws-current-timestamp to sq-submitted-timestamp
               write suppression-pending-record
               perform varying ws-sub2 from 1 by 1
                       until ws-sub2 > ws-pending-count
                          or ws-supppend-status not = "00"
                   if ws-pn-state(ws-sub2) = "W"
                       move "P" to sq-record-type
                       move ws-pn-pending-id(ws-sub2) to sq-pending-id
                       move ws-pn-submitted(ws-sub2)
                           to sq-submitted-timestamp
                       move ws-pn-transaction(ws-sub2)
                           to sq-transaction
                       write suppression-pending-record
                   end-if
               end-perform
               move ws-supppend-status to ws-supppend-write-status
               close suppression-pending-file
               if ws-supppend-write-status = "00"
                   move ws-supppend-status to ws-supppend-write-status
               end-if
           end-if.

      ***** What is left waiting for a decision and who keyed it.
       write-pending-listing section.
           move zero to ws-pending-waiting-count
           open output pending-listing
           move spaces to pending-listing-record
           string "SUPPRESSION TRANSACTIONS AWAITING APPROVAL "
                      delimited by size
                  ws-current-timestamp delimited by size
                  " AGE LIMIT "        delimited by size
                  ws-pending-age-limit delimited by size
                  " DAYS"              delimited by size
                  ws-print-mode-note   delimited by size
                  into pending-listing-record
           end-string
           write pending-listing-record
           move spaces to pending-listing-record
           string "PEND-ID KEYED           BY       AGE   A "
                      delimited by size
                  "ACCOUNT              REASON                        "
                      delimited by size
                  " EFF-FROM EXP-AFTR"
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
           move ws-pn-transaction(ws-sub2)
               to ws-suppression-transaction
           perform compute-pending-age
           move ws-pending-age to ws-pending-age-display
           move tx-account-number to ws-mask-record
           perform mask-account-number
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
                  ws-mask-account           delimited by size
                  " "                       delimited by size
                  tx-reason                 delimited by size
                  " "                       delimited by size
                  tx-effective-from         delimited by size
                  " "                       delimited by size
                  tx-expired-after          delimited by size
                  into pending-listing-record
           end-string
           write pending-listing-record.

      ***** Add a new entry. The account number, reason, and
      ***** effective-from date are required; the expiry defaults to
      ***** open-ended. An entry whose dates overlap an existing entry
           else
               move zero to sa-new-expired
           end-if
           if ws-txn-was-queued
               move "PENDING" to sa-disposition
               move spaces to sa-reject-reason
           else
               if ws-decision-was-refused
                   move "REFUSED" to sa-disposition
                   move ws-reject-reason to sa-reject-reason
               else
                   if ws-txn-accepted
                       move "APPLIED" to sa-disposition
                       move spaces to sa-reject-reason
                   else
                       move "REJECTED" to sa-disposition
                       move ws-reject-reason to sa-reject-reason
                   end-if
               end-if
           end-if
           write suppression-audit-record.

                   move "Y" to ws-suppnewm-write-flag
               end-if
           end-if.

      ***** Days since the epoch of the proleptic calendar, computed
      ***** with the standard shifted-month formula (March is month
      ***** zero so the leap day lands at the end of the shifted year).
       convert-date-to-serial section.
           if ws-cds-month > 2
               compute ws-cds-y = ws-cds-year
               compute ws-cds-m = ws-cds-month - 3
           else
               compute ws-cds-y = ws-cds-year - 1
               compute ws-cds-m = ws-cds-month + 9
           end-if
           divide ws-cds-y by 4 giving ws-cds-t1
           divide ws-cds-y by 100 giving ws-cds-t2
           divide ws-cds-y by 400 giving ws-cds-t3
           compute ws-cds-t4 = 153 * ws-cds-m + 2
           divide ws-cds-t4 by 5 giving ws-cds-t4
           compute ws-cds-serial = 365 * ws-cds-y + ws-cds-t1
                   - ws-cds-t2 + ws-cds-t3 + ws-cds-t4 + ws-cds-day.

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
