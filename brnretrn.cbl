       identification division.
       program-id. brnretrn.

      ***** Per-branch disposition return for the account validation
      ***** batch, run after pokus444 (and before the audit archiving
      ***** truncates AUDITLOG). On a gateway night ACCTIN carries the
      ***** work of many branches under one TXNGATE header, and the
      ***** night's results sit in files keyed to nobody in particular.
      ***** This program takes every account on the night's ACCTIN, in
      ***** the order it was sent, works out what became of it on the
      ***** run the operations summary names, and cuts one return file
      ***** per submitting system so each branch gets back exactly the
      ***** accounts it sent:
      *****
      *****   2D  checked - condition V / I / E from the audit trail
      *****   SU  withheld on the suppression list - condition S
      *****   CA  answered from the result cache - the cached condition
      *****   PS  rejected by the local prescreen - condition I
      *****   DU  a duplicate of an earlier record in the transmission
      *****   DF  deferred - the endpoint was down, and the account is
      *****       on the deferred queue for the morning catch-up run
      *****   HB  held back unchecked - refused batch, over the account
      *****       limit, batch-window cut-off or putString failure
      *****
      ***** The submitting system comes from the gateway's BATCHMAP,
      ***** which is cut one record per merged account in ACCTIN order;
      ***** a night without a map (a straight single-sender
      ***** transmission) returns everything to the system named on
      ***** the ACCTIN header. Each return file is wrapped in the same
      ***** header and trailer control records as ACCTIN - batch id
      ***** "RT" plus the run date, the branch's system, the business
      ***** date of the batch - with the trailer carrying the record
      ***** count and the position-weighted hash of bytes 1-20, so the
      ***** branch can balance what it receives the way the validation
      ***** batch balances what it is sent.
      *****
      ***** The return file for a branch is assigned to the logical
      ***** name "RT" followed by its submitting system (RTBRANCH1 for
      ***** BRANCH1). BRNRTRPT lists the files cut and their counts.
      *****
      ***** Accounts the validation batch checked under a successor
      ***** bank code (CONVNOTE, one notice per account, attributed to
      ***** its sender) go back to the branch on a conversion notice
      ***** file of their own, "CN" followed by the submitting system,
      ***** cut alongside its return file, so the branch can correct
      ***** the code on its own records.
      ***** Completion code 12 when the night's files could not be read
      ***** through or a return file could not be written, so the
      ***** transfer job does not ship a partial return.

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select operations-summary-file assign to OPSUMMRY
               organization is line sequential
               file status is ws-opsummry-status.
           select audit-log assign to AUDITLOG
               organization is line sequential
               file status is ws-auditlog-status.
           select dupe-exceptions-file assign to DUPEXCP
               organization is line sequential
               file status is ws-dupexcp-status.
           select batch-map-file assign to BATCHMAP
               organization is line sequential
               file status is ws-batchmap-status.
           select account-input-file assign to ACCTIN
               organization is line sequential
               file status is ws-acctin-status.
           select branch-return-file
               assign to dynamic ws-return-file-name
               organization is line sequential
               file status is ws-return-status.
           select conversion-notice-file assign to CONVNOTE
               organization is line sequential
               file status is ws-convnote-status.
           select branch-notice-file
               assign to dynamic ws-notice-file-name
               organization is line sequential
               file status is ws-notice-status.
           select deferred-queue-file assign to DEFERQ
               organization is line sequential
               file status is ws-deferq-status.
           select return-control-report assign to BRNRTRPT
               organization is line sequential
               file status is ws-brnrtrpt-status.

       data division.
       file section.
      ***** Same layout the validation batch writes.
       fd  operations-summary-file.
       01  operations-summary-record.
           05  os-run-timestamp         pic x(16).
           05  os-return-code           pic 9(02).
           05  os-valid-count           pic 9(05).
           05  os-invalid-count         pic 9(05).
           05  os-error-count           pic 9(05).
           05  os-cached-count          pic 9(04).
           05  os-duplicate-count       pic 9(04).
           05  os-chunks-completed      pic 9(04).
           05  os-2d-halted-flag        pic x(01).
           05  os-1d-failed-flag        pic x(01).
           05  os-acctin-truncated-flag pic x(01).
           05  os-out-of-balance-flag   pic x(01).
           05  os-last-good-1d-index    pic 9(09).
           05  os-last-good-2d-index    pic 9(09).
           05  os-accounts-read         pic 9(05).
           05  os-prescreen-count       pic 9(04).
           05  os-resume-2d-index       pic 9(09).
           05  os-heldback-count        pic 9(05).
           05  os-suppressed-count      pic 9(04).
           05  os-window-stopped-flag   pic x(01).
           05  os-deferred-flag         pic x(01).
           05  os-deferred-count        pic 9(05).
           05  os-catchup-flag          pic x(01).

       fd  audit-log.
       01  audit-log-record.
           05  al-run-timestamp         pic x(16).
           05  al-entry-point           pic x(15).
           05  al-account-count         pic 9(04).
           05  al-account-value         pic x(34).
           05  al-check-result          pic x(34).
           05  al-check-condition-code  pic x(01).
           05  al-batch-id              pic x(08).
           05  al-submitting-system     pic x(08).

       fd  dupe-exceptions-file.
       01  dupe-exceptions-record.
           05  de-account-value         pic x(34).
           05  de-original-index        pic 9(04).
           05  de-duplicate-index       pic 9(04).

       fd  batch-map-file.
       01  batch-map-record.
           05  mp-account-number        pic x(20).
           05  mp-batch-id              pic x(08).
           05  mp-submitting-system     pic x(08).

       fd  account-input-file.
       01  account-input-record         pic x(34).

      ***** One record per account the branch sent, between an ACCTIN
      ***** style header and trailer:
      *****   rr-account-record   the 34-byte record exactly as sent
      *****   rr-batch-id         the branch's own batch id
      *****   rr-disposition      2D / SU / CA / PS / DU / DF / HB
      *****   rr-condition-code   V / I / E / S, space when unchecked
      *****   rr-reason           the check reason, or why unchecked
       fd  branch-return-file.
       01  branch-return-record.
           05  rr-account-record        pic x(34).
           05  rr-batch-id              pic x(08).
           05  rr-disposition           pic x(02).
           05  rr-condition-code        pic x(01).
           05  rr-reason                pic x(34).

      ***** Same layout the validation batch writes; the branch's
      ***** notice file carries the records exactly as written.
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

       fd  branch-notice-file.
       01  branch-notice-record         pic x(90).

      ***** Same layout the validation batch writes.
       fd  deferred-queue-file.
       01  deferred-queue-record.
           05  dq-run-timestamp         pic x(16).
           05  dq-account-record        pic x(34).
           05  dq-batch-id              pic x(08).
           05  dq-submitting-system     pic x(08).
           05  dq-business-date         pic 9(08).
           05  dq-queue-source          pic x(02).
           05  dq-reason                pic x(30).

       fd  return-control-report.
       01  return-control-record        pic x(132).

       working-storage section.
       01  ws-opsummry-status           pic x(02).
       01  ws-auditlog-status           pic x(02).
       01  ws-dupexcp-status            pic x(02).
       01  ws-batchmap-status           pic x(02).
       01  ws-acctin-status             pic x(02).
       01  ws-return-status             pic x(02).
       01  ws-brnrtrpt-status           pic x(02).
       01  ws-convnote-status           pic x(02).
       01  ws-notice-status             pic x(02).
       01  ws-deferq-status             pic x(02).

       01  ws-return-file-name          pic x(12).
       01  ws-return-write-status       pic x(02).

       01  ws-summary-present           pic x(01) value space.
           88  ws-summary-was-read          value "Y".
       01  ws-run-timestamp             pic x(16) value spaces.

      ***** Set only when every input was read through to a clean end
      ***** of file (a missing file counts as a clean empty one) and
      ***** every table held what was read. A return cut from part of
      ***** a file would tell a branch its accounts were never seen.
       01  ws-inputs-read-clean         pic x(01) value "Y".
           88  ws-inputs-load-clean         value "Y".
       01  ws-refusal-reason            pic x(60) value spaces.

      ***** The night's ACCTIN, data records only, in the order sent,
      ***** with the disposition settled for each one.
       01  ws-account-table.
           05  ws-account-entry occurs 9999.
               10  ws-ac-record         pic x(34).
               10  ws-ac-batch-id       pic x(08).
               10  ws-ac-system         pic x(08).
               10  ws-ac-dup-original   pic 9(04).
               10  ws-ac-disposition    pic x(02).
               10  ws-ac-condition      pic x(01).
               10  ws-ac-reason         pic x(34).
       01  ws-account-count             pic 9(04) value zero.
       01  ws-pending-record            pic x(34).
       01  ws-pending-held              pic x(01) value space.
           88  ws-record-in-hand            value "Y".

       01  ws-batch-header-record.
           05  bh-record-type           pic x(01).
           05  bh-batch-id              pic x(08).
           05  bh-submitting-system     pic x(08).
           05  bh-business-date         pic 9(08).
           05  filler                   pic x(09).
       01  ws-batch-trailer-record.
           05  bt-record-type           pic x(01).
           05  bt-record-count          pic 9(09).
           05  bt-hash-total            pic 9(16).
           05  filler                   pic x(08).
       01  ws-header-batch-id           pic x(08) value spaces.
       01  ws-header-system             pic x(08) value spaces.
       01  ws-header-business-date      pic 9(08) value zero.

       01  ws-map-table.
           05  ws-map-entry occurs 9999.
               10  ws-map-account       pic x(20).
               10  ws-map-batch-id      pic x(08).
               10  ws-map-system        pic x(08).
       01  ws-map-count                 pic 9(04) value zero.
       01  ws-map-match-index           pic 9(04) value zero.

      ***** The run's non-1D audit entries: each account checked,
      ***** suppressed, cached or prescreened on the run has exactly
      ***** one, and it is the disposition that goes back.
       01  ws-audit-table.
           05  ws-audit-entry occurs 9999.
               10  ws-ae-account        pic x(20).
               10  ws-ae-disposition    pic x(02).
               10  ws-ae-condition      pic x(01).
               10  ws-ae-reason         pic x(34).
       01  ws-audit-count               pic 9(04) value zero.
       01  ws-audit-match-index         pic 9(04) value zero.

      ***** One entry per submitting system found on the night, with
      ***** the disposition counts listed on the control report.
       01  ws-system-table.
           05  ws-system-entry occurs 200.
               10  ws-sy-system         pic x(08).
               10  ws-sy-record-count   pic 9(09).
               10  ws-sy-checked-count  pic 9(05).
               10  ws-sy-screened-count pic 9(05).
               10  ws-sy-dup-count      pic 9(05).
               10  ws-sy-heldback-count pic 9(05).
               10  ws-sy-deferred-count pic 9(05).
       01  ws-system-count              pic 9(04) value zero.
       01  ws-system-match-index        pic 9(04) value zero.

      ***** The accounts the run put on the deferred queue when the
      ***** endpoint was down.
       01  ws-deferred-table.
           05  ws-deferred-entry occurs 9999.
               10  ws-df-account        pic x(20).
       01  ws-deferred-count            pic 9(04) value zero.
       01  ws-deferred-match-index      pic 9(04) value zero.

      ***** The run's conversion notices, with the count cut per
      ***** system.
       01  ws-notice-table.
           05  ws-notice-entry occurs 9999.
               10  ws-nt-record         pic x(90).
               10  ws-nt-system         pic x(08).
       01  ws-notice-count              pic 9(04) value zero.
       01  ws-notice-file-name          pic x(12).
       01  ws-notice-write-status       pic x(02).
       01  ws-notice-record-count       pic 9(05) value zero.
       01  ws-notice-delivered-count    pic 9(05) value zero.
       01  ws-notice-files-cut-count    pic 9(04) value zero.

       01  ws-return-hash-total         pic 9(16) value zero.
       01  ws-return-record-count       pic 9(09) value zero.
       01  ws-hash-digit-x              pic x(01).
       01  ws-hash-digit redefines ws-hash-digit-x
                                        pic 9(01).
       01  ws-hash-sub                  pic 9(04) comp-5.
       01  ws-files-cut-count           pic 9(04) value zero.
       01  ws-return-failure-count      pic 9(04) value zero.

       01  ws-sub1                      pic 9(04) comp-5.
       01  ws-sub2                      pic 9(04) comp-5.
       01  ws-current-date              pic x(08).
       01  ws-current-time              pic x(08).
       01  ws-current-timestamp         pic x(16).

       procedure division.
       main section.
           display "Zacatek programu brnretrn"

           accept ws-current-date from date yyyymmdd
           accept ws-current-time from time
           string ws-current-date delimited by size
                  ws-current-time delimited by size
                  into ws-current-timestamp
           end-string
           open output return-control-report
           move spaces to return-control-record
           string "BRANCH DISPOSITION RETURN " delimited by size
                  ws-current-timestamp         delimited by size
                  into return-control-record
           end-string
           write return-control-record
           perform read-operations-summary
           if ws-summary-was-read
               perform load-account-input
               perform load-batch-map
               perform load-dupe-exceptions
               perform load-audit-entries
               perform load-conversion-notices
               perform load-deferred-entries
               if ws-inputs-load-clean
                   perform settle-dispositions
                   perform cut-branch-return-files
               else
                   move spaces to return-control-record
                   string "RETURN REFUSED - " delimited by size
                          ws-refusal-reason  delimited by size
                          into return-control-record
                   end-string
                   write return-control-record
                   move 12 to return-code
               end-if
           else
               move "NO OPERATIONS SUMMARY ON OPSUMMRY - NOTHING TO RETU
      -            "RN" to return-control-record
               write return-control-record
               move 12 to return-code
           end-if
           close return-control-report
           display "brnretrn: return files cut " ws-files-cut-count
           stop run.

      ***** The run being returned is the one the operations summary
      ***** names, exactly as for the end-of-run reconciliation.
       read-operations-summary section.
           open input operations-summary-file
           if ws-opsummry-status = "35"
               continue
           else
               read operations-summary-file
                   not at end
                       move "Y" to ws-summary-present
                       move os-run-timestamp to ws-run-timestamp
               end-read
               close operations-summary-file
           end-if.

      ***** Read ACCTIN one record ahead, as the validation batch does:
      ***** the first record is taken as the header when it is one,
      ***** and the record left in hand at end of file is the trailer
      ***** when it is one. A refused transmission may have neither,
      ***** and its data records still go back, held back.
       load-account-input section.
           move space to ws-pending-held
           open input account-input-file
           if ws-acctin-status = "35"
               continue
           else
               read account-input-file
                   at end
                       move "10" to ws-acctin-status
                   not at end
                       move account-input-record
                           to ws-batch-header-record
                       if bh-record-type = "H"
                           move bh-batch-id to ws-header-batch-id
                           move bh-submitting-system
                               to ws-header-system
                           if bh-business-date numeric
                               move bh-business-date
                                   to ws-header-business-date
                           end-if
                       else
                           move account-input-record
                               to ws-pending-record
                           move "Y" to ws-pending-held
                       end-if
               end-read
               perform read-one-account-record
                   until ws-acctin-status not = "00"
               if ws-acctin-status not = "10"
                   move space to ws-inputs-read-clean
                   move "ACCTIN NOT READ TO END" to ws-refusal-reason
               end-if
               if ws-record-in-hand
                   move ws-pending-record to ws-batch-trailer-record
                   if bt-record-type not = "T"
                       perform store-pending-account
                   end-if
               end-if
               close account-input-file
           end-if.

       read-one-account-record section.
           read account-input-file
               at end
                   move "10" to ws-acctin-status
               not at end
                   if ws-record-in-hand
                       perform store-pending-account
                   end-if
                   move account-input-record to ws-pending-record
                   move "Y" to ws-pending-held
           end-read.

       store-pending-account section.
           if ws-account-count < 9999
               add 1 to ws-account-count
               move ws-pending-record to ws-ac-record(ws-account-count)
               move zero to ws-ac-dup-original(ws-account-count)
           else
               move space to ws-inputs-read-clean
               move "ACCTIN HOLDS MORE THAN 9999 ACCOUNTS"
                   to ws-refusal-reason
           end-if.

       load-batch-map section.
           open input batch-map-file
           if ws-batchmap-status = "35"
               continue
           else
               perform read-one-map-record
                   until ws-batchmap-status not = "00"
               if ws-batchmap-status not = "10"
                   move space to ws-inputs-read-clean
                   move "BATCHMAP NOT READ TO END" to ws-refusal-reason
               end-if
               close batch-map-file
           end-if.

       read-one-map-record section.
           read batch-map-file
               at end
                   move "10" to ws-batchmap-status
               not at end
                   if ws-map-count < 9999
                       add 1 to ws-map-count
                       move mp-account-number
                           to ws-map-account(ws-map-count)
                       move mp-batch-id to ws-map-batch-id(ws-map-count)
                       move mp-submitting-system
                           to ws-map-system(ws-map-count)
                   else
                       move space to ws-inputs-read-clean
                       move "BATCHMAP HOLDS MORE THAN 9999 ENTRIES"
                           to ws-refusal-reason
                   end-if
           end-read.

      ***** The duplicate index on the exceptions file is the record's
      ***** position among the ACCTIN data records, as read.
       load-dupe-exceptions section.
           open input dupe-exceptions-file
           if ws-dupexcp-status = "35"
               continue
           else
               perform read-one-dupe-record
                   until ws-dupexcp-status not = "00"
               if ws-dupexcp-status not = "10"
                   move space to ws-inputs-read-clean
                   move "DUPEXCP NOT READ TO END" to ws-refusal-reason
               end-if
               close dupe-exceptions-file
           end-if.

       read-one-dupe-record section.
           read dupe-exceptions-file
               at end
                   move "10" to ws-dupexcp-status
               not at end
                   if de-duplicate-index > zero
                      and de-duplicate-index not > ws-account-count
                       move de-original-index
                           to ws-ac-dup-original(de-duplicate-index)
                   end-if
           end-read.

      ***** Only the run's own entries count, and the 1D CheckAccount
      ***** entries are passed over: every account submitted is
      ***** audited by both paths, and the 2D entry is its result.
       load-audit-entries section.
           open input audit-log
           if ws-auditlog-status = "35"
               continue
           else
               perform load-one-audit-record
                   until ws-auditlog-status not = "00"
               if ws-auditlog-status not = "10"
                   move space to ws-inputs-read-clean
                   move "AUDITLOG NOT READ TO END" to ws-refusal-reason
               end-if
               close audit-log
           end-if.

       load-one-audit-record section.
           read audit-log
               at end
                   move "10" to ws-auditlog-status
               not at end
                   if al-run-timestamp = ws-run-timestamp
                      and al-entry-point not = "CheckAccount"
                       perform store-audit-entry
                   end-if
           end-read.

       store-audit-entry section.
           if ws-audit-count < 9999
               add 1 to ws-audit-count
               move al-account-value(1:20)
                   to ws-ae-account(ws-audit-count)
               move al-check-condition-code
                   to ws-ae-condition(ws-audit-count)
               move al-check-result to ws-ae-reason(ws-audit-count)
               evaluate al-entry-point
                   when "CheckAccount2d"
                       move "2D" to ws-ae-disposition(ws-audit-count)
                   when "Suppressed"
                       move "SU" to ws-ae-disposition(ws-audit-count)
                   when "CacheHit"
                       move "CA" to ws-ae-disposition(ws-audit-count)
                   when "PreScreen"
                       move "PS" to ws-ae-disposition(ws-audit-count)
                   when other
                       subtract 1 from ws-audit-count
               end-evaluate
           else
               move space to ws-inputs-read-clean
               move "AUDITLOG HOLDS MORE THAN 9999 RUN ENTRIES"
                   to ws-refusal-reason
           end-if.

       load-conversion-notices section.
           open input conversion-notice-file
           if ws-convnote-status = "35"
               continue
           else
               perform load-one-conversion-notice
                   until ws-convnote-status not = "00"
               if ws-convnote-status not = "10"
                   move space to ws-inputs-read-clean
                   move "CONVNOTE NOT READ TO END" to ws-refusal-reason
               end-if
               close conversion-notice-file
           end-if.

       load-one-conversion-notice section.
           read conversion-notice-file
               at end
                   move "10" to ws-convnote-status
               not at end
                   if cn-run-timestamp = ws-run-timestamp
                       if ws-notice-count < 9999
                           add 1 to ws-notice-count
                           move conversion-notice-record
                               to ws-nt-record(ws-notice-count)
                           move cn-submitting-system
                               to ws-nt-system(ws-notice-count)
                       else
                           move space to ws-inputs-read-clean
                           move "CONVNOTE HOLDS MORE THAN 9999 NOTICES"
                               to ws-refusal-reason
                       end-if
                   end-if
           end-read.

      ***** Only the run's outage entries: the held-back accounts a
      ***** catch-up run requeues are returned as held back.
       load-deferred-entries section.
           open input deferred-queue-file
           if ws-deferq-status = "35"
               continue
           else
               perform load-one-deferred-entry
                   until ws-deferq-status not = "00"
               if ws-deferq-status not = "10"
                   move space to ws-inputs-read-clean
                   move "DEFERQ NOT READ TO END" to ws-refusal-reason
               end-if
               close deferred-queue-file
           end-if.

       load-one-deferred-entry section.
           read deferred-queue-file
               at end
                   move "10" to ws-deferq-status
               not at end
                   if dq-run-timestamp = ws-run-timestamp
                      and dq-queue-source = "DF"
                       if ws-deferred-count < 9999
                           add 1 to ws-deferred-count
                           move dq-account-record(1:20)
                               to ws-df-account(ws-deferred-count)
                       else
                           move space to ws-inputs-read-clean
                           move
                               "DEFERQ HOLDS MORE THAN 9999 RUN ENTRIES"
                               to ws-refusal-reason
                       end-if
                   end-if
           end-read.

      ***** Attribute and settle every account read. The map is cut in
      ***** ACCTIN order, so when it covers the transmission record for
      ***** record it is taken positionally - two branches sending the
      ***** same account each get their own back; otherwise the first
      ***** map entry for the account, and failing that the header.
       settle-dispositions section.
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-account-count
               perform attribute-one-account
               perform settle-one-account
           end-perform.

       attribute-one-account section.
           move zero to ws-map-match-index
           if ws-map-count = ws-account-count
               move ws-sub1 to ws-map-match-index
           else
               perform varying ws-sub2 from 1 by 1
                       until ws-sub2 > ws-map-count
                          or ws-map-match-index > zero
                   if ws-ac-record(ws-sub1)(1:20)
                           = ws-map-account(ws-sub2)
                       move ws-sub2 to ws-map-match-index
                   end-if
               end-perform
           end-if
           if ws-map-match-index > zero
               move ws-map-batch-id(ws-map-match-index)
                   to ws-ac-batch-id(ws-sub1)
               move ws-map-system(ws-map-match-index)
                   to ws-ac-system(ws-sub1)
           else
               move ws-header-batch-id to ws-ac-batch-id(ws-sub1)
               move ws-header-system to ws-ac-system(ws-sub1)
           end-if
           if ws-ac-system(ws-sub1) = spaces
               move "UNKNOWN" to ws-ac-system(ws-sub1)
           end-if.

      ***** A refused transmission - out of balance or on its business
      ***** date - checked nothing; past the account limit nothing was
      ***** even stored; a duplicate was pulled out before checking.
      ***** Everything else either has its audit entry for the run or
      ***** was held back, and the operations summary says why.
       settle-one-account section.
           move spaces to ws-ac-condition(ws-sub1)
           move spaces to ws-ac-reason(ws-sub1)
           move "HB" to ws-ac-disposition(ws-sub1)
           if os-out-of-balance-flag = "Y"
              or os-out-of-balance-flag = "D"
               if os-out-of-balance-flag = "D"
                   move "BATCH REFUSED ON BUSINESS DATE"
                       to ws-ac-reason(ws-sub1)
               else
                   move "BATCH REFUSED OUT OF BALANCE"
                       to ws-ac-reason(ws-sub1)
               end-if
           else
               if ws-sub1 > os-accounts-read
                   move "NOT READ - OVER ACCOUNT LIMIT"
                       to ws-ac-reason(ws-sub1)
               else
                   if ws-ac-dup-original(ws-sub1) > zero
                       move "DU" to ws-ac-disposition(ws-sub1)
                       string "DUPLICATE OF RECORD " delimited by size
                              ws-ac-dup-original(ws-sub1)
                                  delimited by size
                              into ws-ac-reason(ws-sub1)
                       end-string
                   else
                       perform find-audit-entry
                       if ws-audit-match-index > zero
                           move ws-ae-disposition(ws-audit-match-index)
                               to ws-ac-disposition(ws-sub1)
                           move ws-ae-condition(ws-audit-match-index)
                               to ws-ac-condition(ws-sub1)
                           move ws-ae-reason(ws-audit-match-index)
                               to ws-ac-reason(ws-sub1)
                       else
                           perform find-deferred-entry
                           if ws-deferred-match-index > zero
                               move "DF" to ws-ac-disposition(ws-sub1)
                               move "DEFERRED - ENDPOINT OUTAGE"
                                   to ws-ac-reason(ws-sub1)
                           else
                               perform give-heldback-reason
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

       find-audit-entry section.
           move zero to ws-audit-match-index
           perform varying ws-sub2 from 1 by 1
                   until ws-sub2 > ws-audit-count
                      or ws-audit-match-index > zero
               if ws-ac-record(ws-sub1)(1:20) = ws-ae-account(ws-sub2)
                   move ws-sub2 to ws-audit-match-index
               end-if
           end-perform.

       find-deferred-entry section.
           move zero to ws-deferred-match-index
           perform varying ws-sub2 from 1 by 1
                   until ws-sub2 > ws-deferred-count
                      or ws-deferred-match-index > zero
               if ws-ac-record(ws-sub1)(1:20) = ws-df-account(ws-sub2)
                   move ws-sub2 to ws-deferred-match-index
               end-if
           end-perform.

       give-heldback-reason section.
           if os-2d-halted-flag = "Y" or os-1d-failed-flag = "Y"
               move "HELD BACK - PUTSTRING FAILURE"
                   to ws-ac-reason(ws-sub1)
           else
               if os-window-stopped-flag = "Y"
                   move "HELD BACK - BATCH WINDOW CUT-OFF"
                       to ws-ac-reason(ws-sub1)
               else
                   move "NOT CHECKED ON THIS RUN"
                       to ws-ac-reason(ws-sub1)
               end-if
           end-if.

      ***** Gather the systems in order of first appearance, then cut
      ***** one return file for each.
       cut-branch-return-files section.
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-account-count
                      or ws-system-count > 200
               perform find-system-entry
               if ws-system-match-index = zero
                   add 1 to ws-system-count
                   if ws-system-count not > 200
                       move ws-ac-system(ws-sub1)
                           to ws-sy-system(ws-system-count)
                   end-if
               end-if
           end-perform
           if ws-system-count > 200
               move "RETURN REFUSED - MORE THAN 200 SUBMITTING SYSTEMS"
                   to return-control-record
               write return-control-record
               move 12 to return-code
           else
               perform varying ws-sub2 from 1 by 1
                       until ws-sub2 > ws-system-count
                   perform cut-one-return-file
                   perform cut-one-notice-file
               end-perform
               move spaces to return-control-record
               string "RETURN FILES CUT " delimited by size
                      ws-files-cut-count  delimited by size
                      " FAILED "          delimited by size
                      ws-return-failure-count delimited by size
                      " ACCOUNTS "        delimited by size
                      ws-account-count    delimited by size
                      into return-control-record
               end-string
               write return-control-record
               if ws-notice-count > zero
                   move spaces to return-control-record
                   string "CONVERSION NOTICE FILES CUT "
                              delimited by size
                          ws-notice-files-cut-count delimited by size
                          " NOTICES "     delimited by size
                          ws-notice-delivered-count delimited by size
                          " OF "          delimited by size
                          ws-notice-count delimited by size
                          into return-control-record
                   end-string
                   write return-control-record
               end-if
               if ws-return-failure-count > zero
                   move 12 to return-code
               end-if
           end-if.

       find-system-entry section.
           move zero to ws-system-match-index
           perform varying ws-sub2 from 1 by 1
                   until ws-sub2 > ws-system-count
                      or ws-system-match-index > zero
               if ws-sy-system(ws-sub2) = ws-ac-system(ws-sub1)
                   move ws-sub2 to ws-system-match-index
               end-if
           end-perform.

      ***** Header, one record per account the system sent, trailer.
      ***** A failed open, write, or close counts the whole file as
      ***** failed, so the control report never claims a return that
      ***** did not reach disk.
       cut-one-return-file section.
           move spaces to ws-return-file-name
           string "RT"                  delimited by size
                  ws-sy-system(ws-sub2) delimited by space
                  into ws-return-file-name
           end-string
           move zero to ws-return-record-count
           move zero to ws-return-hash-total
           move zero to ws-sy-record-count(ws-sub2)
           move zero to ws-sy-checked-count(ws-sub2)
           move zero to ws-sy-screened-count(ws-sub2)
           move zero to ws-sy-dup-count(ws-sub2)
           move zero to ws-sy-heldback-count(ws-sub2)
           move zero to ws-sy-deferred-count(ws-sub2)
           open output branch-return-file
           if ws-return-status = "00"
               move spaces to ws-batch-header-record
               move "H" to bh-record-type
               string "RT" delimited by size
                      ws-current-date(3:6) delimited by size
                      into bh-batch-id
               end-string
               move ws-sy-system(ws-sub2) to bh-submitting-system
               if ws-header-business-date > zero
                   move ws-header-business-date to bh-business-date
               else
                   move ws-current-date to bh-business-date
               end-if
               move spaces to branch-return-record
               move ws-batch-header-record to rr-account-record
               write branch-return-record
               perform varying ws-sub1 from 1 by 1
                       until ws-sub1 > ws-account-count
                          or ws-return-status not = "00"
                   if ws-ac-system(ws-sub1) = ws-sy-system(ws-sub2)
                       perform write-one-return-record
                   end-if
               end-perform
               if ws-return-status = "00"
                   move spaces to ws-batch-trailer-record
                   move "T" to bt-record-type
                   move ws-return-record-count to bt-record-count
                   move ws-return-hash-total to bt-hash-total
                   move spaces to branch-return-record
                   move ws-batch-trailer-record to rr-account-record
                   write branch-return-record
               end-if
               move ws-return-status to ws-return-write-status
               close branch-return-file
               if ws-return-write-status = "00"
                   move ws-return-status to ws-return-write-status
               end-if
           else
               move ws-return-status to ws-return-write-status
           end-if
           move ws-return-record-count to ws-sy-record-count(ws-sub2)
           move spaces to return-control-record
           if ws-return-write-status = "00"
               add 1 to ws-files-cut-count
               string "BRANCH "              delimited by size
                      ws-sy-system(ws-sub2)  delimited by size
                      " FILE "               delimited by size
                      ws-return-file-name    delimited by size
                      " RECORDS "            delimited by size
                      ws-sy-record-count(ws-sub2)   delimited by size
                      " CHECKED "            delimited by size
                      ws-sy-checked-count(ws-sub2)  delimited by size
                      " SCREENED "           delimited by size
                      ws-sy-screened-count(ws-sub2) delimited by size
                      " DUPLICATE "          delimited by size
                      ws-sy-dup-count(ws-sub2)      delimited by size
                      " DEFERRED "           delimited by size
                      ws-sy-deferred-count(ws-sub2) delimited by size
                      " HELD "               delimited by size
                      ws-sy-heldback-count(ws-sub2) delimited by size
                      into return-control-record
               end-string
           else
               add 1 to ws-return-failure-count
               string "BRANCH "              delimited by size
                      ws-sy-system(ws-sub2)  delimited by size
                      " FILE "               delimited by size
                      ws-return-file-name    delimited by size
                      " NOT WRITTEN - STATUS " delimited by size
                      ws-return-write-status delimited by size
                      into return-control-record
               end-string
           end-if
           write return-control-record.

       write-one-return-record section.
           move spaces to branch-return-record
           move ws-ac-record(ws-sub1) to rr-account-record
           move ws-ac-batch-id(ws-sub1) to rr-batch-id
           move ws-ac-disposition(ws-sub1) to rr-disposition
           move ws-ac-condition(ws-sub1) to rr-condition-code
           move ws-ac-reason(ws-sub1) to rr-reason
           write branch-return-record
           if ws-return-status = "00"
               add 1 to ws-return-record-count
               perform accumulate-return-hash
               evaluate ws-ac-disposition(ws-sub1)
                   when "2D"
                       add 1 to ws-sy-checked-count(ws-sub2)
                   when "DU"
                       add 1 to ws-sy-dup-count(ws-sub2)
                   when "HB"
                       add 1 to ws-sy-heldback-count(ws-sub2)
                   when "DF"
                       add 1 to ws-sy-deferred-count(ws-sub2)
                   when other
                       add 1 to ws-sy-screened-count(ws-sub2)
               end-evaluate
           end-if.

      ***** Every notice for the system, when it has any. A notice is
      ***** attributed the way the audit trail is, which is always to
      ***** a system this run returns to; one that is not delivered
      ***** shows as the shortfall on the control report's total.
       cut-one-notice-file section.
           move zero to ws-notice-record-count
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-notice-count
               if ws-nt-system(ws-sub1) = ws-sy-system(ws-sub2)
                   add 1 to ws-notice-record-count
               end-if
           end-perform
           if ws-notice-record-count > zero
               move spaces to ws-notice-file-name
               string "CN"                  delimited by size
                      ws-sy-system(ws-sub2) delimited by space
                      into ws-notice-file-name
               end-string
               move zero to ws-notice-record-count
               open output branch-notice-file
               if ws-notice-status = "00"
                   perform varying ws-sub1 from 1 by 1
                           until ws-sub1 > ws-notice-count
                              or ws-notice-status not = "00"
                       if ws-nt-system(ws-sub1) = ws-sy-system(ws-sub2)
                           move ws-nt-record(ws-sub1)
                               to branch-notice-record
                           write branch-notice-record
                           if ws-notice-status = "00"
                               add 1 to ws-notice-record-count
                           end-if
                       end-if
                   end-perform
                   move ws-notice-status to ws-notice-write-status
                   close branch-notice-file
                   if ws-notice-write-status = "00"
                       move ws-notice-status to ws-notice-write-status
                   end-if
               else
                   move ws-notice-status to ws-notice-write-status
               end-if
               move spaces to return-control-record
               if ws-notice-write-status = "00"
                   add 1 to ws-notice-files-cut-count
                   add ws-notice-record-count
                       to ws-notice-delivered-count
                   string "BRANCH "              delimited by size
                          ws-sy-system(ws-sub2)  delimited by size
                          " FILE "               delimited by size
                          ws-notice-file-name    delimited by size
                          " CONVERSION NOTICES " delimited by size
                          ws-notice-record-count delimited by size
                          into return-control-record
                   end-string
               else
                   add 1 to ws-return-failure-count
                   string "BRANCH "              delimited by size
                          ws-sy-system(ws-sub2)  delimited by size
                          " FILE "               delimited by size
                          ws-notice-file-name    delimited by size
                          " NOT WRITTEN - STATUS " delimited by size
                          ws-notice-write-status delimited by size
                          into return-control-record
                   end-string
               end-if
               write return-control-record
           end-if.

      ***** Position-weighted sum of the numeric bytes of the account
      ***** record's bytes 1-20, matching the hash the validation batch
      ***** balances its ACCTIN trailer against.
       accumulate-return-hash section.
           perform varying ws-hash-sub from 1 by 1
                   until ws-hash-sub > 20
               move ws-ac-record(ws-sub1)(ws-hash-sub:1)
                   to ws-hash-digit-x
               if ws-hash-digit-x numeric
                   compute ws-return-hash-total = ws-return-hash-total
                           + ws-hash-digit * ws-hash-sub
               end-if
           end-perform.
