       identification division.
       program-id. deferdrn.

      ***** Morning catch-up feeder for the account validation batch.
      ***** When the endpoint was down overnight, pokus444 ran its
      ***** screening and put every account that still needed a
      ***** component call on the deferred-work queue, DEFERQ, with
      ***** the batch, submitting system and business date it was sent
      ***** under. This program hands that work back to the validation
      ***** batch through the normal check path: it cuts a balanced
      ***** ACCTIN transmission of queued accounts, and a BATCHMAP that
      ***** attributes each one to the branch that originally sent it,
      ***** so the catch-up run (pokus444 with CHKACCTRUN=CATCHUP)
      ***** audits, bills and returns them exactly as the night would
      ***** have.
      *****
      ***** One transmission carries one business date, so a drain
      ***** takes the queued accounts of the oldest business date on
      ***** the queue, in queue order, up to the validation batch's
      ***** account limit (CTLPARM bytes 1-4, default 5000). Whatever
      ***** is left stays on the queue for the next drain. The header
      ***** carries batch id "DQ" plus the run date, system DEFERQ,
      ***** and the business date taken; the trailer the record count
      ***** and the position-weighted hash of bytes 1-20.
      *****
      ***** The queue is rewritten without the accounts handed over
      ***** only after ACCTIN and BATCHMAP were both written clean, so
      ***** a failed drain leaves every account on the queue. DEFQRPT
      ***** lists what was taken and what remains.
      *****
      ***** Completion codes:
      *****    0  accounts handed over
      *****    4  the queue was empty - an empty, balanced transmission
      *****       was cut and the catch-up run has nothing to check
      *****   12  the queue could not be read through or held, or the
      *****       transmission or the queue could not be written

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select deferred-queue-file assign to DEFERQ
               organization is line sequential
               file status is ws-deferq-status.
           select control-parameter-file assign to CTLPARM
               organization is line sequential
               file status is ws-ctlparm-status.
           select catchup-output-file assign to ACCTIN
               organization is line sequential
               file status is ws-acctin-status.
           select account-map-file assign to BATCHMAP
               organization is line sequential
               file status is ws-batchmap-status.
           select drain-control-report assign to DEFQRPT
               organization is line sequential
               file status is ws-defqrpt-status.

       data division.
       file section.
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

       fd  control-parameter-file.
       01  control-parameter-record.
           05  cp-max-accounts          pic 9(04).
           05  filler                   pic x(19).

       fd  catchup-output-file.
       01  catchup-output-record        pic x(34).

       fd  account-map-file.
       01  account-map-record.
           05  mp-account-number        pic x(20).
           05  mp-batch-id              pic x(08).
           05  mp-submitting-system     pic x(08).

       fd  drain-control-report.
       01  drain-control-record         pic x(120).

       working-storage section.
       01  ws-deferq-status             pic x(02).
       01  ws-ctlparm-status            pic x(02).
       01  ws-acctin-status             pic x(02).
       01  ws-batchmap-status           pic x(02).
       01  ws-defqrpt-status            pic x(02).

      ***** The whole queue, in queue order, each entry flagged when it
      ***** is handed over on this drain. Sized for some ten nights of
      ***** outage at the largest account limit the batch takes, since
      ***** a catch-up run the endpoint is still down for puts its
      ***** accounts straight back on the queue.
       01  ws-queue-table.
           05  ws-queue-entry occurs 99999.
               10  ws-qu-record         pic x(106).
               10  ws-qu-taken          pic x(01).
                   88  ws-qu-handed-over    value "Y".
       01  ws-queue-count               pic 9(05) value zero.
       01  ws-queue-record-hold.
           05  qh-run-timestamp         pic x(16).
           05  qh-account-record        pic x(34).
           05  qh-batch-id              pic x(08).
           05  qh-submitting-system     pic x(08).
           05  qh-business-date         pic 9(08).
           05  qh-queue-source          pic x(02).
           05  qh-reason                pic x(30).

       01  ws-queue-read-clean          pic x(01) value "Y".
           88  ws-queue-load-clean          value "Y".
       01  ws-refusal-reason            pic x(60) value spaces.

       01  ws-max-accounts              pic 9(04) value 5000.
       01  ws-drain-business-date       pic 9(08) value zero.
       01  ws-taken-count               pic 9(09) value zero.
       01  ws-remaining-count           pic 9(09) value zero.

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
       01  ws-hash-total                pic 9(16) value zero.
       01  ws-hash-digit-x              pic x(01).
       01  ws-hash-digit redefines ws-hash-digit-x
                                        pic 9(01).
       01  ws-hash-sub                  pic 9(04) comp-5.

      ***** Set only when the transmission and the map were written
      ***** through without a failed open, write, or close.
       01  ws-handover-write-flag       pic x(01) value space.
           88  ws-handover-write-clean      value "Y".
       01  ws-queue-write-flag          pic x(01) value space.
           88  ws-queue-write-clean         value "Y".

       01  ws-sub1                      pic 9(05) comp-5.
       01  ws-completion-code           pic 9(02) value zero.
       01  ws-current-date              pic x(08).
       01  ws-current-time              pic x(08).
       01  ws-current-timestamp         pic x(16).

       procedure division.
       main section.
           display "Zacatek programu deferdrn"

           accept ws-current-date from date yyyymmdd
           accept ws-current-time from time
           string ws-current-date delimited by size
                  ws-current-time delimited by size
                  into ws-current-timestamp
           end-string
           open output drain-control-report
           move spaces to drain-control-record
           string "DEFERRED QUEUE DRAIN " delimited by size
                  ws-current-timestamp    delimited by size
                  into drain-control-record
           end-string
           write drain-control-record
           perform load-control-parameters
           perform load-deferred-queue
           if ws-queue-load-clean
               perform select-drain-accounts
               perform write-catchup-transmission
               if ws-handover-write-clean
                   if ws-taken-count > zero
                       perform rewrite-deferred-queue
                   end-if
                   perform report-drain-totals
               else
                   move "CATCH-UP TRANSMISSION NOT WRITTEN CLEAN - QUEUE
      -                 " LEFT AS IT WAS" to drain-control-record
                   write drain-control-record
                   move 12 to ws-completion-code
               end-if
           else
               move spaces to drain-control-record
               string "DRAIN REFUSED - "  delimited by size
                      ws-refusal-reason   delimited by size
                      into drain-control-record
               end-string
               write drain-control-record
               move 12 to ws-completion-code
           end-if
           close drain-control-report
           move ws-completion-code to return-code
           display "deferdrn: accounts handed over " ws-taken-count
                   " remaining " ws-remaining-count
           stop run.

      ***** The catch-up run checks under the same account limit as the
      ***** night; a drain never hands it more than it will read.
       load-control-parameters section.
           open input control-parameter-file
           if ws-ctlparm-status = "35"
               continue
           else
               read control-parameter-file
                   not at end
                       if cp-max-accounts numeric
                          and cp-max-accounts > zero
                           move cp-max-accounts to ws-max-accounts
                       end-if
               end-read
               close control-parameter-file
           end-if.

      ***** No queue file at all is an empty queue. A queue too large
      ***** to hold is refused untouched rather than drained in part
      ***** and rewritten short.
       load-deferred-queue section.
           open input deferred-queue-file
           if ws-deferq-status = "35"
               continue
           else
               perform load-one-queue-record
                   until ws-deferq-status not = "00"
               if ws-deferq-status not = "10"
                  and ws-queue-load-clean
                   move space to ws-queue-read-clean
                   move "DEFERQ NOT READ TO END" to ws-refusal-reason
               end-if
               close deferred-queue-file
           end-if.

       load-one-queue-record section.
           read deferred-queue-file
               at end
                   move "10" to ws-deferq-status
               not at end
                   if ws-queue-count < 99999
                       add 1 to ws-queue-count
                       move deferred-queue-record
                           to ws-qu-record(ws-queue-count)
                       move space to ws-qu-taken(ws-queue-count)
                   else
                       move space to ws-queue-read-clean
                       move "DEFERQ HOLDS MORE THAN 99999 ENTRIES"
                           to ws-refusal-reason
                       move "99" to ws-deferq-status
                   end-if
           end-read.

      ***** The oldest business date on the queue, then its accounts in
      ***** queue order up to the account limit.
       select-drain-accounts section.
           move 99999999 to ws-drain-business-date
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-queue-count
               move ws-qu-record(ws-sub1) to ws-queue-record-hold
               if qh-business-date < ws-drain-business-date
                   move qh-business-date to ws-drain-business-date
               end-if
           end-perform
           if ws-queue-count = zero
               move ws-current-date to ws-drain-business-date
           end-if
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-queue-count
               move ws-qu-record(ws-sub1) to ws-queue-record-hold
               if qh-business-date = ws-drain-business-date
                  and ws-taken-count < ws-max-accounts
                   move "Y" to ws-qu-taken(ws-sub1)
                   add 1 to ws-taken-count
               end-if
           end-perform
           compute ws-remaining-count = ws-queue-count - ws-taken-count.

      ***** Header, the accounts taken, trailer; one map record per
      ***** account naming the batch and system it was first sent
      ***** under. An empty queue still cuts a valid empty batch, so
      ***** the catch-up run balances and checks nothing.
       write-catchup-transmission section.
           move space to ws-handover-write-flag
           open output account-map-file
           open output catchup-output-file
           if ws-acctin-status = "00"
              and ws-batchmap-status = "00"
               move "Y" to ws-handover-write-flag
               move spaces to ws-batch-header-record
               move "H" to bh-record-type
               string "DQ" delimited by size
                      ws-current-date(3:6) delimited by size
                      into bh-batch-id
               end-string
               move "DEFERQ" to bh-submitting-system
               move ws-drain-business-date to bh-business-date
               move ws-batch-header-record to catchup-output-record
               write catchup-output-record
               perform varying ws-sub1 from 1 by 1
                       until ws-sub1 > ws-queue-count
                          or ws-acctin-status not = "00"
                          or ws-batchmap-status not = "00"
                   if ws-qu-handed-over(ws-sub1)
                       perform write-one-catchup-record
                   end-if
               end-perform
               move spaces to ws-batch-trailer-record
               move "T" to bt-record-type
               move ws-taken-count to bt-record-count
               move ws-hash-total to bt-hash-total
               move ws-batch-trailer-record to catchup-output-record
               write catchup-output-record
               if ws-acctin-status not = "00"
                  or ws-batchmap-status not = "00"
                   move space to ws-handover-write-flag
               end-if
           end-if
           close catchup-output-file
           if ws-acctin-status not = "00"
               move space to ws-handover-write-flag
           end-if
           close account-map-file
           if ws-batchmap-status not = "00"
               move space to ws-handover-write-flag
           end-if.

       write-one-catchup-record section.
           move ws-qu-record(ws-sub1) to ws-queue-record-hold
           move qh-account-record to catchup-output-record
           write catchup-output-record
           perform varying ws-hash-sub from 1 by 1
                   until ws-hash-sub > 20
               move qh-account-record(ws-hash-sub:1)
                   to ws-hash-digit-x
               if ws-hash-digit-x numeric
                   compute ws-hash-total = ws-hash-total
                           + ws-hash-digit * ws-hash-sub
               end-if
           end-perform
           move qh-account-record(1:20) to mp-account-number
           move qh-batch-id to mp-batch-id
           move qh-submitting-system to mp-submitting-system
           write account-map-record.

      ***** Put back everything not handed over, in queue order. The
      ***** transmission is already cut, so a failure here is reported
      ***** for the operator: the accounts handed over are still on the
      ***** queue and must not be drained again.
       rewrite-deferred-queue section.
           move space to ws-queue-write-flag
           open output deferred-queue-file
           if ws-deferq-status = "00"
               move "Y" to ws-queue-write-flag
               perform varying ws-sub1 from 1 by 1
                       until ws-sub1 > ws-queue-count
                          or ws-deferq-status not = "00"
                   if ws-qu-handed-over(ws-sub1)
                       continue
                   else
                       move ws-qu-record(ws-sub1)
                           to deferred-queue-record
                       write deferred-queue-record
                   end-if
               end-perform
               if ws-deferq-status not = "00"
                   move space to ws-queue-write-flag
               end-if
               close deferred-queue-file
               if ws-deferq-status not = "00"
                   move space to ws-queue-write-flag
               end-if
           end-if
           if not ws-queue-write-clean
               move spaces to drain-control-record
               string "DEFERQ NOT REWRITTEN - STATUS " delimited by size
                      ws-deferq-status delimited by size
                      " - REMOVE THE ACCOUNTS HANDED OVER BY HAND"
                          delimited by size
                      into drain-control-record
               end-string
               write drain-control-record
               move 12 to ws-completion-code
           end-if.

       report-drain-totals section.
           move spaces to drain-control-record
           string "QUEUED ACCOUNTS  : " delimited by size
                  ws-queue-count        delimited by size
                  into drain-control-record
           end-string
           write drain-control-record
           move spaces to drain-control-record
           string "HANDED OVER      : " delimited by size
                  ws-taken-count        delimited by size
                  " FOR BUSINESS DATE " delimited by size
                  ws-drain-business-date delimited by size
                  " HASH "              delimited by size
                  ws-hash-total         delimited by size
                  into drain-control-record
           end-string
           write drain-control-record
           move spaces to drain-control-record
           string "LEFT ON QUEUE    : " delimited by size
                  ws-remaining-count    delimited by size
                  into drain-control-record
           end-string
           write drain-control-record
           if ws-queue-count = zero
               move "DEFERRED QUEUE EMPTY - EMPTY CATCH-UP BATCH CUT"
                   to drain-control-record
               write drain-control-record
               if ws-completion-code < 4
                   move 4 to ws-completion-code
               end-if
           end-if.
