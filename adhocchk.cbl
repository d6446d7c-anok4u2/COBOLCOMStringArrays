      $set ooctrl(+p)
       identification division.
       program-id. adhocchk.

      ***** Daytime ad hoc account check for the service desk, for the
      ***** customer on the phone who cannot wait for tonight's
      ***** pokus444 run. The desk puts the accounts to check on the
      ***** request file ADHOCREQ, one 34-byte record each in the same
      ***** layout as the ACCTIN data records (no header or trailer),
      ***** and gets an answer sheet ADHOCANS back straight away with
      ***** the condition code and reason for every request.
      *****
      ***** Each account goes through the same screening the overnight
      ***** batch applies, as of today, in the same order:
      *****   SU  on the suppression list - condition S
      *****   CA  validated "V" within the result-cache window
      *****   PS  failing the local syntax prescreen, or carrying a
      *****       bank code that is not registered today - condition I
      *****   1D  everything still open goes to CheckAccount, one
      *****       account per call, with the same in-run retry of an
      *****       endpoint error as the overnight 1D call
      *****   RP  a repeat of an account earlier on the same request
      *****       file, answered from the first request
      *****
      ***** Every check goes on the audit trail under its own run
      ***** timestamp, with submitting system ADHOC and batch id "AH"
      ***** plus the date, so compliance inquiries and the month-end
      ***** chargeback see the desk's work alongside the night's.
      ***** A CheckAccount call made here is audited as AdHocCheck: it
      ***** is the account's only check on the run, so unlike the
      ***** overnight 1D entry it is the account's disposition.
      *****
      ***** The endpoint is chosen from CHKACCTARGET exactly as the
      ***** overnight batch chooses it (TEST for the test class; a
      ***** PARALLEL setting checks against production only, there
      ***** being nothing to certify here). The cache window and the
      ***** retry count come from CTLPARM. The overnight checkpoint,
      ***** restart file, run history and result cache are never
      ***** written: they belong to the overnight run, and an account
      ***** the desk checked today is checked again tonight as usual.
      *****
      ***** Completion code 4 when any request ended with an endpoint
      ***** error or could not be submitted, or a reference table was
      ***** cut short; 12 when there was no request file to answer.

       special-names.
           environment-name  is environment-name
           environment-value is environment-value
           decimal-point is comma.

       input-output section.
       file-control.
           select request-file assign to ADHOCREQ
               organization is line sequential
               file status is ws-adhocreq-status.
           select answer-sheet assign to ADHOCANS
               organization is line sequential
               file status is ws-adhocans-status.
           select audit-log assign to AUDITLOG
               organization is line sequential
               file status is ws-auditlog-status.
           select control-parameter-file assign to CTLPARM
               organization is line sequential
               file status is ws-ctlparm-status.
           select bank-code-file assign to BANKCODE
               organization is line sequential
               file status is ws-bankcode-status.
           select suppression-file assign to SUPPMAST
               organization is line sequential
               file status is ws-suppmast-status.
           select result-cache-file assign to RSLTCACH
               organization is line sequential
               file status is ws-rsltcach-status.

       class-control.
mftech     CharacterArray     is class "chararry"
mftech     OLESafeArray       is class "olesafea"
           ChkAccNum is class "$OLE$CheckAccountNumber.AccountNumbers"
           ChkAccNumTest is
               class "$OLE$CheckAccountNumberTest.AccountNumbers".

       data division.
       file section.
      ***** Same 34-byte layout as the ACCTIN data records.
       fd  request-file.
       01  request-record               pic x(34).

       fd  answer-sheet.
       01  answer-sheet-record          pic x(120).

      ***** Same layout the validation batch writes.
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

      ***** The validation batch's control parameters; only the cache
      ***** window and the retry count apply to a desk check.
       fd  control-parameter-file.
       01  control-parameter-record.
           05  cp-max-accounts          pic 9(04).
           05  cp-chunk-size            pic 9(04).
           05  cp-grid-columns          pic 9(01).
           05  cp-cache-days            pic 9(03).
           05  cp-cutoff-time           pic 9(06).
           05  cp-error-retries         pic 9(02).
           05  cp-stale-days            pic 9(02).
           05  cp-business-date-action  pic x(01).

       fd  bank-code-file.
       01  bank-code-file-record.
           05  bc-bank-code             pic x(04).
           05  bc-bank-name             pic x(20).
           05  bc-effective-from        pic 9(08).
           05  bc-expired-after         pic 9(08).
           05  bc-successor-code        pic x(04).
           05  bc-successor-from        pic 9(08).

       fd  suppression-file.
       01  suppression-file-record.
           05  sp-account-number        pic x(20).
           05  sp-reason                pic x(30).
           05  sp-effective-from        pic 9(08).
           05  sp-expired-after         pic 9(08).

       fd  result-cache-file.
       01  result-cache-record.
           05  rc-account-number        pic x(20).
           05  rc-condition-code        pic x(01).
           05  rc-check-reason          pic x(34).
           05  rc-last-checked          pic 9(08).

       working-storage section.
mftech copy mfole.
mftech copy olesafea.
       01  ChkAccNumObj                 object reference.
       01  accR                         pic x(34).
mftech 01  ws-stringArray               object reference.
mftech 01  ws-vartype                   pic 9(4) comp-5.
mftech 01  ws-dimension                 pic 9(4) comp-5.
mftech 01  ws-saBound                   SAFEARRAYBOUND occurs 2.
mftech 01  ws-iIndex                    pic 9(9) comp-5.
mftech 01  ws-len                       pic 9(9) comp-5.
mftech 01  ws-hresult                   pic 9(9) comp-5.

       01  ws-adhocreq-status           pic x(02).
       01  ws-adhocans-status           pic x(02).
       01  ws-auditlog-status           pic x(02).
       01  ws-ctlparm-status            pic x(02).
       01  ws-bankcode-status           pic x(02).
       01  ws-suppmast-status           pic x(02).
       01  ws-rsltcach-status           pic x(02).

       01  ws-environment-name          pic x(20) value "CHKACCTARGET".
       01  ws-environment-value         pic x(20).
      ***** Set when the component object could not be created: no
      ***** request in the run is then put to the endpoint.
       01  ws-component-state           pic x(01) value space.
           88  ws-component-unavailable value "N".
       01  ws-batch-id                  pic x(08).

       01  ws-work-account              pic x(34).
       01  ws-work-account-r redefines ws-work-account.
           05  ws-work-acct-number      pic x(20).
           05  ws-work-bank-code        pic x(04).
           05  ws-work-format-code      pic x(02).
           05  ws-work-check-indicator  pic x(01).
           05  filler                   pic x(07).

      ***** Structured status derived from accR, the same derivation
      ***** the overnight batch applies.
       01  ws-check-condition-code      pic x(01).
           88  ws-check-valid               value "V".
           88  ws-check-invalid             value "I".
           88  ws-check-error               value "E".
           88  ws-check-suppressed          value "S".
       01  ws-check-reason              pic x(34).
       01  ws-check-path                pic x(02).
       01  ws-answer-suffix             pic x(08).

      ***** Requests already answered on this run, so a repeat is
      ***** answered from the first request instead of being checked
      ***** and audited twice.
       01  ws-answered-table.
           05  ws-answered-entry occurs 999.
               10  ws-an-account        pic x(20).
               10  ws-an-condition      pic x(01).
               10  ws-an-reason         pic x(34).
       01  ws-answered-count            pic 9(04) value zero.
       01  ws-answered-match-index      pic 9(04) comp-5.
       01  ws-request-count             pic 9(04) value zero.
       01  ws-request-limit-reached     pic x(01) value space.
           88  ws-request-table-full        value "Y".

       01  ws-bank-code-table.
           05  ws-bank-code-entry occurs 9999.
               10  ws-bank-code-value   pic x(04).
               10  ws-bank-code-name    pic x(20).
               10  ws-bank-code-eff     pic 9(08).
               10  ws-bank-code-exp     pic 9(08).
               10  ws-bank-code-succ    pic x(04).
               10  ws-bank-code-succ-dt pic 9(08).
       01  ws-bank-code-count           pic 9(04) value zero.
       01  ws-bankcode-truncated        pic x(01) value space.
           88  ws-bankcode-was-truncated    value "Y".
       01  ws-bank-code-found           pic x(01).
           88  ws-bank-code-registered      value "Y".
           88  ws-bank-code-not-registered  value "N".
           88  ws-bank-code-not-applicable  value "-".
           88  ws-bank-code-translated      value "T".
       01  ws-bank-code-status-text     pic x(23).
       01  ws-successor-bank-code       pic x(04).
       01  ws-successor-index           pic 9(04) comp-5.
       01  ws-hold-bank-code            pic x(04).
      ***** The account as sent to the component: the request itself,
      ***** or with an expired bank code replaced by its successor.
       01  ws-send-account              pic x(34).
       01  ws-effective-check-date      pic 9(08) value zero.

       01  ws-suppression-table.
           05  ws-suppression-entry occurs 9999.
               10  ws-supp-account      pic x(20).
               10  ws-supp-reason       pic x(30).
               10  ws-supp-eff          pic 9(08).
               10  ws-supp-exp          pic 9(08).
       01  ws-suppression-count         pic 9(04) value zero.
       01  ws-suppmast-truncated        pic x(01) value space.
           88  ws-suppmast-was-truncated    value "Y".
       01  ws-supp-match-index          pic 9(04) comp-5.

       01  ws-cache-days                pic 9(03) value 7.
       01  ws-result-cache-table.
           05  ws-cache-entry occurs 9999.
               10  ws-cache-account     pic x(20).
               10  ws-cache-code        pic x(01).
               10  ws-cache-reason      pic x(34).
               10  ws-cache-date        pic 9(08).
       01  ws-cache-count               pic 9(04) value zero.
       01  ws-cache-truncated           pic x(01) value space.
           88  ws-cache-was-truncated       value "Y".
       01  ws-cache-match-index         pic 9(04) comp-5.

      ***** Day-serial date arithmetic for the cache window.
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
       01  ws-cache-cutoff-serial       pic 9(09) comp-5.

      ***** Local prescreen of account syntax, the overnight rules.
       01  ws-prescreen-reason          pic x(34).
       01  ws-ps-digit-x                pic x(01).
       01  ws-ps-digit redefines ws-ps-digit-x
                                        pic 9(01).
       01  ws-ps-length                 pic 9(04) comp-5.
       01  ws-ps-body-length            pic 9(04) comp-5.
       01  ws-ps-sub                    pic 9(04) comp-5.
       01  ws-ps-work                   pic 9(08) comp-5.
       01  ws-ps-quotient               pic 9(08) comp-5.
       01  ws-ps-remainder              pic 9(04) comp-5.
       01  ws-ps-check-digits-x         pic x(02).
       01  ws-ps-check-digits redefines ws-ps-check-digits-x
                                        pic 9(02).

       01  ws-error-retries             pic 9(02) value 1.
       01  ws-retry-attempt             pic 9(02) comp-5 value zero.

       01  ws-suppressed-count          pic 9(04) value zero.
       01  ws-cache-hit-count           pic 9(04) value zero.
       01  ws-prescreen-reject-count    pic 9(04) value zero.
       01  ws-called-count              pic 9(04) value zero.
       01  ws-repeat-count              pic 9(04) value zero.
       01  ws-valid-count               pic 9(04) value zero.
       01  ws-invalid-count             pic 9(04) value zero.
       01  ws-error-count               pic 9(04) value zero.
       01  ws-completion-code           pic 9(02) value zero.

       01  ws-sub5                      pic 9(04) comp-5.
       01  ws-sub6                      pic 9(04) comp-5.
       01  ws-sub7                      pic 9(04) comp-5.
       01  ws-current-date              pic x(08).
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
           display "Zacatek programu adhocchk"

           initialize accR
           accept ws-current-date from date yyyymmdd
           accept ws-current-time from time
           string ws-current-date delimited by size
                  ws-current-time delimited by size
                  into ws-current-timestamp
           end-string
           move ws-current-date to ws-effective-check-date
           string "AH" delimited by size
                  ws-current-date(3:6) delimited by size
                  into ws-batch-id
           end-string
           perform set-print-mode
           open output answer-sheet
           move spaces to answer-sheet-record
           string "AD HOC ACCOUNT CHECK - ANSWER SHEET "
                      delimited by size
                  ws-current-timestamp delimited by size
                  ws-print-mode-note   delimited by size
                  into answer-sheet-record
           end-string
           write answer-sheet-record
           open input request-file
           if ws-adhocreq-status not = "00"
               move "NO REQUEST FILE ON ADHOCREQ - NOTHING TO CHECK"
                   to answer-sheet-record
               write answer-sheet-record
               move 12 to ws-completion-code
           else
               open extend audit-log
               if ws-auditlog-status = "35"
                   open output audit-log
               end-if
               perform load-control-parameters
               perform load-bank-code-reference
               perform load-suppression-list
               perform load-result-cache
               display ws-environment-name upon environment-name
               accept ws-environment-value from environment-value
               if ws-environment-value = "TEST"
                   invoke ChkAccNumTest "new" returning ChkAccNumObj
               else
                   invoke ChkAccNum "new" returning ChkAccNumObj
               end-if
               if ChkAccNumObj = null
                   move "N" to ws-component-state
               end-if
               perform answer-one-request
                   until ws-adhocreq-status not = "00"
               close request-file
               close audit-log
               perform write-answer-totals
           end-if
           close answer-sheet
           move ws-completion-code to return-code
           display "adhocchk: requests answered " ws-request-count
           stop run.

       answer-one-request section.
           read request-file
               at end
                   move "10" to ws-adhocreq-status
               not at end
                   add 1 to ws-request-count
                   move request-record to ws-work-account
                   move spaces to ws-answer-suffix
                   perform settle-one-request
                   perform write-answer-line
                   perform remember-answer
           end-read.

      ***** The overnight screening order: a hold first, so not even
      ***** a cached "V" can answer for an account under a hold; then
      ***** the cache; then the local checks; and only what is still
      ***** open costs a CheckAccount call.
       settle-one-request section.
           perform find-answered-request
           if ws-answered-match-index > zero
               move "RP" to ws-check-path
               move ws-an-condition(ws-answered-match-index)
                   to ws-check-condition-code
               move ws-an-reason(ws-answered-match-index)
                   to ws-check-reason
               add 1 to ws-repeat-count
           else
               perform lookup-suppression-entry
               if ws-supp-match-index > zero
                   perform answer-suppressed-account
               else
                   perform screen-cached-request
                   if ws-cache-match-index > zero
                       perform answer-cached-account
                   else
                       perform prescreen-one-request
                       if ws-prescreen-reason not = spaces
                           perform answer-prescreen-reject
                       else
                           perform check-by-component
                       end-if
                   end-if
               end-if
           end-if.

       find-answered-request section.
           move zero to ws-answered-match-index
           perform varying ws-sub5 from 1 by 1
                   until ws-sub5 > ws-answered-count
                      or ws-answered-match-index > zero
               if ws-work-acct-number = ws-an-account(ws-sub5)
                   move ws-sub5 to ws-answered-match-index
               end-if
           end-perform.

       remember-answer section.
           if ws-check-path not = "RP"
               if ws-answered-count < 999
                   add 1 to ws-answered-count
                   move ws-work-acct-number
                       to ws-an-account(ws-answered-count)
                   move ws-check-condition-code
                       to ws-an-condition(ws-answered-count)
                   move ws-check-reason
                       to ws-an-reason(ws-answered-count)
               else
                   move "Y" to ws-request-limit-reached
               end-if
           end-if.

       answer-suppressed-account section.
           move "SU" to ws-check-path
           move "S" to ws-check-condition-code
           move spaces to ws-check-reason
           string "SUPPRESSED: " delimited by size
                  ws-supp-reason(ws-supp-match-index)
                      delimited by size
                  into ws-check-reason
           end-string
           add 1 to ws-suppressed-count
           move "Suppressed" to al-entry-point
           perform write-audit-entry.

       answer-cached-account section.
           move "CA" to ws-check-path
           move ws-cache-code(ws-cache-match-index)
               to ws-check-condition-code
           move ws-cache-reason(ws-cache-match-index)
               to ws-check-reason
           move " CACHED" to ws-answer-suffix
           add 1 to ws-cache-hit-count
           move "CacheHit" to al-entry-point
           perform write-audit-entry.

      ***** The overnight syntax rules where the record's format code
      ***** asks for them, then the bank code as registered today: an
      ***** account under an unregistered code cannot pass the 2D
      ***** cross-check tonight, so the desk is told now without a
      ***** component call.
       prescreen-one-request section.
           move spaces to ws-prescreen-reason
           if ws-work-format-code not = spaces
               perform validate-account-syntax
           end-if
           perform lookup-bank-code
           if ws-bank-code-registered
               move "REGISTERED" to ws-bank-code-status-text
           else
               if ws-bank-code-not-registered
                   move "UNREGISTERED BANK CODE"
                       to ws-bank-code-status-text
               else
                   if ws-bank-code-translated
                       move spaces to ws-bank-code-status-text
                       string "TRANSLATED TO "      delimited by size
                              ws-successor-bank-code delimited by size
                              into ws-bank-code-status-text
                       end-string
                   else
                       move "N/A" to ws-bank-code-status-text
                   end-if
               end-if
           end-if
           if ws-prescreen-reason = spaces
              and ws-bank-code-not-registered
               move "PRESCREEN: BANK CODE NOT REGISTERED"
                   to ws-prescreen-reason
           end-if.

       answer-prescreen-reject section.
           move "PS" to ws-check-path
           move "I" to ws-check-condition-code
           move ws-prescreen-reason to ws-check-reason
           add 1 to ws-prescreen-reject-count
           move "PreScreen" to al-entry-point
           perform write-audit-entry.

      ***** With no component object there is nothing to call: the
      ***** request is answered "E" without a call, and the desk asks
      ***** again once the endpoint is back.
       check-by-component section.
           if ws-component-unavailable
               move "1D" to ws-check-path
               move "E" to ws-check-condition-code
               move "ENDPOINT UNAVAILABLE - NOT CHECKED"
                   to ws-check-reason
               move 4 to ws-completion-code
           else
               perform call-component
           end-if.

      ***** One account per call, in a one-element 1D safearray. A
      ***** putString failure leaves nothing to submit: the request is
      ***** answered "E" and goes on no restart file - the desk simply
      ***** asks again.
       call-component section.
           move "1D" to ws-check-path
           move VT-BSTR to ws-vartype
           move 1       to ws-dimension
           move 1 to cElements of ws-saBound(1)
           move 0 to llBound of ws-saBound(1)
           invoke OLESafeArray "new" using by value ws-vartype
                                                    ws-dimension
                                           by reference ws-saBound(1)
               returning ws-stringArray
           end-invoke
           move 0 to ws-iIndex
           move 34 to ws-len
           move ws-work-account to ws-send-account
           perform lookup-bank-code
           if ws-bank-code-translated
               move ws-successor-bank-code to ws-send-account(21:4)
           end-if
           invoke ws-stringArray "putString"
                   using by reference ws-iIndex
                         by value     ws-len
                         by reference ws-send-account
               returning ws-hresult
           end-invoke
           if ws-hresult not = 0
               move "E" to ws-check-condition-code
               move "PUTSTRING FAILED - NOT CHECKED" to ws-check-reason
               move 4 to ws-completion-code
           else
               add 1 to ws-called-count
               invoke ChkAccNumObj "CheckAccount" using ws-stringArray
                                              returning accR
               perform derive-check-status
               move zero to ws-retry-attempt
               perform retry-one-call
                   until not ws-check-error
                      or ws-retry-attempt not < ws-error-retries
               if ws-check-error
                   move 4 to ws-completion-code
               end-if
               move "AdHocCheck" to al-entry-point
               perform write-audit-entry
           end-if
           invoke ws-stringArray "finalize" returning ws-stringArray.

       retry-one-call section.
           add 1 to ws-retry-attempt
           invoke ChkAccNumObj "CheckAccount" using ws-stringArray
                                          returning accR
           perform derive-check-status.

       derive-check-status section.
           move accR to ws-check-reason
           if accR = spaces
               move "E" to ws-check-condition-code
           else
               if accR(1:2) = "OK"
                   move "V" to ws-check-condition-code
               else
                   move "I" to ws-check-condition-code
               end-if
           end-if.

      ***** Every answer given from a check goes on the audit trail
      ***** under the desk's own attribution. Tallied here, once per
      ***** account, like the overnight non-1D entries.
       write-audit-entry section.
           move ws-current-timestamp to al-run-timestamp
           move 1 to al-account-count
           move ws-work-account to al-account-value
           move ws-check-reason to al-check-result
           move ws-check-condition-code to al-check-condition-code
           move ws-batch-id to al-batch-id
           move "ADHOC" to al-submitting-system
           write audit-log-record
           if ws-check-valid
               add 1 to ws-valid-count
           else
               if ws-check-invalid
                   add 1 to ws-invalid-count
               else
                   if ws-check-error
                       add 1 to ws-error-count
                   end-if
               end-if
           end-if.

       write-answer-line section.
           if ws-check-path not = "PS" and ws-check-path not = "1D"
               move spaces to ws-bank-code-status-text
           end-if
           move ws-work-account to ws-mask-record
           perform mask-account-number
           move spaces to answer-sheet-record
           string ws-mask-record           delimited by size
                  " "                      delimited by size
                  ws-check-path            delimited by size
                  " "                      delimited by size
                  ws-check-condition-code  delimited by size
                  " "                      delimited by size
                  ws-check-reason          delimited by size
                  " "                      delimited by size
                  ws-bank-code-status-text delimited by size
                  ws-answer-suffix         delimited by size
                  into answer-sheet-record
           end-string
           write answer-sheet-record.

       write-answer-totals section.
           move spaces to answer-sheet-record
           string "REQUESTS "     delimited by size
                  ws-request-count     delimited by size
                  " CHECKACCOUNT CALLS " delimited by size
                  ws-called-count      delimited by size
                  " SUPPRESSED "  delimited by size
                  ws-suppressed-count  delimited by size
                  " CACHED "      delimited by size
                  ws-cache-hit-count   delimited by size
                  " PRESCREEN "   delimited by size
                  ws-prescreen-reject-count delimited by size
                  " REPEATS "     delimited by size
                  ws-repeat-count      delimited by size
                  into answer-sheet-record
           end-string
           write answer-sheet-record
           move spaces to answer-sheet-record
           string "VALID "        delimited by size
                  ws-valid-count       delimited by size
                  " INVALID "     delimited by size
                  ws-invalid-count     delimited by size
                  " ERROR "       delimited by size
                  ws-error-count       delimited by size
                  into answer-sheet-record
           end-string
           write answer-sheet-record
           if ws-bankcode-was-truncated
              or ws-suppmast-was-truncated
              or ws-cache-was-truncated
               move "WARNING: REFERENCE TABLE FULL - ANSWERS MAY BE INCO
      -            "MPLETE" to answer-sheet-record
               write answer-sheet-record
               move 4 to ws-completion-code
           end-if
           if ws-request-table-full
               move "WARNING: OVER 999 ACCOUNTS - LATER REPEATS CHECKED 
      -            "AGAIN" to answer-sheet-record
               write answer-sheet-record
           end-if.

      ***** Only the cache window and the retry count are taken; an
      ***** explicit zero retry count switches the retries off, as it
      ***** does overnight.
       load-control-parameters section.
           open input control-parameter-file
           if ws-ctlparm-status = "35"
               continue
           else
               read control-parameter-file
                   not at end
                       if cp-cache-days numeric
                          and cp-cache-days > zero
                           move cp-cache-days to ws-cache-days
                       end-if
                       if cp-error-retries numeric
                           move cp-error-retries to ws-error-retries
                       end-if
               end-read
               close control-parameter-file
           end-if.

      ***** The same date-effective lookups the overnight batch makes.
       lookup-bank-code section.
           move "-" to ws-bank-code-found
           if ws-work-bank-code not = spaces
               move "N" to ws-bank-code-found
               perform varying ws-sub5 from 1 by 1
                       until ws-sub5 > ws-bank-code-count
                   if ws-work-bank-code = ws-bank-code-value(ws-sub5)
                      and ws-effective-check-date
                           not < ws-bank-code-eff(ws-sub5)
                      and ws-effective-check-date
                           not > ws-bank-code-exp(ws-sub5)
                       move "Y" to ws-bank-code-found
                   end-if
               end-perform
               if ws-bank-code-not-registered
                   perform find-successor-bank-code
               end-if
           end-if.

      ***** An expired code whose crosswalk has taken effect is checked
      ***** under its successor, one hop, when the successor is itself
      ***** registered - the overnight batch's rule.
       find-successor-bank-code section.
           move zero to ws-successor-index
           move spaces to ws-successor-bank-code
           perform varying ws-sub5 from 1 by 1
                   until ws-sub5 > ws-bank-code-count
               if ws-work-bank-code = ws-bank-code-value(ws-sub5)
                  and ws-bank-code-succ(ws-sub5) not = spaces
                  and ws-effective-check-date
                       > ws-bank-code-exp(ws-sub5)
                  and ws-effective-check-date
                       not < ws-bank-code-succ-dt(ws-sub5)
                   move ws-sub5 to ws-successor-index
               end-if
           end-perform
           if ws-successor-index > zero
               move ws-work-bank-code to ws-hold-bank-code
               move ws-bank-code-succ(ws-successor-index)
                   to ws-work-bank-code
               perform varying ws-sub5 from 1 by 1
                       until ws-sub5 > ws-bank-code-count
                   if ws-work-bank-code = ws-bank-code-value(ws-sub5)
                      and ws-effective-check-date
                           not < ws-bank-code-eff(ws-sub5)
                      and ws-effective-check-date
                           not > ws-bank-code-exp(ws-sub5)
                       move "T" to ws-bank-code-found
                   end-if
               end-perform
               if ws-bank-code-translated
                   move ws-work-bank-code to ws-successor-bank-code
               end-if
               move ws-hold-bank-code to ws-work-bank-code
           end-if.

       lookup-suppression-entry section.
           move zero to ws-supp-match-index
           perform varying ws-sub7 from 1 by 1
                   until ws-sub7 > ws-suppression-count
                      or ws-supp-match-index > zero
               if ws-work-acct-number = ws-supp-account(ws-sub7)
                  and ws-effective-check-date
                       not < ws-supp-eff(ws-sub7)
                  and ws-effective-check-date
                       not > ws-supp-exp(ws-sub7)
                   move ws-sub7 to ws-supp-match-index
               end-if
           end-perform.

      ***** Only a "V" checked within the cache window answers for
      ***** the account; anything else leaves no match.
       screen-cached-request section.
           perform find-cache-entry
           if ws-cache-match-index > zero
              and ws-cache-code(ws-cache-match-index) = "V"
               move ws-cache-date(ws-cache-match-index) to ws-cds-date
               perform convert-date-to-serial
               if ws-cds-serial < ws-cache-cutoff-serial
                   move zero to ws-cache-match-index
               end-if
           else
               move zero to ws-cache-match-index
           end-if.

       find-cache-entry section.
           move zero to ws-cache-match-index
           perform varying ws-sub6 from 1 by 1
                   until ws-sub6 > ws-cache-count
                      or ws-cache-match-index > zero
               if ws-work-acct-number = ws-cache-account(ws-sub6)
                   move ws-sub6 to ws-cache-match-index
               end-if
           end-perform.

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

       validate-account-syntax section.
           move zero to ws-ps-length
           perform varying ws-ps-sub from 20 by -1
                   until ws-ps-sub < 1
                      or ws-ps-length > zero
               if ws-work-acct-number(ws-ps-sub:1) not = space
                   move ws-ps-sub to ws-ps-length
               end-if
           end-perform
           if ws-ps-length = zero
               move "PRESCREEN: ACCOUNT NUMBER EMPTY"
                   to ws-prescreen-reason
           else
               perform varying ws-ps-sub from 1 by 1
                       until ws-ps-sub > ws-ps-length
                          or ws-prescreen-reason not = spaces
                   move ws-work-acct-number(ws-ps-sub:1)
                       to ws-ps-digit-x
                   if ws-ps-digit-x not numeric
                       move "PRESCREEN: ACCOUNT NOT ALL DIGITS"
                           to ws-prescreen-reason
                   end-if
               end-perform
               if ws-prescreen-reason = spaces
                  and ws-work-check-indicator = "M"
                   perform validate-mod-97-check
               end-if
           end-if.

       validate-mod-97-check section.
           if ws-ps-length < 3
               move "PRESCREEN: TOO SHORT FOR MOD-97"
                   to ws-prescreen-reason
           else
               move zero to ws-ps-remainder
               compute ws-ps-body-length = ws-ps-length - 2
               perform varying ws-ps-sub from 1 by 1
                       until ws-ps-sub > ws-ps-body-length
                   move ws-work-acct-number(ws-ps-sub:1)
                       to ws-ps-digit-x
                   compute ws-ps-work =
                           ws-ps-remainder * 10 + ws-ps-digit
                   divide ws-ps-work by 97 giving ws-ps-quotient
                           remainder ws-ps-remainder
               end-perform
               move ws-work-acct-number(ws-ps-body-length + 1:2)
                   to ws-ps-check-digits-x
               if ws-ps-check-digits not = ws-ps-remainder
                   move "PRESCREEN: MOD-97 CHECK FAILED"
                       to ws-prescreen-reason
               end-if
           end-if.

       load-bank-code-reference section.
           move zero to ws-bank-code-count
           move space to ws-bankcode-truncated
           open input bank-code-file
           if ws-bankcode-status = "35"
               continue
           else
               perform read-one-bank-code-record
                   until ws-bankcode-status not = "00"
                      or ws-bank-code-count = 9999
               if ws-bankcode-status = "00"
                   move "Y" to ws-bankcode-truncated
               end-if
               close bank-code-file
           end-if.

       read-one-bank-code-record section.
           read bank-code-file
               at end
                   move "10" to ws-bankcode-status
               not at end
                   add 1 to ws-bank-code-count
                   move bc-bank-code
                       to ws-bank-code-value(ws-bank-code-count)
                   move bc-bank-name
                       to ws-bank-code-name(ws-bank-code-count)
                   if bc-effective-from numeric
                       move bc-effective-from
                           to ws-bank-code-eff(ws-bank-code-count)
                   else
                       move zero
                           to ws-bank-code-eff(ws-bank-code-count)
                   end-if
                   if bc-expired-after numeric
                      and bc-expired-after > zero
                       move bc-expired-after
                           to ws-bank-code-exp(ws-bank-code-count)
                   else
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

       load-suppression-list section.
           move zero to ws-suppression-count
           move space to ws-suppmast-truncated
           open input suppression-file
           if ws-suppmast-status = "35"
               continue
           else
               perform read-one-suppression-record
                   until ws-suppmast-status not = "00"
                      or ws-suppression-count = 9999
               if ws-suppmast-status = "00"
                   move "Y" to ws-suppmast-truncated
               end-if
               close suppression-file
           end-if.

       read-one-suppression-record section.
           read suppression-file
               at end
                   move "10" to ws-suppmast-status
               not at end
                   add 1 to ws-suppression-count
                   move sp-account-number
                       to ws-supp-account(ws-suppression-count)
                   move sp-reason
                       to ws-supp-reason(ws-suppression-count)
                   if sp-effective-from numeric
                       move sp-effective-from
                           to ws-supp-eff(ws-suppression-count)
                   else
                       move zero
                           to ws-supp-eff(ws-suppression-count)
                   end-if
                   if sp-expired-after numeric
                      and sp-expired-after > zero
                       move sp-expired-after
                           to ws-supp-exp(ws-suppression-count)
                   else
                       move 99999999
                           to ws-supp-exp(ws-suppression-count)
                   end-if
           end-read.

      ***** The cache is read only: a desk check neither refreshes nor
      ***** rewrites it.
       load-result-cache section.
           move ws-current-date to ws-cds-date
           perform convert-date-to-serial
           move ws-cds-serial to ws-today-serial
           compute ws-cache-cutoff-serial =
                   ws-today-serial - ws-cache-days
           move zero to ws-cache-count
           move space to ws-cache-truncated
           open input result-cache-file
           if ws-rsltcach-status = "35"
               continue
           else
               perform load-one-cache-record
                   until ws-rsltcach-status not = "00"
               close result-cache-file
           end-if.

       load-one-cache-record section.
           read result-cache-file
               at end
                   move "10" to ws-rsltcach-status
               not at end
                   if rc-last-checked numeric
                       if ws-cache-count < 9999
                           add 1 to ws-cache-count
                           move rc-account-number
                               to ws-cache-account(ws-cache-count)
                           move rc-condition-code
                               to ws-cache-code(ws-cache-count)
                           move rc-check-reason
                               to ws-cache-reason(ws-cache-count)
                           move rc-last-checked
                               to ws-cache-date(ws-cache-count)
                       else
                           move "Y" to ws-cache-truncated
                       end-if
                   end-if
           end-read.

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
