       identification division.
       program-id. refrevw.

      ***** Monthly stale reference-data review. SUPPMAST and BANKCODE
      ***** only ever grow; this report reads both masters against the
      ***** audit archive master so compliance and reference-data staff
      ***** can see which entries no longer carry any work, and expire
      ***** them through the normal SUPPTXN/BANKTXN process.
      *****
      ***** Three lists go to REVWRPT:
      *****   1  every open suppression entry whose account has had no
      *****      check of any kind - not even a Suppressed entry - on
      *****      the archive within the inactivity window, with its
      *****      reason and effective-from date
      *****   2  every open bank code with no archived account carrying
      *****      it in bytes 21-24 within the same window - counting
      *****      an account still quoting an expired code that names
      *****      it as successor, since the validation batch checks
      *****      that work under the successor but archives it under
      *****      the code the branch sent
      *****   3  every open suppression entry that has been in force
      *****      longer than the open-age limit, active or not
      ***** An entry is open when it is in force today: effective-from
      ***** on or before today and not yet past its expired-after
      ***** date. Entries dated to start in the future are not
      ***** reviewed.
      *****
      ***** The REVWPARM card carries the two limits, in days:
      *****   bytes 1-4  inactivity window, 90 when not given
      *****   bytes 5-8  open-age limit, 365 when not given
      *****
      ***** The archive is read once, in key order. It holds every
      ***** record for the same account value together, so each
      ***** account value is matched against the masters only once,
      ***** on its first record inside the window - unless its code
      ***** has a successor not yet in effect on that record's run
      ***** date, when the account's later records are looked at too.
      *****
      ***** Completion code 4 when there is no archive to review
      ***** against (every open entry then lists as inactive) or a
      ***** master table is full; 12 when the archive was not read to
      ***** end, since the lists would then name entries that are in
      ***** fact still in use.

       special-names.
           environment-name  is environment-name
           environment-value is environment-value
           decimal-point is comma.

       input-output section.
       file-control.
           select archive-master assign to ARCHMAST
               organization is indexed
               access mode is sequential
               record key is aa-archive-key
               file status is ws-archmast-status.
           select suppression-file assign to SUPPMAST
               organization is line sequential
               file status is ws-suppmast-status.
           select bank-code-file assign to BANKCODE
               organization is line sequential
               file status is ws-bankcode-status.
           select review-parameter-file assign to REVWPARM
               organization is line sequential
               file status is ws-revwparm-status.
           select review-report assign to REVWRPT
               organization is line sequential
               file status is ws-revwrpt-status.

       data division.
       file section.
      ***** Same layout the archive step writes.
       fd  archive-master.
       01  archive-master-record.
           05  aa-archive-key.
               10  aa-account-value     pic x(34).
               10  aa-run-timestamp     pic x(16).
               10  aa-entry-point       pic x(15).
           05  aa-check-result          pic x(34).
           05  aa-check-condition-code  pic x(01).
           05  aa-batch-id              pic x(08).
           05  aa-submitting-system     pic x(08).

      ***** Same layouts the validation batch loads.
       fd  suppression-file.
       01  suppression-file-record.
           05  sp-account-number        pic x(20).
           05  sp-reason                pic x(30).
           05  sp-effective-from        pic 9(08).
           05  sp-expired-after         pic 9(08).

       fd  bank-code-file.
       01  bank-code-file-record.
           05  bc-bank-code             pic x(04).
           05  bc-bank-name             pic x(20).
           05  bc-effective-from        pic 9(08).
           05  bc-expired-after         pic 9(08).
           05  bc-successor-code        pic x(04).
           05  bc-successor-from        pic 9(08).

       fd  review-parameter-file.
       01  review-parameter-record.
           05  rp-inactivity-days       pic x(04).
           05  rp-open-age-days         pic x(04).
           05  filler                   pic x(72).

       fd  review-report.
       01  review-report-record         pic x(120).

       working-storage section.
       01  ws-archmast-status           pic x(02).
       01  ws-suppmast-status           pic x(02).
       01  ws-bankcode-status           pic x(02).
       01  ws-revwparm-status           pic x(02).
       01  ws-revwrpt-status            pic x(02).

       01  ws-inactivity-days           pic 9(04) value 90.
       01  ws-open-age-days             pic 9(04) value 365.
       01  ws-parm-value-x              pic x(04).
       01  ws-parm-value redefines ws-parm-value-x
                                        pic 9(04).

      ***** The open suppression entries, each with whether its
      ***** account was seen on the archive inside the window.
       01  ws-suppression-table.
           05  ws-suppression-entry occurs 9999.
               10  ws-supp-account      pic x(20).
               10  ws-supp-reason       pic x(30).
               10  ws-supp-eff          pic 9(08).
               10  ws-supp-exp          pic 9(08).
               10  ws-supp-active       pic x(01).
       01  ws-suppression-count         pic 9(04) value zero.
       01  ws-suppmast-truncated        pic x(01) value space.
           88  ws-suppmast-was-truncated    value "Y".

      ***** The open bank codes, each with whether any archived
      ***** account carried it inside the window.
       01  ws-bank-code-table.
           05  ws-bank-code-entry occurs 9999.
               10  ws-bank-code-value   pic x(04).
               10  ws-bank-code-name    pic x(20).
               10  ws-bank-code-eff     pic 9(08).
               10  ws-bank-code-exp     pic 9(08).
               10  ws-bank-code-active  pic x(01).
       01  ws-bank-code-count           pic 9(04) value zero.
       01  ws-bankcode-truncated        pic x(01) value space.
           88  ws-bankcode-was-truncated    value "Y".

      ***** Successor crosswalk off every bank-code entry that names
      ***** one, expired entries included: an archived account quoting
      ***** the old code after it expired, on or after the successor
      ***** date, was checked under the successor, so it keeps the
      ***** successor active. Same reading as the validation batch - a
      ***** zero successor date means the day after the expiry.
       01  ws-crosswalk-table.
           05  ws-crosswalk-entry occurs 9999.
               10  ws-xw-old-code       pic x(04).
               10  ws-xw-old-exp        pic 9(08).
               10  ws-xw-successor      pic x(04).
               10  ws-xw-successor-from pic 9(08).
       01  ws-crosswalk-count           pic 9(04) value zero.
       01  ws-sub2                      pic 9(04) comp-5.
       01  ws-archive-run-date          pic 9(08).
       01  ws-successor-pending         pic x(01) value space.
           88  ws-successor-not-yet-due     value "Y".

       01  ws-archmast-read-clean       pic x(01) value space.
           88  ws-archmast-load-clean       value "Y".
       01  ws-archmast-missing          pic x(01) value space.
           88  ws-archmast-not-found        value "Y".
       01  ws-last-matched-value        pic x(34) value spaces.
       01  ws-master-count              pic 9(09) value zero.
       01  ws-window-record-count       pic 9(09) value zero.

       01  ws-inactive-supp-count       pic 9(04) value zero.
       01  ws-inactive-bank-count       pic 9(04) value zero.
       01  ws-long-open-count           pic 9(04) value zero.
       01  ws-days-open                 pic 9(05).
       01  ws-completion-code           pic 9(02) value zero.

      ***** Day-serial date arithmetic for the window and the ages.
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
       01  ws-window-start-serial       pic 9(09) comp-5.

       01  ws-sub1                      pic 9(04) comp-5.
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
           display "Zacatek programu refrevw"

           accept ws-current-date from date yyyymmdd
           accept ws-current-time from time
           string ws-current-date delimited by size
                  ws-current-time delimited by size
                  into ws-current-timestamp
           end-string
           move ws-current-date-n to ws-cds-date
           perform convert-date-to-serial
           move ws-cds-serial to ws-today-serial
           perform set-print-mode
           perform load-review-parameters
           compute ws-window-start-serial =
                   ws-today-serial - ws-inactivity-days
           open output review-report
           move spaces to review-report-record
           string "STALE REFERENCE-DATA REVIEW " delimited by size
                  ws-current-timestamp  delimited by size
                  " INACTIVITY WINDOW " delimited by size
                  ws-inactivity-days    delimited by size
                  " DAYS, OPEN-AGE LIMIT " delimited by size
                  ws-open-age-days      delimited by size
                  " DAYS"               delimited by size
                  into review-report-record
           end-string
           write review-report-record
           if ws-print-in-full
               move ws-print-mode-note(4:) to review-report-record
               write review-report-record
           end-if
           perform load-suppression-list
           perform load-bank-code-reference
           perform scan-archive
           perform list-inactive-suppressions
           perform list-inactive-bank-codes
           perform list-long-open-suppressions
           perform write-review-warnings
           close review-report
           move ws-completion-code to return-code
           display "refrevw: archive records " ws-master-count
                   " in window " ws-window-record-count
                   " inactive holds " ws-inactive-supp-count
                   " inactive codes " ws-inactive-bank-count
                   " long open " ws-long-open-count
           stop run.

      ***** Either limit left blank, zero or unreadable on the card
      ***** keeps its default.
       load-review-parameters section.
           open input review-parameter-file
           if ws-revwparm-status = "35"
               continue
           else
               read review-parameter-file
                   not at end
                       move rp-inactivity-days to ws-parm-value-x
                       if ws-parm-value-x numeric
                          and ws-parm-value > zero
                           move ws-parm-value to ws-inactivity-days
                       end-if
                       move rp-open-age-days to ws-parm-value-x
                       if ws-parm-value-x numeric
                          and ws-parm-value > zero
                           move ws-parm-value to ws-open-age-days
                       end-if
               end-read
               close review-parameter-file
           end-if.

       load-suppression-list section.
           move zero to ws-suppression-count
           open input suppression-file
           if ws-suppmast-status = "35"
               continue
           else
               perform load-one-suppression-record
                   until ws-suppmast-status not = "00"
               close suppression-file
           end-if.

       load-one-suppression-record section.
           read suppression-file
               at end
                   move "10" to ws-suppmast-status
               not at end
                   if sp-effective-from not numeric
                       move zero to sp-effective-from
                   end-if
                   if sp-expired-after not numeric
                      or sp-expired-after = zero
                       move 99999999 to sp-expired-after
                   end-if
                   if sp-effective-from not > ws-current-date-n
                      and sp-expired-after not < ws-current-date-n
                       if ws-suppression-count < 9999
                           add 1 to ws-suppression-count
                           move sp-account-number
                               to ws-supp-account(ws-suppression-count)
                           move sp-reason
                               to ws-supp-reason(ws-suppression-count)
                           move sp-effective-from
                               to ws-supp-eff(ws-suppression-count)
                           move sp-expired-after
                               to ws-supp-exp(ws-suppression-count)
                           move "N"
                               to ws-supp-active(ws-suppression-count)
                       else
                           move "Y" to ws-suppmast-truncated
                       end-if
                   end-if
           end-read.

       load-bank-code-reference section.
           move zero to ws-bank-code-count
           move zero to ws-crosswalk-count
           open input bank-code-file
           if ws-bankcode-status = "35"
               continue
           else
               perform load-one-bank-code-record
                   until ws-bankcode-status not = "00"
               close bank-code-file
           end-if.

       load-one-bank-code-record section.
           read bank-code-file
               at end
                   move "10" to ws-bankcode-status
               not at end
                   if bc-effective-from not numeric
                       move zero to bc-effective-from
                   end-if
                   if bc-expired-after not numeric
                      or bc-expired-after = zero
                       move 99999999 to bc-expired-after
                   end-if
                   if bc-successor-code not = spaces
                       perform load-one-crosswalk-entry
                   end-if
                   if bc-effective-from not > ws-current-date-n
                      and bc-expired-after not < ws-current-date-n
                       if ws-bank-code-count < 9999
                           add 1 to ws-bank-code-count
                           move bc-bank-code
                               to ws-bank-code-value(ws-bank-code-count)
                           move bc-bank-name
                               to ws-bank-code-name(ws-bank-code-count)
                           move bc-effective-from
                               to ws-bank-code-eff(ws-bank-code-count)
                           move bc-expired-after
                               to ws-bank-code-exp(ws-bank-code-count)
                           move "N" to
                               ws-bank-code-active(ws-bank-code-count)
                       else
                           move "Y" to ws-bankcode-truncated
                       end-if
                   end-if
           end-read.

      ***** A crosswalk table too small for the master is reported the
      ***** same way as a full bank-code table: successors past the cut
      ***** could be listed inactive when they are not.
       load-one-crosswalk-entry section.
           if ws-crosswalk-count < 9999
               add 1 to ws-crosswalk-count
               move bc-bank-code
                   to ws-xw-old-code(ws-crosswalk-count)
               move bc-expired-after
                   to ws-xw-old-exp(ws-crosswalk-count)
               move bc-successor-code
                   to ws-xw-successor(ws-crosswalk-count)
               if bc-successor-from numeric
                   move bc-successor-from
                       to ws-xw-successor-from(ws-crosswalk-count)
               else
                   move zero
                       to ws-xw-successor-from(ws-crosswalk-count)
               end-if
           else
               move "Y" to ws-bankcode-truncated
           end-if.

       scan-archive section.
           open input archive-master
           if ws-archmast-status = "35"
               move "Y" to ws-archmast-read-clean
               move "Y" to ws-archmast-missing
           else
               perform scan-one-archive-record
                   until ws-archmast-status not = "00"
               if ws-archmast-status = "10"
                   move "Y" to ws-archmast-read-clean
               end-if
               close archive-master
           end-if.

      ***** Every entry point counts as a check here, Suppressed
      ***** included: a held account still being sent is a live one.
       scan-one-archive-record section.
           read archive-master
               at end
                   move "10" to ws-archmast-status
               not at end
                   add 1 to ws-master-count
                   if aa-account-value not = ws-last-matched-value
                      or ws-successor-not-yet-due
                       if aa-run-timestamp(1:8) numeric
                           move aa-run-timestamp(1:8) to ws-cds-date
                           perform convert-date-to-serial
                           if ws-cds-serial not < ws-window-start-serial
                               if aa-account-value
                                       not = ws-last-matched-value
                                   add 1 to ws-window-record-count
                                   move aa-account-value
                                       to ws-last-matched-value
                               end-if
                               perform mark-active-references
                           end-if
                       end-if
                   end-if
           end-read.

       mark-active-references section.
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-suppression-count
               if aa-account-value(1:20) = ws-supp-account(ws-sub1)
                   move "Y" to ws-supp-active(ws-sub1)
               end-if
           end-perform
           if aa-account-value(21:4) not = spaces
               perform varying ws-sub1 from 1 by 1
                       until ws-sub1 > ws-bank-code-count
                   if aa-account-value(21:4)
                           = ws-bank-code-value(ws-sub1)
                       move "Y" to ws-bank-code-active(ws-sub1)
                   end-if
               end-perform
           end-if
           move space to ws-successor-pending
           if aa-account-value(21:4) not = spaces
               perform mark-active-successors
           end-if.

      ***** The successor in effect for the archived code on the
      ***** record's run date - the old code past its expiry and the
      ***** run date on or after the successor date - is active too. A
      ***** successor only due after this record leaves the account's
      ***** later records to be looked at.
       mark-active-successors section.
           move aa-run-timestamp(1:8) to ws-archive-run-date
           perform varying ws-sub2 from 1 by 1
                   until ws-sub2 > ws-crosswalk-count
               if aa-account-value(21:4) = ws-xw-old-code(ws-sub2)
                   if ws-archive-run-date > ws-xw-old-exp(ws-sub2)
                      and ws-archive-run-date
                           not < ws-xw-successor-from(ws-sub2)
                       perform varying ws-sub1 from 1 by 1
                               until ws-sub1 > ws-bank-code-count
                           if ws-xw-successor(ws-sub2)
                                   = ws-bank-code-value(ws-sub1)
                               move "Y"
                                   to ws-bank-code-active(ws-sub1)
                           end-if
                       end-perform
                   else
                       move "Y" to ws-successor-pending
                   end-if
               end-if
           end-perform.

       list-inactive-suppressions section.
           move spaces to review-report-record
           write review-report-record
           move spaces to review-report-record
           string "OPEN SUPPRESSION ENTRIES WITH NO CHECK IN "
                      delimited by size
                  ws-inactivity-days delimited by size
                  " DAYS"            delimited by size
                  into review-report-record
           end-string
           write review-report-record
           move "ACCOUNT              REASON                         EFF
      -         "-FROM" to review-report-record
           write review-report-record
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-suppression-count
               if ws-supp-active(ws-sub1) = "N"
                   add 1 to ws-inactive-supp-count
                   move ws-supp-account(ws-sub1) to ws-mask-record
                   perform mask-account-number
                   move spaces to review-report-record
                   string ws-mask-account          delimited by size
                          " "                      delimited by size
                          ws-supp-reason(ws-sub1)  delimited by size
                          " "                      delimited by size
                          ws-supp-eff(ws-sub1)     delimited by size
                          into review-report-record
                   end-string
                   write review-report-record
               end-if
           end-perform
           move spaces to review-report-record
           string "ENTRIES LISTED: "     delimited by size
                  ws-inactive-supp-count delimited by size
                  into review-report-record
           end-string
           write review-report-record.

       list-inactive-bank-codes section.
           move spaces to review-report-record
           write review-report-record
           move spaces to review-report-record
           string "OPEN BANK CODES WITH NO ARCHIVED ACCOUNTS IN "
                      delimited by size
                  ws-inactivity-days delimited by size
                  " DAYS"            delimited by size
                  into review-report-record
           end-string
           write review-report-record
           move "CODE NAME                 EFF-FROM EXP-AFTR"
               to review-report-record
           write review-report-record
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-bank-code-count
               if ws-bank-code-active(ws-sub1) = "N"
                   add 1 to ws-inactive-bank-count
                   move spaces to review-report-record
                   string ws-bank-code-value(ws-sub1) delimited by size
                          " "                         delimited by size
                          ws-bank-code-name(ws-sub1)  delimited by size
                          " "                         delimited by size
                          ws-bank-code-eff(ws-sub1)   delimited by size
                          " "                         delimited by size
                          ws-bank-code-exp(ws-sub1)   delimited by size
                          into review-report-record
                   end-string
                   write review-report-record
               end-if
           end-perform
           move spaces to review-report-record
           string "CODES LISTED: "       delimited by size
                  ws-inactive-bank-count delimited by size
                  into review-report-record
           end-string
           write review-report-record.

       list-long-open-suppressions section.
           move spaces to review-report-record
           write review-report-record
           move spaces to review-report-record
           string "SUPPRESSION ENTRIES OPEN LONGER THAN "
                      delimited by size
                  ws-open-age-days delimited by size
                  " DAYS"          delimited by size
                  into review-report-record
           end-string
           write review-report-record
           move "ACCOUNT              REASON                         EFF
      -         "-FROM  DAYS" to review-report-record
           write review-report-record
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-suppression-count
               move ws-supp-eff(ws-sub1) to ws-cds-date
               if ws-cds-date = zero
                   move 99999 to ws-days-open
               else
                   perform convert-date-to-serial
                   compute ws-days-open =
                           ws-today-serial - ws-cds-serial
               end-if
               if ws-days-open > ws-open-age-days
                   add 1 to ws-long-open-count
                   move ws-supp-account(ws-sub1) to ws-mask-record
                   perform mask-account-number
                   move spaces to review-report-record
                   string ws-mask-account          delimited by size
                          " "                      delimited by size
                          ws-supp-reason(ws-sub1)  delimited by size
                          " "                      delimited by size
                          ws-supp-eff(ws-sub1)     delimited by size
                          " "                      delimited by size
                          ws-days-open             delimited by size
                          into review-report-record
                   end-string
                   write review-report-record
               end-if
           end-perform
           move spaces to review-report-record
           string "ENTRIES LISTED: "   delimited by size
                  ws-long-open-count   delimited by size
                  into review-report-record
           end-string
           write review-report-record.

       write-review-warnings section.
           move spaces to review-report-record
           write review-report-record
           if ws-archmast-not-found
               move "ARCHIVE MASTER NOT FOUND - NO ACTIVITY TO REVIEW AG
      -            "AINST" to review-report-record
               write review-report-record
               move 4 to ws-completion-code
           end-if
           if ws-suppmast-was-truncated
              or ws-bankcode-was-truncated
               move "MASTER TABLE FULL AT 9999 - REVIEW INCOMPLETE"
                   to review-report-record
               write review-report-record
               move 4 to ws-completion-code
           end-if
           if not ws-archmast-load-clean
               move "ARCHIVE NOT READ TO END - LISTS OVERSTATE INACTIVIT
      -            "Y" to review-report-record
               write review-report-record
               move 12 to ws-completion-code
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
