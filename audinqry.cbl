      ***** of reads instead of a scan of the whole book.

       special-names.
           environment-name  is environment-name
           environment-value is environment-value
           decimal-point is comma.

       input-output section.
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
           display "Zacatek programu audinqry"
                  ws-current-time delimited by size
                  into ws-current-timestamp
           end-string
           perform set-print-mode
           open output inquiry-report
           move spaces to inquiry-report-record
           string "ACCOUNT HISTORY INQUIRY " delimited by size
                  ws-current-timestamp       delimited by size
                  ws-print-mode-note         delimited by size
                  into inquiry-report-record
           end-string
           write inquiry-report-record
           end-read.

       write-history-line section.
           move aa-account-value to ws-mask-record
           perform mask-account-number
           move spaces to inquiry-report-record
           string ws-mask-account           delimited by size
                  " " delimited by size
                  aa-run-timestamp           delimited by size
                  " " delimited by size
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-inquiry-count
               if ws-iq-hit-count(ws-sub1) = zero
                   move ws-iq-account(ws-sub1) to ws-mask-record
                   perform mask-account-number
                   move spaces to inquiry-report-record
                   string ws-mask-account        delimited by size
                          " NO HISTORY ON ARCHIVE MASTER"
                              delimited by size
                          into inquiry-report-record
                   write inquiry-report-record
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
