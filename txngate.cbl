      ***** neither where a header is expected refuses the stream from
      ***** the break onward, since nothing past it can be attributed
      ***** to a sender.
      *****
      ***** A balanced batch must also be dated for a processing day:
      ***** its header business date is checked against the processing
      ***** calendar (CALMAST, maintained by calmant - Monday to Friday
      ***** unless the calendar says otherwise) and refused when it is
      ***** not a real date, lies in the future, falls on a weekend or
      ***** a holiday, or is older than the staleness window allows,
      ***** so a branch that resends an old file is told so instead of
      ***** having it checked against tonight's reference data. The
      ***** window comes from the validation batch's control parameter
      ***** file (CTLPARM bytes 21-22), so both programs judge a stale
      ***** date the same way.

       special-names.
           decimal-point is comma.
           select account-map-file assign to BATCHMAP
               organization is line sequential
               file status is ws-batchmap-status.
           select calendar-master-file assign to CALMAST
               organization is line sequential
               file status is ws-calmast-status.
           select control-parameter-file assign to CTLPARM
               organization is line sequential
               file status is ws-ctlparm-status.

       data division.
       file section.
           05  mp-batch-id              pic x(08).
           05  mp-submitting-system     pic x(08).

      ***** Processing-calendar exceptions, maintained by calmant: "H"
      ***** a holiday on a weekday, "B" a weekend date worked as a
      ***** business day.
       fd  calendar-master-file.
       01  calendar-master-record.
           05  cm-calendar-date         pic 9(08).
           05  cm-day-type              pic x(01).
           05  cm-description           pic x(30).

      ***** The validation batch's control parameters; only the
      ***** business-date staleness window is of interest here.
       fd  control-parameter-file.
       01  control-parameter-record.
           05  filler                   pic x(20).
           05  cp-stale-days            pic 9(02).
           05  filler                   pic x(01).

       working-storage section.
       01  ws-branchin-status           pic x(02).
       01  ws-acctin-status             pic x(02).
       01  ws-trailer-record-count      pic 9(09) value zero.
       01  ws-trailer-hash-total        pic 9(16) value zero.

      ***** Processing calendar for the business-date check. The
      ***** exception dates are held with their day serials, so a day
      ***** is looked up by serial without converting back to a date.
      ***** A missing calendar leaves the plain weekday rule; a full
      ***** table warns, since dates past the cut-off fall back to it.
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

      ***** Staleness window: how many processing days may have come
      ***** and gone since the business date, today included, before a
      ***** batch counts as stale - zero accepts only the latest
      ***** processing day. An explicit zero is meaningful, so presence
      ***** is judged on the field being numeric alone.
       01  ws-ctlparm-status            pic x(02).
       01  ws-stale-days                pic 9(02) value 1.
       01  ws-stale-day-count           pic 9(04) comp-5.
       01  ws-date-check-reason         pic x(40).

      ***** Calendar arithmetic. The day serial is the validation
      ***** batch's cache-window formula; taken modulo 7 it gives the
      ***** day of the week, remainder 0 being a Tuesday, so 4 and 5
      ***** are the weekend.
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
       01  ws-cal-weekday               pic 9(04) comp-5.
       01  ws-cal-day-kind              pic x(01).
           88  ws-cal-business-day          value "B".
           88  ws-cal-weekend               value "W".
           88  ws-cal-holiday               value "H".

       01  ws-completion-code           pic 9(02) value zero.
       01  ws-current-date              pic x(08).
       01  ws-current-time              pic x(08).
                  ws-current-time delimited by size
                  into ws-current-timestamp
           end-string
           perform load-processing-calendar
           perform load-control-parameters
           open output acknowledgment-file
           open input branch-input-file
           if ws-branchin-status = "00"
      *****    4  at least one branch batch refused - its sender owes a
      *****       retransmission, the rest of the book went through -
      *****       or the attribution map was not written clean, so the
      *****       chargeback falls back to the gateway's own header, or
      *****       the processing calendar overflowed its table
      *****   12  the stream broke shape, the input was missing, or the
      *****       merged transmission was not written clean - nothing
      *****       downstream may be released on tonight's gate
       set-completion-code section.
           if (ws-batches-refused-count > zero
               or not ws-map-write-clean
               or ws-calendar-was-truncated)
              and ws-completion-code < 4
               move 4 to ws-completion-code
           end-if
      ***** merge the batch into the gateway transmission or refuse it
      ***** back to its sender. A batch too big for the gateway table
      ***** is refused even when it balances, since its records could
      ***** not all be held back for the merge, and so is a balanced
      ***** batch whose business date fails the processing-calendar
      ***** check.
       settle-one-batch section.
           move bt-record-count to ws-trailer-record-count
           move bt-hash-total to ws-trailer-hash-total
               move "BATCH EXCEEDS GATEWAY TABLE - SPLIT AND RESEND"
                   to ws-batch-balance-reason
           end-if
           if ws-batch-in-balance
               perform check-business-date
               if ws-date-check-reason not = spaces
                   move "N" to ws-batch-balance
                   move ws-date-check-reason to ws-batch-balance-reason
               end-if
           end-if
           if ws-batch-in-balance
               perform merge-accepted-batch
               perform acknowledge-accepted-batch
                       " - run refused"
               move 12 to ws-completion-code
           end-if.

      ***** Load the calendar's exception dates with their day serials.
      ***** A missing calendar is an empty one: the weekday rule alone
      ***** then decides.
       load-processing-calendar section.
           move zero to ws-calendar-count
           move space to ws-calmast-truncated
           open input calendar-master-file
           if ws-calmast-status = "35"
               display "txngate: CALMAST not present -"
                       " weekday rule only"
           else
               perform load-one-calendar-entry
                   until ws-calmast-status not = "00"
               close calendar-master-file
           end-if
           if ws-calendar-was-truncated
               display "txngate: calendar table full at "
                       ws-calendar-count
           end-if.

       load-one-calendar-entry section.
           read calendar-master-file
               at end
                   move "10" to ws-calmast-status
               not at end
                   if cm-calendar-date numeric
                       if ws-calendar-count < 3660
                           add 1 to ws-calendar-count
                           move cm-calendar-date
                               to ws-cal-date(ws-calendar-count)
                           move cm-day-type
                               to ws-cal-type(ws-calendar-count)
                           move cm-calendar-date to ws-cds-date
                           perform convert-date-to-serial
                           move ws-cds-serial
                               to ws-cal-serial(ws-calendar-count)
                       else
                           move "Y" to ws-calmast-truncated
                       end-if
                   end-if
           end-read.

      ***** Only the staleness window is taken from the control
      ***** parameter file; no file, or a card cut before the window
      ***** existed, leaves the compiled-in default.
       load-control-parameters section.
           open input control-parameter-file
           if ws-ctlparm-status = "35"
               continue
           else
               read control-parameter-file
                   not at end
                       if cp-stale-days numeric
                           move cp-stale-days to ws-stale-days
                       end-if
               end-read
               close control-parameter-file
           end-if.

      ***** The batch's business date must be a real date, not later
      ***** than today, a processing day, and inside the staleness
      ***** window. Leaves the refusal reason in ws-date-check-reason,
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
      ***** the date is refused as stale.
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
