       identification division.
       program-id. calmant.

      ***** Processing-calendar maintenance for the account validation
      ***** batch. Monday to Friday are processing days and Saturday
      ***** and Sunday are not, unless the calendar master (CALMAST)
      ***** says otherwise: it carries one entry per exception date -
      ***** "H" a bank holiday that falls on a weekday, "B" a weekend
      ***** date worked as a business day - with a description. The
      ***** gateway and the validation batch check every batch business
      ***** date against the same rule, so a transmission dated for a
      ***** weekend, a holiday, or the future is refused rather than
      ***** checked against the wrong day's reference data.
      *****
      ***** Transactions arrive on CALTXN, one per record:
      *****   A  add an exception date
      *****   C  change the day type and/or description of a date
      *****   D  delete the exception, so the date falls back to the
      *****      weekday rule
      ***** An entry that only restates the weekday rule - a holiday on
      ***** a weekend, a business day on a weekday - is rejected, so
      ***** the master carries exceptions only. Every transaction,
      ***** applied or rejected, is written to the CALAUDT audit trail
      ***** with the submitting user, the before and after values, and
      ***** the reason when rejected. The updated master is written to
      ***** CALNEWM in date order; operations swaps it in for CALMAST
      ***** once the audit trail has been eyeballed. CALLIST lists the
      ***** exception dates on the new master followed by the coming
      ***** weeks day by day, each marked processing day or not.

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select calendar-master-in assign to CALMAST
               organization is line sequential
               file status is ws-calmast-status.
           select calendar-master-out assign to CALNEWM
               organization is line sequential
               file status is ws-calnewm-status.
           select calendar-txn-file assign to CALTXN
               organization is line sequential
               file status is ws-caltxn-status.
           select calendar-audit-file assign to CALAUDT
               organization is line sequential
               file status is ws-calaudt-status.
           select calendar-listing assign to CALLIST
               organization is line sequential
               file status is ws-callist-status.

       data division.
       file section.
      ***** Same layout the gateway and the validation batch load for
      ***** the business-date check.
       fd  calendar-master-in.
       01  calendar-master-in-record.
           05  cm-calendar-date         pic 9(08).
           05  cm-day-type              pic x(01).
           05  cm-description           pic x(30).

       fd  calendar-master-out.
       01  calendar-master-out-record.
           05  co-calendar-date         pic 9(08).
           05  co-day-type              pic x(01).
           05  co-description           pic x(30).

       fd  calendar-txn-file.
       01  calendar-txn-record.
           05  tx-action                pic x(01).
           05  tx-calendar-date         pic 9(08).
           05  tx-day-type              pic x(01).
           05  tx-description           pic x(30).
           05  tx-user-id               pic x(08).

      ***** Audit trail of who changed what: one record per
      ***** transaction, applied or rejected.
       fd  calendar-audit-file.
       01  calendar-audit-record.
           05  ca-timestamp             pic x(16).
           05  ca-user-id               pic x(08).
           05  ca-action                pic x(01).
           05  ca-calendar-date         pic 9(08).
           05  ca-old-day-type          pic x(01).
           05  ca-new-day-type          pic x(01).
           05  ca-old-description       pic x(30).
           05  ca-new-description       pic x(30).
           05  ca-disposition           pic x(08).
           05  ca-reject-reason         pic x(30).

       fd  calendar-listing.
       01  calendar-listing-record      pic x(80).

       working-storage section.
       01  ws-calmast-status            pic x(02).
       01  ws-calnewm-status            pic x(02).
       01  ws-caltxn-status             pic x(02).
       01  ws-calaudt-status            pic x(02).
       01  ws-callist-status            pic x(02).

      ***** The whole master is worked on in storage, same ceiling as
      ***** the gateway's and the validation batch's calendar tables.
      ***** Overflow refuses the run rather than dropping entries.
       01  ws-calendar-table.
           05  ws-calendar-entry occurs 3660.
               10  ws-cal-date          pic 9(08).
               10  ws-cal-type          pic x(01).
               10  ws-cal-description   pic x(30).
       01  ws-calendar-count            pic 9(04) value zero.
       01  ws-calmast-overflow          pic x(01) value space.
           88  ws-calmast-table-full        value "Y".
      ***** Set only when the master was read through to a clean end
      ***** of file (a missing master counts as a clean empty one). A
      ***** load that stopped early means unread entries the rewrite
      ***** would drop from the new master, so the run is refused.
       01  ws-calmast-read-clean        pic x(01) value space.
           88  ws-calmast-load-clean        value "Y".
      ***** Set only when the new master was written through without a
      ***** failed open or write; anything less must refuse the run so
      ***** operations cannot swap in a stale or partial CALNEWM.
       01  ws-calnewm-write-flag        pic x(01) value space.
           88  ws-calmast-write-clean       value "Y".
       01  ws-calnewm-write-status      pic x(02) value spaces.

       01  ws-txn-read-count            pic 9(04) value zero.
       01  ws-txn-applied-count         pic 9(04) value zero.
       01  ws-txn-rejected-count        pic 9(04) value zero.

       01  ws-sub1                      pic 9(04) comp-5.
       01  ws-sub2                      pic 9(04) comp-5.
       01  ws-match-index               pic 9(04) comp-5.
       01  ws-insert-index              pic 9(04) comp-5.
       01  ws-new-day-type              pic x(01).
       01  ws-reject-reason             pic x(30).
           88  ws-txn-accepted              value spaces.

      ***** Calendar arithmetic. A date is valid when its month is
      ***** 1-12 and its day falls inside that month, February taking
      ***** 29 days in a leap year. The day serial (days since a fixed
      ***** epoch, the same formula the validation batch uses for its
      ***** cache window) taken modulo 7 gives the day of the week:
      ***** remainder 0 is a Tuesday, so 4 and 5 are the weekend.
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
       01  ws-cal-month-lengths         pic x(24)
                                   value "312831303130313130313031".
       01  ws-cal-month-lengths-r redefines ws-cal-month-lengths.
           05  ws-cal-month-length      pic 9(02) occurs 12.
       01  ws-cal-last-day              pic 9(02).
       01  ws-cal-quotient              pic 9(08) comp-5.
       01  ws-cal-rem-4                 pic 9(04) comp-5.
       01  ws-cal-rem-100               pic 9(04) comp-5.
       01  ws-cal-rem-400               pic 9(04) comp-5.
       01  ws-cal-date-flag             pic x(01).
           88  ws-cal-date-valid            value "Y".
       01  ws-cal-weekday               pic 9(04) comp-5.
       01  ws-cal-day-names             pic x(21)
                                   value "TUEWEDTHUFRISATSUNMON".
       01  ws-cal-day-names-r redefines ws-cal-day-names.
           05  ws-cal-day-name          pic x(03) occurs 7.
       01  ws-cal-weekday-name          pic x(03).
       01  ws-cal-day-kind              pic x(01).
           88  ws-cal-business-day          value "B".
           88  ws-cal-weekend               value "W".
           88  ws-cal-holiday               value "H".
       01  ws-cal-kind-text             pic x(16).

      ***** How far ahead the day-by-day part of the listing runs.
       01  ws-lookahead-days            pic 9(02) value 42.
       01  ws-cal-line-note             pic x(30).
       01  ws-processing-day-count      pic 9(04) value zero.

       01  ws-current-date              pic x(08).
       01  ws-current-time              pic x(08).
       01  ws-current-timestamp         pic x(16).

       procedure division.
       main section.
           display "Zacatek programu calmant"

           accept ws-current-date from date yyyymmdd
           accept ws-current-time from time
           string ws-current-date delimited by size
                  ws-current-time delimited by size
                  into ws-current-timestamp
           end-string
           open extend calendar-audit-file
           if ws-calaudt-status = "35"
               open output calendar-audit-file
           end-if
           perform load-calendar-master
      ***** A refused run must not end with a zero completion code:
      ***** the scheduler would release the swap-in step and a stale
      ***** CALNEWM from a prior run could be installed as the master.
           if ws-calmast-table-full
               display "calmant: master table full at "
                       ws-calendar-count " - run refused"
               move 12 to return-code
           else
               if not ws-calmast-load-clean
                   display "calmant: master not read to end"
                           " - run refused"
                   move 12 to return-code
               else
                   perform apply-transactions
                   perform write-calendar-master
                   if not ws-calmast-write-clean
                       display "calmant: new master not written"
                               " clean - status "
                               ws-calnewm-write-status
                               " - run refused"
                       move 12 to return-code
                   else
                       perform write-calendar-listing
                   end-if
               end-if
           end-if
           close calendar-audit-file
           display "calmant: read " ws-txn-read-count
                   " applied " ws-txn-applied-count
                   " rejected " ws-txn-rejected-count
           stop run.

      ***** Load the whole master; a missing master is an empty one, so
      ***** the very first exception dates can be added by transaction.
      ***** The master is kept in date order, so the table is too.
       load-calendar-master section.
           move zero to ws-calendar-count
           move space to ws-calmast-overflow
           move space to ws-calmast-read-clean
           open input calendar-master-in
           if ws-calmast-status = "35"
               move "Y" to ws-calmast-read-clean
           else
               perform load-one-master-entry
                   until ws-calmast-status not = "00"
      ***** Capture clean end of file before the close rewrites the
      ***** status.
               if ws-calmast-status = "10"
                   move "Y" to ws-calmast-read-clean
               end-if
               close calendar-master-in
           end-if.

       load-one-master-entry section.
           read calendar-master-in
               at end
                   move "10" to ws-calmast-status
               not at end
                   if ws-calendar-count < 3660
                       add 1 to ws-calendar-count
                       move cm-calendar-date
                           to ws-cal-date(ws-calendar-count)
                       move cm-day-type
                           to ws-cal-type(ws-calendar-count)
                       move cm-description
                           to ws-cal-description(ws-calendar-count)
                   else
                       move "Y" to ws-calmast-overflow
                   end-if
           end-read.

       apply-transactions section.
           open input calendar-txn-file
           if ws-caltxn-status = "35"
               continue
           else
               perform apply-one-transaction
                   until ws-caltxn-status not = "00"
               close calendar-txn-file
           end-if.

       apply-one-transaction section.
           read calendar-txn-file
               at end
                   move "10" to ws-caltxn-status
               not at end
                   add 1 to ws-txn-read-count
                   move spaces to ws-reject-reason
                   move space to ca-old-day-type
                   move spaces to ca-old-description
                   if tx-action = "A"
                       perform apply-add-transaction
                   else
                       if tx-action = "C"
                           perform apply-change-transaction
                       else
                           if tx-action = "D"
                               perform apply-delete-transaction
                           else
                               move "UNKNOWN ACTION CODE"
                                   to ws-reject-reason
                               add 1 to ws-txn-rejected-count
                           end-if
                       end-if
                   end-if
                   perform write-audit-record
           end-read.

      ***** Add an exception date. The date must be a real calendar
      ***** date not already on the master, the day type "H" or "B",
      ***** and a description is required. The new entry is slotted
      ***** in at its place in date order.
       apply-add-transaction section.
           perform check-transaction-date
           if ws-txn-accepted
               perform find-calendar-entry
               if ws-match-index > zero
                   move "DATE ALREADY ON CALENDAR" to ws-reject-reason
               else
                   if tx-description = spaces
                       move "DESCRIPTION REQUIRED" to ws-reject-reason
                   else
                       move tx-day-type to ws-new-day-type
                       perform check-day-type
                       if ws-txn-accepted
                          and ws-calendar-count = 3660
                           move "MASTER TABLE FULL"
                               to ws-reject-reason
                       end-if
                   end-if
               end-if
           end-if
           if ws-txn-accepted
               perform insert-calendar-entry
               add 1 to ws-txn-applied-count
           else
               add 1 to ws-txn-rejected-count
           end-if.

      ***** Change the day type and/or the description of a date on
      ***** the master; a field left blank on the transaction keeps
      ***** its current value.
       apply-change-transaction section.
           perform check-transaction-date
           if ws-txn-accepted
               perform find-calendar-entry
               if ws-match-index = zero
                   move "DATE NOT ON CALENDAR" to ws-reject-reason
               else
                   if tx-day-type = space
                       move ws-cal-type(ws-match-index)
                           to ws-new-day-type
                   else
                       move tx-day-type to ws-new-day-type
                   end-if
                   perform check-day-type
               end-if
           end-if
           if ws-txn-accepted
               move ws-cal-type(ws-match-index) to ca-old-day-type
               move ws-cal-description(ws-match-index)
                   to ca-old-description
               move ws-new-day-type to ws-cal-type(ws-match-index)
               if tx-description not = spaces
                   move tx-description
                       to ws-cal-description(ws-match-index)
               end-if
               add 1 to ws-txn-applied-count
           else
               add 1 to ws-txn-rejected-count
           end-if.

      ***** Delete an exception date; the date goes back to the plain
      ***** weekday rule.
       apply-delete-transaction section.
           perform check-transaction-date
           if ws-txn-accepted
               perform find-calendar-entry
               if ws-match-index = zero
                   move "DATE NOT ON CALENDAR" to ws-reject-reason
               end-if
           end-if
           if ws-txn-accepted
               move ws-cal-type(ws-match-index) to ca-old-day-type
               move ws-cal-description(ws-match-index)
                   to ca-old-description
               perform varying ws-sub1 from ws-match-index by 1
                       until ws-sub1 not < ws-calendar-count
                   move ws-calendar-entry(ws-sub1 + 1)
                       to ws-calendar-entry(ws-sub1)
               end-perform
               subtract 1 from ws-calendar-count
               add 1 to ws-txn-applied-count
           else
               add 1 to ws-txn-rejected-count
           end-if.

       check-transaction-date section.
           if tx-calendar-date not numeric
               move "CALENDAR DATE REQUIRED" to ws-reject-reason
           else
               move tx-calendar-date to ws-cds-date
               perform validate-calendar-date
               if not ws-cal-date-valid
                   move "NOT A VALID CALENDAR DATE" to ws-reject-reason
               end-if
           end-if.

      ***** The day type must be an exception to the weekday rule for
      ***** the date it is put on: a holiday on a weekday, or a business
      ***** day on a weekend.
       check-day-type section.
           move tx-calendar-date to ws-cds-date
           perform classify-weekday
           if ws-new-day-type = "H"
               if ws-cal-weekend
                   move "WEEKEND IS NEVER A PROCESSING DAY"
                       to ws-reject-reason
               end-if
           else
               if ws-new-day-type = "B"
                   if ws-cal-business-day
                       move "WEEKDAY IS ALREADY A BUSINESS DAY"
                           to ws-reject-reason
                   end-if
               else
                   move "DAY TYPE MUST BE H OR B" to ws-reject-reason
               end-if
           end-if.

       find-calendar-entry section.
           move zero to ws-match-index
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-calendar-count
                      or ws-match-index > zero
               if ws-cal-date(ws-sub1) = tx-calendar-date
                   move ws-sub1 to ws-match-index
               end-if
           end-perform.

      ***** Open a slot ahead of the first later-dated entry and put
      ***** the new date in it, keeping the table in date order.
       insert-calendar-entry section.
           compute ws-insert-index = ws-calendar-count + 1
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-calendar-count
                      or ws-insert-index not > ws-calendar-count
               if ws-cal-date(ws-sub1) > tx-calendar-date
                   move ws-sub1 to ws-insert-index
               end-if
           end-perform
           perform varying ws-sub1 from ws-calendar-count by -1
                   until ws-sub1 < ws-insert-index
                      or ws-sub1 = zero
               move ws-calendar-entry(ws-sub1)
                   to ws-calendar-entry(ws-sub1 + 1)
           end-perform
           add 1 to ws-calendar-count
           move tx-calendar-date to ws-cal-date(ws-insert-index)
           move ws-new-day-type to ws-cal-type(ws-insert-index)
           move tx-description to ws-cal-description(ws-insert-index).

       write-audit-record section.
           move ws-current-timestamp to ca-timestamp
           move tx-user-id to ca-user-id
           move tx-action to ca-action
           if tx-calendar-date numeric
               move tx-calendar-date to ca-calendar-date
           else
               move zero to ca-calendar-date
           end-if
           move tx-day-type to ca-new-day-type
           move tx-description to ca-new-description
           if ws-txn-accepted
               move "APPLIED" to ca-disposition
               move spaces to ca-reject-reason
           else
               move "REJECTED" to ca-disposition
               move ws-reject-reason to ca-reject-reason
           end-if
           write calendar-audit-record.

       write-calendar-master section.
           move space to ws-calnewm-write-flag
           open output calendar-master-out
           move ws-calnewm-status to ws-calnewm-write-status
           if ws-calnewm-status = "00"
               perform varying ws-sub1 from 1 by 1
                       until ws-sub1 > ws-calendar-count
                          or ws-calnewm-status not = "00"
                   move ws-cal-date(ws-sub1) to co-calendar-date
                   move ws-cal-type(ws-sub1) to co-day-type
                   move ws-cal-description(ws-sub1) to co-description
                   write calendar-master-out-record
               end-perform
      ***** Capture the pass's first failure across both the writes
      ***** and the close - a failed close means buffered records
      ***** never reached disk, so it counts against the clean-write
      ***** test exactly like a failed write.
               move ws-calnewm-status to ws-calnewm-write-status
               close calendar-master-out
               if ws-calnewm-write-status = "00"
                   move ws-calnewm-status to ws-calnewm-write-status
               end-if
               if ws-calnewm-write-status = "00"
                   move "Y" to ws-calnewm-write-flag
               end-if
           end-if.

      ***** The exception dates on the new master, then the coming
      ***** weeks day by day from today, so the operators can see at a
      ***** glance which nights a branch business date will be taken.
       write-calendar-listing section.
           open output calendar-listing
           move spaces to calendar-listing-record
           string "PROCESSING CALENDAR " delimited by size
                  ws-current-timestamp   delimited by size
                  into calendar-listing-record
           end-string
           write calendar-listing-record
           move spaces to calendar-listing-record
           string "EXCEPTION DATES ON CALENDAR: " delimited by size
                  ws-calendar-count              delimited by size
                  into calendar-listing-record
           end-string
           write calendar-listing-record
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-calendar-count
               move ws-cal-date(ws-sub1) to ws-cds-date
               perform classify-weekday
               if ws-cal-type(ws-sub1) = "H"
                   move "HOLIDAY" to ws-cal-kind-text
               else
                   move "BUSINESS DAY" to ws-cal-kind-text
               end-if
               move spaces to calendar-listing-record
               string ws-cal-date(ws-sub1)        delimited by size
                      " "                         delimited by size
                      ws-cal-weekday-name         delimited by size
                      " "                         delimited by size
                      ws-cal-kind-text            delimited by size
                      " "                         delimited by size
                      ws-cal-description(ws-sub1) delimited by size
                      into calendar-listing-record
               end-string
               write calendar-listing-record
           end-perform
           move spaces to calendar-listing-record
           write calendar-listing-record
           move spaces to calendar-listing-record
           string "PROCESSING DAYS FROM " delimited by size
                  ws-current-date         delimited by size
                  into calendar-listing-record
           end-string
           write calendar-listing-record
           move zero to ws-processing-day-count
           move ws-current-date to ws-cds-date
           perform varying ws-sub2 from 1 by 1
                   until ws-sub2 > ws-lookahead-days
               perform write-lookahead-line
           end-perform
           move spaces to calendar-listing-record
           string "PROCESSING DAYS IN THE NEXT " delimited by size
                  ws-lookahead-days             delimited by size
                  " DAYS: "                     delimited by size
                  ws-processing-day-count       delimited by size
                  into calendar-listing-record
           end-string
           write calendar-listing-record
           close calendar-listing.

      ***** One day of the look-ahead. ws-cds-date holds the day on
      ***** entry and is stepped on to the next day, through the month
      ***** and year ends, on the way out.
       write-lookahead-line section.
           perform classify-weekday
           move ws-cds-date to tx-calendar-date
           perform find-calendar-entry
           if ws-match-index > zero
               move ws-cal-type(ws-match-index) to ws-cal-day-kind
           end-if
           move spaces to ws-cal-line-note
           evaluate true
               when ws-cal-business-day
                   move "PROCESSING DAY" to ws-cal-kind-text
                   add 1 to ws-processing-day-count
               when ws-cal-holiday
                   move "HOLIDAY" to ws-cal-kind-text
                   move ws-cal-description(ws-match-index)
                       to ws-cal-line-note
               when other
                   move "WEEKEND" to ws-cal-kind-text
           end-evaluate
           move spaces to calendar-listing-record
           string ws-cds-date         delimited by size
                  " "                 delimited by size
                  ws-cal-weekday-name delimited by size
                  " "                 delimited by size
                  ws-cal-kind-text    delimited by size
                  " "                 delimited by size
                  ws-cal-line-note    delimited by size
                  into calendar-listing-record
           end-string
           write calendar-listing-record
           perform validate-calendar-date
           if ws-cds-day < ws-cal-last-day
               add 1 to ws-cds-day
           else
               move 1 to ws-cds-day
               if ws-cds-month < 12
                   add 1 to ws-cds-month
               else
                   move 1 to ws-cds-month
                   add 1 to ws-cds-year
               end-if
           end-if.

      ***** Valid when the month is 1-12 and the day falls inside it;
      ***** leaves the month's last day in ws-cal-last-day.
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

      ***** Day of the week of ws-cds-date by the plain weekday rule:
      ***** "W" for Saturday or Sunday, otherwise "B".
       classify-weekday section.
           perform convert-date-to-serial
           divide ws-cds-serial by 7 giving ws-cal-quotient
               remainder ws-cal-weekday
           move ws-cal-day-name(ws-cal-weekday + 1)
               to ws-cal-weekday-name
           if ws-cal-weekday = 4
              or ws-cal-weekday = 5
               move "W" to ws-cal-day-kind
           else
               move "B" to ws-cal-day-kind
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
