       identification division.
       program-id. audextr.

      ***** Selective extract from the audit archive master kept by
      ***** audarchv, for compliance and audit requests that ask for a
      ***** set of results rather than one account's history. The
      ***** selection comes from EXTRPARM, one card per selection:
      *****   bytes  1-8   run date from, yyyymmdd
      *****   bytes  9-16  run date to, yyyymmdd
      *****   bytes 17-24  submitting system
      *****   bytes 25-32  batch id
      *****   bytes 33-47  entry point (CheckAccount2d, CacheHit, ...)
      *****   bytes 48-51  condition codes, any of (e.g. "IE")
      *****   bytes 52-55  bank code (account bytes 21-24)
      ***** A blank field selects everything; the dates are matched
      ***** against the first eight bytes of the archived run
      ***** timestamp, both ends inclusive. Every field given on a
      ***** card must match; a record matching any one card is
      ***** extracted once. Blank cards are skipped.
      *****
      ***** The matching records go to EXTRFILE, one line each, fields
      ***** separated by semicolons under a first line naming them, so
      ***** they load straight into a spreadsheet or the auditors' own
      ***** tools. EXTRRPT is the control listing for the working
      ***** papers: every card as read and how it was taken, the
      ***** records read and extracted, and the records each card
      ***** matched.
      *****
      ***** Completion code 12, with nothing to be relied on in
      ***** EXTRFILE, when there is no usable selection (no cards, or
      ***** a card with an unreadable date), no archive master, the
      ***** archive was not read to end, or the extract could not be
      ***** written through.

       special-names.
           decimal-point is comma.

       input-output section.
       file-control.
           select archive-master assign to ARCHMAST
               organization is indexed
               access mode is sequential
               record key is aa-archive-key
               file status is ws-archmast-status.
           select extract-parameter-file assign to EXTRPARM
               organization is line sequential
               file status is ws-extrparm-status.
           select extract-file assign to EXTRFILE
               organization is line sequential
               file status is ws-extrfile-status.
           select extract-report assign to EXTRRPT
               organization is line sequential
               file status is ws-extrrpt-status.

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

       fd  extract-parameter-file.
       01  extract-parameter-record.
           05  ep-date-from             pic x(08).
           05  ep-date-to               pic x(08).
           05  ep-submitting-system     pic x(08).
           05  ep-batch-id              pic x(08).
           05  ep-entry-point           pic x(15).
           05  ep-condition-codes       pic x(04).
           05  ep-bank-code             pic x(04).
           05  filler                   pic x(25).

       fd  extract-file.
       01  extract-record               pic x(160).

       fd  extract-report.
       01  extract-report-record        pic x(120).

       working-storage section.
       01  ws-archmast-status           pic x(02).
       01  ws-extrparm-status           pic x(02).
       01  ws-extrfile-status           pic x(02).
       01  ws-extrrpt-status            pic x(02).

      ***** The selection cards, dates resolved: a blank from-date is
      ***** held as zero and a blank to-date as all nines.
       01  ws-selection-table.
           05  ws-selection-entry occurs 50.
               10  ws-sl-date-from      pic 9(08).
               10  ws-sl-date-to        pic 9(08).
               10  ws-sl-system         pic x(08).
               10  ws-sl-batch-id       pic x(08).
               10  ws-sl-entry-point    pic x(15).
               10  ws-sl-conditions     pic x(04).
               10  ws-sl-bank-code      pic x(04).
               10  ws-sl-match-count    pic 9(09).
       01  ws-selection-count           pic 9(04) value zero.
       01  ws-selection-overflow        pic x(01) value space.
           88  ws-selection-table-full      value "Y".
       01  ws-card-count                pic 9(04) value zero.
       01  ws-card-error-count          pic 9(04) value zero.
       01  ws-card-number               pic 9(04).
       01  ws-card-error                pic x(40).
           88  ws-card-accepted             value spaces.
       01  ws-card-date                 pic x(08).
       01  ws-card-date-n redefines ws-card-date
                                        pic 9(08).

       01  ws-record-selected           pic x(01).
           88  ws-record-is-selected        value "Y".
       01  ws-card-matches              pic x(01).
           88  ws-card-does-match           value "Y".
       01  ws-run-date                  pic 9(08).
       01  ws-extract-result            pic x(34).

       01  ws-archmast-read-clean       pic x(01) value space.
           88  ws-archmast-load-clean       value "Y".
       01  ws-extract-write-status      pic x(02) value "00".
       01  ws-master-count              pic 9(09) value zero.
       01  ws-extract-count             pic 9(09) value zero.
       01  ws-completion-code           pic 9(02) value zero.

       01  ws-sub1                      pic 9(04) comp-5.
       01  ws-current-date              pic x(08).
       01  ws-current-time              pic x(08).
       01  ws-current-timestamp         pic x(16).

       procedure division.
       main section.
           display "Zacatek programu audextr"

           accept ws-current-date from date yyyymmdd
           accept ws-current-time from time
           string ws-current-date delimited by size
                  ws-current-time delimited by size
                  into ws-current-timestamp
           end-string
           open output extract-report
           move spaces to extract-report-record
           string "AUDIT ARCHIVE EXTRACT " delimited by size
                  ws-current-timestamp     delimited by size
                  into extract-report-record
           end-string
           write extract-report-record
           perform load-selection-cards
           if ws-selection-count = zero
              or ws-card-error-count > zero
              or ws-selection-table-full
               perform write-refused-selection
               move 12 to ws-completion-code
           else
               perform extract-archive
               perform write-extract-counts
           end-if
           close extract-report
           move ws-completion-code to return-code
           display "audextr: cards " ws-card-count
                   " records read " ws-master-count
                   " extracted " ws-extract-count
           stop run.

      ***** Each card is listed as read, then as taken, so the working
      ***** papers show exactly which selection produced the extract.
       load-selection-cards section.
           move spaces to extract-report-record
           string "SELECTION CARDS (FROM / TO / SYSTEM / BATCH / "
                      delimited by size
                  "ENTRY POINT / CONDITIONS / BANK CODE):"
                      delimited by size
                  into extract-report-record
           end-string
           write extract-report-record
           open input extract-parameter-file
           if ws-extrparm-status = "35"
               continue
           else
               perform load-one-selection-card
                   until ws-extrparm-status not = "00"
               close extract-parameter-file
           end-if.

       load-one-selection-card section.
           read extract-parameter-file
               at end
                   move "10" to ws-extrparm-status
               not at end
                   if extract-parameter-record not = spaces
                       add 1 to ws-card-count
                       if ws-selection-count < 50
                           perform take-one-selection-card
                       else
                           move "Y" to ws-selection-overflow
                       end-if
                   end-if
           end-read.

       take-one-selection-card section.
           move spaces to ws-card-error
           add 1 to ws-selection-count
           move ep-date-from to ws-card-date
           if ws-card-date = spaces
               move zero to ws-sl-date-from(ws-selection-count)
           else
               if ws-card-date numeric
                   move ws-card-date-n
                       to ws-sl-date-from(ws-selection-count)
               else
                   move "FROM DATE NOT YYYYMMDD" to ws-card-error
               end-if
           end-if
           move ep-date-to to ws-card-date
           if ws-card-date = spaces
               move 99999999 to ws-sl-date-to(ws-selection-count)
           else
               if ws-card-date numeric
                   move ws-card-date-n
                       to ws-sl-date-to(ws-selection-count)
               else
                   move "TO DATE NOT YYYYMMDD" to ws-card-error
               end-if
           end-if
           if ws-card-accepted
              and ws-sl-date-from(ws-selection-count)
                   > ws-sl-date-to(ws-selection-count)
               move "FROM DATE AFTER TO DATE" to ws-card-error
           end-if
           move ep-submitting-system
               to ws-sl-system(ws-selection-count)
           move ep-batch-id to ws-sl-batch-id(ws-selection-count)
           move ep-entry-point
               to ws-sl-entry-point(ws-selection-count)
           move ep-condition-codes
               to ws-sl-conditions(ws-selection-count)
           move ep-bank-code to ws-sl-bank-code(ws-selection-count)
           move zero to ws-sl-match-count(ws-selection-count)
           move spaces to extract-report-record
           string "CARD "                   delimited by size
                  ws-card-count              delimited by size
                  ": "                       delimited by size
                  extract-parameter-record(1:55) delimited by size
                  into extract-report-record
           end-string
           write extract-report-record
           move spaces to extract-report-record
           if ws-card-accepted
               string "      TAKEN AS RUN DATES "  delimited by size
                      ws-sl-date-from(ws-selection-count)
                          delimited by size
                      " TO "                       delimited by size
                      ws-sl-date-to(ws-selection-count)
                          delimited by size
                      ", BLANK FIELDS SELECT ALL"  delimited by size
                      into extract-report-record
               end-string
           else
               add 1 to ws-card-error-count
               string "      CARD REJECTED - "     delimited by size
                      ws-card-error                delimited by size
                      into extract-report-record
               end-string
           end-if
           write extract-report-record.

       write-refused-selection section.
           move spaces to extract-report-record
           if ws-selection-count = zero
               move "NO SELECTION CARDS ON EXTRPARM - NOTHING EXTRACTED"
                   to extract-report-record
           else
               if ws-selection-table-full
                   string "MORE THAN 50 SELECTION CARDS - "
                              delimited by size
                          "NOTHING EXTRACTED" delimited by size
                          into extract-report-record
                   end-string
               else
                   string "SELECTION CARDS REJECTED: " delimited by size
                          ws-card-error-count         delimited by size
                          " - NOTHING EXTRACTED"      delimited by size
                          into extract-report-record
                   end-string
               end-if
           end-if
           write extract-report-record.

      ***** One pass of the archive in key order. The extract is cut
      ***** fresh even when the archive is missing, so an old extract
      ***** cannot be mistaken for this one's.
       extract-archive section.
           open output extract-file
           if ws-extrfile-status not = "00"
               move ws-extrfile-status to ws-extract-write-status
           else
               move spaces to extract-record
               string "RUN_TIMESTAMP;SUBMITTING_SYSTEM;BATCH_ID;"
                          delimited by size
                      "ENTRY_POINT;ACCOUNT_NUMBER;BANK_CODE;"
                          delimited by size
                      "ACCOUNT_RECORD;CONDITION_CODE;CHECK_RESULT"
                          delimited by size
                      into extract-record
               end-string
               write extract-record
               move ws-extrfile-status to ws-extract-write-status
               open input archive-master
               if ws-archmast-status = "35"
                   continue
               else
                   perform extract-one-archive-record
                       until ws-archmast-status not = "00"
                          or ws-extract-write-status not = "00"
                   if ws-archmast-status = "10"
                       move "Y" to ws-archmast-read-clean
                   end-if
                   close archive-master
               end-if
               close extract-file
               if ws-extract-write-status = "00"
                   move ws-extrfile-status to ws-extract-write-status
               end-if
           end-if.

       extract-one-archive-record section.
           read archive-master
               at end
                   move "10" to ws-archmast-status
               not at end
                   add 1 to ws-master-count
                   perform select-archive-record
                   if ws-record-is-selected
                       perform write-extract-record
                   end-if
           end-read.

      ***** Every card is tried, so each card's count on the listing
      ***** is the records it matched, overlaps included.
       select-archive-record section.
           move space to ws-record-selected
           if aa-run-timestamp(1:8) numeric
               move aa-run-timestamp(1:8) to ws-run-date
           else
               move zero to ws-run-date
           end-if
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-selection-count
               move "Y" to ws-card-matches
               if ws-run-date < ws-sl-date-from(ws-sub1)
                  or ws-run-date > ws-sl-date-to(ws-sub1)
                   move "N" to ws-card-matches
               end-if
               if ws-sl-system(ws-sub1) not = spaces
                  and ws-sl-system(ws-sub1) not = aa-submitting-system
                   move "N" to ws-card-matches
               end-if
               if ws-sl-batch-id(ws-sub1) not = spaces
                  and ws-sl-batch-id(ws-sub1) not = aa-batch-id
                   move "N" to ws-card-matches
               end-if
               if ws-sl-entry-point(ws-sub1) not = spaces
                  and ws-sl-entry-point(ws-sub1) not = aa-entry-point
                   move "N" to ws-card-matches
               end-if
               if ws-sl-bank-code(ws-sub1) not = spaces
                  and ws-sl-bank-code(ws-sub1)
                       not = aa-account-value(21:4)
                   move "N" to ws-card-matches
               end-if
               if ws-sl-conditions(ws-sub1) not = spaces
                  and aa-check-condition-code
                       not = ws-sl-conditions(ws-sub1)(1:1)
                  and aa-check-condition-code
                       not = ws-sl-conditions(ws-sub1)(2:1)
                  and aa-check-condition-code
                       not = ws-sl-conditions(ws-sub1)(3:1)
                  and aa-check-condition-code
                       not = ws-sl-conditions(ws-sub1)(4:1)
                   move "N" to ws-card-matches
               end-if
               if ws-card-does-match
                   add 1 to ws-sl-match-count(ws-sub1)
                   move "Y" to ws-record-selected
               end-if
           end-perform.

      ***** A semicolon inside the component's reason text would shift
      ***** the columns on load, so it goes out as a comma.
       write-extract-record section.
           move aa-check-result to ws-extract-result
           inspect ws-extract-result replacing all ";" by ","
           move spaces to extract-record
           string aa-run-timestamp          delimited by size
                  ";"                       delimited by size
                  aa-submitting-system      delimited by size
                  ";"                       delimited by size
                  aa-batch-id               delimited by size
                  ";"                       delimited by size
                  aa-entry-point            delimited by size
                  ";"                       delimited by size
                  aa-account-value(1:20)    delimited by size
                  ";"                       delimited by size
                  aa-account-value(21:4)    delimited by size
                  ";"                       delimited by size
                  aa-account-value          delimited by size
                  ";"                       delimited by size
                  aa-check-condition-code   delimited by size
                  ";"                       delimited by size
                  ws-extract-result         delimited by size
                  into extract-record
           end-string
           write extract-record
           move ws-extrfile-status to ws-extract-write-status
           if ws-extrfile-status = "00"
               add 1 to ws-extract-count
           end-if.

       write-extract-counts section.
           move spaces to extract-report-record
           string "ARCHIVE RECORDS READ    : " delimited by size
                  ws-master-count              delimited by size
                  into extract-report-record
           end-string
           write extract-report-record
           move spaces to extract-report-record
           string "RECORDS EXTRACTED       : " delimited by size
                  ws-extract-count             delimited by size
                  into extract-report-record
           end-string
           write extract-report-record
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-selection-count
               move spaces to extract-report-record
               move ws-sub1 to ws-card-number
               string "CARD "                   delimited by size
                      ws-card-number            delimited by size
                      " MATCHED RECORDS      : " delimited by size
                      ws-sl-match-count(ws-sub1) delimited by size
                      into extract-report-record
               end-string
               write extract-report-record
           end-perform
           move spaces to extract-report-record
           if ws-extract-write-status not = "00"
               string "EXTRACT NOT WRITTEN - EXTRFILE STATUS "
                          delimited by size
                      ws-extract-write-status delimited by size
                      into extract-report-record
               end-string
               write extract-report-record
               move 12 to ws-completion-code
           else
               if ws-archmast-status = "35"
                   move "ARCHIVE MASTER NOT FOUND - RUN AUDARCHV FIRST"
                       to extract-report-record
                   write extract-report-record
                   move 12 to ws-completion-code
               else
                   if not ws-archmast-load-clean
                       string "ARCHIVE MASTER NOT READ TO END - STATUS "
                                  delimited by size
                              ws-archmast-status delimited by size
                              " - EXTRACT INCOMPLETE" delimited by size
                              into extract-report-record
                       end-string
                       write extract-report-record
                       move 12 to ws-completion-code
                   end-if
               end-if
           end-if.
