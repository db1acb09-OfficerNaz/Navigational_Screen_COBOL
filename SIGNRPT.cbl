      ******************************************************************
      * SIGNRPT - sign-on security exception report.
      *
      * ADSAMP writes every sign-on attempt to SIGN-ON-LOG, but until
      * now nothing read it back: a password-guessing run or an
      * operator id shared round the floor was only ever noticed by
      * accident. This job reads SIGNLOG and OPERSEC and prints, one
      * section after another:
      *
      *   1. Failed sign-on attempts by operator and by day - wrong
      *      passwords, the attempt that locked the id, and attempts
      *      on an id already locked or disabled. An id that is not
      *      on OPERSEC at all is flagged: someone is guessing ids.
      *   2. Sign-ons outside normal hours - before the start of the
      *      working day, after its end, or at a weekend.
      *   3. Locked and disabled operators, from OPERSEC.
      *   4. Dormant operators - no activity within the dormancy
      *      limit, or none at all. An operator's last activity is
      *      the later of the last sign-on and the date the password
      *      was last set, exactly as OPERDORM works it out, so a
      *      new or reset id is not listed until it has had the
      *      full limit to be used. OPERDORM disables these ids.
      *   5. Every operator holding security authority.
      *
      * SIGNPRM holds one line: the from and to dates (yyyymmdd) of
      * the period for sections 1 and 2, the dormancy limit in days
      * (three digits), and the start and end of the working day
      * (hhmm), each separated by one space. A field left blank takes
      * its default: the whole log, 90 days, 0700 and 1900. Sections
      * 3 to 5 always show OPERSEC as it stands today, and dormancy
      * is counted over the whole log whatever the period.
      ******************************************************************

       identification division.
       program-id. SIGNRPT.

       environment division.
       input-output section.
       file-control.

           select sign-on-log assign to "SIGNLOG"
               organization is line sequential
               file status is sl-file-status.

           select operator-security assign to "OPERSEC"
               organization is indexed
               access mode is dynamic
               record key is os-operator-id
               file status is os-file-status.

           select parameter-file assign to "SIGNPRM"
               organization is line sequential
               file status is sp-file-status.

           select report-file assign to "SIGNRPT"
               organization is line sequential
               file status is rf-file-status.

           select sort-file assign to "SIGNSRT".

       data division.
       file section.

       fd sign-on-log.
           copy SIGNREC.

       fd operator-security.
           copy OPERREC.

       fd parameter-file.
       01 sp-record.
           03 sp-from-date		pic x(8).
           03 filler			pic x.
           03 sp-to-date		pic x(8).
           03 filler			pic x.
           03 sp-dormant-days		pic x(3).
           03 filler			pic x.
           03 sp-day-start		pic x(4).
           03 filler			pic x.
           03 sp-day-end		pic x(4).

       fd report-file.
       01 rf-line				pic x(132).

      **************************************************
      * One sort record per failed attempt (section 1)
      * and per out-of-hours sign-on (section 2) in the
      * period, so each section prints in operator and
      * date order.
      **************************************************
       sd sort-file.
       01 sr-record.
           03 sr-section		pic 9.
           03 sr-operator-id		pic x(8).
           03 sr-date			pic x(8).
           03 sr-time			pic x(6).
           03 sr-result			pic x(10).
           03 sr-weekday		pic 9.

       working-storage section.

       01 sl-file-status			pic xx value "00".
       01 os-file-status			pic xx value "00".
       01 sp-file-status			pic xx value "00".
       01 rf-file-status			pic xx value "00".

       01 wa-eof				pic x value "N".
       01 wa-operator-security-open		pic x value "N".
       01 wa-from-date			pic x(8) value "00000000".
       01 wa-to-date			pic x(8) value "99999999".
       01 wa-dormant-days			pic 9(3) value 90.
       01 wa-day-start				pic x(4) value "0700".
       01 wa-day-end				pic x(4) value "1900".
       01 wa-timestamp				pic x(21) value spaces.
       01 wa-today-date				pic x(8) value spaces.
       01 wa-today-number			pic 9(8) value 0.
       01 wa-date-number			pic 9(8) value 0.
       01 wa-days-since				pic 9(6) value 0.
       01 wa-last-activity-date			pic x(8) value spaces.
       01 wa-weekday				pic 9 value 0.
       01 wa-out-of-hours			pic x value "N".
       01 wa-read-count				pic 9(6) value 0.
       01 wa-failed-count			pic 9(6) value 0.
       01 wa-after-hours-count			pic 9(6) value 0.
       01 wa-locked-count			pic 9(6) value 0.
       01 wa-dormant-count			pic 9(6) value 0.
       01 wa-security-count			pic 9(6) value 0.
       01 wa-lines-on-page			pic 99 value 0.
       01 wa-lines-per-page			pic 99 value 55.
       01 wa-page-number			pic 9(4) value 0.

      **************************************************
      * Each operator's last successful sign-on, over
      * the whole log. Only ids that have signed on are
      * kept, so the table holds real operators, not the
      * ids a guesser tried.
      **************************************************
       01 wa-last-signon-count			pic 999 value 0.
       01 wa-last-signon-overflow		pic x value "N".
       01 signon-subscript			pic 999 value 0.
       01 wa-signon-found			pic x value "N".
       01 wa-last-signon-date			pic x(8) value spaces.
       01 wa-last-signon-table.
           03 wa-last-signon-entry occurs 200.
               05 wa-ls-operator-id	pic x(8).
               05 wa-ls-date		pic x(8).

      **************************************************
      * Report section state: the section being printed,
      * its title and column headings (repeated on a new
      * page), and the lines printed in it.
      **************************************************
       01 wa-current-section			pic 9 value 0.
       01 wa-section-lines			pic 9(6) value 0.
       01 wa-section-title			pic x(132) value spaces.
       01 wa-qualifier				pic x(60) value spaces.

       01 section-title-values.
           03 filler			pic x(50) value
               "FAILED SIGN-ON ATTEMPTS BY OPERATOR AND DAY".
           03 filler			pic x(50) value
               "SIGN-ONS OUTSIDE NORMAL HOURS".
           03 filler			pic x(50) value
               "LOCKED AND DISABLED OPERATORS".
           03 filler			pic x(50) value
               "DORMANT OPERATORS".
           03 filler			pic x(50) value
               "OPERATORS HOLDING SECURITY AUTHORITY".
       01 section-title-table redefines section-title-values.
           03 st-title			pic x(50) occurs 5.

       01 column-heading-values.
           03 filler			pic x(66) value
           "OPERATOR  DATE    FAILURES  LOCKOUTS ON LOCKED    NOTE".
           03 filler			pic x(66) value
           "OPERATOR  DATE      DAY  TIME      RESULT".
           03 filler			pic x(66) value
           "OPERATOR  STATUS    FAILS  PW CHANGED  LAST SIGN-ON   DAYS".
           03 filler			pic x(66) value
           "OPERATOR  STATUS    FAILS  PW CHANGED  LAST SIGN-ON   DAYS".
           03 filler			pic x(66) value
           "OPERATOR  STATUS    FAILS  PW CHANGED  LAST SIGN-ON   DAYS".
       01 column-heading-table redefines column-heading-values.
           03 ch-heading		pic x(66) occurs 5.

       01 day-name-values			pic x(21) value
           "SUNMONTUEWEDTHUFRISAT".
       01 day-name-table redefines day-name-values.
           03 dn-day-name		pic x(3) occurs 7.

      **************************************************
      * Control-break state for section 1: the operator
      * and day being counted, and their counts.
      **************************************************
       01 wa-current-operator			pic x(8) value spaces.
       01 wa-current-date			pic x(8) value spaces.
       01 wa-operator-note			pic x(20) value spaces.
       01 wa-day-failures			pic 9(6) value 0.
       01 wa-day-lockouts			pic 9(6) value 0.
       01 wa-day-locked				pic 9(6) value 0.
       01 wa-operator-failures			pic 9(6) value 0.
       01 wa-operator-lockouts			pic 9(6) value 0.
       01 wa-operator-locked			pic 9(6) value 0.

      **************************************************
      * Run-control handshake with RUNCTLIO: the job is
      * stamped onto RUNCTL at start and end, and refuses
      * to start while an online session or another batch
      * job holds the customer files.
      **************************************************
           copy RUNCPARM.

       01 heading-line-1			pic x(132) value
           "SIGN-ON SECURITY EXCEPTION REPORT".

       01 heading-line-2.
           03 filler			pic x(6) value "PAGE: ".
           03 hl-page-number		pic zzz9.
           03 filler			pic x(10) value spaces.
           03 filler			pic x(8) value "PERIOD: ".
           03 hl-from-date		pic x(8).
           03 filler			pic x(4) value " TO ".
           03 hl-to-date		pic x(8).
           03 filler			pic x(4) value spaces.
           03 filler			pic x(10) value "RUN DATE: ".
           03 hl-today-date		pic x(8).
           03 filler			pic x(62) value spaces.

       01 failure-line.
           03 fl-operator-id		pic x(8).
           03 filler			pic x(2) value spaces.
           03 fl-date			pic x(8).
           03 filler			pic x(2) value spaces.
           03 fl-failures		pic zzzzz9.
           03 filler			pic x(4) value spaces.
           03 fl-lockouts		pic zzzzz9.
           03 filler			pic x(4) value spaces.
           03 fl-locked			pic zzzzz9.
           03 filler			pic x(4) value spaces.
           03 fl-note			pic x(20).
           03 filler			pic x(62) value spaces.

       01 after-hours-line.
           03 ah-operator-id		pic x(8).
           03 filler			pic x(2) value spaces.
           03 ah-date			pic x(8).
           03 filler			pic x(2) value spaces.
           03 ah-day-name		pic x(3).
           03 filler			pic x(2) value spaces.
           03 ah-time			pic x(8).
           03 filler			pic x(2) value spaces.
           03 ah-result			pic x(10).
           03 filler			pic x(87) value spaces.

       01 operator-line.
           03 ol-operator-id		pic x(8).
           03 filler			pic x(2) value spaces.
           03 ol-status			pic x(10).
           03 filler			pic x(2) value spaces.
           03 ol-failed-attempts	pic zz9.
           03 filler			pic x(2) value spaces.
           03 ol-password-date		pic x(10).
           03 filler			pic x(2) value spaces.
           03 ol-last-signon		pic x(12).
           03 filler			pic x(2) value spaces.
           03 ol-days			pic zzzzz9.
           03 filler			pic x(73) value spaces.

       01 none-line				pic x(132) value
           "    NONE.".

       01 overflow-line				pic x(132) value
           "MORE THAN 200 OPERATORS HAVE SIGNED ON - LAST SIGN-ON DATES 
      -    "ARE INCOMPLETE.".

       01 footer-line-1.
           03 filler			pic x(26) value
               "SIGN-ON LINES READ:       ".
           03 f1-count			pic zzzzz9.
           03 filler			pic x(100) value spaces.

       01 footer-line-2.
           03 filler			pic x(26) value
               "FAILED ATTEMPTS:          ".
           03 f2-count			pic zzzzz9.
           03 filler			pic x(100) value spaces.

       01 footer-line-3.
           03 filler			pic x(26) value
               "OUT-OF-HOURS SIGN-ONS:    ".
           03 f3-count			pic zzzzz9.
           03 filler			pic x(100) value spaces.

       01 footer-line-4.
           03 filler			pic x(26) value
               "LOCKED OR DISABLED:       ".
           03 f4-count			pic zzzzz9.
           03 filler			pic x(100) value spaces.

       01 footer-line-5.
           03 filler			pic x(26) value
               "DORMANT OPERATORS:        ".
           03 f5-count			pic zzzzz9.
           03 filler			pic x(100) value spaces.

       01 footer-line-6.
           03 filler			pic x(26) value
               "SECURITY AUTHORITY:       ".
           03 f6-count			pic zzzzz9.
           03 filler			pic x(100) value spaces.

       procedure division.
       main-line section.

           perform start-run-control
           if rc-req-reply not = "Y"
               stop run
           end-if

           perform initialize-program

           sort sort-file
               on ascending key sr-section
                                sr-operator-id
                                sr-date
                                sr-time
               input procedure is select-sign-on-records
               output procedure is print-sign-on-sections

           perform print-operator-sections

           perform print-footer
           perform terminate-program

           perform end-run-control

           stop run.

      **************************************************
      * Opens the files and reads SIGNPRM, keeping the
      * default for any field left blank.
      **************************************************
       initialize-program section.

           move function current-date to wa-timestamp
           move wa-timestamp(1:8) to wa-today-date
           move wa-today-date to wa-today-number

           open input operator-security
           if os-file-status = "00"
               move "Y" to wa-operator-security-open
           end-if

           open input parameter-file
           if sp-file-status = "00"
               read parameter-file
                   at end
                       continue
                   not at end
                       if sp-from-date not = spaces
                           move sp-from-date to wa-from-date
                       end-if
                       if sp-to-date not = spaces
                           move sp-to-date to wa-to-date
                       end-if
                       if sp-dormant-days is numeric
                           move sp-dormant-days to wa-dormant-days
                       end-if
                       if sp-day-start is numeric
                           move sp-day-start to wa-day-start
                       end-if
                       if sp-day-end is numeric
                           move sp-day-end to wa-day-end
                       end-if
               end-read
               close parameter-file
           end-if

           move wa-from-date to hl-from-date
           move wa-to-date to hl-to-date
           move wa-today-date to hl-today-date

           open output report-file.

      **************************************************
      * Sort input procedure: notes each operator's last
      * successful sign-on, and releases the period's
      * failed attempts and out-of-hours sign-ons. No
      * log just means nobody has signed on yet.
      **************************************************
       select-sign-on-records section.

           open input sign-on-log
           if sl-file-status = "00"
               perform until wa-eof = "Y"
                   read sign-on-log
                       at end
                           move "Y" to wa-eof
                       not at end
                           add 1 to wa-read-count
                           perform select-one-sign-on
                   end-read
               end-perform
               close sign-on-log
           end-if.

       select-one-sign-on section.

           if sl-result = "SUCCESS" or sl-result = "PSWDCHNG"
               perform note-last-signon
           end-if

           if sl-timestamp(1:8) not < wa-from-date and
               sl-timestamp(1:8) not > wa-to-date
               move sl-operator-id to sr-operator-id
               move sl-timestamp(1:8) to sr-date
               move sl-timestamp(9:6) to sr-time
               move sl-result to sr-result
               move 0 to sr-weekday
               evaluate sl-result
                 when "FAILURE"
                 when "LOCKOUT"
                 when "LOCKED"
                   add 1 to wa-failed-count
                   move 1 to sr-section
                   release sr-record
                 when "SUCCESS"
                 when "PSWDCHNG"
                   perform check-out-of-hours
                   if wa-out-of-hours = "Y"
                       add 1 to wa-after-hours-count
                       move 2 to sr-section
                       move wa-weekday to sr-weekday
                       release sr-record
                   end-if
               end-evaluate
           end-if.

      **************************************************
      * A sign-on is out of hours before the start or
      * from the end of the working day, or on a
      * Saturday or Sunday. wa-weekday is 0 for Sunday
      * to 6 for Saturday: day 1 of the integer date
      * count fell on a Monday.
      **************************************************
       check-out-of-hours section.

           move "N" to wa-out-of-hours
           move 0 to wa-weekday
           if sl-timestamp(1:8) is numeric
               move sl-timestamp(1:8) to wa-date-number
               compute wa-weekday = function mod
                   (function integer-of-date(wa-date-number), 7)
               if wa-weekday = 0 or wa-weekday = 6
                   move "Y" to wa-out-of-hours
               end-if
           end-if
           if sl-timestamp(9:4) < wa-day-start or
               sl-timestamp(9:4) not < wa-day-end
               move "Y" to wa-out-of-hours
           end-if.

       note-last-signon section.

           move "N" to wa-signon-found
           perform varying signon-subscript from 1 by 1
               until signon-subscript > wa-last-signon-count
                   or wa-signon-found = "Y"
               if wa-ls-operator-id (signon-subscript)
                   = sl-operator-id
                   move "Y" to wa-signon-found
                   if sl-timestamp(1:8)
                       > wa-ls-date (signon-subscript)
                       move sl-timestamp(1:8)
                           to wa-ls-date (signon-subscript)
                   end-if
               end-if
           end-perform

           if wa-signon-found = "N"
               if wa-last-signon-count < 200
                   add 1 to wa-last-signon-count
                   move sl-operator-id
                       to wa-ls-operator-id (wa-last-signon-count)
                   move sl-timestamp(1:8)
                       to wa-ls-date (wa-last-signon-count)
               else
                   move "Y" to wa-last-signon-overflow
               end-if
           end-if.

      **************************************************
      * Sort output procedure: prints sections 1 and 2.
      * A section with nothing in it still gets its
      * heading and a NONE line.
      **************************************************
       print-sign-on-sections section.

           move "N" to wa-eof
           perform until wa-eof = "Y"
               return sort-file
                   at end
                       move "Y" to wa-eof
                   not at end
                       perform advance-to-section
                           until wa-current-section = sr-section
                       if sr-section = 1
                           perform print-failed-attempt
                       else
                           perform print-after-hours-sign-on
                       end-if
               end-return
           end-perform

           perform advance-to-section
               until wa-current-section = 2.

      **************************************************
      * Closes off the section being printed and starts
      * the next one.
      **************************************************
       advance-to-section section.

           if wa-current-section > 0
               perform end-report-section
           end-if
           perform start-report-section.

       start-report-section section.

           add 1 to wa-current-section
           move 0 to wa-section-lines
           move spaces to wa-qualifier

           evaluate wa-current-section
             when 2
               string " - BEFORE " wa-day-start(1:2) ":"
                   wa-day-start(3:2) ", FROM " wa-day-end(1:2) ":"
                   wa-day-end(3:2) " OR AT A WEEKEND"
                   delimited by size into wa-qualifier
             when 4
               string " - NO ACTIVITY IN " wa-dormant-days " DAYS"
                   delimited by size into wa-qualifier
           end-evaluate

           move spaces to wa-section-title
           string st-title (wa-current-section) delimited by "  "
               wa-qualifier delimited by size
               into wa-section-title

           if wa-lines-on-page = 0 or
               wa-lines-on-page >= wa-lines-per-page - 4
               perform print-report-heading
           else
               move spaces to rf-line
               write rf-line
               write rf-line from wa-section-title
               move ch-heading (wa-current-section) to rf-line
               write rf-line
               add 3 to wa-lines-on-page
           end-if.

       end-report-section section.

           if wa-current-section = 1 and
               wa-current-operator not = spaces
               perform print-failure-day
               perform print-failure-operator-total
           end-if

           if wa-section-lines = 0
               if wa-lines-on-page >= wa-lines-per-page
                   perform print-report-heading
               end-if
               write rf-line from none-line
               add 1 to wa-lines-on-page
           end-if.

      **************************************************
      * Counts one failed attempt into its operator and
      * day, printing the previous day's line and the
      * previous operator's total as they change.
      **************************************************
       print-failed-attempt section.

           if wa-current-operator not = spaces and
               (sr-operator-id not = wa-current-operator or
                sr-date not = wa-current-date)
               perform print-failure-day
           end-if

           if wa-current-operator not = spaces and
               sr-operator-id not = wa-current-operator
               perform print-failure-operator-total
           end-if

           if sr-operator-id not = wa-current-operator
               perform start-failure-operator
           end-if

           move sr-date to wa-current-date
           evaluate sr-result
             when "FAILURE"
               add 1 to wa-day-failures
             when "LOCKOUT"
               add 1 to wa-day-lockouts
             when "LOCKED"
               add 1 to wa-day-locked
           end-evaluate.

      **************************************************
      * Starts the counts for a new operator, noting an
      * id that is not on OPERSEC at all.
      **************************************************
       start-failure-operator section.

           move sr-operator-id to wa-current-operator
           move spaces to wa-operator-note
           move 0 to wa-operator-failures
           move 0 to wa-operator-lockouts
           move 0 to wa-operator-locked

           if wa-operator-security-open = "Y"
               move sr-operator-id to os-operator-id
               read operator-security record
                   invalid key
                       move "ID NOT ON OPERSEC" to wa-operator-note
               end-read
           end-if.

       print-failure-day section.

           if wa-lines-on-page >= wa-lines-per-page
               perform print-report-heading
           end-if
           move wa-current-operator to fl-operator-id
           move wa-current-date to fl-date
           move wa-day-failures to fl-failures
           move wa-day-lockouts to fl-lockouts
           move wa-day-locked to fl-locked
           move wa-operator-note to fl-note
           write rf-line from failure-line
           add 1 to wa-lines-on-page
           add 1 to wa-section-lines

           add wa-day-failures to wa-operator-failures
           add wa-day-lockouts to wa-operator-lockouts
           add wa-day-locked to wa-operator-locked
           move 0 to wa-day-failures
           move 0 to wa-day-lockouts
           move 0 to wa-day-locked.

       print-failure-operator-total section.

           if wa-lines-on-page >= wa-lines-per-page - 1
               perform print-report-heading
           end-if
           move spaces to fl-operator-id
           move "TOTAL" to fl-date
           move wa-operator-failures to fl-failures
           move wa-operator-lockouts to fl-lockouts
           move wa-operator-locked to fl-locked
           move spaces to fl-note
           write rf-line from failure-line
           move spaces to rf-line
           write rf-line
           add 2 to wa-lines-on-page.

       print-after-hours-sign-on section.

           if wa-lines-on-page >= wa-lines-per-page
               perform print-report-heading
           end-if
           move sr-operator-id to ah-operator-id
           move sr-date to ah-date
           move dn-day-name (sr-weekday + 1) to ah-day-name
           string sr-time(1:2) ":" sr-time(3:2) ":" sr-time(5:2)
               delimited by size into ah-time
           move sr-result to ah-result
           write rf-line from after-hours-line
           add 1 to wa-lines-on-page
           add 1 to wa-section-lines.

      **************************************************
      * Prints sections 3 to 5, one pass of OPERSEC for
      * each.
      **************************************************
       print-operator-sections section.

           perform advance-to-section
           perform list-operators
           perform advance-to-section
           perform list-operators
           perform advance-to-section
           perform list-operators
           perform end-report-section.

      **************************************************
      * Reads OPERSEC through from the start, printing
      * each operator the current section asks for.
      **************************************************
       list-operators section.

           if wa-operator-security-open = "Y"
               move low-values to os-operator-id
               move "N" to wa-eof
               start operator-security
                   key is not less than os-operator-id
                   invalid key
                       move "Y" to wa-eof
               end-start
               perform until wa-eof = "Y"
                   read operator-security next record
                       at end
                           move "Y" to wa-eof
                       not at end
                           perform check-one-operator
                   end-read
               end-perform
           end-if.

       check-one-operator section.

           perform find-last-signon

           evaluate wa-current-section
             when 3
               if os-lock-status = "L" or os-lock-status = "D"
                   add 1 to wa-locked-count
                   perform print-operator-line
               end-if
             when 4
               if wa-last-activity-date = spaces or
                   wa-days-since > wa-dormant-days
                   add 1 to wa-dormant-count
                   perform print-operator-line
               end-if
             when 5
               if os-auth-security = "Y"
                   add 1 to wa-security-count
                   perform print-operator-line
               end-if
           end-evaluate.

      **************************************************
      * Finds the operator's last sign-on in the table,
      * then the last activity - the later of that and
      * the date the password was set - and the days
      * since it.
      **************************************************
       find-last-signon section.

           move spaces to wa-last-signon-date
           move 0 to wa-days-since
           perform varying signon-subscript from 1 by 1
               until signon-subscript > wa-last-signon-count
               if wa-ls-operator-id (signon-subscript)
                   = os-operator-id
                   move wa-ls-date (signon-subscript)
                       to wa-last-signon-date
               end-if
           end-perform

           move wa-last-signon-date to wa-last-activity-date
           if os-password-changed-date is numeric and
               os-password-changed-date not = "00000000" and
               (wa-last-activity-date = spaces or
                os-password-changed-date > wa-last-activity-date)
               move os-password-changed-date to wa-last-activity-date
           end-if

           if wa-last-activity-date is numeric
               move wa-last-activity-date to wa-date-number
               compute wa-days-since
                   = function integer-of-date(wa-today-number)
                   - function integer-of-date(wa-date-number)
           end-if.

       print-operator-line section.

           if wa-lines-on-page >= wa-lines-per-page
               perform print-report-heading
           end-if

           move os-operator-id to ol-operator-id
           evaluate os-lock-status
             when "L"
               move "LOCKED OUT" to ol-status
             when "D"
               move "DISABLED" to ol-status
             when other
               move "ACTIVE" to ol-status
           end-evaluate
           if os-failed-attempts is numeric
               move os-failed-attempts to ol-failed-attempts
           else
               move 0 to ol-failed-attempts
           end-if
           move os-password-changed-date to ol-password-date
           if wa-last-signon-date = spaces
               move "NEVER" to ol-last-signon
           else
               move wa-last-signon-date to ol-last-signon
           end-if
           move wa-days-since to ol-days
           write rf-line from operator-line
           add 1 to wa-lines-on-page
           add 1 to wa-section-lines.

      **************************************************
      * Starts a new page: banner, page number and run
      * date, then the title and column headings of the
      * section being printed.
      **************************************************
       print-report-heading section.

           add 1 to wa-page-number
           move wa-page-number to hl-page-number

           if wa-page-number > 1
               move spaces to rf-line
               write rf-line
           end-if

           write rf-line from heading-line-1
           write rf-line from heading-line-2
           move 2 to wa-lines-on-page

           if wa-current-section > 0
               move spaces to rf-line
               write rf-line
               write rf-line from wa-section-title
               move ch-heading (wa-current-section) to rf-line
               write rf-line
               add 3 to wa-lines-on-page
           end-if.

      **************************************************
      * Writes the run counts at the end of the report.
      **************************************************
       print-footer section.

           if wa-lines-on-page >= wa-lines-per-page - 8
               perform print-report-heading
           end-if

           move spaces to rf-line
           write rf-line
           if wa-last-signon-overflow = "Y"
               write rf-line from overflow-line
           end-if
           move wa-read-count to f1-count
           write rf-line from footer-line-1
           move wa-failed-count to f2-count
           write rf-line from footer-line-2
           move wa-after-hours-count to f3-count
           write rf-line from footer-line-3
           move wa-locked-count to f4-count
           write rf-line from footer-line-4
           move wa-dormant-count to f5-count
           write rf-line from footer-line-5
           move wa-security-count to f6-count
           write rf-line from footer-line-6.

      **************************************************
      * Closes the files.
      **************************************************
       terminate-program section.

           if wa-operator-security-open = "Y"
               close operator-security
           end-if
           close report-file.

      **************************************************
      * Stamps the job's start onto the shared run
      * control, refusing to run while an online session
      * or another batch job holds the customer files.
      * The refusal itself is logged, so the morning
      * report shows why the job is missing.
      **************************************************
       start-run-control section.

           move "SIGNRPT" to rc-req-job
           move "START" to rc-req-function
           move spaces to rc-req-outcome
           move 0 to rc-req-count
           call "RUNCTLIO" using run-control-request

           if rc-req-reply not = "Y"
               display "SIGNRPT not started - customer files in use."
           end-if.

      **************************************************
      * Stamps the job's end, outcome and count onto the
      * shared run control and releases the batch slot.
      **************************************************
       end-run-control section.

           move "END" to rc-req-function
           move "OK" to rc-req-outcome
           move wa-read-count to rc-req-count
           call "RUNCTLIO" using run-control-request.
