      ******************************************************************
      * OPERCERT - quarterly recertification of operator authority.
      *
      * Each quarter the supervisors must confirm that every operator
      * still needs each menu function OPERSEC grants them. This job
      * lists every operator on OPERSEC, one to a line, with the Y/N
      * authority flags OPERMNT maintains, the sign-on status, the
      * last successful sign-on from SIGNLOG and a keep/remove box
      * for the supervisor to tick. The listing ends with a count of
      * holders of each flag and a certification block for the
      * supervisor's signature. Changes the supervisor asks for are
      * keyed through OPERMNT as usual.
      *
      * CERTPRM may hold one line naming the quarter, yyyyQn (for
      * example 2026Q3); a missing or empty parameter file takes the
      * quarter the run date falls in.
      ******************************************************************

       identification division.
       program-id. OPERCERT.

       environment division.
       input-output section.
       file-control.

           select operator-security assign to "OPERSEC"
               organization is indexed
               access mode is sequential
               record key is os-operator-id
               file status is os-file-status.

           select sign-on-log assign to "SIGNLOG"
               organization is line sequential
               file status is sl-file-status.

           select parameter-file assign to "CERTPRM"
               organization is line sequential
               file status is cp-file-status.

           select report-file assign to "OPERCERT"
               organization is line sequential
               file status is rf-file-status.

       data division.
       file section.

       fd operator-security.
           copy OPERREC.

       fd sign-on-log.
           copy SIGNREC.

       fd parameter-file.
       01 cp-record.
           03 cp-quarter-year		pic x(4).
           03 cp-quarter-letter		pic x.
           03 cp-quarter-number		pic x.

       fd report-file.
       01 rf-line				pic x(132).

       working-storage section.

       01 os-file-status			pic xx value "00".
       01 sl-file-status			pic xx value "00".
       01 cp-file-status			pic xx value "00".
       01 rf-file-status			pic xx value "00".

       01 wa-eof				pic x value "N".
       01 wa-operator-security-open		pic x value "N".
       01 wa-timestamp				pic x(21) value spaces.
       01 wa-run-month				pic 99 value 0.
       01 wa-quarter-year			pic x(4) value spaces.
       01 wa-quarter-number			pic 9 value 0.
       01 wa-operator-count			pic 9(6) value 0.
       01 wa-lines-on-page			pic 99 value 0.
       01 wa-lines-per-page			pic 99 value 55.
       01 wa-page-number			pic 9(4) value 0.

      **************************************************
      * The operator's authority flags as a table, in
      * the order OPERREC holds them, and the count of
      * operators holding each.
      **************************************************
       01 wa-authority-flags.
           03 wa-auth-flag		pic x occurs 6.
       01 flag-subscript			pic 9 value 0.
       01 wa-holder-counts.
           03 wa-holder-count		pic 9(6) occurs 6.

       01 flag-name-values.
           03 filler			pic x(14) value "ENTRY".
           03 filler			pic x(14) value "BROWSE".
           03 filler			pic x(14) value "STUDENT INFO".
           03 filler			pic x(14) value "STUDENT MAINT".
           03 filler			pic x(14) value "LABELS".
           03 filler			pic x(14) value "SECURITY".
       01 flag-name-table redefines flag-name-values.
           03 fn-flag-name		pic x(14) occurs 6.

      **************************************************
      * Each operator's last successful sign-on, built
      * from SIGNLOG before OPERSEC is listed.
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
      * Run-control handshake with RUNCTLIO: the job is
      * stamped onto RUNCTL at start and end, and refuses
      * to start while an online session or another batch
      * job holds the customer files.
      **************************************************
           copy RUNCPARM.

       01 heading-line-1			pic x(132) value
           "OPERATOR AUTHORITY RECERTIFICATION".

       01 heading-line-2.
           03 filler			pic x(6) value "PAGE: ".
           03 hl-page-number		pic zzz9.
           03 filler			pic x(10) value spaces.
           03 filler			pic x(9) value "QUARTER: ".
           03 hl-quarter-year		pic x(4).
           03 filler			pic x(2) value " Q".
           03 hl-quarter-number		pic 9.
           03 filler			pic x(4) value spaces.
           03 filler			pic x(10) value "RUN DATE: ".
           03 hl-run-date		pic x(8).
           03 filler			pic x(74) value spaces.

       01 heading-line-3.
           03 filler			pic x(22) value
               "OPERATOR  STATUS".
           03 filler			pic x(9) value "  ENTRY".
           03 filler			pic x(9) value "  BROWSE".
           03 filler			pic x(9) value "  STUDENT".
           03 filler			pic x(9) value "STU MAINT".
           03 filler			pic x(9) value "  LABELS".
           03 filler			pic x(9) value " SECURITY".
           03 filler			pic x(2) value spaces.
           03 filler			pic x(12) value "LAST SIGN-ON".
           03 filler			pic x(2) value spaces.
           03 filler			pic x(20) value
               "SUPERVISOR DECISION".
           03 filler			pic x(20) value spaces.

       01 detail-line-1.
           03 dl-operator-id		pic x(8).
           03 filler			pic x(2) value spaces.
           03 dl-status			pic x(10).
           03 filler			pic x(2) value spaces.
           03 dl-flag-column occurs 6.
               05 filler		pic x(4).
               05 dl-flag		pic x.
               05 filler		pic x(4).
           03 filler			pic x(2) value spaces.
           03 dl-last-signon		pic x(12).
           03 filler			pic x(2) value spaces.
           03 filler			pic x(20) value
               "KEEP [ ]  REMOVE [ ]".
           03 filler			pic x(20) value spaces.

       01 holder-heading-line			pic x(132) value
           "OPERATORS HOLDING EACH AUTHORITY".

       01 holder-line.
           03 filler			pic x(4) value spaces.
           03 hl-flag-name		pic x(14).
           03 filler			pic x(2) value spaces.
           03 hl-holder-count		pic zzzzz9.
           03 filler			pic x(106) value spaces.

       01 no-operators-line			pic x(132) value
           "NO OPERATORS ON OPERATOR-SECURITY.".

       01 overflow-line				pic x(132) value
           "MORE THAN 200 OPERATORS HAVE SIGNED ON - LAST SIGN-ON DATES 
      -    "ARE INCOMPLETE.".

       01 footer-line-1.
           03 filler			pic x(22) value
               "OPERATORS LISTED:     ".
           03 f1-count			pic zzzzz9.
           03 filler			pic x(104) value spaces.

       01 certify-line-1			pic x(132) value
           "I HAVE REVIEWED EVERY OPERATOR ABOVE AND MARKED EACH ONE TO 
      -    "KEEP OR TO REMOVE.".

       01 certify-line-2			pic x(132) value
           "SUPERVISOR: ____________________  SIGNATURE: _______________
      -    "_____  DATE: __________".

       procedure division.
       main-line section.

           perform start-run-control
           if rc-req-reply not = "Y"
               stop run
           end-if

           perform initialize-program

           perform collect-last-signons

           move "N" to wa-eof
           perform until wa-eof = "Y"
               read operator-security next record
                   at end
                       move "Y" to wa-eof
                   not at end
                       perform print-detail-record
               end-read
           end-perform

           perform print-footer
           perform terminate-program

           perform end-run-control

           stop run.

      **************************************************
      * Opens the files and settles the quarter: from
      * CERTPRM when given, otherwise from the run date.
      * No OPERSEC means nobody can sign on yet - the
      * listing degrades to its no-operators line.
      **************************************************
       initialize-program section.

           move function current-date to wa-timestamp
           move wa-timestamp(1:4) to wa-quarter-year
           move wa-timestamp(5:2) to wa-run-month
           compute wa-quarter-number = (wa-run-month + 2) / 3

           open input parameter-file
           if cp-file-status = "00"
               read parameter-file
                   at end
                       continue
                   not at end
                       if cp-quarter-year is numeric and
                           cp-quarter-number >= "1" and
                           cp-quarter-number <= "4"
                           move cp-quarter-year to wa-quarter-year
                           move cp-quarter-number
                               to wa-quarter-number
                       end-if
               end-read
               close parameter-file
           end-if

           move wa-quarter-year to hl-quarter-year
           move wa-quarter-number to hl-quarter-number
           move wa-timestamp(1:8) to hl-run-date
           move zeros to wa-holder-counts

           open input operator-security
           if os-file-status = "00"
               move "Y" to wa-operator-security-open
           else
               move "Y" to wa-eof
           end-if

           open output report-file.

      **************************************************
      * Notes each operator's last successful sign-on
      * from SIGNLOG.
      **************************************************
       collect-last-signons section.

           open input sign-on-log
           if sl-file-status = "00"
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read sign-on-log
                       at end
                           move "Y" to wa-eof
                       not at end
                           if sl-result = "SUCCESS" or
                               sl-result = "PSWDCHNG"
                               perform note-last-signon
                           end-if
                   end-read
               end-perform
               close sign-on-log
           end-if

           if wa-operator-security-open = "Y"
               move "N" to wa-eof
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
      * Prints one operator's line and counts the flags
      * the operator holds.
      **************************************************
       print-detail-record section.

           if wa-lines-on-page = 0 or
               wa-lines-on-page >= wa-lines-per-page
               perform print-report-heading
           end-if

           add 1 to wa-operator-count
           move os-operator-id to dl-operator-id
           evaluate os-lock-status
             when "L"
               move "LOCKED OUT" to dl-status
             when "D"
               move "DISABLED" to dl-status
             when other
               move "ACTIVE" to dl-status
           end-evaluate

           move os-authority-flags to wa-authority-flags
           perform varying flag-subscript from 1 by 1
               until flag-subscript > 6
               move spaces to dl-flag-column (flag-subscript)
               if wa-auth-flag (flag-subscript) = "Y"
                   move "Y" to dl-flag (flag-subscript)
                   add 1 to wa-holder-count (flag-subscript)
               else
                   move "N" to dl-flag (flag-subscript)
               end-if
           end-perform

           move "NEVER" to dl-last-signon
           perform varying signon-subscript from 1 by 1
               until signon-subscript > wa-last-signon-count
               if wa-ls-operator-id (signon-subscript)
                   = os-operator-id
                   move wa-ls-date (signon-subscript)
                       to dl-last-signon
               end-if
           end-perform

           write rf-line from detail-line-1
           add 1 to wa-lines-on-page.

      **************************************************
      * Starts a new page: banner, page number, quarter
      * and column headings.
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
           write rf-line from heading-line-3
           move 3 to wa-lines-on-page.

      **************************************************
      * Writes the holder counts and the certification
      * block, kept together on one page.
      **************************************************
       print-footer section.

           if wa-lines-on-page = 0 or
               wa-lines-on-page >= wa-lines-per-page - 16
               perform print-report-heading
           end-if

           if wa-operator-count = 0
               write rf-line from no-operators-line
           end-if
           if wa-last-signon-overflow = "Y"
               write rf-line from overflow-line
           end-if

           move spaces to rf-line
           write rf-line
           write rf-line from holder-heading-line
           perform varying flag-subscript from 1 by 1
               until flag-subscript > 6
               move fn-flag-name (flag-subscript) to hl-flag-name
               move wa-holder-count (flag-subscript)
                   to hl-holder-count
               write rf-line from holder-line
           end-perform

           move spaces to rf-line
           write rf-line
           move wa-operator-count to f1-count
           write rf-line from footer-line-1

           move spaces to rf-line
           write rf-line
           write rf-line
           write rf-line from certify-line-1
           move spaces to rf-line
           write rf-line
           write rf-line from certify-line-2.

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

           move "OPERCERT" to rc-req-job
           move "START" to rc-req-function
           move spaces to rc-req-outcome
           move 0 to rc-req-count
           call "RUNCTLIO" using run-control-request

           if rc-req-reply not = "Y"
               display "OPERCERT not started - customer files in use."
           end-if.

      **************************************************
      * Stamps the job's end, outcome and count onto the
      * shared run control and releases the batch slot.
      **************************************************
       end-run-control section.

           move "END" to rc-req-function
           move "OK" to rc-req-outcome
           move wa-operator-count to rc-req-count
           call "RUNCTLIO" using run-control-request.
