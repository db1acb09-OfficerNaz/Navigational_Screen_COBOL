      ******************************************************************
      * OPERDORM - disable dormant operator ids.
      *
      * An operator who leaves keeps a live id on OPERSEC until
      * somebody remembers to delete it in OPERMNT. This job
      * disables every operator who has not signed on within the
      * dormancy limit in DORMPRM, setting os-lock-status to "D" so
      * ADSAMP refuses the id at sign-on until security re-enables
      * it in OPERMNT. It prints a manifest of the ids disabled and
      * logs a DISABLED line per id to SIGN-ON-LOG, where SIGNRPT
      * and OPERCERT read it back, just as CUSTARCH logs a PURGE
      * line per archived customer.
      *
      * An operator's last activity is the later of the last
      * successful sign-on on SIGNLOG and the date the password was
      * last set, so an id added or reset in OPERMNT is given the
      * full limit to be used before it is disabled. An id with
      * neither has never been usable and is disabled.
      *
      * The last operator who can still sign on with security
      * authority is never disabled - nobody would be left to
      * re-enable anyone. Such an id is listed as kept instead.
      *
      * The operator ids are taken from OPERSEC first, and SIGNLOG
      * is read for those ids only. Should OPERSEC ever hold more
      * ids than the table has room for, nothing is disabled: the
      * report says so and the run ends with an EXCEPTN outcome,
      * since an id left out of the table would look never used.
      *
      * DORMPRM holds one line: the dormancy limit in days, three
      * digits. A missing or empty parameter file disables nothing
      * - the job will not guess a limit. SIGNRPT works dormancy
      * out the same way and lists the same operators, without
      * disabling them.
      ******************************************************************

       identification division.
       program-id. OPERDORM.

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

           select parameter-file assign to "DORMPRM"
               organization is line sequential
               file status is dp-file-status.

           select report-file assign to "DORMRPT"
               organization is line sequential
               file status is rf-file-status.

       data division.
       file section.

       fd operator-security.
           copy OPERREC.

       fd sign-on-log.
           copy SIGNREC.

       fd parameter-file.
       01 dp-record.
           03 dp-dormant-days		pic x(3).

       fd report-file.
       01 rf-line				pic x(132).

       working-storage section.

       01 os-file-status			pic xx value "00".
       01 sl-file-status			pic xx value "00".
       01 dp-file-status			pic xx value "00".
       01 rf-file-status			pic xx value "00".

       01 wa-eof				pic x value "N".
       01 wa-operator-security-open		pic x value "N".
       01 wa-dormant-days			pic 9(3) value 0.
       01 wa-limit-given			pic x value "N".
       01 wa-timestamp				pic x(21) value spaces.
       01 wa-today-number			pic 9(8) value 0.
       01 wa-date-number			pic 9(8) value 0.
       01 wa-last-activity-date			pic x(8) value spaces.
       01 wa-days-since				pic 9(6) value 0.
       01 wa-active-security-count		pic 9(6) value 0.
       01 wa-read-count				pic 9(6) value 0.
       01 wa-disabled-count			pic 9(6) value 0.
       01 wa-kept-count				pic 9(6) value 0.
       01 wa-lines-on-page			pic 99 value 0.
       01 wa-lines-per-page			pic 99 value 55.
       01 wa-page-number			pic 9(4) value 0.
       01 wa-run-outcome			pic x(8) value "OK".

      **************************************************
      * Each operator id on OPERSEC and its last
      * successful sign-on, taken from SIGNLOG before
      * the disabling pass.
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
           "DORMANT OPERATOR DISABLEMENT MANIFEST".

       01 heading-line-2.
           03 filler			pic x(6) value "PAGE: ".
           03 hl-page-number		pic zzz9.
           03 filler			pic x(10) value spaces.
           03 filler			pic x(22) value
               "NO SIGN-ON WITHIN:    ".
           03 hl-dormant-days		pic zz9.
           03 filler			pic x(5) value " DAYS".
           03 filler			pic x(82) value spaces.

       01 heading-line-3			pic x(132) value
           "OPERATOR  LAST SIGN-ON  PW CHANGED  DAYS    ACTION".

       01 detail-line-1.
           03 dl-operator-id		pic x(8).
           03 filler			pic x(2) value spaces.
           03 dl-last-signon		pic x(12).
           03 filler			pic x(2) value spaces.
           03 dl-password-date		pic x(10).
           03 filler			pic x(2) value spaces.
           03 dl-days			pic zzzzz9.
           03 filler			pic x(2) value spaces.
           03 dl-action			pic x(40).
           03 filler			pic x(48) value spaces.

       01 no-limit-line				pic x(132) value
           "NO DORMANCY LIMIT IN DORMPRM - NOTHING DISABLED.".

       01 overflow-line				pic x(132) value
           "MORE THAN 200 OPERATORS ON OPERSEC - LAST SIGN-ONS INCOMPLET
      -    "E - NOTHING DISABLED.".

       01 footer-line-1.
           03 filler			pic x(20) value
               "OPERATORS READ:     ".
           03 f1-count			pic zzzzz9.
           03 filler			pic x(106) value spaces.

       01 footer-line-2.
           03 filler			pic x(20) value
               "OPERATORS DISABLED: ".
           03 f2-count			pic zzzzz9.
           03 filler			pic x(106) value spaces.

       01 footer-line-3.
           03 filler			pic x(20) value
               "DORMANT BUT KEPT:   ".
           03 f3-count			pic zzzzz9.
           03 filler			pic x(106) value spaces.

       procedure division.
       main-line section.

           perform start-run-control
           if rc-req-reply not = "Y"
               stop run
           end-if

           perform initialize-program

           if wa-limit-given = "N"
               perform print-report-heading
               write rf-line from no-limit-line
           else
               perform load-operator-ids
               perform collect-last-signons
               if wa-last-signon-overflow = "Y"
                   move "EXCEPTN" to wa-run-outcome
               end-if
               if wa-operator-security-open = "Y" and
                   wa-last-signon-overflow = "N"
                   perform open-sign-on-log
                   move "N" to wa-eof
                   perform until wa-eof = "Y"
                       read operator-security next record
                           at end
                               move "Y" to wa-eof
                           not at end
                               add 1 to wa-read-count
                               perform check-operator-dormancy
                       end-read
                   end-perform
                   close sign-on-log
               end-if
           end-if

           perform print-footer
           perform terminate-program

           perform end-run-control

           stop run.

      **************************************************
      * Reads the dormancy limit from DORMPRM and opens
      * OPERSEC for update. No OPERSEC means nobody can
      * sign on yet - nothing to disable.
      **************************************************
       initialize-program section.

           move function current-date to wa-timestamp
           move wa-timestamp(1:8) to wa-today-number

           open input parameter-file
           if dp-file-status = "00"
               read parameter-file
                   at end
                       continue
                   not at end
                       if dp-dormant-days is numeric
                           move dp-dormant-days to wa-dormant-days
                           move "Y" to wa-limit-given
                       end-if
               end-read
               close parameter-file
           end-if

           move wa-dormant-days to hl-dormant-days

           open i-o operator-security
           if os-file-status = "00"
               move "Y" to wa-operator-security-open
           end-if

           open output report-file.

      **************************************************
      * Notes each operator's last successful sign-on
      * from SIGNLOG. Sign-ons by ids no longer on
      * OPERSEC are passed over.
      **************************************************
       collect-last-signons section.

           open input sign-on-log
           if sl-file-status = "00" and
               wa-last-signon-overflow = "N"
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
           end-perform.

      **************************************************
      * Takes each operator id into the sign-on table
      * and counts the operators who can sign on today
      * with security authority, then reopens OPERSEC at
      * the start for the disabling pass.
      **************************************************
       load-operator-ids section.

           if wa-operator-security-open = "Y"
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read operator-security next record
                       at end
                           move "Y" to wa-eof
                       not at end
                           if wa-last-signon-count < 200
                               add 1 to wa-last-signon-count
                               move os-operator-id to wa-ls-operator-id
                                   (wa-last-signon-count)
                               move spaces
                                   to wa-ls-date (wa-last-signon-count)
                           else
                               move "Y" to wa-last-signon-overflow
                           end-if
                           if os-auth-security = "Y" and
                               os-lock-status not = "L" and
                               os-lock-status not = "D"
                               add 1 to wa-active-security-count
                           end-if
                   end-read
               end-perform
               close operator-security
               open i-o operator-security
           end-if.

      **************************************************
      * Appends to SIGN-ON-LOG for the run, creating it
      * the first time.
      **************************************************
       open-sign-on-log section.

           open extend sign-on-log
           if sl-file-status = "05" or sl-file-status = "35"
               open output sign-on-log
           end-if.

      **************************************************
      * Works out the operator's last activity and
      * disables the id when it is past the limit.
      * An id already disabled is left alone.
      **************************************************
       check-operator-dormancy section.

           if os-lock-status not = "D"
               perform find-last-activity
               if wa-last-activity-date = spaces or
                   wa-days-since > wa-dormant-days
                   if os-auth-security = "Y" and
                       os-lock-status not = "L" and
                       wa-active-security-count < 2
                       add 1 to wa-kept-count
                       move "KEPT - LAST ACTIVE SECURITY OPERATOR"
                           to dl-action
                       perform print-detail-record
                   else
                       perform disable-operator
                   end-if
               end-if
           end-if.

       find-last-activity section.

           move spaces to wa-last-signon-date
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

           move 0 to wa-days-since
           if wa-last-activity-date is numeric
               move wa-last-activity-date to wa-date-number
               compute wa-days-since
                   = function integer-of-date(wa-today-number)
                   - function integer-of-date(wa-date-number)
           end-if.

      **************************************************
      * Disables the operator, logs it to SIGN-ON-LOG
      * and lists it on the manifest.
      **************************************************
       disable-operator section.

           if os-auth-security = "Y" and
               os-lock-status not = "L"
               subtract 1 from wa-active-security-count
           end-if

           move "D" to os-lock-status
           rewrite os-record
               invalid key
                   move "NOT DISABLED - RECORD IN USE" to dl-action
               not invalid key
                   add 1 to wa-disabled-count
                   move "DISABLED" to dl-action
                   move os-operator-id to sl-operator-id
                   move wa-timestamp to sl-timestamp
                   move "DISABLED" to sl-result
                   write sl-record
           end-rewrite

           perform print-detail-record.

       print-detail-record section.

           if wa-lines-on-page = 0 or
               wa-lines-on-page >= wa-lines-per-page
               perform print-report-heading
           end-if

           move os-operator-id to dl-operator-id
           if wa-last-signon-date = spaces
               move "NEVER" to dl-last-signon
           else
               move wa-last-signon-date to dl-last-signon
           end-if
           move os-password-changed-date to dl-password-date
           if wa-last-activity-date = spaces
               move 0 to dl-days
           else
               move wa-days-since to dl-days
           end-if
           write rf-line from detail-line-1
           add 1 to wa-lines-on-page.

      **************************************************
      * Starts a new page: banner, page number, limit
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
      * Writes the run counts at the end of the report.
      **************************************************
       print-footer section.

           if wa-lines-on-page = 0
               perform print-report-heading
           end-if

           move spaces to rf-line
           write rf-line
           if wa-last-signon-overflow = "Y"
               write rf-line from overflow-line
           end-if
           move wa-read-count to f1-count
           write rf-line from footer-line-1
           move wa-disabled-count to f2-count
           write rf-line from footer-line-2
           move wa-kept-count to f3-count
           write rf-line from footer-line-3.

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

           move "OPERDORM" to rc-req-job
           move "START" to rc-req-function
           move spaces to rc-req-outcome
           move 0 to rc-req-count
           call "RUNCTLIO" using run-control-request

           if rc-req-reply not = "Y"
               display "OPERDORM not started - customer files in use."
           end-if.

      **************************************************
      * Stamps the job's end, outcome and count onto the
      * shared run control and releases the batch slot.
      **************************************************
       end-run-control section.

           move "END" to rc-req-function
           move wa-run-outcome to rc-req-outcome
           move wa-disabled-count to rc-req-count
           call "RUNCTLIO" using run-control-request.
