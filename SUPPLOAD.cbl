      ******************************************************************
      * SUPPLOAD - load an external suppression list into the
      * customers' contact preferences.
      *
      * Preference services and complainants' solicitors send lists
      * of people who are not to be mailed, telephoned or passed to
      * outside parties. They do not know our customer numbers, so
      * each line carries a name plus an address or a telephone
      * number, and this job finds the matching customers on
      * CUSTOMER-MASTER and sets the preferences the line asks for.
      * Preferences are only ever set here, never cleared - a
      * customer who wants contact again asks for it, and the
      * operator changes it on the ADSAMP screen.
      *
      * Each customer flagged has the run's time, SUPPLOAD and the
      * list source stamped in cm-preference-timestamp, -source and
      * -reason, is logged to AUDIT-LOG as a SUPPRESS action and has
      * the rewrite journalled, so the shop can show a complainant
      * when and why they were suppressed. A customer already
      * carrying every preference the line asks for is listed but
      * not rewritten, keeping the original stamp.
      *
      * The name is looked up on the name/telephone alternate key,
      * so it must match the name as held on the master; all the
      * customers under that name are then checked. A customer
      * matches on the telephone number when the line gives one,
      * otherwise on address line 1 - in either case - and the ZIP
      * code when the line gives it. Lines that match nobody are
      * listed for manual review.
      *
      * SUPPLIST holds one line per person, fields separated by one
      * space: name (30), address line 1 (40), ZIP code (5),
      * telephone (10), the three preferences to set - no mail, no
      * phone, no third party, each Y or blank, all blank meaning
      * all three - and the list source (20), e.g. the preference
      * service and list date.
      ******************************************************************

       identification division.
       program-id. SUPPLOAD.

       environment division.
       input-output section.
       file-control.

           select customer-master assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is cm-customer-number
               alternate record key is cm-name-phone-key
                   with duplicates
               file status is cm-file-status.

           select suppression-list assign to "SUPPLIST"
               organization is line sequential
               file status is su-file-status.

           select audit-log assign to "AUDITLOG"
               organization is line sequential
               file status is al-file-status.

           select customer-journal assign to "CUSTJRNL"
               organization is line sequential
               file status is jn-file-status.

           select report-file assign to "SUPPRPT"
               organization is line sequential
               file status is rf-file-status.

       data division.
       file section.

       fd customer-master.
           copy CUSTREC.

       fd suppression-list.
       01 su-record.
           03 su-name			pic x(30).
           03 filler			pic x.
           03 su-address-line-1		pic x(40).
           03 filler			pic x.
           03 su-zip-code		pic x(5).
           03 filler			pic x.
           03 su-telephone		pic x(10).
           03 filler			pic x.
           03 su-preferences.
               05 su-no-mail		pic x.
               05 su-no-phone		pic x.
               05 su-no-third-party	pic x.
           03 filler			pic x.
           03 su-list-source		pic x(20).

       fd audit-log.
           copy AUDITREC.

       fd customer-journal.
           copy JRNLREC.

       fd report-file.
       01 rf-line				pic x(132).

       working-storage section.

       01 cm-file-status			pic xx value "00".
       01 su-file-status			pic xx value "00".
       01 al-file-status			pic xx value "00".
       01 jn-file-status			pic xx value "00".
       01 rf-file-status			pic xx value "00".

       01 wa-eof				pic x value "N".
       01 wa-customer-master-open		pic x value "N".
       01 wa-names-eof			pic x value "N".
       01 wa-timestamp			pic x(21) value spaces.
       01 wa-line-matched			pic x value "N".
       01 wa-customer-matches		pic x value "N".
       01 wa-match-basis			pic x(9) value spaces.
       01 wa-list-source			pic x(20) value spaces.
       01 wa-list-telephone		pic 9(10) value 0.

      **************************************************
      * The preferences the list line asks for, and the
      * customer's after they are added in.
      **************************************************
       01 wa-requested-preferences.
           03 wa-req-no-mail		pic x.
           03 wa-req-no-phone		pic x.
           03 wa-req-no-third-party	pic x.
       01 wa-new-preferences.
           03 wa-new-no-mail		pic x.
           03 wa-new-no-phone		pic x.
           03 wa-new-no-third-party	pic x.

      **************************************************
      * Address lines are compared in upper case, since
      * the list and the keyed record rarely agree on it.
      **************************************************
       01 wa-list-address		pic x(40) value spaces.
       01 wa-customer-address		pic x(40) value spaces.

       01 wa-list-count			pic 9(6) value 0.
       01 wa-suppressed-count		pic 9(6) value 0.
       01 wa-already-count			pic 9(6) value 0.
       01 wa-unmatched-count		pic 9(6) value 0.
       01 wa-rejected-count		pic 9(6) value 0.
       01 wa-lines-on-page			pic 99 value 0.
       01 wa-lines-per-page		pic 99 value 55.
       01 wa-page-number			pic 9(4) value 0.

      **************************************************
      * Run-control handshake with RUNCTLIO: the job is
      * stamped onto RUNCTL at start and end, and refuses
      * to start while an online session or another batch
      * job holds the customer files.
      **************************************************
           copy RUNCPARM.

       01 heading-line-1			pic x(132) value
           "SUPPRESSION LIST LOAD".

       01 heading-line-2.
           03 filler			pic x(6) value "PAGE: ".
           03 hl-page-number		pic zzz9.
           03 filler			pic x(122) value spaces.

       01 heading-line-3.
           03 filler			pic x(8) value "CUST#".
           03 filler			pic x(32) value "NAME".
           03 filler			pic x(11) value "MATCH".
           03 filler			pic x(5) value "SET".
           03 filler			pic x(32) value "RESULT".
           03 filler			pic x(44) value "LIST SOURCE".

       01 detail-line-1.
           03 dl-customer-number	pic zzzzz9.
           03 filler			pic x(2) value spaces.
           03 dl-name			pic x(30).
           03 filler			pic x(2) value spaces.
           03 dl-match-basis		pic x(9).
           03 filler			pic x(2) value spaces.
           03 dl-preferences.
               05 dl-no-mail		pic x.
               05 dl-no-phone		pic x.
               05 dl-no-third-party	pic x.
           03 filler			pic x(2) value spaces.
           03 dl-result			pic x(30).
           03 filler			pic x(2) value spaces.
           03 dl-list-source		pic x(20).
           03 filler			pic x(24) value spaces.

       01 footer-line-1.
           03 filler			pic x(24) value
               "LIST LINES READ:        ".
           03 f1-count			pic zzzzz9.
           03 filler			pic x(102) value spaces.

       01 footer-line-2.
           03 filler			pic x(24) value
               "CUSTOMERS SUPPRESSED:   ".
           03 f2-count			pic zzzzz9.
           03 filler			pic x(102) value spaces.

       01 footer-line-3.
           03 filler			pic x(24) value
               "ALREADY SUPPRESSED:     ".
           03 f3-count			pic zzzzz9.
           03 filler			pic x(102) value spaces.

       01 footer-line-4.
           03 filler			pic x(24) value
               "LINES NOT MATCHED:      ".
           03 f4-count			pic zzzzz9.
           03 filler			pic x(102) value spaces.

       01 footer-line-5.
           03 filler			pic x(24) value
               "LINES REJECTED:         ".
           03 f5-count			pic zzzzz9.
           03 filler			pic x(102) value spaces.

       procedure division.
       main-line section.

           perform start-run-control
           if rc-req-reply not = "Y"
               stop run
           end-if

           perform initialize-program

           perform until wa-eof = "Y"
               read suppression-list
                   at end
                       move "Y" to wa-eof
                   not at end
                       add 1 to wa-list-count
                       perform process-one-line
               end-read
           end-perform

           perform print-footer
           perform terminate-program

           perform end-run-control

           stop run.

      **************************************************
      * Opens the files. No list, or no master to match
      * it against, means there is nothing to load.
      **************************************************
       initialize-program section.

           open i-o customer-master
           if cm-file-status = "00"
               move "Y" to wa-customer-master-open
           else
               move "Y" to wa-eof
           end-if

           open input suppression-list
           if su-file-status not = "00"
               move "Y" to wa-eof
           end-if

           open extend audit-log
           if al-file-status = "05" or al-file-status = "35"
               open output audit-log
           end-if

           open extend customer-journal
           if jn-file-status = "05" or jn-file-status = "35"
               open output customer-journal
           end-if

           move function current-date to wa-timestamp

           open output report-file.

      **************************************************
      * Checks the current SUPPLIST line and looks for
      * the customers it names. A line needs a name and
      * either a telephone number or an address line to
      * match on.
      **************************************************
       process-one-line section.

           move su-preferences to wa-requested-preferences
           inspect wa-requested-preferences converting "y" to "Y"
           if wa-requested-preferences = spaces
               move "YYY" to wa-requested-preferences
           end-if

           move su-list-source to wa-list-source
           if wa-list-source = spaces
               move "SUPPRESSION LIST" to wa-list-source
           end-if

           move 0 to wa-list-telephone
           if su-telephone is numeric
               move su-telephone to wa-list-telephone
           end-if

           move su-address-line-1 to wa-list-address
           inspect wa-list-address converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           evaluate true
             when su-name = spaces
               move "LINE HAS NO NAME" to dl-result
               perform print-rejected-line
             when wa-list-telephone = 0 and wa-list-address = spaces
               move "NO ADDRESS OR TELEPHONE TO MATCH" to dl-result
               perform print-rejected-line
             when (wa-req-no-mail not = "Y" and
                     wa-req-no-mail not = space) or
                 (wa-req-no-phone not = "Y" and
                     wa-req-no-phone not = space) or
                 (wa-req-no-third-party not = "Y" and
                     wa-req-no-third-party not = space)
               move "PREFERENCES NOT Y OR BLANK" to dl-result
               perform print-rejected-line
             when other
               perform match-list-line
           end-evaluate.

      **************************************************
      * Reads every customer held under the line's name
      * on the name/telephone key and suppresses each one
      * that matches. A line that matches nobody is
      * listed for manual review.
      **************************************************
       match-list-line section.

           move "N" to wa-line-matched
           move "N" to wa-names-eof
           move su-name to cm-name-key
           move 0 to cm-telephone-key
           start customer-master
               key is not less than cm-name-phone-key
               invalid key
                   move "Y" to wa-names-eof
           end-start

           perform check-next-customer
               until wa-names-eof = "Y"

           if wa-line-matched = "N"
               add 1 to wa-unmatched-count
               move 0 to dl-customer-number
               move su-name to dl-name
               move spaces to dl-match-basis
               move "NO MATCHING CUSTOMER" to dl-result
               perform print-list-detail
           end-if.

       check-next-customer section.

           read customer-master next record
               at end
                   move "Y" to wa-names-eof
               not at end
                   if cm-name-key not = su-name
                       move "Y" to wa-names-eof
                   else
                       perform test-customer-match
                       if wa-customer-matches = "Y"
                           move "Y" to wa-line-matched
                           perform suppress-customer
                       end-if
                   end-if
           end-read.

      **************************************************
      * A telephone number on the line must agree with
      * the customer's; without one, address line 1 must
      * agree, and the ZIP code too when the line has it.
      **************************************************
       test-customer-match section.

           move "N" to wa-customer-matches
           if wa-list-telephone not = 0
               if cm-telephone = wa-list-telephone
                   move "Y" to wa-customer-matches
                   move "TELEPHONE" to wa-match-basis
               end-if
           else
               move cm-address-line-1 to wa-customer-address
               inspect wa-customer-address converting
                   "abcdefghijklmnopqrstuvwxyz" to
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               if wa-customer-address = wa-list-address
                   if su-zip-code = spaces
                       move "Y" to wa-customer-matches
                       move "ADDRESS" to wa-match-basis
                   else
                       if su-zip-code is numeric and
                           cm-zip-code = su-zip-code
                           move "Y" to wa-customer-matches
                           move "ADDRESS" to wa-match-basis
                       end-if
                   end-if
               end-if
           end-if.

      **************************************************
      * Adds the line's preferences to the customer's and
      * rewrites the record stamped with when and why. A
      * customer already carrying them all keeps the
      * original stamp.
      **************************************************
       suppress-customer section.

           move cm-contact-preferences to wa-new-preferences
           if wa-req-no-mail = "Y"
               move "Y" to wa-new-no-mail
           end-if
           if wa-req-no-phone = "Y"
               move "Y" to wa-new-no-phone
           end-if
           if wa-req-no-third-party = "Y"
               move "Y" to wa-new-no-third-party
           end-if

           move cm-customer-number to dl-customer-number
           move cm-name to dl-name
           move wa-match-basis to dl-match-basis

           if wa-new-preferences = cm-contact-preferences
               add 1 to wa-already-count
               move "ALREADY SUPPRESSED" to dl-result
               perform print-list-detail
           else

      * The record as it stood goes to the journal as the before
      * image of the rewrite about to be taken.

               move cm-record to jr-before-image
               move wa-new-preferences to cm-contact-preferences
               move wa-timestamp to cm-preference-timestamp
               move "SUPPLOAD" to cm-preference-source
               move wa-list-source to cm-preference-reason
               move wa-timestamp to cm-last-changed-timestamp
               rewrite cm-record
                   invalid key
                       add 1 to wa-rejected-count
                       move "REWRITE FAILED - RECORD IN USE"
                           to dl-result
                       perform print-list-detail
                   not invalid key
                       add 1 to wa-suppressed-count
                       move "SUPPRESSED" to dl-result
                       perform print-list-detail
                       perform write-audit-log-record
                       perform write-journal-record
               end-rewrite
           end-if.

       print-rejected-line section.

           add 1 to wa-rejected-count
           move 0 to dl-customer-number
           move su-name to dl-name
           move spaces to dl-match-basis
           perform print-list-detail.

      **************************************************
      * Prints one report line, showing the preferences
      * the list line asked for as M, P and T.
      **************************************************
       print-list-detail section.

           if wa-lines-on-page = 0 or
               wa-lines-on-page >= wa-lines-per-page
               perform print-report-heading
           end-if

           move spaces to dl-preferences
           if wa-req-no-mail = "Y"
               move "M" to dl-no-mail
           end-if
           if wa-req-no-phone = "Y"
               move "P" to dl-no-phone
           end-if
           if wa-req-no-third-party = "Y"
               move "T" to dl-no-third-party
           end-if
           move wa-list-source to dl-list-source
           write rf-line from detail-line-1
           add 1 to wa-lines-on-page.

      **************************************************
      * Appends one SUPPRESS line to AUDIT-LOG for the
      * customer just suppressed, the same way CUSTRTN
      * logs its MAILRTN markings.
      **************************************************
       write-audit-log-record section.

           move "SUPPLOAD" to al-operator-id
           move wa-timestamp to al-timestamp
           move cm-customer-number to al-customer-number
           move "SUPPRESS" to al-action
           write al-record.

      **************************************************
      * Journals the rewrite just taken against the
      * master. The caller put the record as it stood in
      * jr-before-image before suppressing it.
      **************************************************
       write-journal-record section.

           move "SUPPLOAD" to jr-program
           move wa-timestamp to jr-timestamp
           move "REWRITE" to jr-action
           move cm-customer-number to jr-customer-number
           move cm-record to jr-after-image
           write jr-record.

      **************************************************
      * Starts a new page: banner, page number and column
      * headings.
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
           move wa-list-count to f1-count
           write rf-line from footer-line-1
           move wa-suppressed-count to f2-count
           write rf-line from footer-line-2
           move wa-already-count to f3-count
           write rf-line from footer-line-3
           move wa-unmatched-count to f4-count
           write rf-line from footer-line-4
           move wa-rejected-count to f5-count
           write rf-line from footer-line-5.

      **************************************************
      * Closes the files.
      **************************************************
       terminate-program section.

           if wa-customer-master-open = "Y"
               close customer-master
           end-if
           if su-file-status = "00" or su-file-status = "10"
               close suppression-list
           end-if
           close audit-log
           close customer-journal
           close report-file.

      **************************************************
      * Stamps the job's start onto the shared run
      * control, refusing to run while an online session
      * or another batch job holds the customer files.
      * The refusal itself is logged, so the morning
      * report shows why the job is missing.
      **************************************************
       start-run-control section.

           move "SUPPLOAD" to rc-req-job
           move "START" to rc-req-function
           move spaces to rc-req-outcome
           move 0 to rc-req-count
           call "RUNCTLIO" using run-control-request

           if rc-req-reply not = "Y"
               display "SUPPLOAD not started - customer files in use."
           end-if.

      **************************************************
      * Stamps the job's end, outcome and count onto the
      * shared run control and releases the batch slot.
      **************************************************
       end-run-control section.

           move "END" to rc-req-function
           move "OK" to rc-req-outcome
           move wa-suppressed-count to rc-req-count
           call "RUNCTLIO" using run-control-request.
