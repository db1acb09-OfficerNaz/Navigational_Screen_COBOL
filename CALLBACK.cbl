      ******************************************************************
      * CALLBACK - morning callback worklist.
      *
      * Reads the CONTACT-NOTES operators take on the ADSAMP
      * customer screen (f6 Notes) and lists every callback that is
      * due today or overdue, grouped by the operator who promised
      * it, oldest promise first, so each operator starts the day
      * with their own list. A line gives the customer's name and
      * telephone from CUSTMAST, the date promised, how many days
      * overdue, and the reason and text of the note.
      *
      * Every note with a follow-up date on or before the as-of date
      * is listed, whatever else has been noted for the customer
      * since, so a promised callback does not drop off the list
      * because a later note was taken on another matter. It stays
      * on the list, morning after morning, until the operator marks
      * the callback done on the f6 Notes screen. A note with no
      * follow-up date promised no callback and is not listed.
      *
      * CALLPRM may hold one line, the as-of date yyyymmdd; when it
      * is missing or empty the worklist is run as of today.
      *
      * A note whose customer has gone from CUSTMAST (purged, say)
      * is still listed, flagged, so the operator knows the call
      * cannot be made. With no customer record to browse, its
      * callback cannot be marked done in f6 Notes, so it is listed
      * each morning until the customer is restored or the note is
      * removed from CUSTNOTE.
      ******************************************************************

       identification division.
       program-id. CALLBACK.

       environment division.
       input-output section.
       file-control.

           select contact-notes assign to "CUSTNOTE"
               organization is indexed
               access mode is sequential
               record key is cn-note-key
               file status is cn-file-status.

           select customer-master assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is cm-customer-number
               alternate record key is cm-name-phone-key
                   with duplicates
               file status is cm-file-status.

           select parameter-file assign to "CALLPRM"
               organization is line sequential
               file status is cp-file-status.

           select report-file assign to "CALLBACK"
               organization is line sequential
               file status is rf-file-status.

           select sort-file assign to "CALLSRT".

       data division.
       file section.

       fd contact-notes.
           copy NOTEREC.

       fd customer-master.
           copy CUSTREC.

       fd parameter-file.
       01 cp-record.
           03 cp-as-of-date		pic x(8).

       fd report-file.
       01 rf-line				pic x(132).

       sd sort-file.
       01 sr-record.
           03 sr-operator-id		pic x(8).
           03 sr-follow-up-date		pic x(8).
           03 sr-customer-number	pic 9(6).
           03 sr-customer-name		pic x(30).
           03 sr-telephone		pic 9(10).
           03 sr-days-overdue		pic 9(4).
           03 sr-reason-code		pic x(4).
           03 sr-note-text		pic x(60).

       working-storage section.

       01 cn-file-status			pic xx value "00".
       01 cm-file-status			pic xx value "00".
       01 cp-file-status			pic xx value "00".
       01 rf-file-status			pic xx value "00".

       01 wa-eof				pic x value "N".
       01 wa-notes-open			pic x value "N".
       01 wa-customer-master-open		pic x value "N".
       01 wa-as-of-date			pic x(8) value spaces.
       01 wa-as-of-number			pic 9(8) value 0.
       01 wa-follow-up-number		pic 9(8) value 0.
       01 wa-read-count			pic 9(6) value 0.
       01 wa-listed-count			pic 9(6) value 0.
       01 wa-overdue-count			pic 9(6) value 0.
       01 wa-missing-count			pic 9(6) value 0.
       01 wa-lines-on-page			pic 99 value 0.
       01 wa-lines-per-page		pic 99 value 55.
       01 wa-page-number			pic 9(4) value 0.

      **************************************************
      * Control-break state: the operator of the detail
      * line printed last, and the operator's counts.
      **************************************************
       01 wa-current-operator		pic x(8) value low-values.
       01 wa-operator-count			pic 9(6) value 0.
       01 wa-operator-overdue		pic 9(6) value 0.

      **************************************************
      * Run-control handshake with RUNCTLIO: the job is
      * stamped onto RUNCTL at start and end, and refuses
      * to start while an online session or another batch
      * job holds the customer files.
      **************************************************
           copy RUNCPARM.

       01 heading-line-1			pic x(132) value
           "CALLBACK WORKLIST - FOLLOW-UPS DUE AND OVERDUE".

       01 heading-line-2.
           03 filler			pic x(6) value "PAGE: ".
           03 hl-page-number		pic zzz9.
           03 filler			pic x(10) value spaces.
           03 filler			pic x(7) value "AS OF: ".
           03 hl-as-of-date		pic x(8).
           03 filler			pic x(97) value spaces.

       01 heading-line-3.
           03 filler			pic x(7) value "CUST#".
           03 filler			pic x(31) value "CUSTOMER NAME".
           03 filler			pic x(11) value "TELEPHONE".
           03 filler			pic x(9) value "PROMISED".
           03 filler			pic x(5) value "OVER".
           03 filler			pic x(5) value "RSN".
           03 filler			pic x(64) value "NOTE".

       01 operator-heading-line.
           03 filler			pic x(10) value "OPERATOR: ".
           03 oh-operator-id		pic x(8).
           03 filler			pic x(114) value spaces.

       01 detail-line-1.
           03 dl-customer-number	pic zzzzz9.
           03 filler			pic x value space.
           03 dl-customer-name		pic x(30).
           03 filler			pic x value space.
           03 dl-telephone		pic 9(10).
           03 filler			pic x value space.
           03 dl-follow-up-date		pic x(8).
           03 filler			pic x value space.
           03 dl-days-overdue		pic zzz9.
           03 filler			pic x value space.
           03 dl-reason-code		pic x(4).
           03 filler			pic x value space.
           03 dl-note-text		pic x(60).
           03 filler			pic x(4) value spaces.

       01 operator-total-line.
           03 filler			pic x(4) value spaces.
           03 filler			pic x(23) value
               "CALLBACKS FOR OPERATOR:".
           03 ot-count			pic zzzzz9.
           03 filler			pic x(4) value spaces.
           03 filler			pic x(9) value "OVERDUE: ".
           03 ot-overdue		pic zzzzz9.
           03 filler			pic x(80) value spaces.

       01 no-callbacks-line			pic x(132) value
           "NO CALLBACKS DUE.".

       01 footer-line-1.
           03 filler			pic x(24) value
               "NOTES READ:             ".
           03 f1-count			pic zzzzz9.
           03 filler			pic x(102) value spaces.

       01 footer-line-2.
           03 filler			pic x(24) value
               "CALLBACKS LISTED:       ".
           03 f2-count			pic zzzzz9.
           03 filler			pic x(102) value spaces.

       01 footer-line-3.
           03 filler			pic x(24) value
               "OVERDUE:                ".
           03 f3-count			pic zzzzz9.
           03 filler			pic x(102) value spaces.

       01 footer-line-4.
           03 filler			pic x(24) value
               "NOT ON CUSTOMER-MASTER: ".
           03 f4-count			pic zzzzz9.
           03 filler			pic x(102) value spaces.

       procedure division.
       main-line section.

           perform start-run-control
           if rc-req-reply not = "Y"
               stop run
           end-if

           perform initialize-program

           sort sort-file
               on ascending key sr-operator-id
                                sr-follow-up-date
                                sr-customer-number
               input procedure is select-open-callbacks
               output procedure is print-callback-report

           perform print-footer
           perform terminate-program

           perform end-run-control

           stop run.

      **************************************************
      * Opens the files and settles the as-of date. No
      * notes file means no note has ever been taken -
      * the report degrades to its no-callbacks line.
      **************************************************
       initialize-program section.

           open input contact-notes
           if cn-file-status = "00"
               move "Y" to wa-notes-open
           else
               move "Y" to wa-eof
           end-if

           open input customer-master
           if cm-file-status = "00"
               move "Y" to wa-customer-master-open
           end-if

           open input parameter-file
           if cp-file-status = "00"
               read parameter-file
                   at end
                       continue
                   not at end
                       if cp-as-of-date is numeric
                           move cp-as-of-date to wa-as-of-date
                       end-if
               end-read
               close parameter-file
           end-if

           if wa-as-of-date = spaces
               move function current-date to wa-as-of-date
           end-if
           move wa-as-of-date to wa-as-of-number
           move wa-as-of-date to hl-as-of-date

           open output report-file.

      **************************************************
      * Sort input procedure: reads every note and
      * releases each one whose callback has fallen due.
      **************************************************
       select-open-callbacks section.

           perform until wa-eof = "Y"
               read contact-notes next record
                   at end
                       move "Y" to wa-eof
                   not at end
                       add 1 to wa-read-count
                       perform release-due-note
               end-read
           end-perform.

      **************************************************
      * Releases the current note when it promised a
      * callback on or before the as-of date that is not
      * yet marked done, with the customer's name and
      * telephone and the days the callback is overdue.
      **************************************************
       release-due-note section.

           if cn-follow-up-date is numeric and
               cn-follow-up-date not > wa-as-of-date and
               cn-callback-status not = "D"
               move cn-follow-up-date to wa-follow-up-number
               compute sr-days-overdue
                   = function integer-of-date(wa-as-of-number)
                   - function integer-of-date(wa-follow-up-number)
               move cn-operator-id to sr-operator-id
               move cn-follow-up-date to sr-follow-up-date
               move cn-customer-number to sr-customer-number
               move cn-reason-code to sr-reason-code
               move cn-note-text to sr-note-text
               move "** NOT ON CUSTOMER-MASTER **" to sr-customer-name
               move 0 to sr-telephone
               if wa-customer-master-open = "Y"
                   move cn-customer-number to cm-customer-number
                   read customer-master record
                       invalid key
                           add 1 to wa-missing-count
                       not invalid key
                           move cm-name to sr-customer-name
                           move cm-telephone to sr-telephone
                   end-read
               else
                   add 1 to wa-missing-count
               end-if
               release sr-record
           end-if.

      **************************************************
      * Sort output procedure: prints the callbacks in
      * operator order, breaking to a per-operator count
      * when the operator changes.
      **************************************************
       print-callback-report section.

           move "N" to wa-eof
           perform until wa-eof = "Y"
               return sort-file
                   at end
                       move "Y" to wa-eof
                   not at end
                       perform print-detail-record
               end-return
           end-perform

           if wa-current-operator not = low-values
               perform print-operator-total
           end-if

           if wa-listed-count = 0
               perform print-report-heading
               write rf-line from no-callbacks-line
               add 1 to wa-lines-on-page
           end-if.

      **************************************************
      * Prints one callback line, first closing off the
      * previous operator's count when the operator
      * changes. Each operator starts on a new page so
      * the lists can be handed out.
      **************************************************
       print-detail-record section.

           if wa-current-operator not = low-values and
               sr-operator-id not = wa-current-operator
               perform print-operator-total
           end-if

           if wa-lines-on-page = 0 or
               wa-lines-on-page >= wa-lines-per-page or
               sr-operator-id not = wa-current-operator
               perform print-report-heading
           end-if

           if sr-operator-id not = wa-current-operator
               move sr-operator-id to oh-operator-id
               write rf-line from operator-heading-line
               move spaces to rf-line
               write rf-line
               add 2 to wa-lines-on-page
               move sr-operator-id to wa-current-operator
           end-if

           add 1 to wa-listed-count
           add 1 to wa-operator-count
           if sr-days-overdue > 0
               add 1 to wa-overdue-count
               add 1 to wa-operator-overdue
           end-if

           move sr-customer-number to dl-customer-number
           move sr-customer-name to dl-customer-name
           move sr-telephone to dl-telephone
           move sr-follow-up-date to dl-follow-up-date
           move sr-days-overdue to dl-days-overdue
           move sr-reason-code to dl-reason-code
           move sr-note-text to dl-note-text
           write rf-line from detail-line-1
           add 1 to wa-lines-on-page.

       print-operator-total section.

           if wa-lines-on-page >= wa-lines-per-page - 1
               perform print-report-heading
           end-if
           move spaces to rf-line
           write rf-line
           move wa-operator-count to ot-count
           move wa-operator-overdue to ot-overdue
           write rf-line from operator-total-line
           add 2 to wa-lines-on-page
           move 0 to wa-operator-count
           move 0 to wa-operator-overdue.

      **************************************************
      * Starts a new page: banner, page number, as-of
      * date and column headings.
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
           move wa-read-count to f1-count
           write rf-line from footer-line-1
           move wa-listed-count to f2-count
           write rf-line from footer-line-2
           move wa-overdue-count to f3-count
           write rf-line from footer-line-3
           move wa-missing-count to f4-count
           write rf-line from footer-line-4.

      **************************************************
      * Closes the files.
      **************************************************
       terminate-program section.

           if wa-notes-open = "Y"
               close contact-notes
           end-if
           if wa-customer-master-open = "Y"
               close customer-master
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

           move "CALLBACK" to rc-req-job
           move "START" to rc-req-function
           move spaces to rc-req-outcome
           move 0 to rc-req-count
           call "RUNCTLIO" using run-control-request

           if rc-req-reply not = "Y"
               display "CALLBACK not started - customer files in use."
           end-if.

      **************************************************
      * Stamps the job's end, outcome and count onto the
      * shared run control and releases the batch slot.
      **************************************************
       end-run-control section.

           move "END" to rc-req-function
           move "OK" to rc-req-outcome
           move wa-listed-count to rc-req-count
           call "RUNCTLIO" using run-control-request.
