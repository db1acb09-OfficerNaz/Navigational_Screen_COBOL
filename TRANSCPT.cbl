      ******************************************************************
      * TRANSCPT - student transcripts.
      *
      * Reads STUDENT-ENROLLMENT, kept in ENRLMNT, and prints one
      * transcript per student: name and program of study from
      * STUDMAST, then every course the student has been enrolled
      * in, term by term, with its status and grade, and a count of
      * courses completed, withdrawn and still in progress at the
      * foot. Each student starts on a new page so a transcript can
      * be sent out on its own.
      *
      * The enrollment file is keyed on student id, term and course,
      * but the session in a term is a letter code - FA sorts ahead
      * of SP and SU - so the key does not keep a student's terms in
      * the order they were taught. The enrollments are sorted on
      * student id, year and session within the year - SP spring,
      * then SU summer, then FA fall, then any other code - and
      * course.
      *
      * TRNSPRM may hold one line, a student id, to print that one
      * student's transcript; a missing or empty parameter file
      * prints a transcript for every student with enrollments.
      ******************************************************************

       identification division.
       program-id. TRANSCPT.

       environment division.
       input-output section.
       file-control.

           select student-enrollment assign to "ENROLL"
               organization is indexed
               access mode is dynamic
               record key is en-enrollment-key
               file status is en-file-status.

           select student-master assign to "STUDMAST"
               organization is indexed
               access mode is dynamic
               record key is sm-student-id
               file status is sm-file-status.

           select parameter-file assign to "TRNSPRM"
               organization is line sequential
               file status is tp-file-status.

           select report-file assign to "TRANSCPT"
               organization is line sequential
               file status is rf-file-status.

           select sort-file assign to "TRNSSRT".

       data division.
       file section.

       fd student-enrollment.
           copy ENRLREC.

       fd student-master.
           copy STUDREC.

       fd parameter-file.
       01 tp-record.
           03 tp-student-id		pic x(9).

       fd report-file.
       01 rf-line				pic x(132).

       sd sort-file.
       01 sr-record.
           03 sr-student-id		pic 9(9).
           03 sr-term-year		pic x(4).
           03 sr-session-rank		pic 9.
           03 sr-term-session		pic x(2).
           03 sr-course-code		pic x(8).
           03 sr-status			pic x.
           03 sr-grade			pic x(2).

       working-storage section.

       01 en-file-status			pic xx value "00".
       01 sm-file-status			pic xx value "00".
       01 tp-file-status			pic xx value "00".
       01 rf-file-status			pic xx value "00".

       01 wa-eof				pic x value "N".
       01 wa-enrollment-open			pic x value "N".
       01 wa-student-master-open		pic x value "N".
       01 wa-select-student-id			pic 9(9) value 0.
       01 wa-read-count				pic 9(6) value 0.
       01 wa-transcript-count			pic 9(6) value 0.
       01 wa-missing-count			pic 9(6) value 0.
       01 wa-lines-on-page			pic 99 value 0.
       01 wa-lines-per-page			pic 99 value 55.
       01 wa-page-number			pic 9(4) value 0.

      **************************************************
      * Control-break state: the student and term of the
      * course line printed last, and the student's
      * running counts by status.
      **************************************************
       01 wa-current-student-id			pic 9(9) value 0.
       01 wa-current-term		pic x(6) value low-values.
       01 wa-term.
           03 wa-term-year		pic x(4).
           03 wa-term-session		pic x(2).
       01 wa-enrolled-count			pic 9(6) value 0.
       01 wa-withdrawn-count			pic 9(6) value 0.
       01 wa-completed-count			pic 9(6) value 0.

      **************************************************
      * Run-control handshake with RUNCTLIO: the job is
      * stamped onto RUNCTL at start and end, and refuses
      * to start while an online session or another batch
      * job holds the customer files.
      **************************************************
           copy RUNCPARM.

       01 heading-line-1			pic x(132) value
           "STUDENT TRANSCRIPT".

       01 heading-line-2.
           03 filler			pic x(6) value "PAGE: ".
           03 hl-page-number		pic zzz9.
           03 filler			pic x(10) value spaces.
           03 filler			pic x(12) value "STUDENT ID: ".
           03 hl-student-id		pic 9(9).
           03 filler			pic x(3) value spaces.
           03 hl-student-name		pic x(30).
           03 filler			pic x(58) value spaces.

       01 heading-line-3.
           03 filler			pic x(18) value
               "PROGRAM OF STUDY: ".
           03 hl-program		pic x(30).
           03 filler			pic x(84) value spaces.

       01 heading-line-4			pic x(132) value
           "TERM    COURSE    STATUS     GRADE".

       01 detail-line-1.
           03 dl-term			pic x(6).
           03 filler			pic x(2) value spaces.
           03 dl-course-code		pic x(8).
           03 filler			pic x(2) value spaces.
           03 dl-status			pic x(10).
           03 filler			pic x value space.
           03 dl-grade			pic x(2).
           03 filler			pic x(101) value spaces.

       01 student-total-line.
           03 filler			pic x(11) value "COMPLETED: ".
           03 st-completed		pic zzzzz9.
           03 filler			pic x(4) value spaces.
           03 filler			pic x(11) value "WITHDRAWN: ".
           03 st-withdrawn		pic zzzzz9.
           03 filler			pic x(4) value spaces.
           03 filler			pic x(13) value
               "IN PROGRESS: ".
           03 st-enrolled		pic zzzzz9.
           03 filler			pic x(71) value spaces.

       01 no-enrollments-line			pic x(132) value
           "NO ENROLLMENTS ON FILE FOR THE STUDENTS SELECTED.".

       01 footer-line-1.
           03 filler			pic x(24) value
               "ENROLLMENTS READ:       ".
           03 f1-count			pic zzzzz9.
           03 filler			pic x(102) value spaces.

       01 footer-line-2.
           03 filler			pic x(24) value
               "TRANSCRIPTS PRINTED:    ".
           03 f2-count			pic zzzzz9.
           03 filler			pic x(102) value spaces.

       01 footer-line-3.
           03 filler			pic x(24) value
               "NOT ON STUDENT-MASTER:  ".
           03 f3-count			pic zzzzz9.
           03 filler			pic x(102) value spaces.

       procedure division.
       main-line section.

           perform start-run-control
           if rc-req-reply not = "Y"
               stop run
           end-if

           perform initialize-program

           sort sort-file
               on ascending key sr-student-id
                                sr-term-year
                                sr-session-rank
                                sr-term-session
                                sr-course-code
               input procedure is select-enrollments
               output procedure is print-transcripts

           perform print-footer
           perform terminate-program

           perform end-run-control

           stop run.

      **************************************************
      * Opens the files, reads the student selection
      * from TRNSPRM and positions at the first
      * enrollment to print. No enrollment file means
      * nothing has ever been keyed - the report degrades
      * to its no-enrollments line.
      **************************************************
       initialize-program section.

           open input student-enrollment
           if en-file-status = "00"
               move "Y" to wa-enrollment-open
           else
               move "Y" to wa-eof
           end-if

           open input student-master
           if sm-file-status = "00"
               move "Y" to wa-student-master-open
           end-if

           open input parameter-file
           if tp-file-status = "00"
               read parameter-file
                   at end
                       continue
                   not at end
                       if tp-student-id is numeric
                           move tp-student-id to wa-select-student-id
                       end-if
               end-read
               close parameter-file
           end-if

           if wa-enrollment-open = "Y" and wa-select-student-id > 0
               move low-values to en-enrollment-key
               move wa-select-student-id to en-student-id
               start student-enrollment
                   key is not less than en-enrollment-key
                   invalid key
                       move "Y" to wa-eof
               end-start
           end-if

           open output report-file.

      **************************************************
      * Sort input procedure: reads the enrollments
      * selected and releases each one with the rank of
      * its session within the year.
      **************************************************
       select-enrollments section.

           perform until wa-eof = "Y"
               read student-enrollment next record
                   at end
                       move "Y" to wa-eof
                   not at end
                       if wa-select-student-id not = 0 and
                           en-student-id not = wa-select-student-id
                           move "Y" to wa-eof
                       else
                           add 1 to wa-read-count
                           perform release-enrollment
                       end-if
               end-read
           end-perform.

       release-enrollment section.

           move en-student-id to sr-student-id
           move en-term-year to sr-term-year
           move en-term-session to sr-term-session
           evaluate en-term-session
             when "SP"
               move 1 to sr-session-rank
             when "SU"
               move 2 to sr-session-rank
             when "FA"
               move 3 to sr-session-rank
             when other
               move 4 to sr-session-rank
           end-evaluate
           move en-course-code to sr-course-code
           move en-status to sr-status
           move en-grade to sr-grade
           release sr-record.

      **************************************************
      * Sort output procedure: prints the transcripts in
      * the order sorted, closing off the last student.
      **************************************************
       print-transcripts section.

           move "N" to wa-eof
           perform until wa-eof = "Y"
               return sort-file
                   at end
                       move "Y" to wa-eof
                   not at end
                       perform print-detail-record
               end-return
           end-perform

           if wa-transcript-count > 0
               perform print-student-total
           end-if.

      **************************************************
      * Prints one course line, first closing off the
      * previous student and starting the new one on a
      * fresh page when the student changes. A blank
      * line separates the terms.
      **************************************************
       print-detail-record section.

           if wa-transcript-count > 0 and
               sr-student-id not = wa-current-student-id
               perform print-student-total
           end-if

           if wa-transcript-count = 0 or
               sr-student-id not = wa-current-student-id
               perform start-student-transcript
           end-if

           if wa-lines-on-page >= wa-lines-per-page
               perform print-report-heading
           end-if

           move sr-term-year to wa-term-year
           move sr-term-session to wa-term-session
           if wa-term not = wa-current-term
               if wa-current-term not = low-values
                   move spaces to rf-line
                   write rf-line
                   add 1 to wa-lines-on-page
               end-if
               move wa-term to wa-current-term
           end-if

           evaluate sr-status
             when "E"
               move "ENROLLED" to dl-status
               add 1 to wa-enrolled-count
             when "W"
               move "WITHDRAWN" to dl-status
               add 1 to wa-withdrawn-count
             when "C"
               move "COMPLETED" to dl-status
               add 1 to wa-completed-count
             when other
               move sr-status to dl-status
           end-evaluate

           move wa-term to dl-term
           move sr-course-code to dl-course-code
           move sr-grade to dl-grade
           write rf-line from detail-line-1
           add 1 to wa-lines-on-page.

      **************************************************
      * Looks the new student up on STUDMAST for the
      * transcript heading and starts the first page.
      **************************************************
       start-student-transcript section.

           add 1 to wa-transcript-count
           move sr-student-id to wa-current-student-id
           move low-values to wa-current-term
           move sr-student-id to hl-student-id
           move "** NOT ON STUDENT-MASTER **" to hl-student-name
           move spaces to hl-program

           if wa-student-master-open = "Y"
               move sr-student-id to sm-student-id
               read student-master record
                   invalid key
                       add 1 to wa-missing-count
                   not invalid key
                       move sm-student-name to hl-student-name
                       move sm-program-of-study to hl-program
               end-read
           end-if

           perform print-report-heading.

       print-student-total section.

           if wa-lines-on-page >= wa-lines-per-page - 1
               perform print-report-heading
           end-if
           move spaces to rf-line
           write rf-line
           move wa-completed-count to st-completed
           move wa-withdrawn-count to st-withdrawn
           move wa-enrolled-count to st-enrolled
           write rf-line from student-total-line
           add 2 to wa-lines-on-page
           move 0 to wa-enrolled-count
           move 0 to wa-withdrawn-count
           move 0 to wa-completed-count.

      **************************************************
      * Starts a new page: banner, page number, the
      * student on the page and column headings.
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
           write rf-line from heading-line-4
           move 4 to wa-lines-on-page.

      **************************************************
      * Writes the run counts at the end of the report.
      **************************************************
       print-footer section.

           if wa-lines-on-page = 0
               move 0 to hl-student-id
               move spaces to hl-student-name
               move spaces to hl-program
               perform print-report-heading
           end-if

           if wa-transcript-count = 0
               write rf-line from no-enrollments-line
           end-if

           move spaces to rf-line
           write rf-line
           move wa-read-count to f1-count
           write rf-line from footer-line-1
           move wa-transcript-count to f2-count
           write rf-line from footer-line-2
           move wa-missing-count to f3-count
           write rf-line from footer-line-3.

      **************************************************
      * Closes the files.
      **************************************************
       terminate-program section.

           if wa-enrollment-open = "Y"
               close student-enrollment
           end-if
           if wa-student-master-open = "Y"
               close student-master
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

           move "TRANSCPT" to rc-req-job
           move "START" to rc-req-function
           move spaces to rc-req-outcome
           move 0 to rc-req-count
           call "RUNCTLIO" using run-control-request

           if rc-req-reply not = "Y"
               display "TRANSCPT not started - customer files in use."
           end-if.

      **************************************************
      * Stamps the job's end, outcome and count onto the
      * shared run control and releases the batch slot.
      **************************************************
       end-run-control section.

           move "END" to rc-req-function
           move "OK" to rc-req-outcome
           move wa-transcript-count to rc-req-count
           call "RUNCTLIO" using run-control-request.
