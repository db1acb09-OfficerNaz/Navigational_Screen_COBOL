      ******************************************************************
      * CLASSRST - class rosters by term and course.
      *
      * Reads STUDENT-ENROLLMENT, kept in ENRLMNT, and prints one
      * roster per term and course: every student enrolled in the
      * class, by name, with the program of study from STUDMAST, the
      * enrollment status and the grade, and a count of students
      * enrolled, withdrawn and completed at the foot of each class.
      * Each class starts on a new page so the rosters can be handed
      * out to the instructors separately.
      *
      * ROSTPRM may hold one line: a term (x(6)) and a course code
      * (x(8)) to print a single roster. A blank term or course
      * prints every term or every course; a missing parameter file
      * prints every class on file.
      *
      * An enrollment whose student has gone from STUDMAST is still
      * listed, flagged in place of the name, and counted for
      * clean-up.
      ******************************************************************

       identification division.
       program-id. CLASSRST.

       environment division.
       input-output section.
       file-control.

           select student-enrollment assign to "ENROLL"
               organization is indexed
               access mode is sequential
               record key is en-enrollment-key
               file status is en-file-status.

           select student-master assign to "STUDMAST"
               organization is indexed
               access mode is dynamic
               record key is sm-student-id
               file status is sm-file-status.

           select parameter-file assign to "ROSTPRM"
               organization is line sequential
               file status is rp-file-status.

           select report-file assign to "CLASSRST"
               organization is line sequential
               file status is rf-file-status.

           select sort-file assign to "ROSTSRT".

       data division.
       file section.

       fd student-enrollment.
           copy ENRLREC.

       fd student-master.
           copy STUDREC.

       fd parameter-file.
       01 rp-record.
           03 rp-term			pic x(6).
           03 rp-course-code		pic x(8).

       fd report-file.
       01 rf-line				pic x(132).

       sd sort-file.
       01 sr-record.
           03 sr-term			pic x(6).
           03 sr-course-code		pic x(8).
           03 sr-student-name		pic x(30).
           03 sr-student-id		pic 9(9).
           03 sr-program		pic x(30).
           03 sr-status			pic x.
           03 sr-grade			pic x(2).

       working-storage section.

       01 en-file-status			pic xx value "00".
       01 sm-file-status			pic xx value "00".
       01 rp-file-status			pic xx value "00".
       01 rf-file-status			pic xx value "00".

       01 wa-eof				pic x value "N".
       01 wa-enrollment-open			pic x value "N".
       01 wa-student-master-open		pic x value "N".
       01 wa-select-term			pic x(6) value spaces.
       01 wa-select-course-code			pic x(8) value spaces.
       01 wa-read-count				pic 9(6) value 0.
       01 wa-listed-count			pic 9(6) value 0.
       01 wa-class-count			pic 9(6) value 0.
       01 wa-missing-count			pic 9(6) value 0.
       01 wa-lines-on-page			pic 99 value 0.
       01 wa-lines-per-page			pic 99 value 55.
       01 wa-page-number			pic 9(4) value 0.

      **************************************************
      * Control-break state: the class of the detail line
      * printed last, and its running counts by status.
      **************************************************
       01 wa-current-class.
           03 wa-current-term		pic x(6) value low-values.
           03 wa-current-course-code	pic x(8) value low-values.
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
           "CLASS ROSTER".

       01 heading-line-2.
           03 filler			pic x(6) value "PAGE: ".
           03 hl-page-number		pic zzz9.
           03 filler			pic x(10) value spaces.
           03 filler			pic x(6) value "TERM: ".
           03 hl-term			pic x(6).
           03 filler			pic x(4) value spaces.
           03 filler			pic x(8) value "COURSE: ".
           03 hl-course-code		pic x(8).
           03 filler			pic x(80) value spaces.

       01 heading-line-3			pic x(132) value
           "STUDENT ID  STUDENT NAME                    PROGRAM OF STUDY
      -    "                STATUS     GRADE".

       01 detail-line-1.
           03 dl-student-id		pic 9(9).
           03 filler			pic x(3) value spaces.
           03 dl-student-name		pic x(30).
           03 filler			pic x(2) value spaces.
           03 dl-program		pic x(30).
           03 filler			pic x(2) value spaces.
           03 dl-status			pic x(10).
           03 filler			pic x value space.
           03 dl-grade			pic x(2).
           03 filler			pic x(43) value spaces.

       01 class-total-line.
           03 filler			pic x(10) value "ENROLLED: ".
           03 ct-enrolled		pic zzzzz9.
           03 filler			pic x(4) value spaces.
           03 filler			pic x(11) value "WITHDRAWN: ".
           03 ct-withdrawn		pic zzzzz9.
           03 filler			pic x(4) value spaces.
           03 filler			pic x(11) value "COMPLETED: ".
           03 ct-completed		pic zzzzz9.
           03 filler			pic x(74) value spaces.

       01 no-enrollments-line			pic x(132) value
           "NO ENROLLMENTS ON FILE FOR THE CLASSES SELECTED.".

       01 footer-line-1.
           03 filler			pic x(24) value
               "ENROLLMENTS READ:       ".
           03 f1-count			pic zzzzz9.
           03 filler			pic x(102) value spaces.

       01 footer-line-2.
           03 filler			pic x(24) value
               "STUDENTS LISTED:        ".
           03 f2-count			pic zzzzz9.
           03 filler			pic x(102) value spaces.

       01 footer-line-3.
           03 filler			pic x(24) value
               "CLASSES PRINTED:        ".
           03 f3-count			pic zzzzz9.
           03 filler			pic x(102) value spaces.

       01 footer-line-4.
           03 filler			pic x(24) value
               "NOT ON STUDENT-MASTER:  ".
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
               on ascending key sr-term
                                sr-course-code
                                sr-student-name
                                sr-student-id
               input procedure is select-enrollment-records
               output procedure is print-class-rosters

           perform print-footer
           perform terminate-program

           perform end-run-control

           stop run.

      **************************************************
      * Opens the files and reads the class selection
      * from ROSTPRM. No enrollment file means nothing
      * has ever been keyed - the report degrades to its
      * no-enrollments line.
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
           if rp-file-status = "00"
               read parameter-file
                   at end
                       continue
                   not at end
                       move rp-term to wa-select-term
                       move rp-course-code to wa-select-course-code
               end-read
               close parameter-file
           end-if

           open output report-file.

      **************************************************
      * Sort input procedure: releases one sort record
      * per enrollment in the classes selected, with the
      * student's name and program of study from
      * STUDMAST.
      **************************************************
       select-enrollment-records section.

           perform until wa-eof = "Y"
               read student-enrollment next record
                   at end
                       move "Y" to wa-eof
                   not at end
                       add 1 to wa-read-count
                       if (wa-select-term = spaces or
                           en-term = wa-select-term) and
                          (wa-select-course-code = spaces or
                           en-course-code = wa-select-course-code)
                           perform release-one-enrollment
                       end-if
               end-read
           end-perform.

       release-one-enrollment section.

           move en-term to sr-term
           move en-course-code to sr-course-code
           move en-student-id to sr-student-id
           move en-status to sr-status
           move en-grade to sr-grade
           move "** NOT ON STUDENT-MASTER **" to sr-student-name
           move spaces to sr-program

           if wa-student-master-open = "Y"
               move en-student-id to sm-student-id
               read student-master record
                   invalid key
                       add 1 to wa-missing-count
                   not invalid key
                       move sm-student-name to sr-student-name
                       move sm-program-of-study to sr-program
               end-read
           end-if

           release sr-record.

      **************************************************
      * Sort output procedure: prints the students class
      * by class, breaking to the class counts and a new
      * page when the term or course changes.
      **************************************************
       print-class-rosters section.

           move "N" to wa-eof
           perform until wa-eof = "Y"
               return sort-file
                   at end
                       move "Y" to wa-eof
                   not at end
                       perform print-detail-record
               end-return
           end-perform

           if wa-current-term not = low-values
               perform print-class-total
           end-if

           if wa-listed-count = 0
               move wa-select-term to hl-term
               move wa-select-course-code to hl-course-code
               perform print-report-heading
               write rf-line from no-enrollments-line
           end-if.

      **************************************************
      * Prints one student line, first closing off the
      * previous class and starting the new one on a
      * fresh page when the class changes.
      **************************************************
       print-detail-record section.

           if wa-current-term not = low-values and
               (sr-term not = wa-current-term or
                sr-course-code not = wa-current-course-code)
               perform print-class-total
           end-if

           if sr-term not = wa-current-term or
               sr-course-code not = wa-current-course-code
               move sr-term to wa-current-term
               move sr-course-code to wa-current-course-code
               move sr-term to hl-term
               move sr-course-code to hl-course-code
               add 1 to wa-class-count
               perform print-report-heading
           end-if

           if wa-lines-on-page >= wa-lines-per-page
               perform print-report-heading
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

           add 1 to wa-listed-count
           move sr-student-id to dl-student-id
           move sr-student-name to dl-student-name
           move sr-program to dl-program
           move sr-grade to dl-grade
           write rf-line from detail-line-1
           add 1 to wa-lines-on-page.

       print-class-total section.

           if wa-lines-on-page >= wa-lines-per-page - 1
               perform print-report-heading
           end-if
           move spaces to rf-line
           write rf-line
           move wa-enrolled-count to ct-enrolled
           move wa-withdrawn-count to ct-withdrawn
           move wa-completed-count to ct-completed
           write rf-line from class-total-line
           add 2 to wa-lines-on-page
           move 0 to wa-enrolled-count
           move 0 to wa-withdrawn-count
           move 0 to wa-completed-count.

      **************************************************
      * Starts a new page: banner, page number, the class
      * on the page and column headings.
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
           move wa-class-count to f3-count
           write rf-line from footer-line-3
           move wa-missing-count to f4-count
           write rf-line from footer-line-4.

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

           move "CLASSRST" to rc-req-job
           move "START" to rc-req-function
           move spaces to rc-req-outcome
           move 0 to rc-req-count
           call "RUNCTLIO" using run-control-request

           if rc-req-reply not = "Y"
               display "CLASSRST not started - customer files in use."
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
