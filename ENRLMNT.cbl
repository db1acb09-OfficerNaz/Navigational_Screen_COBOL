      ******************************************************************
      * ENRLMNT - on-line maintenance of STUDENT-ENROLLMENT.
      *
      * STUDENT-MASTER carries one program of study per student and
      * nothing about the courses actually taken, so the registrar
      * kept every enrollment, withdrawal and grade on paper. This
      * program, built on the pattern of STUDMAINT and LINKMNT, lets
      * an operator add, browse, change and delete the enrollment
      * records: one per student, term and course, with its status
      * (enrolled, withdrawn, completed) and the grade earned. The
      * student's name is looked up and shown as the id is keyed, so
      * a mis-keyed id is obvious before it is saved.
      *
      * Student id, term and course form the record key and cannot
      * be changed; a wrongly keyed enrollment is deleted and re-added,
      * the same rule LINKMNT applies to its links. Status and grade
      * are changed in place with f4.
      *
      * Reached from the ADSAMP navigation menu and from the f5 key
      * in STUDMAINT. The records feed the CLASSRST class rosters and
      * the TRANSCPT transcripts, and STUDMAINT will not delete a
      * student who still has enrollment history.
      ******************************************************************

       identification division.
       program-id. ENRLMNT.

       environment division.
       configuration section.
       special-names.
           cursor is cursor-position
           crt status is key-status.

       input-output section.
       file-control.

      **************************************************
      * STUDENT-ENROLLMENT is the same indexed file read
      * by the CLASSRST and TRANSCPT reports.
      **************************************************
           select student-enrollment assign to "ENROLL"
               organization is indexed
               access mode is dynamic
               record key is en-enrollment-key
               file status is en-file-status.

      **************************************************
      * The student master is read only to show the name
      * behind the keyed id. It may be held by another
      * session; keying then goes on without that
      * cross-check rather than stopping altogether, the
      * same way LINKMNT degrades.
      **************************************************
           select student-master assign to "STUDMAST"
               organization is indexed
               access mode is dynamic
               record key is sm-student-id
               file status is sm-file-status.

       data division.
       file section.

       fd student-enrollment.
           copy ENRLREC.

       fd student-master.
           copy STUDREC.

       working-storage section.

      **************************************************
      * Parameters to be used for the x"AF" calls.
      **************************************************

       01 set-bit-pairs 		pic 9(2) comp-x value 1.
       01 get-single-character 		pic 9(2) comp-x value 26.

       01 enable-esc-and-f1.
           03 filler			pic 9(2) comp-x value 1.
           03 filler			pic x value "1".
           03 filler			pic 9(2) comp-x value 0.
           03 filler   			pic 9(2) comp-x value 2.

      **************************************************
      * enables f2, the browse/query mode toggle.
      **************************************************

       01 enable-f2.
           03 filler			pic 9(2) comp-x value 1.
           03 filler			pic x value "1".
           03 filler			pic 9(2) comp-x value 2.
           03 filler   			pic 9(2) comp-x value 3.

      **************************************************
      * enables f4, which unlocks the record displayed in
      * browse mode so its status and grade can be
      * corrected and rewritten.
      **************************************************

       01 enable-f4.
           03 filler			pic 9(2) comp-x value 1.
           03 filler			pic x value "1".
           03 filler			pic 9(2) comp-x value 4.
           03 filler   			pic 9(2) comp-x value 5.

       01 disable-all-other-user-keys.
           03 filler  			pic 9(2) comp-x value 0.
           03 filler   			pic x value "1".
           03 filler  			pic 9(2) comp-x value 6.
           03 filler  			pic 9(2) comp-x value 126.

      **************************************************
      * enables f8, the guarded delete of the record
      * displayed in browse mode. Its key code falls
      * inside the range turned off by
      * disable-all-other-user-keys, so it must be
      * re-enabled after that call.
      **************************************************

       01 enable-f8.
           03 filler			pic 9(2) comp-x value 1.
           03 filler			pic x value "1".
           03 filler			pic 9(2) comp-x value 8.
           03 filler   			pic 9(2) comp-x value 9.

       01 enable-slash-key.
           03 filler  			pic 9(2) comp-x value 1.
           03 filler    		pic x value "3".
           03 filler			pic x value "/".
           03 filler			pic 9(2) comp-x value 1.

      **************************************************
      * enables the "-" key, used to page backwards while
      * in browse mode.
      **************************************************

       01 enable-minus-key.
           03 filler  			pic 9(2) comp-x value 1.
           03 filler    		pic x value "3".
           03 filler			pic x value "-".
           03 filler			pic 9(2) comp-x value 1.

      **************************************************
      * Status returned after termination of an ACCEPT.
      **************************************************
       01 key-status.
           03 key-type			pic x.
           03 key-code-1 		pic 9(2) comp-x.
           03 key-code-1-x		redefines key-code-1 pic x.
           03 key-code-2  		pic 9(2) comp-x.

      **************************************************
      * Cursor-Position is returned by ADIS containing
      * the position of the cursor when the ACCEPT was
      * terminated.
      ***************************************************
       01 cursor-position.
           03 cursor-row  		pic 99.
           03 cursor-column  		pic 99.

      **************************************************
      * Work areas used by the program.
      **************************************************
       01 work-areas.
           03 wa-student-id		pic 9(9) value 0.
           03 wa-term			pic x(6) value spaces.
           03 wa-course-code		pic x(8) value spaces.
           03 wa-status			pic x value spaces.
           03 wa-grade			pic x(2) value spaces.

      **************************************************
      * The name behind the keyed id and the meaning of
      * the status code, shown (not keyed) so a mis-keyed
      * entry is caught by eye.
      **************************************************
           03 wa-student-name-display	pic x(30) value spaces.
           03 wa-status-display		pic x(10) value spaces.

       01 exit-flag   			pic 9(2) comp-x value 0.

       01 en-file-status			pic xx value "00".
       01 sm-file-status			pic xx value "00".

      **************************************************
      * Set to "N" when the student master could not be
      * opened, so keying goes on without the name
      * cross-check.
      **************************************************
       01 wa-student-master-available	pic x value "Y".

      **************************************************
      * Validation and error reporting.
      **************************************************
       01 wa-error-message			pic x(60) value spaces.

      **************************************************
      * Browse/query mode, and change/delete of the
      * record displayed in browse mode.
      * wa-browse-enrollment-key remembers which record
      * is on the screen so the change and delete
      * actions re-read the right record.
      **************************************************
       01 wa-browse-mode			pic x value "N".
       01 wa-browse-has-data		pic x value "N".
       01 wa-terminating-key		pic x value space.
       01 wa-change-mode			pic x value "N".
       01 wa-browse-enrollment-key.
           03 wa-browse-student-id	pic 9(9) value 0.
           03 wa-browse-term		pic x(6) value spaces.
           03 wa-browse-course-code	pic x(8) value spaces.
       01 wa-confirm-answer		pic x value space.

      **************************************************
      * Screen Section.
      **************************************************
       screen section.

       01 main-screen.
           03 blank screen.
           03 line 2 column 22
               value "Student Enrollment Maintenance".
           03 line 3 column 22
               value "------------------------------".
           03 line 5 column 1 value "Student ID   [".
           03 pic zzzzzzzz9 using wa-student-id highlight prompt " ".
           03 value "]".
           03 column 30 pic x(30) from wa-student-name-display.
           03 line 7 column 1 value "Term         [".
           03 pic x(6) using wa-term highlight prompt " ".
           03 value "]".
           03 column 30 value "(year and SP/SU/FA, e.g. 2026FA)".
           03 line 9 column 1 value "Course code  [".
           03 pic x(8) using wa-course-code highlight prompt " ".
           03 value "]".
           03 line 11 column 1 value "Status       [".
           03 pic x using wa-status highlight prompt " ".
           03 value "]".
           03 column 30 pic x(10) from wa-status-display.
           03 line 12 column 30
               value "E=enrolled W=withdrawn C=completed".
           03 line 13 column 1 value "Grade        [".
           03 pic x(2) using wa-grade highlight prompt " ".
           03 value "]".
           03 column 30 value "(completed courses only)".

      ***************************************************
      * Error line - blank unless validation found a
      * problem with what was keyed in, or browse mode
      * has something to report.
      ***************************************************
           03 line 18 column 1 value "        [".
           03 pic x(60) using wa-error-message highlight.
           03 value "]".

           03 line 20 column 1 value
              "---------------------------------------------------------
      -       "-----------------------".
           03 line 21 column 1 value "f1" highlight.
           03 value "=".
           03 value "/h" highlight.
           03 value "elp".
           03 column 30 value "f2/Browse" highlight.
           03 column 50 value "esc" highlight.
           03 value "ape".
           03 line 22 column 1 value "f4/Change" highlight.
           03 column 14 value "f8/Delete" highlight.
           03 column 27 value "(record displayed in browse mode)".

       01 help-screen.
           03 blank screen.
           03 line 1 column 34 value "Help Screen".
           03 line + 1 column 34 value "-----------".
           03 line 4 value "escape" highlight.
           03 value "     Quit this program.".
           03 line 6 column 1 value "f1 or /h" highlight.
           03 value "   View this help screen.".
           03 line 8 column 1
               value "Key a student id, term, course, status ".
           03 value "and grade and press enter to add them.".
           03 line 10 column 1 value "f2" highlight.
           03 value "         Toggle browse mode, starting at the".
           03 line + 1 column 1
               value "             student id keyed, if any; enter".
           03 value " pages forward, '-' back.".
           03 line 12 column 1 value "f4" highlight.
           03 value "         Unlock the status and grade of the".
           03 line + 1 column 1
               value "             record displayed in browse mode;".
           03 value " enter saves the change.".
           03 line 14 column 1 value "f8" highlight.
           03 value "         Delete the record displayed in browse".
           03 line + 1 column 1
               value "             mode, after confirmation.".
           03 line 16 column 1
               value "A wrongly keyed student, term or course is ".
           03 value "deleted and re-added.".
           03 line 24 column 25
               value "Press any key to continue ...".

      **********************************************************
      * Confirmation prompt shown before an enrollment record
      * is deleted from STUDENT-ENROLLMENT.
      **********************************************************
       01 delete-confirm-screen.
           03 blank screen.
           03 line 2 column 27 value "Delete Enrollment Record".
           03 line 4 column 1
               value "The enrollment displayed will be permanently ".
           03 value "removed.".
           03 line 6 column 1 value "Student ID [".
           03 pic 9(9) using wa-browse-student-id.
           03 value "]  Term [".
           03 pic x(6) using wa-browse-term.
           03 value "]  Course [".
           03 pic x(8) using wa-browse-course-code.
           03 value "]".
           03 line 8 column 1
               value "Delete this enrollment? (Y/N) [".
           03 pic x using wa-confirm-answer highlight prompt " ".
           03 value "]".

      **************************************************
      * Procedure Division.
      **************************************************

       procedure division.
       entry-point section.

      * This program is reached again and again through the ADSAMP
      * navigation menu and STUDMAINT within one sign-on, so
      * everything left over from the last visit is reset before the
      * screen is painted.

           move 0 to exit-flag
           move "N" to wa-browse-mode
           move "N" to wa-change-mode
           initialize wa-browse-enrollment-key
           move spaces to wa-error-message
           initialize work-areas

           perform initialize-files

           if en-file-status not = "00"
               display "Unable to open Student Enrollment - status "
                   en-file-status
               goback
           end-if

      * First we want to ensure that the keys are enabled as we want
      * them. Enable the Escape and F1 keys.

           call x"AF" using set-bit-pairs
                            enable-esc-and-f1

      * Enables the f2 key (browse mode toggle).

           call x"AF" using set-bit-pairs
                            enable-f2

      * Enables the f4 key (change the browsed record).

           call x"AF" using set-bit-pairs
                            enable-f4

      * disable every other user function key.

           call x"AF" using set-bit-pairs
                            disable-all-other-user-keys

      * re-enable f8 now that disable-all-other-user-keys has run,
      * since its key code falls within the disabled range.

           call x"AF" using set-bit-pairs
                            enable-f8

      * set up "/" key to act as a function key and terminate
      * the ACCEPT operation.

           call x"AF" using set-bit-pairs
                            enable-slash-key

      * set up "-" key to page backwards while in browse mode.

           call x"AF" using set-bit-pairs
                            enable-minus-key

      * Now ensure that the cursor position will be returned when an
      * ACCEPT is terminated.

           move 1 to cursor-row
           move 1 to cursor-column

      * Loop until the Escape key is pressed.

           perform until exit-flag = 1
               display main-screen
               accept main-screen
               evaluate key-type
                 when "0"

      * The ACCEPT operation terminated normally; that is the Enter key
      * was pressed. In change mode the edited status and grade are
      * validated and rewritten; while browsing, enter pages forward
      * through STUDENT-ENROLLMENT; otherwise it is a new entry to
      * validate and save.

                   if wa-change-mode = "Y"
                       perform save-enrollment-change
                   else
                       if wa-browse-mode = "Y"
                           perform browse-page-forward
                       else
                           perform process-main-screen-entry
                       end-if
                   end-if

                 when "1"

      * A user function key has been pressed.

                   evaluate key-code-1

      * Escape has been pressed. In change mode it abandons the edit
      * and goes back to browsing; while browsing it just drops us
      * back to normal data entry; otherwise it ends the program.

                     when 0
                       if wa-change-mode = "Y"
                           perform cancel-change-mode
                       else
                           if wa-browse-mode = "Y"
                               perform exit-browse-mode
                           else
                               move 1 to exit-flag
                           end-if
                       end-if

      * F1 has been pressed so display the help screen.

                     when 1
                       perform display-help-screen

      * F2 has been pressed, toggle browse mode. Ignored while a
      * change is in progress.

                     when 2
                       if wa-change-mode = "N"
                           perform toggle-browse-mode
                       end-if

      * F4 has been pressed, unlock the displayed record for change.

                     when 4
                       if wa-browse-mode = "Y" and wa-change-mode = "N"
                           perform begin-change-mode
                       end-if

      * F8 has been pressed, delete the displayed record.

                     when 8
                       if wa-browse-mode = "Y" and wa-change-mode = "N"
                           perform delete-browsed-record
                       end-if

                   end-evaluate

                 when "3"

      * A data key has terminated the ACCEPT operation. It must be "/"
      * or "-" as no other keys have been enabled to do this. Capture
      * which one it was before calling get-single-character, since
      * that call performs a further, blocking read of the next
      * keystroke and would overwrite key-status before we can look
      * at it.

                   move key-code-1-x to wa-terminating-key

                   if wa-terminating-key = "-"

      * "-" pages backward immediately while browsing; it has no
      * follow-up keystroke to read. Ignored while a change is in
      * progress so the edit stays tied to the record it was
      * started on.

                       if wa-browse-mode = "Y" and wa-change-mode = "N"
                           perform browse-page-backward
                       end-if

                   else

      * "/" is a prefix awaiting a second keystroke. Get the next
      * character to see if "H" or "h" has been pressed.

                       call x"AF" using get-single-character
                                        key-status
                       if key-type = "3" and
                         (key-code-1-x = "h" or
                          key-code-1-x = "H")
                           perform display-help-screen
                       end-if
                   end-if

               end-evaluate
           end-perform

           perform close-files

      * goback rather than stop run: this program is reached through
      * the ADSAMP navigation menu and STUDMAINT as well as run on its
      * own, and stop run here would take the whole run unit down
      * with it.

           goback.

      **************************************************
      * Opens STUDENT-ENROLLMENT for update, creating it
      * the first time the program runs, and the student
      * master for the name cross-check. Any enrollment
      * open status other than 00 or 35 is left in
      * en-file-status for the caller to report and stop
      * on; a student master that will not open only
      * switches the cross-check off.
      **************************************************
       initialize-files section.

           open i-o student-enrollment
           if en-file-status = "35"
               open output student-enrollment
               close student-enrollment
               open i-o student-enrollment
           end-if

           open input student-master
           if sm-file-status = "00"
               move "Y" to wa-student-master-available
           else
               move "N" to wa-student-master-available
           end-if.

      **************************************************
      * Closes all files used by the program.
      **************************************************
       close-files section.

           close student-enrollment
           if wa-student-master-available = "Y"
               close student-master
           end-if.

      **************************************************
      * Validates the entry just keyed into main-screen,
      * and if it is clean, saves it to
      * STUDENT-ENROLLMENT.
      **************************************************
       process-main-screen-entry section.

           move spaces to wa-error-message
           perform validate-main-screen-entry

           if wa-error-message = spaces
               perform save-enrollment-record
               if wa-error-message = "Enrollment added."
                   initialize work-areas
                   move 1 to cursor-row
                   move 1 to cursor-column
               end-if
           end-if.

      **************************************************
      * Checks the key fields: a non-zero student id on
      * the student master when that is available, a
      * term that starts with a year, and a course code.
      * Then checks the status and grade.
      **************************************************
       validate-main-screen-entry section.

           move spaces to wa-student-name-display

           if wa-student-id is not numeric or wa-student-id = 0
               move "Invalid student ID - enter up to 9 digits."
                   to wa-error-message
           end-if

           if wa-error-message = spaces
               perform look-up-student-name
           end-if

      * The session must be one TRANSCPT can place in the year:
      * SP spring, SU summer or FA fall.

           if wa-error-message = spaces
               inspect wa-term converting "afpsu" to "AFPSU"
               if wa-term(1:4) is not numeric or
                   (wa-term(5:2) not = "SP" and
                    wa-term(5:2) not = "SU" and
                    wa-term(5:2) not = "FA")
                   move "Term must be yyyy SP/SU/FA, e.g. 2026FA."
                       to wa-error-message
               end-if
           end-if

           if wa-error-message = spaces
               if wa-course-code = spaces
                   move "Course code must not be blank."
                       to wa-error-message
               end-if
           end-if

           if wa-error-message = spaces
               perform validate-status-and-grade
           end-if.

      **************************************************
      * The status must be E, W or C. A completed course
      * must carry its grade; an enrollment still open or
      * withdrawn carries none.
      **************************************************
       validate-status-and-grade section.

           inspect wa-status converting "ewc" to "EWC"
           inspect wa-grade converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           perform set-status-display

           evaluate true
             when wa-status not = "E" and wa-status not = "W" and
                 wa-status not = "C"
               move "Status must be E, W or C."
                   to wa-error-message
             when wa-status = "C" and wa-grade = spaces
               move "A completed course must have a grade."
                   to wa-error-message
             when wa-status not = "C" and wa-grade not = spaces
               move "Grade is kept only for a completed course."
                   to wa-error-message
           end-evaluate.

       set-status-display section.

           evaluate wa-status
             when "E"
               move "ENROLLED" to wa-status-display
             when "W"
               move "WITHDRAWN" to wa-status-display
             when "C"
               move "COMPLETED" to wa-status-display
             when other
               move spaces to wa-status-display
           end-evaluate.

       look-up-student-name section.

           if wa-student-master-available = "Y"
               move wa-student-id to sm-student-id
               read student-master record
                   invalid key
                       move "Student ID not on STUDENT-MASTER."
                           to wa-error-message
                   not invalid key
                       move sm-student-name to wa-student-name-display
               end-read
           end-if.

      **************************************************
      * Writes the validated enrollment to
      * STUDENT-ENROLLMENT.
      **************************************************
       save-enrollment-record section.

           move wa-student-id to en-student-id
           move wa-term to en-term
           move wa-course-code to en-course-code
           move wa-status to en-status
           move wa-grade to en-grade
           move function current-date to en-last-changed-timestamp

           write en-record
               invalid key
                   move "Student already has this course in this term."
                       to wa-error-message
               not invalid key
                   move "Enrollment added." to wa-error-message
           end-write.

      **************************************************
      * Turns on browse mode, positioned at the first
      * enrollment of the student id keyed on the screen,
      * or at the start of the file when none is keyed.
      **************************************************
       toggle-browse-mode section.

           if wa-browse-mode = "N"
               move low-values to en-enrollment-key
               if wa-student-id is numeric and wa-student-id > 0
                   move wa-student-id to en-student-id
               end-if
               move "N" to wa-browse-has-data
               start student-enrollment
                   key is not less than en-enrollment-key
                   invalid key
                       move "N" to wa-browse-has-data
                   not invalid key
                       read student-enrollment next record
                           at end
                               move "N" to wa-browse-has-data
                           not at end
                               move "Y" to wa-browse-has-data
                               perform move-enrollment-to-work-areas
                       end-read
               end-start
               if wa-browse-has-data = "Y"
                   move "Y" to wa-browse-mode
                   move spaces to wa-error-message
               else
                   move "No enrollment records to browse."
                       to wa-error-message
               end-if
           else
               perform exit-browse-mode
           end-if.

      **************************************************
      * Turns browse mode off and restores main-screen to
      * a blank entry form.
      **************************************************
       exit-browse-mode section.

           move "N" to wa-browse-mode
           move "N" to wa-change-mode
           initialize wa-browse-enrollment-key
           move spaces to wa-error-message
           initialize work-areas
           move 1 to cursor-row
           move 1 to cursor-column.

      **************************************************
      * Pages forward one record while browsing.
      **************************************************
       browse-page-forward section.

           read student-enrollment next record
               at end
                   move "End of file - no more records."
                       to wa-error-message
               not at end
                   move spaces to wa-error-message
                   perform move-enrollment-to-work-areas
           end-read.

      **************************************************
      * Pages backward one record while browsing.
      **************************************************
       browse-page-backward section.

           read student-enrollment previous record
               at end
                   move "Start of file - no previous record."
                       to wa-error-message
               not at end
                   move spaces to wa-error-message
                   perform move-enrollment-to-work-areas
           end-read.

      **************************************************
      * Copies the current enrollment record into the
      * main-screen work areas for display, with the
      * student's name looked up afresh. A student whose
      * master record has gone says so in the name box.
      **************************************************
       move-enrollment-to-work-areas section.

           move en-enrollment-key to wa-browse-enrollment-key
           move en-student-id to wa-student-id
           move en-term to wa-term
           move en-course-code to wa-course-code
           move en-status to wa-status
           move en-grade to wa-grade
           perform set-status-display

           move spaces to wa-student-name-display
           if wa-student-master-available = "Y"
               move en-student-id to sm-student-id
               read student-master record
                   invalid key
                       move "** NOT ON STUDENT-MASTER **"
                           to wa-student-name-display
                   not invalid key
                       move sm-student-name to wa-student-name-display
               end-read
           end-if.

      **************************************************
      * Unlocks the record displayed in browse mode so
      * the operator can correct its status and grade.
      **************************************************
       begin-change-mode section.

           move "Y" to wa-change-mode
           move "Change mode - correct status/grade and press enter."
               to wa-error-message
           move 11 to cursor-row
           move 15 to cursor-column.

      **************************************************
      * Abandons a change in progress and restores the
      * record as it stands on file.
      **************************************************
       cancel-change-mode section.

           move "N" to wa-change-mode
           move wa-browse-enrollment-key to en-enrollment-key
           read student-enrollment record
               invalid key
                   move "Record no longer on file."
                       to wa-error-message
               not invalid key
                   perform move-enrollment-to-work-areas
                   move "Change abandoned - record not updated."
                       to wa-error-message
           end-read.

      **************************************************
      * Validates the corrected status and grade and
      * rewrites the record. Student id, term and course
      * are the record key and cannot be changed;
      * correcting one is a delete followed by a fresh
      * add.
      **************************************************
       save-enrollment-change section.

           move spaces to wa-error-message

           if wa-student-id not = wa-browse-student-id or
               wa-term not = wa-browse-term or
               wa-course-code not = wa-browse-course-code
               move "Student, term and course are the key - re-add."
                   to wa-error-message
           end-if

           if wa-error-message = spaces
               perform validate-status-and-grade
           end-if

           if wa-error-message = spaces
               move wa-browse-enrollment-key to en-enrollment-key
               read student-enrollment record
                   invalid key
                       move "Record no longer on file."
                           to wa-error-message
               end-read
           end-if

           if wa-error-message = spaces
               move wa-status to en-status
               move wa-grade to en-grade
               move function current-date
                   to en-last-changed-timestamp
               rewrite en-record
                   invalid key
                       move "Unable to rewrite - record in use."
                           to wa-error-message
               end-rewrite
           end-if

           if wa-error-message = spaces
               move "N" to wa-change-mode
               move "Record changed." to wa-error-message
           end-if.

      **************************************************
      * Deletes the record displayed in browse mode,
      * after the operator confirms.
      **************************************************
       delete-browsed-record section.

           move space to wa-confirm-answer
           display delete-confirm-screen
           accept delete-confirm-screen

           if wa-confirm-answer = "Y" or wa-confirm-answer = "y"
               move wa-browse-enrollment-key to en-enrollment-key
               read student-enrollment record
                   invalid key
                       move "Record no longer on file."
                           to wa-error-message
                   not invalid key
                       delete student-enrollment record
                           invalid key
                               move "Unable to delete - record in use."
                                   to wa-error-message
                           not invalid key
                               perform reposition-after-delete
                       end-delete
               end-read
           else
               move "Delete abandoned - record not removed."
                   to wa-error-message
           end-if.

      **************************************************
      * Moves the browse display onto a neighbouring
      * record once the displayed one has been deleted,
      * dropping out of browse mode if the file is now
      * empty.
      **************************************************
       reposition-after-delete section.

           move wa-browse-enrollment-key to en-enrollment-key
           move "N" to wa-browse-has-data
           start student-enrollment
               key is not less than en-enrollment-key
               invalid key
                   continue
               not invalid key
                   read student-enrollment next record
                       at end
                           continue
                       not at end
                           move "Y" to wa-browse-has-data
                   end-read
           end-start

           if wa-browse-has-data = "N"
               move low-values to en-enrollment-key
               start student-enrollment
                   key is not less than en-enrollment-key
                   invalid key
                       continue
                   not invalid key
                       read student-enrollment next record
                           at end
                               continue
                           not at end
                               move "Y" to wa-browse-has-data
                       end-read
               end-start
           end-if

           if wa-browse-has-data = "Y"
               perform move-enrollment-to-work-areas
               move "Record deleted." to wa-error-message
           else
               perform exit-browse-mode
               move "Record deleted - no more records to browse."
                   to wa-error-message
           end-if.

       display-help-screen section.

      * Display the help screen and then wait for a key to be pressed.

           display help-screen
           call x"AF" using get-single-character
                            key-status.
