      * program, built on the pattern of the ADSAMP main screen, lets
      * an operator add, change and delete student records directly in
      * the indexed file.
      *
      * f5 opens ENRLMNT, the maintenance of the students' course
      * enrollments; browse mode here picks up again where it was
      * when ENRLMNT ends. A student with enrollment history on
      * STUDENT-ENROLLMENT cannot be deleted: the delete is refused
      * before the confirmation is asked, so the history never points
      * at a student who has gone.
      ******************************************************************

       identification division.
               record key is sm-student-id
               file status is sm-file-status.

      **************************************************
      * STUDENT-ENROLLMENT is read only to refuse the
      * delete of a student who still has enrollment
      * history. It does not exist until the first
      * enrollment is keyed in ENRLMNT.
      **************************************************
           select student-enrollment assign to "ENROLL"
               organization is indexed
               access mode is dynamic
               record key is en-enrollment-key
               file status is en-file-status.

       data division.
       file section.

       fd student-master.
           copy STUDREC.

       fd student-enrollment.
           copy ENRLREC.

       working-storage section.

      **************************************************
           03 filler			pic 9(2) comp-x value 2.
           03 filler   			pic 9(2) comp-x value 3.

      **************************************************
      * enables f5, which opens the enrollment history
      * maintenance in ENRLMNT.
      **************************************************

       01 enable-f5.
           03 filler			pic 9(2) comp-x value 1.
           03 filler			pic x value "1".
           03 filler			pic 9(2) comp-x value 5.
           03 filler   			pic 9(2) comp-x value 6.

      **************************************************
      * enables f4, which unlocks the record displayed in
      * browse mode so it can be corrected and rewritten.
       01 exit-flag   			pic 9(2) comp-x value 0.

       01 sm-file-status			pic xx value "00".
       01 en-file-status			pic xx value "00".

      **************************************************
      * Set to "N" when STUDENT-ENROLLMENT could not be
      * opened. A file that does not exist yet (status
      * 35) holds no history; any other failure leaves
      * the history unknown and deletes are refused.
      **************************************************
       01 wa-enrollment-available		pic x value "N".
       01 wa-enrollment-found		pic x value "N".

      **************************************************
      * Validation and error reporting.
           03 line 22 column 1 value "f4/Change" highlight.
           03 column 14 value "f8/Delete" highlight.
           03 column 27 value "(record displayed in browse mode)".
           03 column 63 value "f5/Enrollments" highlight.

       01 help-screen.
           03 blank screen.
           03 value "         Delete the record displayed in browse".
           03 line + 1 column 1
               value "             mode, after confirmation.".
           03 value " Refused while the student".
           03 line + 1 column 1
               value "             has enrollment history.".
           03 line 17 column 1 value "f5" highlight.
           03 value "         Maintain the students' course".
           03 value " enrollments.".
           03 line 24 column 25
               value "Press any key to continue ...".

               goback
           end-if

           perform set-up-function-keys

      * Now ensure that the cursor position will be returned when an
      * ACCEPT is terminated.
                           perform toggle-browse-mode
                       end-if

      * F5 has been pressed, maintain the enrollments. Ignored while
      * a change is in progress.

                     when 5
                       if wa-change-mode = "N"
                           perform maintain-enrollments
                       end-if

      * F4 has been pressed, unlock the displayed record for change.

                     when 4

           goback.

      **************************************************
      * Arms the keyboard for this screen. Run on entry
      * and again on return from ENRLMNT, which sets the
      * keys up its own way.
      **************************************************
       set-up-function-keys section.

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

      * Enables the f5 key (enrollment maintenance). Its key code is
      * below the range disabled next, so it survives that call.

           call x"AF" using set-bit-pairs
                            enable-f5

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
                            enable-minus-key.

      **************************************************
      * Opens STUDENT-MASTER for update, creating it the
      * first time the program runs. Any open status
               open output student-master
               close student-master
               open i-o student-master
           end-if

           open input student-enrollment
           if en-file-status = "00"
               move "Y" to wa-enrollment-available
           else
               move "N" to wa-enrollment-available
           end-if.

      **************************************************
      **************************************************
       close-files section.

           close student-master
           if wa-enrollment-available = "Y"
               close student-enrollment
           end-if.

      **************************************************
      * Runs ENRLMNT for the course enrollments. ENRLMNT
      * needs the enrollment file to itself for update
      * and reads the student master for names, so both
      * are let go for the duration of the call and
      * reopened on return, the way ADSAMP lets go of
      * STUDMAST around its call to this program. Browse
      * mode picks up again at the student it was on.
      **************************************************
       maintain-enrollments section.

           perform close-files
           call "ENRLMNT"
           perform set-up-function-keys
           perform initialize-files

           if sm-file-status not = "00"
               display "Unable to reopen Student Master - status "
                   sm-file-status
               move 1 to exit-flag
           else
               if wa-browse-mode = "Y"
                   perform reposition-after-enrollments
               end-if
           end-if.

      **************************************************
      * Puts the browse display back on the student it
      * showed before ENRLMNT ran, or the next one on if
      * that student has gone meanwhile.
      **************************************************
       reposition-after-enrollments section.

           move wa-browse-student-id to sm-student-id
           move "N" to wa-browse-has-data
           start student-master
               key is not less than sm-student-id
               invalid key
                   continue
               not invalid key
                   read student-master next record
                       at end
                           continue
                       not at end
                           move "Y" to wa-browse-has-data
                   end-read
           end-start

           if wa-browse-has-data = "Y"
               perform move-student-to-work-areas
           else
               perform exit-browse-mode
           end-if.

      **************************************************
      * Validates the entry just keyed into main-screen,
      **************************************************
       delete-browsed-record section.

           move spaces to wa-error-message
           perform check-enrollment-history

           if wa-error-message = spaces
               move space to wa-confirm-answer
               display delete-confirm-screen
               accept delete-confirm-screen

               if wa-confirm-answer = "Y" or wa-confirm-answer = "y"
                   perform delete-confirmed-record
               else
                   move "Delete abandoned - record not removed."
                       to wa-error-message
               end-if
           end-if.

       delete-confirmed-record section.

           move wa-browse-student-id to sm-student-id
           read student-master record
               invalid key
                   move "Record no longer on file."
                       to wa-error-message
               not invalid key
                   delete student-master record
                       invalid key
                           move "Unable to delete - record in use."
                               to wa-error-message
                       not invalid key
                           perform reposition-after-delete
                   end-delete
           end-read.

      **************************************************
      * Refuses the delete, through wa-error-message, of
      * a student with any record on STUDENT-ENROLLMENT,
      * or when that file is on disk but could not be
      * opened to find out.
      **************************************************
       check-enrollment-history section.

           move "N" to wa-enrollment-found
           if wa-enrollment-available = "Y"
               move low-values to en-enrollment-key
               move wa-browse-student-id to en-student-id
               start student-enrollment
                   key is not less than en-enrollment-key
                   invalid key
                       continue
                   not invalid key
                       read student-enrollment next record
                           at end
                               continue
                           not at end
                               if en-student-id = wa-browse-student-id
                                   move "Y" to wa-enrollment-found
                               end-if
                       end-read
               end-start
               if wa-enrollment-found = "Y"
                   move "Student has enrollment history - not deleted."
                       to wa-error-message
               end-if
           else
               if en-file-status not = "35"
                   move "Enrollment file unavailable - delete refused."
                       to wa-error-message
               end-if
           end-if.

      **************************************************
