
      **************************************************
      * AUDIT-LOG records who keyed in each customer and
      * when. f7 History reads it back for the operator
      * behind each journaled change.
      **************************************************
           select audit-log assign to "AUDITLOG"
               organization is line sequential
      * CUSTOMER-JOURNAL carries the before and after
      * image of every write, rewrite and delete against
      * CUSTOMER-MASTER, so CUSTRCVR can roll the file
      * forward over the last good backup. f7 History
      * reads it back for the customer on the screen.
      **************************************************
           select customer-journal assign to "CUSTJRNL"
               organization is line sequential
               organization is line sequential
               file status is sl-file-status.

      **************************************************
      * CONTACT-NOTES holds the notes operators take of
      * each call with a customer, keyed on customer
      * number and time, shown and added through the f6
      * Notes screen, where a callback is also marked
      * done. Read by the CALLBACK worklist.
      **************************************************
           select contact-notes assign to "CUSTNOTE"
               organization is indexed
               access mode is dynamic
               record key is cn-note-key
               file status is cn-file-status.

       data division.
       file section.

           copy JRNLREC.

       fd sign-on-log.
           copy SIGNREC.

       fd contact-notes.
           copy NOTEREC.

       working-storage section.

           03 filler			pic 9(2) comp-x value 8.
           03 filler   			pic 9(2) comp-x value 9.

      **************************************************
      * enables f6, the contact notes of the record
      * displayed in browse mode. Like f8 and f9 it falls
      * inside the range turned off by
      * disable-all-other-user-keys, so it must be
      * re-enabled after that call.
      **************************************************

       01 enable-f6.
           03 filler			pic 9(2) comp-x value 1.
           03 filler			pic x value "1".
           03 filler			pic 9(2) comp-x value 6.
           03 filler   			pic 9(2) comp-x value 7.

      **************************************************
      * enables f7, the change history of the record
      * displayed in browse mode. It too falls inside the
      * range turned off by disable-all-other-user-keys,
      * so it must be re-enabled after that call.
      **************************************************

       01 enable-f7.
           03 filler			pic 9(2) comp-x value 1.
           03 filler			pic x value "1".
           03 filler			pic 9(2) comp-x value 7.
           03 filler   			pic 9(2) comp-x value 8.



      **************************************************
           03 wa-telephone		pic 9(10) value 0.
           03 wa-gender			pic x value space.

      **************************************************
      * Contact preferences keyed on the main screen, Y
      * or blank, and the line showing when, by whom and
      * why they were last changed.
      **************************************************
           03 wa-contact-preference-keys.
               05 wa-no-mail		pic x value space.
               05 wa-no-phone		pic x value space.
               05 wa-no-third-party	pic x value space.
           03 wa-preference-display	pic x(49) value spaces.

      **************************************************
      * Mail status of the displayed record, shown (not
      * keyed) on the main screen so the operator knows
           03 wa-mail-status		pic x value space.
           03 wa-mail-status-display	pic x(13) value spaces.

      **************************************************
      * Last letter the LETTERS run printed for the
      * displayed record, type and date, shown (not
      * keyed) so the operator can tell the customer
      * what was sent.
      **************************************************
           03 wa-letter-display		pic x(17) value spaces.

       01 exit-flag   			pic 9(2) comp-x value 0.

      **************************************************
       01 wa-menu-line-6			pic x(30) value spaces.
       01 wa-menu-line-7			pic x(30) value spaces.
       01 wa-menu-line-8			pic x(30) value spaces.
       01 wa-menu-line-9			pic x(30) value spaces.
       01 wa-menu-choice			pic x value space.
       01 wa-menu-message			pic x(60) value spaces.

           03 filler			pic x value space.
           03 wa-eb-program		pic x(28).

      **************************************************
      * f6 contact notes of the record displayed in
      * browse mode. The customer's notes are shown five
      * to a page, newest first, two lines to a note, and
      * a new note can be keyed beneath them. The file is
      * read forward only, so a page is found by counting
      * the customer's notes first and skipping the ones
      * newer pages show. The ten lines are named one by
      * one so the screen section can paint them, and
      * redefined as a table so they can be built in a
      * loop.
      **************************************************
       01 cn-file-status			pic xx value "00".
       01 wa-contact-notes-available	pic x value "Y".
       01 wa-notes-done			pic x value "N".
       01 wa-notes-eof			pic x value "N".
       01 wa-notes-page			pic 9(4) value 0.
       01 wa-notes-total			pic 9(4) value 0.
       01 wa-notes-skip			pic 9(4) value 0.
       01 wa-notes-last			pic 9(4) value 0.
       01 wa-notes-read			pic 9(4) value 0.
       01 wa-notes-on-page		pic 9(4) value 0.
       01 note-subscript			pic 99 value 0.
       01 wa-notes-message		pic x(60) value spaces.
       01 wa-note-reason			pic x(4) value spaces.
       01 wa-note-follow-up		pic x(8) value spaces.
       01 wa-note-text			pic x(60) value spaces.
       01 wa-note-done-slot		pic x value space.
       01 wa-note-done-number redefines wa-note-done-slot
                                        pic 9.
       01 note-slot				pic 9 value 0.

      **************************************************
      * The key of each note on the page, by the number
      * it is shown under, so f6 can find the note whose
      * callback the operator has closed.
      **************************************************
       01 wa-notes-key-table.
           03 wa-notes-key		pic x(27) occurs 5.

       01 wa-notes-display-area.
           03 wa-notes-line-1		pic x(76).
           03 wa-notes-line-2		pic x(76).
           03 wa-notes-line-3		pic x(76).
           03 wa-notes-line-4		pic x(76).
           03 wa-notes-line-5		pic x(76).
           03 wa-notes-line-6		pic x(76).
           03 wa-notes-line-7		pic x(76).
           03 wa-notes-line-8		pic x(76).
           03 wa-notes-line-9		pic x(76).
           03 wa-notes-line-10		pic x(76).

       01 wa-notes-display-table redefines wa-notes-display-area.
           03 wa-notes-display-line	pic x(76) occurs 10.

       01 wa-note-heading-line.
           03 wa-nh-slot		pic 9.
           03 filler			pic x value space.
           03 wa-nh-date		pic x(8).
           03 filler			pic x value space.
           03 wa-nh-time		pic x(4).
           03 filler			pic x(2) value spaces.
           03 wa-nh-operator		pic x(8).
           03 filler			pic x(2) value spaces.
           03 wa-nh-reason		pic x(4).
           03 filler			pic x(2) value spaces.
           03 wa-nh-follow-up-label	pic x(11).
           03 wa-nh-follow-up		pic x(8).
           03 filler			pic x(2) value spaces.
           03 wa-nh-callback-status	pic x(4).
           03 filler			pic x(18) value spaces.

       01 wa-note-text-line.
           03 filler			pic x(4) value spaces.
           03 wa-nt-text		pic x(60).
           03 filler			pic x(12) value spaces.

      **************************************************
      * f7 change history of the record displayed in
      * browse mode: each CUSTOMER-JOURNAL line for the
      * customer since the last backup closed the journal
      * off, with the operator and action from the
      * AUDIT-LOG line written at the same moment, and
      * beneath it only the fields that changed, old and
      * new, as JRNLDIFF finds them. The latest fifteen
      * changes are built into the history table in the
      * order they happened and shown fourteen lines to a
      * page, latest page first. Older periods are printed
      * by CUSTHIST. The audit table keeps the customer's
      * latest hundred audit lines, overwriting the oldest
      * in turn.
      **************************************************
       01 wa-history-done		pic x value "N".
       01 wa-history-eof			pic x value "N".
       01 wa-history-page			pic 99 value 0.
       01 wa-history-total		pic 9(4) value 0.
       01 wa-history-skip		pic 9(4) value 0.
       01 wa-history-read			pic 9(4) value 0.
       01 wa-history-line-count		pic 9(4) value 0.
       01 wa-history-first		pic 9(4) value 0.
       01 wa-history-last			pic 9(4) value 0.
       01 history-subscript		pic 9(4) value 0.
       01 history-display-subscript	pic 99 value 0.
       01 change-subscript		pic 99 value 0.
       01 wa-history-message		pic x(60) value spaces.
       01 wa-history-note			pic x(60) value spaces.
       01 wa-history-operator		pic x(8) value spaces.
       01 wa-history-audit-action	pic x(10) value spaces.
       01 wa-history-build-line		pic x(76) value spaces.
       01 wa-audit-count			pic 999 value 0.
       01 wa-audit-next			pic 999 value 0.
       01 audit-subscript		pic 999 value 0.

       01 wa-audit-table.
           03 wa-audit-entry occurs 100.
               05 wa-at-timestamp	pic x(21).
               05 wa-at-operator	pic x(8).
               05 wa-at-action		pic x(10).

       01 wa-history-table.
           03 wa-history-table-line	pic x(76) occurs 270.

       01 wa-history-display-area.
           03 wa-history-line-1		pic x(76).
           03 wa-history-line-2		pic x(76).
           03 wa-history-line-3		pic x(76).
           03 wa-history-line-4		pic x(76).
           03 wa-history-line-5		pic x(76).
           03 wa-history-line-6		pic x(76).
           03 wa-history-line-7		pic x(76).
           03 wa-history-line-8		pic x(76).
           03 wa-history-line-9		pic x(76).
           03 wa-history-line-10	pic x(76).
           03 wa-history-line-11	pic x(76).
           03 wa-history-line-12	pic x(76).
           03 wa-history-line-13	pic x(76).
           03 wa-history-line-14	pic x(76).

       01 wa-history-display-table
               redefines wa-history-display-area.
           03 wa-history-display-line	pic x(76) occurs 14.

       01 wa-history-heading-line.
           03 wa-hh-date		pic x(8).
           03 filler			pic x value space.
           03 wa-hh-hour		pic x(2).
           03 filler			pic x value ":".
           03 wa-hh-minute		pic x(2).
           03 filler			pic x(2) value spaces.
           03 wa-hh-program		pic x(8).
           03 filler			pic x(2) value spaces.
           03 wa-hh-operator		pic x(8).
           03 filler			pic x(2) value spaces.
           03 wa-hh-action		pic x(12).
           03 filler			pic x(28) value spaces.

       01 wa-history-change-line.
           03 filler			pic x(2) value spaces.
           03 wa-hc-field-name		pic x(14).
           03 filler			pic x value space.
           03 wa-hc-old-value		pic x(28).
           03 filler			pic x(3) value " > ".
           03 wa-hc-new-value		pic x(28).

           copy DIFFPARM.

      **************************************************
      * On-demand mailing label. The last line is built
      * in the standardized CITY ST 12345-6789 form the
           03 line 10 column 22 pic x(30) from wa-menu-line-6.
           03 line 11 column 22 pic x(30) from wa-menu-line-7.
           03 line 12 column 22 pic x(30) from wa-menu-line-8.
           03 line 13 column 22 pic x(30) from wa-menu-line-9.
           03 line 18 column 22 value "Selection [".
           03 pic x using wa-menu-choice highlight prompt " ".
           03 value "]".
           03 pic zz9 using wa-age highlight prompt " ".
           03 value "]".

      ***************************************************
      * Contact preferences: Y stops that kind of contact.
      * The line beneath shows when, by whom and why they
      * were last changed.
      ***************************************************
           03 column 30 value "no mail [".
           03 pic x using wa-no-mail highlight prompt " ".
           03 value "]  no phone [".
           03 pic x using wa-no-phone highlight prompt " ".
           03 value "]  no 3rd party [".
           03 pic x using wa-no-third-party highlight prompt " ".
           03 value "]".
           03 line 13 column 30 pic x(49) from wa-preference-display.

      ***************************************************
      * Adding telephone to the list in the main page
      ***************************************************
               highlight prompt " ".
           03 value "]".

      ***************************************************
      * Last letter is display-only: set by the LETTERS
      * correspondence run.
      ***************************************************
           03 column 30 value "last ltr [".
           03 pic x(17) from wa-letter-display highlight.
           03 value "]".

      ***************************************************
      *Adding gender to the list in the main page
      ***************************************************
           03 line 22 column 1 value "f4/Change" highlight.
           03 column 14 value "f8/Delete" highlight.
           03 column 27 value "(record displayed in browse mode)".
           03 column 62 value "f6/Notes" highlight.
           03 column 71 value "f7/History" highlight.

       01 help-screen.
           03 blank screen.
           03 value "         Delete the record displayed in browse".
           03 line + 1 column 1
               value "             mode, after confirmation.".
           03 line 18 column 1 value "f6" highlight.
           03 value "         View the contact notes of the record".
           03 line + 1 column 1
               value "             displayed in browse mode, and".
           03 value " add a note of this call.".
           03 line + 1 column 1
               value "             There f6 marks a callback done.".
           03 line 21 column 1 value "f7" highlight.
           03 value "         View the change history of the record".
           03 line + 1 column 1
               value "             displayed in browse mode.".
           03 line 24 column 25
               value "Press any key to continue ...".

           03 line 24 column 25
               value "Press any key to continue ...".

      **********************************************************
      * Contact notes painted by f6 when a customer record is
      * displayed in browse mode: a page of the customer's
      * notes, newest first, numbered, and a new note to key
      * beneath. A note number keyed with f6 marks that note's
      * callback done.
      **********************************************************
       01 notes-screen.
           03 blank screen.
           03 line 2 column 27
               value "Contact Notes".
           03 line 3 column 27
               value "-------------".
           03 line 4 column 3 value "Customer [".
           03 pic 9(6) from wa-browse-customer-number.
           03 value "]  ".
           03 pic x(30) from wa-name.
           03 line 6 column 3 pic x(76) from wa-notes-line-1.
           03 line 7 column 3 pic x(76) from wa-notes-line-2.
           03 line 8 column 3 pic x(76) from wa-notes-line-3.
           03 line 9 column 3 pic x(76) from wa-notes-line-4.
           03 line 10 column 3 pic x(76) from wa-notes-line-5.
           03 line 11 column 3 pic x(76) from wa-notes-line-6.
           03 line 12 column 3 pic x(76) from wa-notes-line-7.
           03 line 13 column 3 pic x(76) from wa-notes-line-8.
           03 line 14 column 3 pic x(76) from wa-notes-line-9.
           03 line 15 column 3 pic x(76) from wa-notes-line-10.
           03 line 17 column 3 value "Reason [".
           03 pic x(4) using wa-note-reason highlight prompt " ".
           03 value "]  Follow-up date [".
           03 pic x(8) using wa-note-follow-up highlight prompt " ".
           03 value "]  (yyyymmdd, optional)".
           03 line 18 column 3 value "Note   [".
           03 pic x(60) using wa-note-text highlight prompt " ".
           03 value "]".
           03 line 19 column 3
               value "Reasons: BILL ADDR ORDR COMP MAIL INFO OTHR".
           03 column 50 value "Callback done: note [".
           03 pic x using wa-note-done-slot highlight prompt " ".
           03 value "]".
           03 line 20 column 3 pic x(60) from wa-notes-message
               highlight.
           03 line 21 column 3
               value "Key a note number in Callback done, then ".
           03 value "f6" highlight.
           03 value " to close off its callback;".
           03 line 22 column 3
               value "Key a reason and note, then enter to save it;".
           03 line 23 column 3
               value "enter alone shows older notes; ".
           03 value "esc" highlight.
           03 value " returns.".

      **********************************************************
      * Change history painted by f7 when a customer record is
      * displayed in browse mode: a page of the customer's
      * journaled changes, latest page first.
      **********************************************************
       01 history-screen.
           03 blank screen.
           03 line 2 column 27
               value "Change History".
           03 line 3 column 27
               value "--------------".
           03 line 4 column 3 value "Customer [".
           03 pic 9(6) from wa-browse-customer-number.
           03 value "]  ".
           03 pic x(30) from wa-name.
           03 line 5 column 3 value
               "DATE     TIME   PROGRAM   OPERATOR  ACTION".
           03 line 6 column 3 pic x(76) from wa-history-line-1.
           03 line 7 column 3 pic x(76) from wa-history-line-2.
           03 line 8 column 3 pic x(76) from wa-history-line-3.
           03 line 9 column 3 pic x(76) from wa-history-line-4.
           03 line 10 column 3 pic x(76) from wa-history-line-5.
           03 line 11 column 3 pic x(76) from wa-history-line-6.
           03 line 12 column 3 pic x(76) from wa-history-line-7.
           03 line 13 column 3 pic x(76) from wa-history-line-8.
           03 line 14 column 3 pic x(76) from wa-history-line-9.
           03 line 15 column 3 pic x(76) from wa-history-line-10.
           03 line 16 column 3 pic x(76) from wa-history-line-11.
           03 line 17 column 3 pic x(76) from wa-history-line-12.
           03 line 18 column 3 pic x(76) from wa-history-line-13.
           03 line 19 column 3 pic x(76) from wa-history-line-14.
           03 line 20 column 3 pic x(60) from wa-history-message
               highlight.
           03 line 21 column 3 pic x(60) from wa-history-note.
           03 line 23 column 3
               value "Any key shows earlier changes; ".
           03 value "esc" highlight.
           03 value " returns.".

      **********************************************************
      * Confirmation prompt shown when a possible duplicate
      * customer is found before writing a new record.
                            enable-f8

           call x"AF" using set-bit-pairs
                            enable-f4

      * f6 and f7 too fall within the disabled range.

           call x"AF" using set-bit-pairs
                            enable-f6

           call x"AF" using set-bit-pairs
                            enable-f7.

      **************************************************
      * Prompts for the operator id and password and

      **************************************************
      * Checks the keyed password against the operator's
      * record just read: a locked record, or one
      * disabled by OPERDORM for dormancy, refuses even
      * the right password until security resets it in
      * OPERMNT, and a wrong password counts toward the
      * persistent lockout.
                   to wa-signon-message
               move "LOCKED" to wa-signon-result
               perform write-sign-on-log
             when os-lock-status = "D"
               add 1 to wa-signon-attempts
               move "Operator ID is disabled - see security."
                   to wa-signon-message
               move "LOCKED" to wa-signon-result
               perform write-sign-on-log
             when os-password = wa-password
               perform complete-sign-on
             when other
           move spaces to wa-menu-line-6
           move spaces to wa-menu-line-7
           move spaces to wa-menu-line-8
           move spaces to wa-menu-line-9

           if wa-auth-entry = "Y"
               move "1. Customer entry" to wa-menu-line-1
           end-if
           if wa-auth-student-maint = "Y"
               move "8. Customer/student links" to wa-menu-line-8
               move "9. Student enrollments" to wa-menu-line-9
           end-if.

      **************************************************
               else
                   perform report-not-authorized
               end-if
             when "9"
               if wa-auth-student-maint = "Y"
                   call "ENRLMNT"
                   perform set-up-function-keys
               else
                   perform report-not-authorized
               end-if
             when other
               move "Invalid selection." to wa-menu-message
           end-evaluate.
                       move "Not authorized for student info."
                           to wa-error-message
                   end-if

      * F6 shows the contact notes of the record displayed in browse
      * mode, where a note of the call can be added.

                 when 6
                   if wa-browse-mode = "Y" and wa-change-mode = "N"
                       perform display-customer-notes
                   else
                       move "Notes are for the record shown in browse."
                           to wa-error-message
                   end-if

      * F7 shows the change history of the record displayed in
      * browse mode.

                 when 7
                   if wa-browse-mode = "Y" and wa-change-mode = "N"
                       perform display-customer-history
                   else
                       move "History is for the record shown in browse."
                           to wa-error-message
                   end-if
               end-evaluate

             when "3"
               move "N" to wa-customer-links-available
           end-if

      * CONTACT-NOTES is created the first time the program runs.
      * Should it be held elsewhere, f6 just says so.

           open i-o contact-notes
           if cn-file-status = "35"
               open output contact-notes
               close contact-notes
               open i-o contact-notes
           end-if
           if cn-file-status = "00"
               move "Y" to wa-contact-notes-available
           else
               move "N" to wa-contact-notes-available
           end-if

      * AUDIT-LOG and PRINT-FILE are NOT held open for the session:
      * with two or three sessions keying at once a session-long
      * extend would hold the file exclusively and starve the others.
           end-if
           if wa-customer-links-available = "Y"
               close customer-links
           end-if
           if wa-contact-notes-available = "Y"
               close contact-notes
           end-if.

      **************************************************
               end-evaluate
           end-if

           if wa-error-message = spaces
               perform validate-contact-preferences
           end-if

           if wa-error-message = spaces
               perform validate-city-state-zip
           end-if.

      **************************************************
      * Each contact preference is Y or blank; y is taken
      * as Y, and N or n as blank.
      **************************************************
       validate-contact-preferences section.

           inspect wa-contact-preference-keys converting "yn" to "YN"
           inspect wa-contact-preference-keys converting "N" to " "
           if (wa-no-mail not = "Y" and wa-no-mail not = space) or
               (wa-no-phone not = "Y" and wa-no-phone not = space) or
               (wa-no-third-party not = "Y" and
                   wa-no-third-party not = space)
               move "Contact preferences must be Y or blank."
                   to wa-error-message
           end-if.

      **************************************************
      * City and state must be present, and the state/ZIP
      * combination is cross-checked against the postal
               move wa-telephone to cm-telephone-key
               move wa-gender to cm-gender
               move space to cm-mail-status
               move spaces to cm-last-letter-type
               move spaces to cm-last-letter-date
               move wa-contact-preference-keys
                   to cm-contact-preferences
               if wa-contact-preference-keys = spaces
                   move spaces to cm-preference-timestamp
                   move spaces to cm-preference-source
                   move spaces to cm-preference-reason
               else
                   move wa-timestamp to cm-preference-timestamp
                   move wa-operator-id to cm-preference-source
                   move "CUSTOMER REQUEST" to cm-preference-reason
               end-if
               move wa-timestamp to cm-entry-timestamp
               move wa-timestamp to cm-last-changed-timestamp

               move "ZIP SUSPECT" to wa-mail-status-display
             when other
               move spaces to wa-mail-status-display
           end-evaluate
           move spaces to wa-letter-display
           if cm-last-letter-type not = spaces
               string cm-last-letter-type delimited by space
                      " " delimited by size
                      cm-last-letter-date delimited by size
                   into wa-letter-display
           end-if
           move cm-contact-preferences to wa-contact-preference-keys
           perform build-preference-display.

      **************************************************
      * Shows when, by whom and why the displayed
      * record's contact preferences were last changed.
      **************************************************
       build-preference-display section.

           move spaces to wa-preference-display
           if cm-preference-timestamp not = spaces
               string "prefs set " delimited by size
                      cm-preference-timestamp(1:8) delimited by size
                      " " delimited by size
                      cm-preference-source delimited by space
                      " " delimited by size
                      cm-preference-reason delimited by size
                   into wa-preference-display
           end-if.

      **************************************************
      * Unlocks the record displayed in browse mode so
               move wa-telephone to cm-telephone-key
               move wa-gender to cm-gender

      * A change to the contact preferences is stamped with when and
      * by whom, so the customer's request can be shown later.

               if wa-contact-preference-keys
                   not = cm-contact-preferences
                   move wa-contact-preference-keys
                       to cm-contact-preferences
                   move wa-timestamp to cm-preference-timestamp
                   move wa-operator-id to cm-preference-source
                   move "CUSTOMER REQUEST" to cm-preference-reason
               end-if

      * Saving a change means the operator has confirmed the address
      * with the customer, so an undeliverable flag set by the CUSTRTN
      * return run is cleared again.
               move "N" to wa-change-mode
               move space to wa-mail-status
               move spaces to wa-mail-status-display
               perform build-preference-display
               move wa-browse-customer-number to wa-customer-number
               move "CHANGE" to wa-audit-action

           if wa-enrollment-count = 10
               move "First 10 links shown." to wa-enrollment-message
           end-if.

      **************************************************
      * Runs the f6 contact notes of the customer
      * displayed in browse mode until the operator
      * presses esc, starting at the newest page.
      **************************************************
       display-customer-notes section.

           if wa-contact-notes-available = "N"
               move "Contact notes unavailable - file in use."
                   to wa-error-message
           else
               move 0 to wa-notes-page
               move spaces to wa-notes-message
               move spaces to wa-note-reason
               move spaces to wa-note-follow-up
               move spaces to wa-note-text
               move space to wa-note-done-slot
               move "N" to wa-notes-done
               perform customer-notes-screen
                   until wa-notes-done = "Y"
               move 1 to cursor-row
               move 1 to cursor-column
           end-if.

      **************************************************
      * One pass of the notes screen: load the page,
      * paint it, and act on the terminating key. Enter
      * with a note keyed saves it; enter alone pages to
      * older notes, wrapping round to the newest; f6
      * marks the callback of the note numbered done.
      **************************************************
       customer-notes-screen section.

           perform load-notes-page
           move 17 to cursor-row
           move 11 to cursor-column
           display notes-screen
           accept notes-screen
           move spaces to wa-notes-message

           evaluate true
             when key-type = "1" and key-code-1 = 0
               move "Y" to wa-notes-done
             when key-type = "1" and key-code-1 = 6
               perform mark-callback-done
             when key-type not = "0"
               continue
             when wa-note-reason = spaces and
                 wa-note-follow-up = spaces and wa-note-text = spaces
               if (wa-notes-page + 1) * 5 < wa-notes-total
                   add 1 to wa-notes-page
               else
                   if wa-notes-page > 0
                       move "Back to the newest notes."
                           to wa-notes-message
                   else
                       if wa-notes-total > 0
                           move "No older notes."
                               to wa-notes-message
                       end-if
                   end-if
                   move 0 to wa-notes-page
               end-if
             when other
               perform save-contact-note
           end-evaluate
           move space to wa-note-done-slot.

      **************************************************
      * Fills the ten display lines with one page of the
      * customer's notes, newest first: the notes are
      * counted, then read again skipping the older ones
      * that later pages show.
      **************************************************
       load-notes-page section.

           move spaces to wa-notes-display-area
           move spaces to wa-notes-key-table
           move 0 to wa-notes-total
           perform start-customer-notes
           perform count-next-note
               until wa-notes-eof = "Y"

           if wa-notes-total = 0
               move 0 to wa-notes-on-page
               if wa-notes-message = spaces
                   move "No notes for this customer yet."
                       to wa-notes-message
               end-if
           else
               compute wa-notes-on-page
                   = wa-notes-total - (wa-notes-page * 5)
               if wa-notes-on-page > 5
                   move 5 to wa-notes-on-page
               end-if
               compute wa-notes-last
                   = wa-notes-total - (wa-notes-page * 5)
               compute wa-notes-skip
                   = wa-notes-last - wa-notes-on-page
               move 0 to wa-notes-read
               perform start-customer-notes
               perform fetch-next-note
                   until wa-notes-eof = "Y"
           end-if.

       start-customer-notes section.

           move "N" to wa-notes-eof
           move wa-browse-customer-number to cn-customer-number
           move low-values to cn-timestamp
           start contact-notes
               key is not less than cn-note-key
               invalid key
                   move "Y" to wa-notes-eof
           end-start.

       count-next-note section.

           read contact-notes next record
               at end
                   move "Y" to wa-notes-eof
               not at end
                   if cn-customer-number
                       not = wa-browse-customer-number
                       move "Y" to wa-notes-eof
                   else
                       add 1 to wa-notes-total
                   end-if
           end-read.

      **************************************************
      * Reads the next note, placing it on the page when
      * it falls within the page's range. The newest
      * note on the page goes in the first slot.
      **************************************************
       fetch-next-note section.

           read contact-notes next record
               at end
                   move "Y" to wa-notes-eof
               not at end
                   add 1 to wa-notes-read
                   if cn-customer-number
                       not = wa-browse-customer-number or
                       wa-notes-read > wa-notes-last
                       move "Y" to wa-notes-eof
                   else
                       if wa-notes-read > wa-notes-skip
                           compute note-subscript
                               = (wa-notes-last - wa-notes-read) * 2
                               + 1
                           perform add-note-lines
                       end-if
                   end-if
           end-read.

       add-note-lines section.

           compute note-slot = (note-subscript + 1) / 2
           move note-slot to wa-nh-slot
           move cn-note-key to wa-notes-key (note-slot)
           move cn-timestamp(1:8) to wa-nh-date
           move cn-timestamp(9:4) to wa-nh-time
           move cn-operator-id to wa-nh-operator
           move cn-reason-code to wa-nh-reason
           if cn-follow-up-date = spaces
               move spaces to wa-nh-follow-up-label
               move spaces to wa-nh-follow-up
           else
               move "Follow-up: " to wa-nh-follow-up-label
               move cn-follow-up-date to wa-nh-follow-up
           end-if
           if cn-follow-up-date not = spaces and
               cn-callback-status = "D"
               move "DONE" to wa-nh-callback-status
           else
               move spaces to wa-nh-callback-status
           end-if
           move wa-note-heading-line
               to wa-notes-display-line (note-subscript)
           move cn-note-text to wa-nt-text
           add 1 to note-subscript
           move wa-note-text-line
               to wa-notes-display-line (note-subscript).

      **************************************************
      * Validates the note keyed and writes it to
      * CONTACT-NOTES under the operator signed on. A
      * follow-up date, when given, must be a real date
      * no earlier than today.
      **************************************************
       save-contact-note section.

           perform stamp-current-timestamp
           inspect wa-note-reason converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           evaluate true
             when wa-note-reason not = "BILL" and
                 wa-note-reason not = "ADDR" and
                 wa-note-reason not = "ORDR" and
                 wa-note-reason not = "COMP" and
                 wa-note-reason not = "MAIL" and
                 wa-note-reason not = "INFO" and
                 wa-note-reason not = "OTHR"
               move "Reason must be one of the codes listed."
                   to wa-notes-message
             when wa-note-text = spaces
               move "Note must not be blank." to wa-notes-message
             when wa-note-follow-up = spaces
               continue
             when wa-note-follow-up is not numeric
               move "Follow-up date must be yyyymmdd."
                   to wa-notes-message
             when wa-note-follow-up(5:2) < "01" or
                 wa-note-follow-up(5:2) > "12" or
                 wa-note-follow-up(7:2) < "01" or
                 wa-note-follow-up(7:2) > "31"
               move "Follow-up date must be yyyymmdd."
                   to wa-notes-message
             when wa-note-follow-up < wa-timestamp(1:8)
               move "Follow-up date must not be in the past."
                   to wa-notes-message
           end-evaluate

           if wa-notes-message = spaces
               move wa-browse-customer-number to cn-customer-number
               move wa-timestamp to cn-timestamp
               move wa-operator-id to cn-operator-id
               move wa-note-reason to cn-reason-code
               move wa-note-follow-up to cn-follow-up-date
               move wa-note-text to cn-note-text
               move space to cn-callback-status
               write cn-record
                   invalid key
                       move "Note not saved - press enter to try again."
                           to wa-notes-message
                   not invalid key
                       move "Note saved." to wa-notes-message
                       move spaces to wa-note-reason
                       move spaces to wa-note-follow-up
                       move spaces to wa-note-text
                       move 0 to wa-notes-page
               end-write
           end-if.

      **************************************************
      * Marks done the callback promised on the note
      * numbered in Callback done, so the CALLBACK
      * worklist stops listing it.
      **************************************************
       mark-callback-done section.

           if wa-note-done-slot is not numeric or
               wa-note-done-number < 1 or
               wa-note-done-number > wa-notes-on-page
               move "Key the number of a note shown, then f6."
                   to wa-notes-message
           else
               move wa-notes-key (wa-note-done-number) to cn-note-key
               read contact-notes record
                   invalid key
                       move "Note not found - it may have been merged."
                           to wa-notes-message
                   not invalid key
                       perform close-off-callback
               end-read
           end-if.

       close-off-callback section.

           evaluate true
             when cn-follow-up-date = spaces
               move "That note promised no callback."
                   to wa-notes-message
             when cn-callback-status = "D"
               move "That callback is already done."
                   to wa-notes-message
             when other
               move "D" to cn-callback-status
               rewrite cn-record
                   invalid key
                       move "Callback not marked - note in use."
                           to wa-notes-message
                   not invalid key
                       move "Callback marked done." to wa-notes-message
               end-rewrite
           end-evaluate.

      **************************************************
      * Runs the f7 change history of the customer
      * displayed in browse mode until the operator
      * presses esc, starting at the latest page.
      **************************************************
       display-customer-history section.

           move 0 to wa-history-page
           move spaces to wa-history-message
           perform load-customer-history
           move "N" to wa-history-done
           perform customer-history-screen
               until wa-history-done = "Y"
           move 1 to cursor-row
           move 1 to cursor-column.

      **************************************************
      * One pass of the history screen: paint the page
      * and wait for a key. Esc returns; any other key
      * pages back to earlier changes, wrapping round to
      * the latest.
      **************************************************
       customer-history-screen section.

           perform load-history-page
           display history-screen
           call x"AF" using get-single-character
                            key-status
           move spaces to wa-history-message

           if key-type = "1" and key-code-1 = 0
               move "Y" to wa-history-done
           else
               if wa-history-first > 1
                   add 1 to wa-history-page
               else
                   if wa-history-page > 0
                       move "Back to the latest changes."
                           to wa-history-message
                   else
                       if wa-history-line-count > 0
                           move "No earlier changes."
                               to wa-history-message
                       end-if
                   end-if
                   move 0 to wa-history-page
               end-if
           end-if.

      **************************************************
      * Copies one page of the history table to the
      * fourteen display lines, counting back from the
      * end of the table.
      **************************************************
       load-history-page section.

           move spaces to wa-history-display-area
           move 1 to wa-history-first
           move 0 to wa-history-last

           if wa-history-line-count > 0
               compute wa-history-last
                   = wa-history-line-count - (wa-history-page * 14)
               if wa-history-last > 14
                   compute wa-history-first = wa-history-last - 13
               end-if
               move 0 to history-display-subscript
               perform varying history-subscript
                   from wa-history-first by 1
                   until history-subscript > wa-history-last
                   add 1 to history-display-subscript
                   move wa-history-table-line (history-subscript)
                       to wa-history-display-line
                           (history-display-subscript)
               end-perform
           end-if.

      **************************************************
      * Builds the customer's history table: the audit
      * lines are gathered first so each journal line can
      * be matched to its operator, then the journal is
      * read twice - once to count the customer's lines,
      * once to build the latest fifteen.
      **************************************************
       load-customer-history section.

           move 0 to wa-history-line-count
           move 0 to wa-history-total
           move 0 to wa-history-skip
           move 0 to wa-history-read
           move spaces to wa-history-table
           move spaces to wa-history-note

           perform collect-audit-entries

           open input customer-journal
           if jn-file-status not = "00"
               move "No changes journaled since the last backup."
                   to wa-history-note
           else
               move "N" to wa-history-eof
               perform count-next-history
                   until wa-history-eof = "Y"
               close customer-journal

               if wa-history-total = 0
                   move "No changes to this customer since the last bac
      -                 "kup."
                       to wa-history-note
               else
                   if wa-history-total > 15
                       compute wa-history-skip = wa-history-total - 15
                       move "Latest 15 changes shown; CUSTHIST prints th
      -                     "em all."
                           to wa-history-note
                   end-if
                   open input customer-journal
                   move "N" to wa-history-eof
                   perform fetch-next-history
                       until wa-history-eof = "Y"
                   close customer-journal
               end-if
           end-if.

      **************************************************
      * Gathers the customer's AUDIT-LOG lines into the
      * audit table. The log is opened for the one pass
      * and closed again, the same as for an append.
      **************************************************
       collect-audit-entries section.

           move 0 to wa-audit-count
           move 0 to wa-audit-next
           open input audit-log
           if al-file-status = "00"
               move "N" to wa-history-eof
               perform until wa-history-eof = "Y"
                   read audit-log
                       at end
                           move "Y" to wa-history-eof
                       not at end
                           if al-customer-number
                               = wa-browse-customer-number
                               perform keep-audit-entry
                           end-if
                   end-read
               end-perform
               close audit-log
           end-if.

       keep-audit-entry section.

           add 1 to wa-audit-next
           if wa-audit-next > 100
               move 1 to wa-audit-next
           end-if
           if wa-audit-count < 100
               add 1 to wa-audit-count
           end-if
           move al-timestamp to wa-at-timestamp (wa-audit-next)
           move al-operator-id to wa-at-operator (wa-audit-next)
           move al-action to wa-at-action (wa-audit-next).

       count-next-history section.

           read customer-journal
               at end
                   move "Y" to wa-history-eof
               not at end
                   if jr-customer-number = wa-browse-customer-number
                       add 1 to wa-history-total
                   end-if
           end-read.

       fetch-next-history section.

           read customer-journal
               at end
                   move "Y" to wa-history-eof
               not at end
                   if jr-customer-number = wa-browse-customer-number
                       add 1 to wa-history-read
                       if wa-history-read > wa-history-skip
                           perform add-history-lines
                       end-if
                   end-if
           end-read.

      **************************************************
      * Adds one journal line to the history table: a
      * heading with the date, program, operator and
      * action, then one line per changed field.
      **************************************************
       add-history-lines section.

           move spaces to wa-history-operator
           move spaces to wa-history-audit-action
           perform varying audit-subscript from 1 by 1
               until audit-subscript > wa-audit-count
               if wa-at-timestamp (audit-subscript) = jr-timestamp
                   move wa-at-operator (audit-subscript)
                       to wa-history-operator
                   move wa-at-action (audit-subscript)
                       to wa-history-audit-action
               end-if
           end-perform

           move jr-action to jd-journal-action
           move wa-history-audit-action to jd-audit-action
           move jr-before-image to jd-before-image
           move jr-after-image to jd-after-image
           call "JRNLDIFF" using journal-difference-request

           move jr-timestamp(1:8) to wa-hh-date
           move jr-timestamp(9:2) to wa-hh-hour
           move jr-timestamp(11:2) to wa-hh-minute
           move jr-program to wa-hh-program
           if wa-history-operator = spaces
               move "(none)" to wa-hh-operator
           else
               move wa-history-operator to wa-hh-operator
           end-if
           move jd-action-label to wa-hh-action
           move wa-history-heading-line to wa-history-build-line
           perform add-history-line

           if jd-change-count = 0
               move "  (no customer fields changed)"
                   to wa-history-build-line
               perform add-history-line
           end-if
           perform varying change-subscript from 1 by 1
               until change-subscript > jd-change-count
               move jd-field-name (change-subscript)
                   to wa-hc-field-name
               move jd-old-value (change-subscript) to wa-hc-old-value
               move jd-new-value (change-subscript) to wa-hc-new-value
               move wa-history-change-line to wa-history-build-line
               perform add-history-line
           end-perform.

       add-history-line section.

           if wa-history-line-count < 270
               add 1 to wa-history-line-count
               move wa-history-build-line
                   to wa-history-table-line (wa-history-line-count)
           end-if.
