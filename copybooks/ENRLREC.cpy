      ******************************************************************
      * ENRLREC - STUDENT-ENROLLMENT record layout: one student's
      * enrollment in one course in one term. Keyed on student id,
      * term and course code, so all of one student's history
      * clusters together, grouped by term, and can be read off with
      * a start on the student id.
      *
      * en-term is the year followed by a two-character session code
      * (for example 2026FA), so a student's terms group by year. The
      * session codes - SP, SU, FA - do not collate in the order the
      * sessions are taught, so the key is not in term order within
      * a year; TRANSCPT sorts on the session's place in the year.
      * en-status is E (enrolled), W (withdrawn) or C
      * (completed); en-grade is kept only for a completed course.
      *
      * Maintained by ENRLMNT; read by STUDMAINT (delete guard),
      * CLASSRST (class rosters) and TRANSCPT (transcripts).
      ******************************************************************
       01 en-record.
           03 en-enrollment-key.
               05 en-student-id		pic 9(9).
               05 en-term.
                   07 en-term-year	pic x(4).
                   07 en-term-session	pic x(2).
               05 en-course-code	pic x(8).
           03 en-status			pic x.
           03 en-grade			pic x(2).
           03 en-last-changed-timestamp	pic x(21).
