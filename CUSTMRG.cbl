      * the copy the reviewer chose - and the merged customer's
      * record is removed from CUSTOMER-MASTER. Any student links
      * the merged customer carried on CUSTOMER-STUDENT-LINKS are
      * re-pointed to the survivor so no enrollment history is lost,
      * and its CONTACT-NOTES are carried over to the survivor in the
      * same way, so the survivor's notes read as one history and
      * the CALLBACK worklist follows up under the surviving number.
      *
      * Each removal is logged to AUDIT-LOG as a MERGE action on the
      * merged customer's number, which CUSTCHEK's balance
               record key is cx-link-key
               file status is cx-file-status.

           select contact-notes assign to "CUSTNOTE"
               organization is indexed
               access mode is dynamic
               record key is cn-note-key
               file status is cn-file-status.

           select audit-log assign to "AUDITLOG"
               organization is line sequential
               file status is al-file-status.
       fd customer-links.
           copy CROSSREC.

       fd contact-notes.
           copy NOTEREC.

       fd audit-log.
           copy AUDITREC.


       01 cm-file-status			pic xx value "00".
       01 cx-file-status			pic xx value "00".
       01 cn-file-status			pic xx value "00".
       01 al-file-status			pic xx value "00".
       01 jn-file-status			pic xx value "00".
       01 mp-file-status			pic xx value "00".
       01 wa-eof				pic x value "N".
       01 wa-links-eof			pic x value "N".
       01 wa-links-available		pic x value "Y".
       01 wa-notes-eof			pic x value "N".
       01 wa-notes-available		pic x value "Y".
       01 wa-timestamp			pic x(21) value spaces.
       01 wa-surviving-number		pic 9(6) value 0.
       01 wa-merged-number			pic 9(6) value 0.
       01 wa-merged-count			pic 9(6) value 0.
       01 wa-rejected-count		pic 9(6) value 0.
       01 wa-links-moved-count		pic 9(6) value 0.
       01 wa-notes-moved-count		pic 9(6) value 0.
       01 wa-lines-on-page			pic 99 value 0.
       01 wa-lines-per-page		pic 99 value 55.
       01 wa-page-number			pic 9(4) value 0.
           03 f4-count			pic zzzzz9.
           03 filler			pic x(104) value spaces.

       01 footer-line-5.
           03 filler			pic x(22) value
               "NOTES CARRIED OVER:   ".
           03 f5-count			pic zzzzz9.
           03 filler			pic x(104) value spaces.

       procedure division.
       main-line section.


      **************************************************
      * Opens the files. No parameter file means there is
      * nothing to merge; no link or notes file just
      * means there are no links or notes to carry over.
      **************************************************
       initialize-program section.

               move "N" to wa-links-available
           end-if

           open i-o contact-notes
           if cn-file-status not = "00"
               move "N" to wa-notes-available
           end-if

           open extend audit-log
           if al-file-status = "05" or al-file-status = "35"
               open output audit-log

      **************************************************
      * The survivor exists; now the merged record is
      * read, its links and notes re-pointed, and the
      * record deleted and logged. The survivor's own
      * record is deliberately left as it stands - it is
      * the copy the reviewer chose to keep.
      **************************************************
       merge-into-survivor section.

                   perform print-detail-record
               not invalid key
                   perform repoint-merged-links
                   perform repoint-merged-notes
                   perform delete-merged-record
           end-read.


           move wa-merged-number to cx-customer-number.

      **************************************************
      * Carries the merged customer's contact notes over
      * to the survivor, the same way its links are
      * re-pointed. A note keeps its own time, so the
      * two customers' notes interleave into one history
      * in the order they were taken.
      **************************************************
       repoint-merged-notes section.

           if wa-notes-available = "Y"
               move "N" to wa-notes-eof
               move wa-merged-number to cn-customer-number
               move low-values to cn-timestamp
               start contact-notes
                   key is not less than cn-note-key
                   invalid key
                       move "Y" to wa-notes-eof
               end-start
               perform repoint-one-note
                   until wa-notes-eof = "Y"
           end-if.

       repoint-one-note section.

           read contact-notes next record
               at end
                   move "Y" to wa-notes-eof
               not at end
                   if cn-customer-number not = wa-merged-number
                       move "Y" to wa-notes-eof
                   else
                       perform move-note-to-survivor
                   end-if
           end-read.

      **************************************************
      * Deletes the merged customer's note and re-adds it
      * under the survivor's number, delete first as for
      * the links. Should the survivor already hold a
      * note taken at the very same moment, the note is
      * put back on the merged number rather than lost.
      **************************************************
       move-note-to-survivor section.

           delete contact-notes record

           move wa-surviving-number to cn-customer-number
           write cn-record
               invalid key
                   move wa-merged-number to cn-customer-number
                   write cn-record
               not invalid key
                   add 1 to wa-notes-moved-count
           end-write

      * Put the key back on the merged customer so the read of its
      * next note carries on from the right place.

           move wa-merged-number to cn-customer-number.

       print-detail-record section.

           if wa-lines-on-page = 0 or
           move wa-rejected-count to f3-count
           write rf-line from footer-line-3
           move wa-links-moved-count to f4-count
           write rf-line from footer-line-4
           move wa-notes-moved-count to f5-count
           write rf-line from footer-line-5.

      **************************************************
      * Closes the files.
           if wa-links-available = "Y"
               close customer-links
           end-if
           if wa-notes-available = "Y"
               close contact-notes
           end-if
           close audit-log
           close customer-journal
           if mp-file-status = "00" or mp-file-status = "10"
