      * before/after journal.
      *
      * When the indexed master is lost or corrupted, operations
      * runs this job against an entry on the BKUPCAT backup catalog
      * written by the CUSTBKUP nightly backup. It reloads CUSTMAST
      * from that backup's copy itself, then rolls the journals
      * forward over it - first each journal closed off by a later
      * backup, in backup order, then the current CUSTJRNL -
      * re-applying every journaled write, rewrite and delete in the
      * order they happened, so everything keyed since the backup
      * comes back. Journals closed off at or before the chosen
      * backup are already in its copy and are not read.
      *
      * RCVRPRM may hold one line, a backup number, to recover from
      * that backup; a missing or empty parameter file takes the
      * latest backup whose CUSTMAST copy was verified. Only a
      * verified copy is reloaded, and a journal copy that failed to
      * verify is passed over: the backup that took it left CUSTJRNL
      * in place, so its changes are still on the current journal.
      * With no verified backup on the catalog at all, the current
      * journal is rolled over CUSTMAST as it stands, as it was
      * before backups were catalogued.
      *
      * Applying is deliberately idempotent, because the journal may
      * reach back before the backup was taken: a journaled WRITE
      * number is reported and skipped; CUSTCHEK makes the same
      * check nightly so a damaged journal is caught long before it
      * is needed.
      *
      * A verified journal copy that is missing from disk cannot be
      * rolled forward, and the changes on it are lost: each one is
      * printed and counted, and the report says not to release the
      * files. That, a backup on RCVRPRM that is not verified, or a
      * reload count that disagrees with the copy ends the run with
      * an EXCEPTN outcome on the run control. So does a catalogued
      * copy that cannot be opened: CUSTMAST is then left exactly as
      * it stands, neither emptied nor rolled forward.
      ******************************************************************

       identification division.
                   with duplicates
               file status is cm-file-status.

      * The journal name is set before each open: every closed-off
      * journal copy in turn, then the current CUSTJRNL.

           select customer-journal assign to wa-journal-file-name
               organization is line sequential
               file status is jn-file-status.

           select backup-copy assign to wa-copy-file-name
               organization is line sequential
               file status is bk-file-status.

           select backup-catalog assign to "BKUPCAT"
               organization is indexed
               access mode is dynamic
               record key is bc-catalog-key
               file status is bc-file-status.

           select parameter-file assign to "RCVRPRM"
               organization is line sequential
               file status is rp-file-status.

           select report-file assign to "RCVRRPT"
               organization is line sequential
               file status is rf-file-status.
       fd customer-journal.
           copy JRNLREC.

       fd backup-copy.
       01 bk-line				pic x(1024).

       fd backup-catalog.
           copy BKUPREC.

       fd parameter-file.
       01 rp-record.
           03 rp-backup-number		pic x(4).

       fd report-file.
       01 rf-line 			pic x(132).


       01 cm-file-status			pic xx value "00".
       01 jn-file-status			pic xx value "00".
       01 bk-file-status			pic xx value "00".
       01 bc-file-status			pic xx value "00".
       01 rp-file-status			pic xx value "00".
       01 rf-file-status			pic xx value "00".

       01 wa-eof				pic x value "N".
       01 wa-journal-open			pic x value "N".
       01 wa-journal-line			pic 9(7) value 0.
       01 wa-journal-file-line		pic 9(7) value 0.
       01 wa-journals-applied		pic 9(4) value 0.
       01 wa-journals-missing		pic 9(4) value 0.
       01 wa-catalog-open			pic x value "N".
       01 wa-copy-open			pic x value "N".
       01 wa-copy-missing			pic x value "N".
       01 wa-catalog-eof			pic x value "N".
       01 wa-entry-found			pic x value "N".
       01 wa-backup-requested		pic x value "N".
       01 wa-master-open			pic x value "N".
       01 wa-backup-number		pic 9(4) value 0.
       01 wa-backup-timestamp		pic x(21) value spaces.
       01 wa-backup-copy-count		pic 9(7) value 0.
       01 wa-reloaded-count		pic 9(7) value 0.
       01 wa-rejected-count		pic 9(6) value 0.
       01 wa-applied-writes		pic 9(6) value 0.
       01 wa-applied-rewrites		pic 9(6) value 0.
       01 wa-applied-deletes		pic 9(6) value 0.
       01 wa-reapplied-count		pic 9(6) value 0.
       01 wa-skipped-count			pic 9(6) value 0.
       01 wa-run-outcome			pic x(8) value "OK".
       01 wa-lines-on-page			pic 99 value 0.
       01 wa-lines-per-page		pic 99 value 55.
       01 wa-page-number			pic 9(4) value 0.

      **************************************************
      * The journal being rolled forward, and the backup
      * copy being reloaded.
      **************************************************
       01 wa-journal-file-name		pic x(24) value "CUSTJRNL".
       01 wa-copy-file-name		pic x(24) value spaces.

      **************************************************
      * Run-control handshake with RUNCTLIO: the job is
      * stamped onto RUNCTL at start and end, and refuses
           03 sk-journal-line		pic zzzzzz9.
           03 filler			pic x(2) value spaces.
           03 sk-text			pic x(50).
           03 filler			pic x(2) value spaces.
           03 sk-journal-file-name	pic x(24).
           03 filler			pic x(33) value spaces.

       01 summary-heading-line		pic x(132) value
           "RECOVERY SUMMARY".

       01 backup-line.
           03 filler			pic x(34) value
               "BACKUP RELOADED:                  ".
           03 bl-backup-number		pic zzz9.
           03 filler			pic x(3) value spaces.
           03 bl-copy-file-name		pic x(24).
           03 filler			pic x(3) value spaces.
           03 bl-timestamp		pic x(21).
           03 filler			pic x(43) value spaces.

       01 backup-count-line-1.
           03 filler			pic x(34) value
               "RECORDS ON BACKUP COPY:           ".
           03 bc1-count			pic zzzzzz9.
           03 filler			pic x(91) value spaces.

       01 backup-count-line-2.
           03 filler			pic x(34) value
               "RECORDS RELOADED FROM BACKUP:     ".
           03 bc2-count			pic zzzzzz9.
           03 filler			pic x(91) value spaces.

       01 backup-count-line-3.
           03 filler			pic x(34) value
               "BACKUP RECORDS REJECTED:          ".
           03 bc3-count			pic zzzzz9.
           03 filler			pic x(92) value spaces.

       01 journal-applied-line.
           03 filler			pic x(34) value
               "JOURNAL ROLLED FORWARD:           ".
           03 ja-journal-file-name	pic x(24).
           03 filler			pic x(3) value spaces.
           03 ja-count			pic zzzzzz9.
           03 filler			pic x(6) value " LINES".
           03 filler			pic x(58) value spaces.

       01 journal-missing-line.
           03 filler			pic x(34) value
               "JOURNAL COPY MISSING FROM DISK:   ".
           03 jm-journal-file-name	pic x(24).
           03 filler			pic x(74) value spaces.

       01 summary-line-1.
           03 filler			pic x(34) value
               "JOURNAL LINES READ:               ".
           03 s6-count			pic zzzzz9.
           03 filler			pic x(92) value spaces.

       01 summary-line-7.
           03 filler			pic x(34) value
               "JOURNAL COPIES MISSING:           ".
           03 s7-count			pic zzz9.
           03 filler			pic x(94) value spaces.

       01 no-journal-line		pic x(132) value
           "NO JOURNAL ON FILE - NOTHING TO ROLL FORWARD.".

       01 no-backup-line			pic x(132) value
           "NO VERIFIED BACKUP ON THE CATALOG - JOURNAL ROLLED OVER CUST
      -    "MAST AS FOUND.".

       01 backup-not-found-line		pic x(132) value
           "BACKUP ON RCVRPRM IS NOT VERIFIED ON THE CATALOG - NOTHING R
      -    "ECOVERED.".

       01 copy-not-found-line.
           03 filler			pic x(34) value
               "BACKUP COPY NOT FOUND:            ".
           03 nf-copy-file-name		pic x(24).
           03 filler			pic x(74) value
               " - CUSTMAST NOT TOUCHED, NOTHING RECOVERED.".

       01 backup-mismatch-line		pic x(132) value
           "RELOADED COUNT DISAGREES WITH THE BACKUP COPY - DO NOT RELEA
      -    "SE THE FILES.".

       01 journals-missing-line		pic x(132) value
           "VERIFIED JOURNAL COPY MISSING - ITS CHANGES ARE NOT RECOVERE
      -    "D - DO NOT RELEASE THE FILES.".

       01 complete-line			pic x(132) value
           "ROLL-FORWARD COMPLETE - RUN CUSTCHEK BEFORE RELEASING THE FI
      -    "LES.".

           perform initialize-program

      * A backup asked for by number but not verified on the catalog,
      * or a catalogued copy that cannot be opened, stops the run
      * before anything is touched.

           evaluate true
             when wa-backup-requested = "Y" and wa-entry-found = "N"
               perform print-report-heading
               write rf-line from backup-not-found-line
               move "EXCEPTN" to wa-run-outcome
             when wa-copy-missing = "Y"
               perform print-report-heading
               move wa-copy-file-name to nf-copy-file-name
               write rf-line from copy-not-found-line
               move "EXCEPTN" to wa-run-outcome
             when other
               if wa-entry-found = "Y"
                   perform reload-from-backup
                   perform roll-forward-closed-journals
               end-if
               move "CUSTJRNL" to wa-journal-file-name
               perform roll-forward-journal
               perform print-summary
           end-evaluate

           perform terminate-program

           perform end-run-control
           stop run.

      **************************************************
      * Takes the backup to recover from and opens the
      * master - emptied when a backup is to be reloaded
      * into it, created empty if it is gone and there is
      * no backup, so at least the journaled period comes
      * back. The backup copy is opened first: the master
      * is emptied only once the copy is known to be
      * there to reload it from.
      **************************************************
       initialize-program section.

           open input backup-catalog
           if bc-file-status = "00"
               move "Y" to wa-catalog-open
           end-if

           open input parameter-file
           if rp-file-status = "00"
               read parameter-file
                   at end
                       continue
                   not at end
                       if rp-backup-number is numeric
                           move rp-backup-number to wa-backup-number
                           move "Y" to wa-backup-requested
                       end-if
               end-read
               close parameter-file
           end-if

           if wa-catalog-open = "Y"
               perform find-backup-entry
           end-if

           if wa-entry-found = "Y"
               open input backup-copy
               if bk-file-status = "00"
                   move "Y" to wa-copy-open
                   open output customer-master
                   close customer-master
               else
                   move "Y" to wa-copy-missing
               end-if
           end-if

           if (wa-backup-requested = "Y" and wa-entry-found = "N") or
               wa-copy-missing = "Y"
               continue
           else
               open i-o customer-master
               if cm-file-status = "35"
                   open output customer-master
                   close customer-master
                   open i-o customer-master
               end-if
               move "Y" to wa-master-open
           end-if

           open output report-file.

      **************************************************
      * Finds the backup's CUSTMAST entry on the catalog:
      * the one asked for on RCVRPRM, or the latest one
      * verified. Only a verified copy is ever reloaded.
      **************************************************
       find-backup-entry section.

           move "N" to wa-entry-found
           if wa-backup-number > 0
               move wa-backup-number to bc-backup-number
               move "CUSTMAST" to bc-file-id
               read backup-catalog record
                   invalid key
                       continue
                   not invalid key
                       if bc-status = "VERIFIED"
                           move "Y" to wa-entry-found
                       end-if
               end-read
           else
               move low-values to bc-catalog-key
               move "N" to wa-catalog-eof
               start backup-catalog
                   key is not less than bc-catalog-key
                   invalid key
                       move "Y" to wa-catalog-eof
               end-start
               perform until wa-catalog-eof = "Y"
                   read backup-catalog next record
                       at end
                           move "Y" to wa-catalog-eof
                       not at end
                           if bc-file-id = "CUSTMAST" and
                               bc-status = "VERIFIED"
                               move "Y" to wa-entry-found
                               move bc-backup-number
                                   to wa-backup-number
                           end-if
                   end-read
               end-perform
               if wa-entry-found = "Y"
                   move wa-backup-number to bc-backup-number
                   move "CUSTMAST" to bc-file-id
                   read backup-catalog record
                       invalid key
                           move "N" to wa-entry-found
                   end-read
               end-if
           end-if

           if wa-entry-found = "Y"
               move bc-copy-file-name to wa-copy-file-name
               move bc-backup-timestamp to wa-backup-timestamp
               move bc-copy-count to wa-backup-copy-count
           end-if.

      **************************************************
      * Reloads the emptied master from the backup copy
      * opened by initialize-program.
      **************************************************
       reload-from-backup section.

           if wa-copy-open = "Y"
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read backup-copy
                       at end
                           move "Y" to wa-eof
                       not at end
                           move bk-line to cm-record
                           write cm-record
                               invalid key
                                   add 1 to wa-rejected-count
                               not invalid key
                                   add 1 to wa-reloaded-count
                           end-write
                   end-read
               end-perform
               close backup-copy
               move "N" to wa-copy-open
           end-if.

      **************************************************
      * Rolls forward, in backup order, every verified
      * journal closed off by a backup taken after the
      * one reloaded.
      **************************************************
       roll-forward-closed-journals section.

           move wa-backup-number to bc-backup-number
           move high-values to bc-file-id
           move "N" to wa-catalog-eof
           start backup-catalog
               key is greater than bc-catalog-key
               invalid key
                   move "Y" to wa-catalog-eof
           end-start
           perform until wa-catalog-eof = "Y"
               read backup-catalog next record
                   at end
                       move "Y" to wa-catalog-eof
                   not at end
                       if bc-file-id = "CUSTJRNL" and
                           bc-status = "VERIFIED"
                           move bc-copy-file-name
                               to wa-journal-file-name
                           perform roll-forward-journal
                       end-if
               end-read
           end-perform.

      **************************************************
      * Applies every line of the journal named in
      * wa-journal-file-name, in the order written. A
      * closed-off copy the catalog verified but that is
      * no longer on disk is printed and counted; the
      * current CUSTJRNL may simply not exist yet.
      **************************************************
       roll-forward-journal section.

           move 0 to wa-journal-file-line
           open input customer-journal
           if jn-file-status = "00"
               move "Y" to wa-journal-open
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read customer-journal
                       at end
                           move "Y" to wa-eof
                       not at end
                           add 1 to wa-journal-line
                           add 1 to wa-journal-file-line
                           perform apply-journal-record
                   end-read
               end-perform
               close customer-journal
               move "N" to wa-journal-open
               add 1 to wa-journals-applied
               perform print-journal-applied-line
           else
               if wa-journal-file-name not = "CUSTJRNL"
                   add 1 to wa-journals-missing
                   move "EXCEPTN" to wa-run-outcome
                   perform print-journal-missing-line
               end-if
           end-if.

       print-journal-applied-line section.

           if wa-lines-on-page = 0 or
               wa-lines-on-page >= wa-lines-per-page
               perform print-report-heading
           end-if
           move wa-journal-file-name to ja-journal-file-name
           move wa-journal-file-line to ja-count
           write rf-line from journal-applied-line
           add 1 to wa-lines-on-page.

       print-journal-missing-line section.

           if wa-lines-on-page = 0 or
               wa-lines-on-page >= wa-lines-per-page
               perform print-report-heading
           end-if
           move wa-journal-file-name to jm-journal-file-name
           write rf-line from journal-missing-line
           add 1 to wa-lines-on-page.

      **************************************************
      * Applies one journal line, checking first that its
       print-skipped-line section.

           add 1 to wa-skipped-count
           move wa-journal-file-line to sk-journal-line
           move wa-journal-file-name to sk-journal-file-name
           if wa-lines-on-page = 0 or
               wa-lines-on-page >= wa-lines-per-page
               perform print-report-heading
           write rf-line
           write rf-line from summary-heading-line

           if wa-entry-found = "Y"
               move wa-backup-number to bl-backup-number
               move wa-copy-file-name to bl-copy-file-name
               move wa-backup-timestamp to bl-timestamp
               write rf-line from backup-line
               move wa-backup-copy-count to bc1-count
               write rf-line from backup-count-line-1
               move wa-reloaded-count to bc2-count
               write rf-line from backup-count-line-2
               move wa-rejected-count to bc3-count
               write rf-line from backup-count-line-3
           end-if

           move wa-journal-line to s1-count
           write rf-line from summary-line-1
           move wa-applied-writes to s2-count
           write rf-line from summary-line-5
           move wa-skipped-count to s6-count
           write rf-line from summary-line-6
           move wa-journals-missing to s7-count
           write rf-line from summary-line-7

           move spaces to rf-line
           write rf-line
           if wa-entry-found = "N"
               write rf-line from no-backup-line
           end-if
           if wa-entry-found = "Y" and
               wa-reloaded-count not = wa-backup-copy-count
               write rf-line from backup-mismatch-line
               move "EXCEPTN" to wa-run-outcome
           end-if
           if wa-journals-missing > 0
               write rf-line from journals-missing-line
           end-if
           if wa-journal-line = 0
               write rf-line from no-journal-line
           else
      **************************************************
       terminate-program section.

           if wa-master-open = "Y"
               close customer-master
           end-if
           if wa-journal-open = "Y"
               close customer-journal
           end-if
           if wa-catalog-open = "Y"
               close backup-catalog
           end-if
           if wa-copy-open = "Y"
               close backup-copy
           end-if
           close report-file.

      **************************************************
      **************************************************
      * Stamps the job's end, outcome and count onto the
      * shared run control and releases the batch slot.
      * The outcome is EXCEPTN when the report says not
      * to release the files or nothing was recovered.
      **************************************************
       end-run-control section.

           move "END" to rc-req-function
           move wa-run-outcome to rc-req-outcome
           move wa-journal-line to rc-req-count
           call "RUNCTLIO" using run-control-request.
