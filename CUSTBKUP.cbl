      ******************************************************************
      * CUSTBKUP - nightly backup of the indexed files, with a backup
      * catalog and journal cut-over, and reload of a file from its
      * backup copy.
      *
      * CUSTRCVR rolls CUSTJRNL forward over "the last good backup",
      * but nothing took that backup or recorded when it was taken,
      * and the journal grew without end. A backup run:
      *
      *   1. Unloads CUSTMAST, STUDMAST, CUSTSTUX, OPERSEC, ZIPCODES,
      *      CUSTCTL, the ACCTTRAN receivables ledger and its ACCTCTL
      *      control totals, the CUSTNOTE contact notes, the ENROLL
      *      enrollment history, and the CAMPAIGN registry and its
      *      CAMPMBR members, each to a dated sequential copy named
      *      file.yyyymmdd.nnnn, where nnnn is the backup number.
      *   2. Reads each copy back and checks its record count against
      *      the records read from the live file, and registers the
      *      copy on the BKUPCAT backup catalog as VERIFIED or
      *      MISMATCH.
      *   3. Closes off the current CUSTJRNL at the same moment: the
      *      journal is copied to CUSTJRNL.yyyymmdd.nnnn, registered
      *      on the catalog, and emptied once the copy is verified, so
      *      the next journal starts with this backup. A journal copy
      *      that does not verify leaves CUSTJRNL as it was.
      *
      * The run holds the batch slot on RUNCTL, so no online session
      * or other job can change a file between the unload and the
      * cut-over.
      *
      * CUSTMAST is recovered by CUSTRCVR from a catalog entry. The
      * other files, which have no journal, are put back from their
      * copy by the reload mode here.
      *
      * BKUPPRM selects the run mode, one line, fields separated by
      * one space; missing or empty means a backup run:
      *     BACKUP                  take the nightly backup
      *     RELOAD   nnnn  file     reload the named file from its
      *                             copy in backup nnnn, or from its
      *                             latest verified copy when nnnn is
      *                             left blank
      ******************************************************************

       identification division.
       program-id. CUSTBKUP.

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

           select student-master assign to "STUDMAST"
               organization is indexed
               access mode is dynamic
               record key is sm-student-id
               file status is sm-file-status.

           select customer-links assign to "CUSTSTUX"
               organization is indexed
               access mode is dynamic
               record key is cx-link-key
               file status is cx-file-status.

           select operator-security assign to "OPERSEC"
               organization is indexed
               access mode is dynamic
               record key is os-operator-id
               file status is os-file-status.

           select zip-codes assign to "ZIPCODES"
               organization is indexed
               access mode is dynamic
               record key is zp-zip-code
               file status is zp-file-status.

      * Record sequential, matching the ADSAMP declaration: the file
      * is rewritten in place there under an exclusive open.

           select customer-control assign to "CUSTCTL"
               organization is sequential
               file status is cc-file-status.

           select customer-account assign to "ACCTTRAN"
               organization is indexed
               access mode is dynamic
               record key is at-transaction-key
               file status is at-file-status.

      * Line sequential, matching the ACCTPOST declaration: the one
      * record is read at the start and written back whole.

           select account-control assign to "ACCTCTL"
               organization is line sequential
               file status is ak-file-status.

           select contact-notes assign to "CUSTNOTE"
               organization is indexed
               access mode is dynamic
               record key is cn-note-key
               file status is cn-file-status.

           select student-enrollment assign to "ENROLL"
               organization is indexed
               access mode is dynamic
               record key is en-enrollment-key
               file status is en-file-status.

           select campaign-registry assign to "CAMPAIGN"
               organization is indexed
               access mode is dynamic
               record key is cg-campaign-number
               file status is cg-file-status.

           select campaign-members assign to "CAMPMBR"
               organization is indexed
               access mode is dynamic
               record key is mb-member-key
               file status is mb-file-status.

           select customer-journal assign to "CUSTJRNL"
               organization is line sequential
               file status is jn-file-status.

      * The file name and backup number are edited into the copy
      * name, so every backup is kept on disk until operations
      * clears it down.

           select backup-copy assign to wa-copy-file-name
               organization is line sequential
               file status is bk-file-status.

           select backup-catalog assign to "BKUPCAT"
               organization is indexed
               access mode is dynamic
               record key is bc-catalog-key
               file status is bc-file-status.

           select parameter-file assign to "BKUPPRM"
               organization is line sequential
               file status is bp-file-status.

           select report-file assign to "BKUPRPT"
               organization is line sequential
               file status is rf-file-status.

       data division.
       file section.

       fd customer-master.
           copy CUSTREC.

       fd student-master.
           copy STUDREC.

       fd customer-links.
           copy CROSSREC.

       fd operator-security.
           copy OPERREC.

       fd zip-codes.
           copy ZIPREC.

       fd customer-control.
       01 cc-record.
           03 cc-next-customer-number	pic 9(6).

       fd customer-account.
           copy ACCTREC.

       fd account-control.
       01 ak-record.
           03 ak-last-posted-timestamp	pic x(21).
           03 filler			pic x.
           03 ak-charge-total		pic s9(9)v99
                                        sign leading separate.
           03 filler			pic x.
           03 ak-payment-total		pic s9(9)v99
                                        sign leading separate.
           03 filler			pic x.
           03 ak-adjustment-total	pic s9(9)v99
                                        sign leading separate.
           03 filler			pic x.
           03 ak-balance-total		pic s9(9)v99
                                        sign leading separate.

       fd contact-notes.
           copy NOTEREC.

       fd student-enrollment.
           copy ENRLREC.

       fd campaign-registry.
           copy CAMPREC.

       fd campaign-members.
           copy CAMPMBR.

       fd customer-journal.
           copy JRNLREC.

       fd backup-copy.
       01 bk-line				pic x(1024).

       fd backup-catalog.
           copy BKUPREC.

       fd parameter-file.
       01 bp-record.
           03 bp-function		pic x(8).
           03 filler			pic x.
           03 bp-backup-number		pic x(4).
           03 filler			pic x.
           03 bp-file-id		pic x(8).

       fd report-file.
       01 rf-line 			pic x(132).

       working-storage section.

       01 cm-file-status			pic xx value "00".
       01 sm-file-status			pic xx value "00".
       01 cx-file-status			pic xx value "00".
       01 os-file-status			pic xx value "00".
       01 zp-file-status			pic xx value "00".
       01 cc-file-status			pic xx value "00".
       01 at-file-status			pic xx value "00".
       01 ak-file-status			pic xx value "00".
       01 cn-file-status			pic xx value "00".
       01 en-file-status			pic xx value "00".
       01 cg-file-status			pic xx value "00".
       01 mb-file-status			pic xx value "00".
       01 jn-file-status			pic xx value "00".
       01 bk-file-status			pic xx value "00".
       01 bc-file-status			pic xx value "00".
       01 bp-file-status			pic xx value "00".
       01 rf-file-status			pic xx value "00".

       01 wa-eof				pic x value "N".
       01 wa-catalog-eof			pic x value "N".
       01 wa-live-file-open		pic x value "N".
       01 wa-entry-found			pic x value "N".
       01 wa-run-mode			pic x(8) value "BACKUP".
       01 wa-requested-backup		pic 9(4) value 0.
       01 wa-requested-file-id		pic x(8) value spaces.
       01 wa-backup-number		pic 9(4) value 0.
       01 wa-run-timestamp		pic x(21) value spaces.
       01 wa-file-id			pic x(8) value spaces.
       01 wa-copy-status			pic x(8) value spaces.
       01 wa-live-count			pic 9(7) value 0.
       01 wa-copy-count			pic 9(7) value 0.
       01 wa-reload-count		pic 9(7) value 0.
       01 wa-rejected-count		pic 9(7) value 0.
       01 wa-verified-count		pic 9(6) value 0.
       01 wa-mismatch-count		pic 9(6) value 0.
       01 wa-no-file-count		pic 9(6) value 0.
       01 wa-run-outcome			pic x(8) value "OK".

      **************************************************
      * The copy file name, built from the logical file
      * name, the run date and the backup number before
      * the copy is opened.
      **************************************************
       01 wa-copy-file-name		pic x(24) value spaces.

      **************************************************
      * Run-control handshake with RUNCTLIO: the job is
      * stamped onto RUNCTL at start and end, and refuses
      * to start while an online session or another batch
      * job holds the customer files.
      **************************************************
           copy RUNCPARM.

      **************************************************
      * Run report lines, in the filed-proof style of the
      * CUSTCHEK summary.
      **************************************************
       01 heading-line-1			pic x(132) value
           "NIGHTLY BACKUP AND RELOAD RUN".

       01 report-mode-line.
           03 filler			pic x(34) value
               "RUN MODE:                         ".
           03 rm-mode			pic x(8).
           03 filler			pic x(90) value spaces.

       01 report-backup-line.
           03 filler			pic x(34) value
               "BACKUP NUMBER:                    ".
           03 rb-backup-number		pic zzz9.
           03 filler			pic x(3) value spaces.
           03 rb-timestamp		pic x(21).
           03 filler			pic x(70) value spaces.

       01 copy-heading-line.
           03 filler			pic x(34) value
               "FILE      COPY                    ".
           03 filler			pic x(36) value
               "    LIVE COUNT  COPY COUNT  STATUS".
           03 filler			pic x(62) value spaces.

       01 copy-detail-line.
           03 cd-file-id		pic x(8).
           03 filler			pic x(2) value spaces.
           03 cd-copy-file-name		pic x(24).
           03 filler			pic x(4) value spaces.
           03 cd-live-count		pic zzzzzz9.
           03 filler			pic x(5) value spaces.
           03 cd-copy-count		pic zzzzzz9.
           03 filler			pic x(5) value spaces.
           03 cd-status			pic x(8).
           03 filler			pic x(62) value spaces.

       01 report-count-line-1.
           03 filler			pic x(34) value
               "COPIES VERIFIED:                  ".
           03 r1-count			pic zzzzz9.
           03 filler			pic x(92) value spaces.

       01 report-count-line-2.
           03 filler			pic x(34) value
               "COPIES NOT MATCHING LIVE FILE:    ".
           03 r2-count			pic zzzzz9.
           03 filler			pic x(92) value spaces.

       01 report-count-line-3.
           03 filler			pic x(34) value
               "FILES NOT ON DISK:                ".
           03 r3-count			pic zzzzz9.
           03 filler			pic x(92) value spaces.

       01 report-reload-line.
           03 filler			pic x(34) value
               "RELOADED FROM:                    ".
           03 rr-copy-file-name		pic x(24).
           03 filler			pic x(74) value spaces.

       01 report-reload-count-line-1.
           03 filler			pic x(34) value
               "RECORDS ON CATALOG:               ".
           03 rl1-count			pic zzzzzz9.
           03 filler			pic x(91) value spaces.

       01 report-reload-count-line-2.
           03 filler			pic x(34) value
               "RECORDS RELOADED:                 ".
           03 rl2-count			pic zzzzzz9.
           03 filler			pic x(91) value spaces.

       01 report-reload-count-line-3.
           03 filler			pic x(34) value
               "RECORDS REJECTED - DUPLICATE KEY: ".
           03 rl3-count			pic zzzzzz9.
           03 filler			pic x(91) value spaces.

       01 report-message-line.
           03 filler			pic x(10) value spaces.
           03 rm-text			pic x(60).
           03 filler			pic x(62) value spaces.

       procedure division.
       main-line section.

           perform start-run-control
           if rc-req-reply not = "Y"
               stop run
           end-if

           perform initialize-program

           evaluate wa-run-mode
             when "BACKUP"
               perform take-backup
             when "RELOAD"
               perform reload-file
             when other
               move "UNKNOWN FUNCTION ON BKUPPRM - NOTHING RUN"
                   to rm-text
               perform print-message-line
               move "EXCEPTN" to wa-run-outcome
           end-evaluate

           perform terminate-program

           perform end-run-control

           stop run.

      **************************************************
      * Opens the catalog and the run report and takes
      * the run mode from BKUPPRM, defaulting to a backup
      * run.
      **************************************************
       initialize-program section.

           open input parameter-file
           if bp-file-status = "00"
               read parameter-file
                   at end
                       continue
                   not at end
                       perform take-run-parameters
               end-read
               close parameter-file
           end-if

           open i-o backup-catalog
           if bc-file-status = "35"
               open output backup-catalog
               close backup-catalog
               open i-o backup-catalog
           end-if

           move function current-date to wa-run-timestamp

           open output report-file
           write rf-line from heading-line-1
           move wa-run-mode to rm-mode
           write rf-line from report-mode-line.

      **************************************************
      * Takes the run mode, backup number and file name
      * from the BKUPPRM line. RELOAD needs a file name;
      * the backup number may be left blank for the
      * latest verified copy.
      **************************************************
       take-run-parameters section.

           if bp-function not = spaces
               move bp-function to wa-run-mode
           end-if

           if wa-run-mode = "RELOAD"
               if bp-backup-number is numeric
                   move bp-backup-number to wa-requested-backup
               end-if
               if bp-backup-number not numeric and
                   bp-backup-number not = spaces
                   move "BADPARM" to wa-run-mode
               end-if
               if bp-file-id = spaces
                   move "BADPARM" to wa-run-mode
               end-if
               move bp-file-id to wa-requested-file-id
           end-if.

      **************************************************
      * A backup run: every file is unloaded, verified
      * and catalogued under the next backup number, and
      * the journal is closed off last of all.
      **************************************************
       take-backup section.

           perform assign-backup-number
           move wa-backup-number to rb-backup-number
           move wa-run-timestamp to rb-timestamp
           write rf-line from report-backup-line
           move spaces to rf-line
           write rf-line
           write rf-line from copy-heading-line

           perform backup-customer-master
           perform backup-student-master
           perform backup-customer-links
           perform backup-operator-security
           perform backup-zip-codes
           perform backup-customer-control
           perform backup-customer-account
           perform backup-account-control
           perform backup-contact-notes
           perform backup-student-enrollment
           perform backup-campaign-registry
           perform backup-campaign-members
           perform close-off-journal

           move spaces to rf-line
           write rf-line
           move wa-verified-count to r1-count
           write rf-line from report-count-line-1
           move wa-mismatch-count to r2-count
           write rf-line from report-count-line-2
           move wa-no-file-count to r3-count
           write rf-line from report-count-line-3

           if wa-mismatch-count = 0
               move "BACKUP COMPLETE - EVERY COPY AGREES WITH ITS FILE"
                   to rm-text
           else
               move "BACKUP HAS MISMATCHED COPIES - RERUN BEFORE USE"
                   to rm-text
               move "EXCEPTN" to wa-run-outcome
           end-if
           perform print-message-line.

      **************************************************
      * The next backup number is one more than the last
      * on the catalog.
      **************************************************
       assign-backup-number section.

           move 0 to wa-backup-number
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
                       move bc-backup-number to wa-backup-number
               end-read
           end-perform
           add 1 to wa-backup-number.

      **************************************************
      * Each backup section unloads one live file to its
      * copy, record by record, counting what it reads.
      * A file never created is catalogued NO FILE.
      **************************************************
       backup-customer-master section.

           move "CUSTMAST" to wa-file-id
           perform start-file-copy
           open input customer-master
           if cm-file-status = "00"
               open output backup-copy
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read customer-master next record
                       at end
                           move "Y" to wa-eof
                       not at end
                           add 1 to wa-live-count
                           write bk-line from cm-record
                   end-read
               end-perform
               close backup-copy
               close customer-master
               perform verify-file-copy
           end-if
           perform register-file-copy.

       backup-student-master section.

           move "STUDMAST" to wa-file-id
           perform start-file-copy
           open input student-master
           if sm-file-status = "00"
               open output backup-copy
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read student-master next record
                       at end
                           move "Y" to wa-eof
                       not at end
                           add 1 to wa-live-count
                           write bk-line from sm-record
                   end-read
               end-perform
               close backup-copy
               close student-master
               perform verify-file-copy
           end-if
           perform register-file-copy.

       backup-customer-links section.

           move "CUSTSTUX" to wa-file-id
           perform start-file-copy
           open input customer-links
           if cx-file-status = "00"
               open output backup-copy
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read customer-links next record
                       at end
                           move "Y" to wa-eof
                       not at end
                           add 1 to wa-live-count
                           write bk-line from cx-record
                   end-read
               end-perform
               close backup-copy
               close customer-links
               perform verify-file-copy
           end-if
           perform register-file-copy.

       backup-operator-security section.

           move "OPERSEC" to wa-file-id
           perform start-file-copy
           open input operator-security
           if os-file-status = "00"
               open output backup-copy
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read operator-security next record
                       at end
                           move "Y" to wa-eof
                       not at end
                           add 1 to wa-live-count
                           write bk-line from os-record
                   end-read
               end-perform
               close backup-copy
               close operator-security
               perform verify-file-copy
           end-if
           perform register-file-copy.

       backup-zip-codes section.

           move "ZIPCODES" to wa-file-id
           perform start-file-copy
           open input zip-codes
           if zp-file-status = "00"
               open output backup-copy
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read zip-codes next record
                       at end
                           move "Y" to wa-eof
                       not at end
                           add 1 to wa-live-count
                           write bk-line from zp-record
                   end-read
               end-perform
               close backup-copy
               close zip-codes
               perform verify-file-copy
           end-if
           perform register-file-copy.

       backup-customer-control section.

           move "CUSTCTL" to wa-file-id
           perform start-file-copy
           open input customer-control
           if cc-file-status = "00"
               open output backup-copy
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read customer-control
                       at end
                           move "Y" to wa-eof
                       not at end
                           add 1 to wa-live-count
                           write bk-line from cc-record
                   end-read
               end-perform
               close backup-copy
               close customer-control
               perform verify-file-copy
           end-if
           perform register-file-copy.

       backup-customer-account section.

           move "ACCTTRAN" to wa-file-id
           perform start-file-copy
           open input customer-account
           if at-file-status = "00"
               open output backup-copy
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read customer-account next record
                       at end
                           move "Y" to wa-eof
                       not at end
                           add 1 to wa-live-count
                           write bk-line from at-record
                   end-read
               end-perform
               close backup-copy
               close customer-account
               perform verify-file-copy
           end-if
           perform register-file-copy.

       backup-account-control section.

           move "ACCTCTL" to wa-file-id
           perform start-file-copy
           open input account-control
           if ak-file-status = "00"
               open output backup-copy
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read account-control
                       at end
                           move "Y" to wa-eof
                       not at end
                           add 1 to wa-live-count
                           write bk-line from ak-record
                   end-read
               end-perform
               close backup-copy
               close account-control
               perform verify-file-copy
           end-if
           perform register-file-copy.

       backup-contact-notes section.

           move "CUSTNOTE" to wa-file-id
           perform start-file-copy
           open input contact-notes
           if cn-file-status = "00"
               open output backup-copy
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read contact-notes next record
                       at end
                           move "Y" to wa-eof
                       not at end
                           add 1 to wa-live-count
                           write bk-line from cn-record
                   end-read
               end-perform
               close backup-copy
               close contact-notes
               perform verify-file-copy
           end-if
           perform register-file-copy.

       backup-student-enrollment section.

           move "ENROLL" to wa-file-id
           perform start-file-copy
           open input student-enrollment
           if en-file-status = "00"
               open output backup-copy
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read student-enrollment next record
                       at end
                           move "Y" to wa-eof
                       not at end
                           add 1 to wa-live-count
                           write bk-line from en-record
                   end-read
               end-perform
               close backup-copy
               close student-enrollment
               perform verify-file-copy
           end-if
           perform register-file-copy.

       backup-campaign-registry section.

           move "CAMPAIGN" to wa-file-id
           perform start-file-copy
           open input campaign-registry
           if cg-file-status = "00"
               open output backup-copy
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read campaign-registry next record
                       at end
                           move "Y" to wa-eof
                       not at end
                           add 1 to wa-live-count
                           write bk-line from cg-record
                   end-read
               end-perform
               close backup-copy
               close campaign-registry
               perform verify-file-copy
           end-if
           perform register-file-copy.

       backup-campaign-members section.

           move "CAMPMBR" to wa-file-id
           perform start-file-copy
           open input campaign-members
           if mb-file-status = "00"
               open output backup-copy
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read campaign-members next record
                       at end
                           move "Y" to wa-eof
                       not at end
                           add 1 to wa-live-count
                           write bk-line from mb-record
                   end-read
               end-perform
               close backup-copy
               close campaign-members
               perform verify-file-copy
           end-if
           perform register-file-copy.

      **************************************************
      * Closes off the journal at the backup: CUSTJRNL
      * is copied and catalogued like the files, and
      * emptied only once its copy is verified, so the
      * next journal holds exactly the changes made after
      * this backup.
      **************************************************
       close-off-journal section.

           move "CUSTJRNL" to wa-file-id
           perform start-file-copy
           open input customer-journal
           if jn-file-status = "00"
               open output backup-copy
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read customer-journal
                       at end
                           move "Y" to wa-eof
                       not at end
                           add 1 to wa-live-count
                           write bk-line from jr-record
                   end-read
               end-perform
               close backup-copy
               close customer-journal
               perform verify-file-copy
               if wa-copy-status = "VERIFIED"
                   open output customer-journal
                   close customer-journal
               end-if
           end-if
           perform register-file-copy.

      **************************************************
      * Clears the counts and builds the dated copy name
      * for the file about to be copied.
      **************************************************
       start-file-copy section.

           move 0 to wa-live-count
           move 0 to wa-copy-count
           move "NO FILE" to wa-copy-status
           move spaces to wa-copy-file-name
           string wa-file-id delimited by space
                  "." delimited by size
                  wa-run-timestamp(1:8) delimited by size
                  "." delimited by size
                  wa-backup-number delimited by size
               into wa-copy-file-name.

      **************************************************
      * Reads the copy just written back from disk and
      * checks its count against the live file's.
      **************************************************
       verify-file-copy section.

           open input backup-copy
           if bk-file-status = "00"
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read backup-copy
                       at end
                           move "Y" to wa-eof
                       not at end
                           add 1 to wa-copy-count
                   end-read
               end-perform
               close backup-copy
           end-if

           if wa-copy-count = wa-live-count
               move "VERIFIED" to wa-copy-status
           else
               move "MISMATCH" to wa-copy-status
           end-if.

      **************************************************
      * Writes the file's catalog entry and its line on
      * the run report.
      **************************************************
       register-file-copy section.

           move wa-backup-number to bc-backup-number
           move wa-file-id to bc-file-id
           move wa-run-timestamp to bc-backup-timestamp
           move wa-live-count to bc-live-count
           move wa-copy-count to bc-copy-count
           move wa-copy-status to bc-status
           if wa-copy-status = "NO FILE"
               move spaces to bc-copy-file-name
           else
               move wa-copy-file-name to bc-copy-file-name
           end-if
           write bc-record
               invalid key
                   rewrite bc-record
           end-write

           evaluate wa-copy-status
             when "VERIFIED"
               add 1 to wa-verified-count
             when "MISMATCH"
               add 1 to wa-mismatch-count
             when other
               add 1 to wa-no-file-count
           end-evaluate

           move bc-file-id to cd-file-id
           move bc-copy-file-name to cd-copy-file-name
           move bc-live-count to cd-live-count
           move bc-copy-count to cd-copy-count
           move bc-status to cd-status
           write rf-line from copy-detail-line.

      **************************************************
      * A reload run: the named file is recreated from
      * its catalogued copy. CUSTMAST is left to CUSTRCVR,
      * which also rolls its journals forward.
      **************************************************
       reload-file section.

           if wa-requested-file-id = "CUSTMAST" or
               wa-requested-file-id = "CUSTJRNL"
               move "CUSTMAST IS RECOVERED BY CUSTRCVR - NOT RELOADED"
                   to rm-text
               perform print-message-line
               move "EXCEPTN" to wa-run-outcome
           else
               perform find-catalog-entry
               if wa-entry-found = "N"
                   move "NO VERIFIED COPY ON THE CATALOG - NOT RELOADED"
                       to rm-text
                   perform print-message-line
                   move "EXCEPTN" to wa-run-outcome
               else
                   perform reload-from-copy
               end-if
           end-if.

      **************************************************
      * Finds the copy to reload from: the named backup's
      * entry for the file, or when no backup number was
      * given the latest verified one. Only a verified
      * copy is ever reloaded.
      **************************************************
       find-catalog-entry section.

           move "N" to wa-entry-found
           if wa-requested-backup > 0
               move wa-requested-backup to bc-backup-number
               move wa-requested-file-id to bc-file-id
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
                           if bc-file-id = wa-requested-file-id and
                               bc-status = "VERIFIED"
                               move "Y" to wa-entry-found
                               move bc-backup-number
                                   to wa-requested-backup
                           end-if
                   end-read
               end-perform
               if wa-entry-found = "Y"
                   move wa-requested-backup to bc-backup-number
                   move wa-requested-file-id to bc-file-id
                   read backup-catalog record
                       invalid key
                           move "N" to wa-entry-found
                   end-read
               end-if
           end-if.

      **************************************************
      * Opens the copy and recreates the live file from
      * it, then proves the count against the catalog.
      **************************************************
       reload-from-copy section.

           move bc-copy-file-name to wa-copy-file-name
           move bc-backup-number to rb-backup-number
           move bc-backup-timestamp to rb-timestamp
           write rf-line from report-backup-line
           move wa-copy-file-name to rr-copy-file-name
           write rf-line from report-reload-line

           move 0 to wa-reload-count
           move 0 to wa-rejected-count
           move "N" to wa-live-file-open
           open input backup-copy
           if bk-file-status not = "00"
               move "BACKUP COPY NOT ON DISK - NOT RELOADED" to rm-text
               perform print-message-line
               move "EXCEPTN" to wa-run-outcome
           else
               evaluate wa-requested-file-id
                 when "STUDMAST"
                   perform reload-student-master
                 when "CUSTSTUX"
                   perform reload-customer-links
                 when "OPERSEC"
                   perform reload-operator-security
                 when "ZIPCODES"
                   perform reload-zip-codes
                 when "CUSTCTL"
                   perform reload-customer-control
                 when "ACCTTRAN"
                   perform reload-customer-account
                 when "ACCTCTL"
                   perform reload-account-control
                 when "CUSTNOTE"
                   perform reload-contact-notes
                 when "ENROLL"
                   perform reload-student-enrollment
                 when "CAMPAIGN"
                   perform reload-campaign-registry
                 when "CAMPMBR"
                   perform reload-campaign-members
                 when other
                   move "FILE IS NOT IN THE BACKUP - NOT RELOADED"
                       to rm-text
                   perform print-message-line
                   move "EXCEPTN" to wa-run-outcome
               end-evaluate
               close backup-copy
           end-if

           if wa-live-file-open = "Y"
               perform print-reload-counts
           end-if.

      **************************************************
      * Each reload section empties the live file and
      * writes every record on the copy back to it. A
      * record that will not write is counted as
      * rejected; a live file that will not open is
      * not reloaded. Either makes the run EXCEPTN.
      **************************************************
       reload-student-master section.

           open output student-master
           if sm-file-status not = "00"
               perform live-file-not-opened
           else
               move "Y" to wa-live-file-open
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read backup-copy
                       at end
                           move "Y" to wa-eof
                       not at end
                           move bk-line to sm-record
                           write sm-record
                               invalid key
                                   add 1 to wa-rejected-count
                               not invalid key
                                   add 1 to wa-reload-count
                           end-write
                   end-read
               end-perform
               close student-master
           end-if.

       reload-customer-links section.

           open output customer-links
           if cx-file-status not = "00"
               perform live-file-not-opened
           else
               move "Y" to wa-live-file-open
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read backup-copy
                       at end
                           move "Y" to wa-eof
                       not at end
                           move bk-line to cx-record
                           write cx-record
                               invalid key
                                   add 1 to wa-rejected-count
                               not invalid key
                                   add 1 to wa-reload-count
                           end-write
                   end-read
               end-perform
               close customer-links
           end-if.

       reload-operator-security section.

           open output operator-security
           if os-file-status not = "00"
               perform live-file-not-opened
           else
               move "Y" to wa-live-file-open
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read backup-copy
                       at end
                           move "Y" to wa-eof
                       not at end
                           move bk-line to os-record
                           write os-record
                               invalid key
                                   add 1 to wa-rejected-count
                               not invalid key
                                   add 1 to wa-reload-count
                           end-write
                   end-read
               end-perform
               close operator-security
           end-if.

       reload-zip-codes section.

           open output zip-codes
           if zp-file-status not = "00"
               perform live-file-not-opened
           else
               move "Y" to wa-live-file-open
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read backup-copy
                       at end
                           move "Y" to wa-eof
                       not at end
                           move bk-line to zp-record
                           write zp-record
                               invalid key
                                   add 1 to wa-rejected-count
                               not invalid key
                                   add 1 to wa-reload-count
                           end-write
                   end-read
               end-perform
               close zip-codes
           end-if.

       reload-customer-control section.

           open output customer-control
           if cc-file-status not = "00"
               perform live-file-not-opened
           else
               move "Y" to wa-live-file-open
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read backup-copy
                       at end
                           move "Y" to wa-eof
                       not at end
                           move bk-line to cc-record
                           write cc-record
                           if cc-file-status = "00"
                               add 1 to wa-reload-count
                           else
                               add 1 to wa-rejected-count
                           end-if
                   end-read
               end-perform
               close customer-control
           end-if.

       reload-customer-account section.

           open output customer-account
           if at-file-status not = "00"
               perform live-file-not-opened
           else
               move "Y" to wa-live-file-open
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read backup-copy
                       at end
                           move "Y" to wa-eof
                       not at end
                           move bk-line to at-record
                           write at-record
                               invalid key
                                   add 1 to wa-rejected-count
                               not invalid key
                                   add 1 to wa-reload-count
                           end-write
                   end-read
               end-perform
               close customer-account
           end-if.

       reload-account-control section.

           open output account-control
           if ak-file-status not = "00"
               perform live-file-not-opened
           else
               move "Y" to wa-live-file-open
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read backup-copy
                       at end
                           move "Y" to wa-eof
                       not at end
                           move bk-line to ak-record
                           write ak-record
                           if ak-file-status = "00"
                               add 1 to wa-reload-count
                           else
                               add 1 to wa-rejected-count
                           end-if
                   end-read
               end-perform
               close account-control
           end-if.

       reload-contact-notes section.

           open output contact-notes
           if cn-file-status not = "00"
               perform live-file-not-opened
           else
               move "Y" to wa-live-file-open
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read backup-copy
                       at end
                           move "Y" to wa-eof
                       not at end
                           move bk-line to cn-record
                           write cn-record
                               invalid key
                                   add 1 to wa-rejected-count
                               not invalid key
                                   add 1 to wa-reload-count
                           end-write
                   end-read
               end-perform
               close contact-notes
           end-if.

       reload-student-enrollment section.

           open output student-enrollment
           if en-file-status not = "00"
               perform live-file-not-opened
           else
               move "Y" to wa-live-file-open
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read backup-copy
                       at end
                           move "Y" to wa-eof
                       not at end
                           move bk-line to en-record
                           write en-record
                               invalid key
                                   add 1 to wa-rejected-count
                               not invalid key
                                   add 1 to wa-reload-count
                           end-write
                   end-read
               end-perform
               close student-enrollment
           end-if.

       reload-campaign-registry section.

           open output campaign-registry
           if cg-file-status not = "00"
               perform live-file-not-opened
           else
               move "Y" to wa-live-file-open
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read backup-copy
                       at end
                           move "Y" to wa-eof
                       not at end
                           move bk-line to cg-record
                           write cg-record
                               invalid key
                                   add 1 to wa-rejected-count
                               not invalid key
                                   add 1 to wa-reload-count
                           end-write
                   end-read
               end-perform
               close campaign-registry
           end-if.

       reload-campaign-members section.

           open output campaign-members
           if mb-file-status not = "00"
               perform live-file-not-opened
           else
               move "Y" to wa-live-file-open
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read backup-copy
                       at end
                           move "Y" to wa-eof
                       not at end
                           move bk-line to mb-record
                           write mb-record
                               invalid key
                                   add 1 to wa-rejected-count
                               not invalid key
                                   add 1 to wa-reload-count
                           end-write
                   end-read
               end-perform
               close campaign-members
           end-if.

       live-file-not-opened section.

           move "LIVE FILE WOULD NOT OPEN - NOT RELOADED" to rm-text
           perform print-message-line
           move "EXCEPTN" to wa-run-outcome.

       print-reload-counts section.

           move bc-copy-count to rl1-count
           write rf-line from report-reload-count-line-1
           move wa-reload-count to rl2-count
           write rf-line from report-reload-count-line-2
           move wa-rejected-count to rl3-count
           write rf-line from report-reload-count-line-3

           if wa-reload-count = bc-copy-count and
               wa-rejected-count = 0
               move "RELOAD COMPLETE - COUNT AGREES WITH THE CATALOG"
                   to rm-text
           else
               move "RELOAD COUNT DISAGREES WITH THE CATALOG"
                   to rm-text
               move "EXCEPTN" to wa-run-outcome
           end-if
           perform print-message-line.

       print-message-line section.

           write rf-line from report-message-line.

      **************************************************
      * Closes the catalog and the run report.
      **************************************************
       terminate-program section.

           close backup-catalog
           close report-file.

      **************************************************
      * Stamps the job's start onto the shared run
      * control, refusing to run while an online session
      * or another batch job holds the customer files.
      * The refusal itself is logged, so the morning
      * report shows why the job is missing.
      **************************************************
       start-run-control section.

           move "CUSTBKUP" to rc-req-job
           move "START" to rc-req-function
           move spaces to rc-req-outcome
           move 0 to rc-req-count
           call "RUNCTLIO" using run-control-request

           if rc-req-reply not = "Y"
               display "CUSTBKUP not started - customer files in use."
           end-if.

      **************************************************
      * Stamps the job's end, outcome and count onto the
      * shared run control and releases the batch slot.
      **************************************************
       end-run-control section.

           move "END" to rc-req-function
           move wa-run-outcome to rc-req-outcome
           if wa-run-mode = "RELOAD"
               move wa-reload-count to rc-req-count
           else
               move wa-verified-count to rc-req-count
           end-if
           call "RUNCTLIO" using run-control-request.
