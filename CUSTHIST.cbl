      ******************************************************************
      * CUSTHIST - change history of a customer.
      *
      * Prints, for each customer number asked for in HISTPRM, every
      * change ever journaled against the customer's record, oldest
      * first: when it was made, by which program and operator, what
      * kind of action it was, and beneath it only the fields that
      * changed, old value and new. It is the printed counterpart of
      * the ADSAMP f7 History screen, which only looks back as far
      * as the last backup; this job reaches into the closed periods
      * too.
      *
      * The journal lines come from every journal closed off by the
      * CUSTBKUP nightly backup and verified on the BKUPCAT catalog,
      * in backup order, and then the current CUSTJRNL. A journal
      * copy that failed to verify is passed over, as CUSTRCVR
      * passes it over: the backup that took it left CUSTJRNL in
      * place, so its lines are still on the current journal. The
      * operator and action come from the AUDITARC archive of closed
      * audit periods and the current AUDITLOG, matched to each
      * journal line on customer number and timestamp - every
      * program that journals a change logs it with the same
      * timestamp. The compare itself is done by JRNLDIFF, shared
      * with the f7 screen so the two always agree.
      *
      * HISTPRM holds customer numbers, one to a line, up to fifty.
      * Each customer starts on a new page so a history can be sent
      * out on its own. A customer with nothing journaled still gets
      * a page saying so.
      ******************************************************************

       identification division.
       program-id. CUSTHIST.

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

      * The journal name is set before each open: every closed-off
      * journal copy in turn, then the current CUSTJRNL.

           select customer-journal assign to wa-journal-file-name
               organization is line sequential
               file status is jn-file-status.

           select backup-catalog assign to "BKUPCAT"
               organization is indexed
               access mode is dynamic
               record key is bc-catalog-key
               file status is bc-file-status.

           select audit-log assign to "AUDITLOG"
               organization is line sequential
               file status is al-file-status.

           select audit-archive assign to "AUDITARC"
               organization is line sequential
               file status is ah-file-status.

           select parameter-file assign to "HISTPRM"
               organization is line sequential
               file status is hp-file-status.

           select report-file assign to "CUSTHIST"
               organization is line sequential
               file status is rf-file-status.

           select sort-file assign to "HISTSRT".

       data division.
       file section.

       fd customer-master.
           copy CUSTREC.

       fd customer-journal.
           copy JRNLREC.

       fd backup-catalog.
           copy BKUPREC.

       fd audit-log.
           copy AUDITREC.

       fd audit-archive.
           copy AUDITREC replacing leading ==al-== by ==ah-==.

       fd parameter-file.
       01 hp-record.
           03 hp-customer-number	pic x(6).

       fd report-file.
       01 rf-line				pic x(132).

      **************************************************
      * One sort record per requested customer (type H,
      * with a low-values timestamp so it sorts first and
      * starts the customer's page), per audit line (type
      * A) and per journal line (type J). For the same
      * moment the audit line sorts ahead of the journal
      * line it describes. sr-program carries the
      * operator on an audit line.
      **************************************************
       sd sort-file.
       01 sr-record.
           03 sr-customer-number	pic 9(6).
           03 sr-timestamp		pic x(21).
           03 sr-record-type		pic x.
           03 sr-sequence		pic 9(7).
           03 sr-program		pic x(8).
           03 sr-action			pic x(10).
           03 sr-before-image		pic x(352).
           03 sr-after-image		pic x(352).

       working-storage section.

       01 cm-file-status			pic xx value "00".
       01 jn-file-status			pic xx value "00".
       01 bc-file-status			pic xx value "00".
       01 al-file-status			pic xx value "00".
       01 ah-file-status			pic xx value "00".
       01 hp-file-status			pic xx value "00".
       01 rf-file-status			pic xx value "00".

       01 wa-eof				pic x value "N".
       01 wa-catalog-eof			pic x value "N".
       01 wa-customer-master-open		pic x value "N".
       01 wa-journal-file-name		pic x(24) value "CUSTJRNL".
       01 wa-customer-found			pic x value "N".
       01 wa-check-customer			pic 9(6) value 0.
       01 wa-sequence				pic 9(7) value 0.
       01 wa-journal-line-count			pic 9(7) value 0.
       01 wa-audit-line-count			pic 9(7) value 0.
       01 wa-journals-read			pic 9(6) value 0.
       01 wa-journals-missing			pic 9(6) value 0.
       01 wa-customer-count			pic 9(6) value 0.
       01 wa-changes-printed			pic 9(6) value 0.
       01 wa-lines-on-page			pic 99 value 0.
       01 wa-lines-per-page			pic 99 value 55.
       01 wa-page-number			pic 9(4) value 0.

      **************************************************
      * The customer numbers asked for in HISTPRM.
      **************************************************
       01 wa-request-count			pic 99 value 0.
       01 request-subscript			pic 99 value 0.
       01 wa-request-table.
           03 wa-request-customer	pic 9(6) occurs 50.

      **************************************************
      * Control-break state: the customer being printed,
      * the changes printed for them, and the audit line
      * read last, kept for the journal line logged at
      * the same moment.
      **************************************************
       01 wa-current-customer			pic 9(6) value 0.
       01 wa-customer-changes			pic 9(6) value 0.
       01 wa-audit-timestamp			pic x(21) value spaces.
       01 wa-audit-operator			pic x(8) value spaces.
       01 wa-audit-action			pic x(10) value spaces.
       01 change-subscript			pic 99 value 0.

           copy DIFFPARM.

      **************************************************
      * Run-control handshake with RUNCTLIO: the job is
      * stamped onto RUNCTL at start and end, and refuses
      * to start while an online session or another batch
      * job holds the customer files.
      **************************************************
           copy RUNCPARM.

       01 heading-line-1			pic x(132) value
           "CUSTOMER CHANGE HISTORY".

       01 heading-line-2.
           03 filler			pic x(6) value "PAGE: ".
           03 hl-page-number		pic zzz9.
           03 filler			pic x(10) value spaces.
           03 filler			pic x(10) value "CUSTOMER: ".
           03 hl-customer-number	pic 9(6).
           03 filler			pic x(3) value spaces.
           03 hl-customer-name		pic x(30).
           03 filler			pic x(63) value spaces.

       01 heading-line-3.
           03 filler			pic x(20) value
               "DATE     TIME      ".
           03 filler			pic x(40) value
               "PROGRAM   OPERATOR  ACTION".
           03 filler			pic x(72) value spaces.

       01 heading-line-4.
           03 filler			pic x(4) value spaces.
           03 filler			pic x(16) value "FIELD".
           03 filler			pic x(42) value "OLD VALUE".
           03 filler			pic x(70) value "NEW VALUE".

       01 change-heading-line.
           03 ch-date			pic x(8).
           03 filler			pic x value space.
           03 ch-hour			pic x(2).
           03 filler			pic x value ":".
           03 ch-minute			pic x(2).
           03 filler			pic x value ":".
           03 ch-second			pic x(2).
           03 filler			pic x(3) value spaces.
           03 ch-program		pic x(8).
           03 filler			pic x(2) value spaces.
           03 ch-operator		pic x(8).
           03 filler			pic x(2) value spaces.
           03 ch-action			pic x(12).
           03 filler			pic x(80) value spaces.

       01 change-detail-line.
           03 filler			pic x(4) value spaces.
           03 cd-field-name		pic x(14).
           03 filler			pic x(2) value spaces.
           03 cd-old-value		pic x(40).
           03 filler			pic x(2) value spaces.
           03 cd-new-value		pic x(40).
           03 filler			pic x(30) value spaces.

       01 no-fields-line			pic x(132) value
           "    (NO CUSTOMER FIELDS CHANGED)".

       01 customer-total-line.
           03 filler			pic x(17) value
               "CHANGES PRINTED: ".
           03 ct-count			pic zzzzz9.
           03 filler			pic x(109) value spaces.

       01 no-history-line			pic x(132) value
           "NO CHANGES JOURNALED AGAINST THIS CUSTOMER.".

       01 no-request-line			pic x(132) value
           "NO CUSTOMER NUMBERS GIVEN IN HISTPRM - NOTHING PRINTED.".

       01 footer-line-1.
           03 filler			pic x(24) value
               "CUSTOMERS PRINTED:      ".
           03 f1-count			pic zzzzzz9.
           03 filler			pic x(101) value spaces.

       01 footer-line-2.
           03 filler			pic x(24) value
               "CHANGES PRINTED:        ".
           03 f2-count			pic zzzzzz9.
           03 filler			pic x(101) value spaces.

       01 footer-line-3.
           03 filler			pic x(24) value
               "JOURNAL LINES READ:     ".
           03 f3-count			pic zzzzzz9.
           03 filler			pic x(101) value spaces.

       01 footer-line-4.
           03 filler			pic x(24) value
               "AUDIT LINES READ:       ".
           03 f4-count			pic zzzzzz9.
           03 filler			pic x(101) value spaces.

       01 footer-line-5.
           03 filler			pic x(24) value
               "JOURNAL FILES READ:     ".
           03 f5-count			pic zzzzzz9.
           03 filler			pic x(101) value spaces.

       01 footer-line-6.
           03 filler			pic x(24) value
               "JOURNAL COPIES MISSING: ".
           03 f6-count			pic zzzzzz9.
           03 filler			pic x(101) value spaces.

       procedure division.
       main-line section.

           perform start-run-control
           if rc-req-reply not = "Y"
               stop run
           end-if

           perform initialize-program

           if wa-request-count > 0
               sort sort-file
                   on ascending key sr-customer-number
                                    sr-timestamp
                                    sr-record-type
                                    sr-sequence
                   input procedure is select-history-records
                   output procedure is print-history-report
           end-if

           perform print-footer
           perform terminate-program

           perform end-run-control

           stop run.

      **************************************************
      * Opens the files and reads the customer numbers
      * asked for from HISTPRM. A line that is not a
      * customer number is passed over.
      **************************************************
       initialize-program section.

           open input customer-master
           if cm-file-status = "00"
               move "Y" to wa-customer-master-open
           end-if

           open input parameter-file
           if hp-file-status = "00"
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read parameter-file
                       at end
                           move "Y" to wa-eof
                       not at end
                           if hp-customer-number is numeric and
                               wa-request-count < 50
                               add 1 to wa-request-count
                               move hp-customer-number
                                   to wa-request-customer
                                       (wa-request-count)
                           end-if
                   end-read
               end-perform
               close parameter-file
           end-if

           open output report-file.

      **************************************************
      * Sort input procedure: one header record per
      * customer asked for, then the customers' audit
      * lines, closed periods first, then their journal
      * lines, closed-off journals first.
      **************************************************
       select-history-records section.

           perform varying request-subscript from 1 by 1
               until request-subscript > wa-request-count
               move wa-request-customer (request-subscript)
                   to sr-customer-number
               move low-values to sr-timestamp
               move "H" to sr-record-type
               add 1 to wa-sequence
               move wa-sequence to sr-sequence
               move spaces to sr-program
               move spaces to sr-action
               move spaces to sr-before-image
               move spaces to sr-after-image
               release sr-record
           end-perform

           perform release-archived-audit
           perform release-current-audit
           perform release-closed-journals

           move "CUSTJRNL" to wa-journal-file-name
           perform release-journal-file.

       release-archived-audit section.

           open input audit-archive
           if ah-file-status = "00"
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read audit-archive
                       at end
                           move "Y" to wa-eof
                       not at end
                           move ah-customer-number
                               to wa-check-customer
                           perform check-requested-customer
                           if wa-customer-found = "Y"
                               move ah-record to al-record
                               perform release-audit-line
                           end-if
                   end-read
               end-perform
               close audit-archive
           end-if.

       release-current-audit section.

           open input audit-log
           if al-file-status = "00"
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read audit-log
                       at end
                           move "Y" to wa-eof
                       not at end
                           move al-customer-number
                               to wa-check-customer
                           perform check-requested-customer
                           if wa-customer-found = "Y"
                               perform release-audit-line
                           end-if
                   end-read
               end-perform
               close audit-log
           end-if.

       release-audit-line section.

           add 1 to wa-audit-line-count
           move al-customer-number to sr-customer-number
           move al-timestamp to sr-timestamp
           move "A" to sr-record-type
           add 1 to wa-sequence
           move wa-sequence to sr-sequence
           move al-operator-id to sr-program
           move al-action to sr-action
           move spaces to sr-before-image
           move spaces to sr-after-image
           release sr-record.

      **************************************************
      * Releases, in backup order, every verified journal
      * closed off by a backup. No catalog means no
      * backup has been taken yet and the current journal
      * holds everything.
      **************************************************
       release-closed-journals section.

           open input backup-catalog
           if bc-file-status = "00"
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
                           if bc-file-id = "CUSTJRNL" and
                               bc-status = "VERIFIED"
                               move bc-copy-file-name
                                   to wa-journal-file-name
                               perform release-journal-file
                           end-if
                   end-read
               end-perform
               close backup-catalog
           end-if.

      **************************************************
      * Releases the requested customers' lines from the
      * journal named in wa-journal-file-name. A closed
      * journal copy that has gone from disk is counted
      * for the footer.
      **************************************************
       release-journal-file section.

           open input customer-journal
           if jn-file-status = "00"
               add 1 to wa-journals-read
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read customer-journal
                       at end
                           move "Y" to wa-eof
                       not at end
                           move jr-customer-number
                               to wa-check-customer
                           perform check-requested-customer
                           if wa-customer-found = "Y"
                               perform release-journal-line
                           end-if
                   end-read
               end-perform
               close customer-journal
           else
               if wa-journal-file-name not = "CUSTJRNL"
                   add 1 to wa-journals-missing
               end-if
           end-if.

       release-journal-line section.

           add 1 to wa-journal-line-count
           move jr-customer-number to sr-customer-number
           move jr-timestamp to sr-timestamp
           move "J" to sr-record-type
           add 1 to wa-sequence
           move wa-sequence to sr-sequence
           move jr-program to sr-program
           move jr-action to sr-action
           move jr-before-image to sr-before-image
           move jr-after-image to sr-after-image
           release sr-record.

       check-requested-customer section.

           move "N" to wa-customer-found
           perform varying request-subscript from 1 by 1
               until request-subscript > wa-request-count
               if wa-request-customer (request-subscript)
                   = wa-check-customer
                   move "Y" to wa-customer-found
               end-if
           end-perform.

      **************************************************
      * Sort output procedure: starts each customer on a
      * new page at the header record, remembers each
      * audit line for the journal line that follows it,
      * and prints each journal line's changes.
      **************************************************
       print-history-report section.

           move 0 to wa-current-customer
           move "N" to wa-eof
           perform until wa-eof = "Y"
               return sort-file
                   at end
                       move "Y" to wa-eof
                   not at end
                       evaluate sr-record-type
                         when "H"
                           perform start-customer-history
                         when "A"
                           move sr-timestamp to wa-audit-timestamp
                           move sr-program to wa-audit-operator
                           move sr-action to wa-audit-action
                         when "J"
                           perform print-journal-change
                       end-evaluate
               end-return
           end-perform

           if wa-customer-count > 0
               perform print-customer-total
           end-if.

      **************************************************
      * Closes off the previous customer and starts the
      * next one on a fresh page, with the name from
      * CUSTMAST. A customer who has been purged or
      * merged away is still printed.
      **************************************************
       start-customer-history section.

           if wa-customer-count > 0
               perform print-customer-total
           end-if

           add 1 to wa-customer-count
           move sr-customer-number to wa-current-customer
           move 0 to wa-customer-changes
           move spaces to wa-audit-timestamp
           move sr-customer-number to hl-customer-number
           move "** NOT ON CUSTOMER-MASTER **" to hl-customer-name

           if wa-customer-master-open = "Y"
               move sr-customer-number to cm-customer-number
               read customer-master record
                   invalid key
                       continue
                   not invalid key
                       move cm-name to hl-customer-name
               end-read
           end-if

           perform print-report-heading.

      **************************************************
      * Prints one journaled change: the heading line,
      * then a line per changed field. The operator and
      * action come from the audit line logged at the
      * same moment, when there is one.
      **************************************************
       print-journal-change section.

           move sr-action to jd-journal-action
           if wa-audit-timestamp = sr-timestamp
               move wa-audit-action to jd-audit-action
               move wa-audit-operator to ch-operator
           else
               move spaces to jd-audit-action
               move "(NONE)" to ch-operator
           end-if
           move sr-before-image to jd-before-image
           move sr-after-image to jd-after-image
           call "JRNLDIFF" using journal-difference-request

           if wa-lines-on-page >= wa-lines-per-page - 2
               perform print-report-heading
           end-if

           move sr-timestamp(1:8) to ch-date
           move sr-timestamp(9:2) to ch-hour
           move sr-timestamp(11:2) to ch-minute
           move sr-timestamp(13:2) to ch-second
           move sr-program to ch-program
           move jd-action-label to ch-action
           move spaces to rf-line
           write rf-line
           write rf-line from change-heading-line
           add 2 to wa-lines-on-page

           if jd-change-count = 0
               write rf-line from no-fields-line
               add 1 to wa-lines-on-page
           end-if

           perform varying change-subscript from 1 by 1
               until change-subscript > jd-change-count
               if wa-lines-on-page >= wa-lines-per-page
                   perform print-report-heading
               end-if
               move jd-field-name (change-subscript) to cd-field-name
               move jd-old-value (change-subscript) to cd-old-value
               move jd-new-value (change-subscript) to cd-new-value
               write rf-line from change-detail-line
               add 1 to wa-lines-on-page
           end-perform

           add 1 to wa-customer-changes
           add 1 to wa-changes-printed.

       print-customer-total section.

           if wa-lines-on-page >= wa-lines-per-page - 1
               perform print-report-heading
           end-if
           move spaces to rf-line
           write rf-line
           if wa-customer-changes = 0
               write rf-line from no-history-line
           else
               move wa-customer-changes to ct-count
               write rf-line from customer-total-line
           end-if
           add 2 to wa-lines-on-page.

      **************************************************
      * Starts a new page: banner, page number, the
      * customer on the page and column headings.
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
               move 0 to hl-customer-number
               move spaces to hl-customer-name
               perform print-report-heading
           end-if

           if wa-request-count = 0
               write rf-line from no-request-line
           end-if

           move spaces to rf-line
           write rf-line
           move wa-customer-count to f1-count
           write rf-line from footer-line-1
           move wa-changes-printed to f2-count
           write rf-line from footer-line-2
           move wa-journal-line-count to f3-count
           write rf-line from footer-line-3
           move wa-audit-line-count to f4-count
           write rf-line from footer-line-4
           move wa-journals-read to f5-count
           write rf-line from footer-line-5
           move wa-journals-missing to f6-count
           write rf-line from footer-line-6.

      **************************************************
      * Closes the files.
      **************************************************
       terminate-program section.

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

           move "CUSTHIST" to rc-req-job
           move "START" to rc-req-function
           move spaces to rc-req-outcome
           move 0 to rc-req-count
           call "RUNCTLIO" using run-control-request

           if rc-req-reply not = "Y"
               display "CUSTHIST not started - customer files in use."
           end-if.

      **************************************************
      * Stamps the job's end, outcome and count onto the
      * shared run control and releases the batch slot.
      **************************************************
       end-run-control section.

           move "END" to rc-req-function
           move "OK" to rc-req-outcome
           move wa-changes-printed to rc-req-count
           call "RUNCTLIO" using run-control-request.
