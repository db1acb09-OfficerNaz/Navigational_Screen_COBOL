      ******************************************************************
      * CUSTPRIV - customer privacy requests: subject access report
      * and erasure.
      *
      * When a customer asks what we hold about them, or asks to be
      * forgotten, their data is spread across a dozen files. This
      * job takes one customer number and finds every record held
      * about that customer in:
      *
      *     CUSTMAST         the customer record
      *     CUSTARCH         the archived customer record
      *     AUDITARC/AUDITLOG  the audit lines logged against them
      *     CUSTJRNL         the before/after journal, live and every
      *                      copy closed off by CUSTBKUP on BKUPCAT
      *     CUSTMAST copies  every CUSTBKUP backup of the master
      *     CUSTSTUX         the customer/student links
      *     CUSTNOTE         the contact notes, live and every
      *                      CUSTBKUP backup copy
      *     CAMPMBR          the campaign memberships, live and every
      *                      CUSTBKUP backup copy
      *     ACCTTRAN         the account transactions
      *     CUSTEXT.nnnn     every extract generation on CUSTEXTG
      *     CUSTSELX         the campaign selection extract
      *
      * In REPORT mode each record is printed, file by file, as a
      * single subject access report.
      *
      * In ERASE mode the customer's name, address, telephone and
      * gender are blanked everywhere they appear - the name becomes
      * ERASED - while the customer number and every action line is
      * kept: the audit lines, the journal lines, the account
      * transactions, the links and the notes' dates and reasons.
      * CUSTCHEK still balances, because no record is added or
      * removed and the name/telephone key is kept in step. Every
      * journal image and every backup copy is blanked as well, so
      * CUSTRCVR cannot bring the data back; the copies keep their
      * line counts, so the catalog still verifies. The erased
      * customer is marked no mail, no telephone and no third party
      * so no selection picks up the blank address, and the change
      * to CUSTMAST is journaled like any other. The free text of
      * the contact notes is blanked too, since anything may have
      * been written there; age is not identifying and is kept. The
      * erasure report prints only counts, never the data.
      *
      * Each request is logged to AUDIT-LOG as its own action -
      * SUBJACCESS for a report, ERASURE for an erasure - so we can
      * show the request was met.
      *
      * PRIVPRM holds one line, fields separated by one space:
      *     REPORT  nnnnnn   subject access report for customer nnnnnn
      *     ERASE   nnnnnn   erase customer nnnnnn
      * A missing or empty parameter file, or no customer number,
      * does nothing.
      ******************************************************************

       identification division.
       program-id. CUSTPRIV.

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

           select customer-archive assign to "CUSTARCH"
               organization is indexed
               access mode is dynamic
               record key is ar-customer-number
               file status is ar-file-status.

           select audit-log assign to "AUDITLOG"
               organization is line sequential
               file status is al-file-status.

           select audit-archive assign to "AUDITARC"
               organization is line sequential
               file status is ah-file-status.

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

           select backup-copy assign to wa-copy-file-name
               organization is line sequential
               file status is bk-file-status.

           select customer-links assign to "CUSTSTUX"
               organization is indexed
               access mode is dynamic
               record key is cx-link-key
               file status is cx-file-status.

           select contact-notes assign to "CUSTNOTE"
               organization is indexed
               access mode is dynamic
               record key is cn-note-key
               file status is cn-file-status.

           select campaign-members assign to "CAMPMBR"
               organization is indexed
               access mode is dynamic
               record key is mb-member-key
               file status is mb-file-status.

           select customer-account assign to "ACCTTRAN"
               organization is indexed
               access mode is dynamic
               record key is at-transaction-key
               file status is at-file-status.

           select extract-generations assign to "CUSTEXTG"
               organization is indexed
               access mode is dynamic
               record key is eg-generation
               file status is eg-file-status.

      * Set to each CUSTEXT.nnnn generation in turn, then CUSTSELX.

           select extract-file assign to wa-extract-file-name
               organization is line sequential
               file status is ex-file-status.

      * A line-sequential file cannot be rewritten in place: an
      * erasure copies the file here with the customer's lines
      * blanked, then copies it back.

           select work-file assign to "PRIVWORK"
               organization is line sequential
               file status is wk-file-status.

           select parameter-file assign to "PRIVPRM"
               organization is line sequential
               file status is pp-file-status.

           select report-file assign to "PRIVRPT"
               organization is line sequential
               file status is rf-file-status.

       data division.
       file section.

       fd customer-master.
           copy CUSTREC.

       fd customer-archive.
           copy CUSTREC replacing leading ==cm-== by ==ar-==.

       fd audit-log.
           copy AUDITREC.

       fd audit-archive.
           copy AUDITREC replacing leading ==al-== by ==ah-==.

       fd customer-journal.
           copy JRNLREC.

       fd backup-catalog.
           copy BKUPREC.

       fd backup-copy.
       01 bk-line				pic x(1024).

       fd customer-links.
           copy CROSSREC.

       fd contact-notes.
           copy NOTEREC.

       fd campaign-members.
           copy CAMPMBR.

       fd customer-account.
           copy ACCTREC.

       fd extract-generations.
       01 eg-record.
           03 eg-generation		pic 9(4).
           03 eg-from-timestamp		pic x(21).
           03 eg-run-timestamp		pic x(21).
           03 eg-record-count		pic 9(6).
           03 eg-status			pic x(8).

       fd extract-file.
           copy EXTRREC.

       fd work-file.
       01 wk-line				pic x(1024).

       fd parameter-file.
       01 pp-record.
           03 pp-function		pic x(8).
           03 filler			pic x.
           03 pp-customer-number	pic x(6).

       fd report-file.
       01 rf-line				pic x(132).

       working-storage section.

       01 cm-file-status			pic xx value "00".
       01 ar-file-status			pic xx value "00".
       01 al-file-status			pic xx value "00".
       01 ah-file-status			pic xx value "00".
       01 jn-file-status			pic xx value "00".
       01 bc-file-status			pic xx value "00".
       01 bk-file-status			pic xx value "00".
       01 cx-file-status			pic xx value "00".
       01 cn-file-status			pic xx value "00".
       01 mb-file-status			pic xx value "00".
       01 at-file-status			pic xx value "00".
       01 eg-file-status			pic xx value "00".
       01 ex-file-status			pic xx value "00".
       01 wk-file-status			pic xx value "00".
       01 pp-file-status			pic xx value "00".
       01 rf-file-status			pic xx value "00".

       01 wa-eof				pic x value "N".
       01 wa-catalog-eof			pic x value "N".
       01 wa-run-mode				pic x(8) value "REPORT".
       01 wa-customer-number			pic 9(6) value 0.
       01 wa-customer-text redefines wa-customer-number
                                        pic x(6).
       01 wa-timestamp				pic x(21) value spaces.
       01 wa-journal-file-name		pic x(24) value "CUSTJRNL".
       01 wa-copy-file-name			pic x(24) value spaces.
       01 wa-catalog-file-id			pic x(8) value spaces.
       01 wa-line-customer			pic x(6) value spaces.
       01 wa-file-lines				pic 9(6) value 0.
       01 wa-image-name				pic x(14) value spaces.
       01 wa-lines-on-page			pic 99 value 0.
       01 wa-lines-per-page			pic 99 value 55.
       01 wa-page-number			pic 9(4) value 0.

      **************************************************
      * The generation number is edited into the extract
      * file name before the file is opened, as CUSTEXT
      * does.
      **************************************************
       01 wa-extract-file-name.
           03 wa-efn-prefix		pic x(8) value "CUSTEXT.".
           03 wa-efn-generation		pic 9(4) value 0.

      **************************************************
      * The customer record being printed or erased,
      * whichever file it came from.
      **************************************************
           copy CUSTREC replacing leading ==cm-== by ==pv-==.

      **************************************************
      * The contact note or campaign membership being
      * printed or erased, live or from a backup copy.
      **************************************************
           copy NOTEREC replacing leading ==cn-== by ==pn-==.
           copy CAMPMBR replacing leading ==mb-== by ==pm-==.

      **************************************************
      * One entry per file searched: what was found and
      * what was erased, for the closing summary. The
      * file number selects the entry and, in REPORT
      * mode, the section title.
      **************************************************
       01 file-subscript			pic 99 value 0.
       01 wa-file-counts.
           03 wa-file-count-entry occurs 12.
               05 wa-found-count	pic 9(6).
               05 wa-erased-count	pic 9(6).

       01 file-label-values.
           03 filler			pic x(30) value
               "CUSTOMER MASTER  (CUSTMAST)".
           03 filler			pic x(40) value
               "NAME/ADDRESS/TELEPHONE/GENDER ERASED".
           03 filler			pic x(30) value
               "CUSTOMER ARCHIVE (CUSTARCH)".
           03 filler			pic x(40) value
               "NAME/ADDRESS/TELEPHONE/GENDER ERASED".
           03 filler			pic x(30) value
               "AUDIT ARCHIVE    (AUDITARC)".
           03 filler			pic x(40) value
               "ACTION LINES KEPT".
           03 filler			pic x(30) value
               "AUDIT LOG        (AUDITLOG)".
           03 filler			pic x(40) value
               "ACTION LINES KEPT".
           03 filler			pic x(30) value
               "JOURNAL (CUSTJRNL AND COPIES)".
           03 filler			pic x(40) value
               "IMAGES ERASED, ACTION LINES KEPT".
           03 filler			pic x(30) value
               "CUSTMAST BACKUP COPIES".
           03 filler			pic x(40) value
               "NAME/ADDRESS/TELEPHONE/GENDER ERASED".
           03 filler			pic x(30) value
               "STUDENT LINKS    (CUSTSTUX)".
           03 filler			pic x(40) value
               "LINKS KEPT - NO PERSONAL DATA".
           03 filler			pic x(30) value
               "NOTES (CUSTNOTE AND COPIES)".
           03 filler			pic x(40) value
               "NOTE TEXT ERASED, DATES/REASONS KEPT".
           03 filler			pic x(30) value
               "MEMBERS (CAMPMBR AND COPIES)".
           03 filler			pic x(40) value
               "GENDER/AREA CODE ERASED".
           03 filler			pic x(30) value
               "ACCOUNT          (ACCTTRAN)".
           03 filler			pic x(40) value
               "TRANSACTIONS KEPT - NO PERSONAL DATA".
           03 filler			pic x(30) value
               "EXTRACT GENERATIONS (CUSTEXT)".
           03 filler			pic x(40) value
               "NAME/ADDRESS/TELEPHONE ERASED".
           03 filler			pic x(30) value
               "CAMPAIGN EXTRACT (CUSTSELX)".
           03 filler			pic x(40) value
               "NAME/ADDRESS/TELEPHONE ERASED".
       01 file-label-table redefines file-label-values.
           03 fl-entry occurs 12.
               05 fl-label		pic x(30).
               05 fl-treatment		pic x(40).

      **************************************************
      * Run-control handshake with RUNCTLIO: the job is
      * stamped onto RUNCTL at start and end, and refuses
      * to start while an online session or another batch
      * job holds the customer files.
      **************************************************
           copy RUNCPARM.

       01 heading-line-1.
           03 filler			pic x(27) value
               "CUSTOMER PRIVACY REQUEST - ".
           03 hl-title			pic x(30).
           03 filler			pic x(75) value spaces.

       01 heading-line-2.
           03 filler			pic x(6) value "PAGE: ".
           03 hl-page-number		pic zzz9.
           03 filler			pic x(10) value spaces.
           03 filler			pic x(10) value "CUSTOMER: ".
           03 hl-customer-number	pic 9(6).
           03 filler			pic x(4) value spaces.
           03 filler			pic x(10) value "RUN DATE: ".
           03 hl-run-date		pic x(8).
           03 filler			pic x(74) value spaces.

       01 section-title-line.
           03 st-label			pic x(30).
           03 filler			pic x(102) value spaces.

       01 source-line.
           03 filler			pic x(2) value spaces.
           03 so-file-name		pic x(24).
           03 filler			pic x(2) value spaces.
           03 so-timestamp		pic x(21).
           03 filler			pic x(2) value spaces.
           03 so-program		pic x(8).
           03 filler			pic x(2) value spaces.
           03 so-action			pic x(10).
           03 filler			pic x(2) value spaces.
           03 so-text			pic x(20).
           03 filler			pic x(39) value spaces.

       01 image-line-1.
           03 filler			pic x(4) value spaces.
           03 filler			pic x(6) value "NAME: ".
           03 il-name			pic x(30).
           03 filler			pic x(13) value
               "  TELEPHONE: ".
           03 il-telephone		pic 9(10).
           03 filler			pic x(10) value
               "  GENDER: ".
           03 il-gender			pic x.
           03 filler			pic x(7) value "  AGE: ".
           03 il-age			pic zz9.
           03 filler			pic x(48) value spaces.

       01 image-line-2.
           03 filler			pic x(4) value spaces.
           03 il-address-label		pic x(9).
           03 il-address-line		pic x(40).
           03 filler			pic x(79) value spaces.

       01 image-line-3.
           03 filler			pic x(13) value spaces.
           03 il-city			pic x(20).
           03 filler			pic x value space.
           03 il-state			pic x(2).
           03 filler			pic x value space.
           03 il-zip-code		pic 9(5).
           03 filler			pic x value "-".
           03 il-zip-plus-4		pic 9(4).
           03 filler			pic x(85) value spaces.

       01 image-line-4.
           03 filler			pic x(4) value spaces.
           03 filler			pic x(9) value "ENTERED: ".
           03 il-entry-timestamp	pic x(21).
           03 filler			pic x(16) value
               "  LAST CHANGED: ".
           03 il-last-changed		pic x(21).
           03 filler			pic x(15) value
               "  MAIL STATUS: ".
           03 il-mail-status		pic x.
           03 filler			pic x(10) value "  LETTER: ".
           03 il-last-letter-type	pic x(8).
           03 filler			pic x value space.
           03 il-last-letter-date	pic x(8).
           03 filler			pic x(18) value spaces.

       01 image-line-5.
           03 filler			pic x(4) value spaces.
           03 filler			pic x(9) value "NO MAIL: ".
           03 il-no-mail		pic x.
           03 filler			pic x(12) value
               "  NO PHONE: ".
           03 il-no-phone		pic x.
           03 filler			pic x(16) value
               "  NO 3RD PARTY: ".
           03 il-no-third-party		pic x.
           03 filler			pic x(6) value "  SET ".
           03 il-preference-timestamp	pic x(21).
           03 filler			pic x(4) value " BY ".
           03 il-preference-source	pic x(8).
           03 filler			pic x(3) value " - ".
           03 il-preference-reason	pic x(20).
           03 filler			pic x(26) value spaces.

       01 extract-line.
           03 filler			pic x(4) value spaces.
           03 filler			pic x(6) value "NAME: ".
           03 xl-name			pic x(30).
           03 filler			pic x(13) value
               "  TELEPHONE: ".
           03 xl-telephone		pic 9(10).
           03 filler			pic x(15) value
               "  EXTRACTED ON ".
           03 xl-extract-date		pic x(8).
           03 filler			pic x(46) value spaces.

       01 link-line.
           03 filler			pic x(4) value spaces.
           03 filler			pic x(12) value "STUDENT ID: ".
           03 ll-student-id		pic 9(9).
           03 filler			pic x(107) value spaces.

       01 note-line.
           03 filler			pic x(4) value spaces.
           03 nl-timestamp		pic x(21).
           03 filler			pic x(2) value spaces.
           03 nl-operator-id		pic x(8).
           03 filler			pic x(2) value spaces.
           03 nl-reason-code		pic x(4).
           03 filler			pic x(2) value spaces.
           03 nl-follow-up-date		pic x(8).
           03 filler			pic x(2) value spaces.
           03 nl-note-text		pic x(60).
           03 filler			pic x(19) value spaces.

       01 member-line.
           03 filler			pic x(4) value spaces.
           03 filler			pic x(9) value "CAMPAIGN ".
           03 ml-campaign-number	pic 9(6).
           03 filler			pic x(6) value "  AGE ".
           03 ml-age			pic zz9.
           03 filler			pic x(9) value "  GENDER ".
           03 ml-gender			pic x.
           03 filler			pic x(7) value "  AREA ".
           03 ml-area-code		pic x(3).
           03 filler			pic x(11) value
               "  RESPONDED".
           03 filler			pic x value space.
           03 ml-first-response-date	pic x(8).
           03 filler			pic x(9) value "  ORDERS ".
           03 ml-order-count		pic zzz9.
           03 filler			pic x(8) value "  VALUE ".
           03 ml-order-value		pic ---,---,--9.99.
           03 filler			pic x(33) value spaces.

       01 account-line.
           03 filler			pic x(4) value spaces.
           03 tl-transaction-date	pic x(8).
           03 filler			pic x(2) value spaces.
           03 tl-transaction-type	pic x.
           03 filler			pic x(2) value spaces.
           03 tl-amount			pic --,---,--9.99.
           03 filler			pic x(2) value spaces.
           03 tl-reference		pic x(10).
           03 filler			pic x(2) value spaces.
           03 tl-description		pic x(30).
           03 filler			pic x(58) value spaces.

       01 nothing-held-line			pic x(132) value
           "    NOTHING HELD.".

       01 no-request-line			pic x(132) value
           "NO CUSTOMER NUMBER IN PRIVPRM - NOTHING DONE.".

       01 summary-heading-line.
           03 filler			pic x(30) value "FILE".
           03 filler			pic x(8) value "   FOUND".
           03 filler			pic x(10) value "    ERASED".
           03 filler			pic x(4) value spaces.
           03 filler			pic x(80) value "TREATMENT".

       01 summary-line.
           03 sl-label			pic x(30).
           03 filler			pic x(2) value spaces.
           03 sl-found			pic zzzzz9.
           03 filler			pic x(4) value spaces.
           03 sl-erased			pic zzzzz9.
           03 filler			pic x(4) value spaces.
           03 sl-treatment		pic x(40).
           03 filler			pic x(40) value spaces.

       01 logged-line.
           03 filler			pic x(33) value
               "REQUEST LOGGED ON AUDITLOG AS    ".
           03 lg-action			pic x(10).
           03 filler			pic x(4) value " AT ".
           03 lg-timestamp		pic x(21).
           03 filler			pic x(64) value spaces.

       procedure division.
       main-line section.

           perform start-run-control
           if rc-req-reply not = "Y"
               stop run
           end-if

           perform initialize-program

           if wa-customer-number = 0
               perform print-report-heading
               write rf-line from no-request-line
           else
               perform search-customer-master
               perform search-customer-archive
               perform search-audit-archive
               perform search-audit-log
               perform search-journals
               perform search-backup-copies
               perform search-customer-links
               perform search-contact-notes
               perform search-campaign-members
               perform search-customer-account
               perform search-extract-generations
               perform search-campaign-extract
               perform log-privacy-request
               perform print-summary
           end-if

           perform terminate-program

           perform end-run-control

           stop run.

      **************************************************
      * Reads the mode and customer number from PRIVPRM
      * and opens the report.
      **************************************************
       initialize-program section.

           move function current-date to wa-timestamp
           move zeros to wa-file-counts

           open input parameter-file
           if pp-file-status = "00"
               read parameter-file
                   at end
                       continue
                   not at end
                       if pp-function = "ERASE"
                           move "ERASE" to wa-run-mode
                       end-if
                       if pp-customer-number is numeric
                           move pp-customer-number
                               to wa-customer-number
                       end-if
               end-read
               close parameter-file
           end-if

           if wa-run-mode = "ERASE"
               move "ERASURE" to hl-title
           else
               move "SUBJECT ACCESS REPORT" to hl-title
           end-if
           move wa-customer-number to hl-customer-number
           move wa-timestamp(1:8) to hl-run-date

           open output report-file.

      **************************************************
      * Starts one file's part of the report: its title
      * in REPORT mode. An erasure prints no detail.
      **************************************************
       start-file-section section.

           if wa-run-mode = "REPORT"
               if wa-lines-on-page = 0 or
                   wa-lines-on-page >= wa-lines-per-page - 3
                   perform print-report-heading
               end-if
               move spaces to rf-line
               write rf-line
               move fl-label (file-subscript) to st-label
               write rf-line from section-title-line
               add 2 to wa-lines-on-page
           end-if.

       end-file-section section.

           if wa-run-mode = "REPORT" and
               wa-found-count (file-subscript) = 0
               perform check-page-break
               write rf-line from nothing-held-line
               add 1 to wa-lines-on-page
           end-if.

       check-page-break section.

           if wa-lines-on-page = 0 or
               wa-lines-on-page >= wa-lines-per-page
               perform print-report-heading
           end-if.

      **************************************************
      * 1. The customer record on CUSTMAST. An erasure
      * rewrites it and journals the change, with the
      * before image blanked as well.
      **************************************************
       search-customer-master section.

           move 1 to file-subscript
           perform start-file-section
           if wa-run-mode = "ERASE"
               open i-o customer-master
           else
               open input customer-master
           end-if
           if cm-file-status = "00"
               move wa-customer-number to cm-customer-number
               read customer-master record
                   invalid key
                       continue
                   not invalid key
                       add 1 to wa-found-count (file-subscript)
                       if wa-run-mode = "ERASE"
                           perform erase-customer-master
                       else
                           move cm-record to pv-record
                           move spaces to source-line
                           move "CUSTMAST" to so-file-name
                           perform print-customer-image
                       end-if
               end-read
               close customer-master
           end-if
           perform end-file-section.

       erase-customer-master section.

           move cm-record to pv-record
           perform erase-customer-image
           move pv-record to jr-before-image
           perform mark-customer-erased
           move pv-record to cm-record
           rewrite cm-record
               invalid key
                   continue
               not invalid key
                   add 1 to wa-erased-count (file-subscript)
                   move "CUSTPRIV" to jr-program
                   move wa-timestamp to jr-timestamp
                   move "REWRITE" to jr-action
                   move wa-customer-number to jr-customer-number
                   move cm-record to jr-after-image
                   perform append-journal-line
           end-rewrite.

      **************************************************
      * Marks an erased live record so no selection or
      * extract picks up the blank address: no mail, no
      * telephone, no third party, set by CUSTPRIV.
      **************************************************
       mark-customer-erased section.

           move "Y" to pv-no-mail
           move "Y" to pv-no-phone
           move "Y" to pv-no-third-party
           move wa-timestamp to pv-preference-timestamp
           move "CUSTPRIV" to pv-preference-source
           move "ERASURE REQUEST" to pv-preference-reason
           move wa-timestamp to pv-last-changed-timestamp.

       append-journal-line section.

           move "CUSTJRNL" to wa-journal-file-name
           open extend customer-journal
           if jn-file-status = "05" or jn-file-status = "35"
               open output customer-journal
           end-if
           if jn-file-status = "00"
               write jr-record
               close customer-journal
           end-if.

      **************************************************
      * 2. The archived customer record on CUSTARCH.
      **************************************************
       search-customer-archive section.

           move 2 to file-subscript
           perform start-file-section
           if wa-run-mode = "ERASE"
               open i-o customer-archive
           else
               open input customer-archive
           end-if
           if ar-file-status = "00"
               move wa-customer-number to ar-customer-number
               read customer-archive record
                   invalid key
                       continue
                   not invalid key
                       add 1 to wa-found-count (file-subscript)
                       move ar-record to pv-record
                       if wa-run-mode = "ERASE"
                           perform erase-customer-image
                           perform mark-customer-erased
                           move pv-record to ar-record
                           rewrite ar-record
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to wa-erased-count
                                       (file-subscript)
                           end-rewrite
                       else
                           move spaces to source-line
                           move "CUSTARCH" to so-file-name
                           perform print-customer-image
                       end-if
               end-read
               close customer-archive
           end-if
           perform end-file-section.

      **************************************************
      * 3 and 4. The audit lines - who did what to the
      * customer and when. They carry no personal data
      * and are kept by an erasure.
      **************************************************
       search-audit-archive section.

           move 3 to file-subscript
           perform start-file-section
           open input audit-archive
           if ah-file-status = "00"
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read audit-archive
                       at end
                           move "Y" to wa-eof
                       not at end
                           if ah-customer-number = wa-customer-number
                               move ah-record to al-record
                               move "AUDITARC" to so-file-name
                               perform found-audit-line
                           end-if
                   end-read
               end-perform
               close audit-archive
           end-if
           perform end-file-section.

       search-audit-log section.

           move 4 to file-subscript
           perform start-file-section
           open input audit-log
           if al-file-status = "00"
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read audit-log
                       at end
                           move "Y" to wa-eof
                       not at end
                           if al-customer-number = wa-customer-number
                               move "AUDITLOG" to so-file-name
                               perform found-audit-line
                           end-if
                   end-read
               end-perform
               close audit-log
           end-if
           perform end-file-section.

       found-audit-line section.

           add 1 to wa-found-count (file-subscript)
           if wa-run-mode = "REPORT"
               perform check-page-break
               move al-timestamp to so-timestamp
               move al-operator-id to so-program
               move al-action to so-action
               move spaces to so-text
               write rf-line from source-line
               add 1 to wa-lines-on-page
           end-if.

      **************************************************
      * 5. The journal: every copy closed off by a
      * backup, in backup order, then the live CUSTJRNL.
      **************************************************
       search-journals section.

           move 5 to file-subscript
           perform start-file-section
           move "CUSTJRNL" to wa-catalog-file-id
           perform walk-backup-catalog
           move "CUSTJRNL" to wa-journal-file-name
           perform search-journal-file
           perform end-file-section.

      **************************************************
      * 6. Every backup copy of CUSTMAST.
      **************************************************
       search-backup-copies section.

           move 6 to file-subscript
           perform start-file-section
           move "CUSTMAST" to wa-catalog-file-id
           perform walk-backup-catalog
           perform end-file-section.

      **************************************************
      * Reads BKUPCAT through, searching each copy of the
      * file named in wa-catalog-file-id. A copy that did
      * not verify still holds data and is searched too.
      **************************************************
       walk-backup-catalog section.

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
                           if bc-file-id = wa-catalog-file-id and
                               bc-status not = "NO FILE"
                               perform search-catalogued-copy
                           end-if
                   end-read
               end-perform
               close backup-catalog
           end-if.

       search-catalogued-copy section.

           if wa-catalog-file-id = "CUSTJRNL"
               move bc-copy-file-name to wa-journal-file-name
               perform search-journal-file
           else
               move bc-copy-file-name to wa-copy-file-name
               perform search-backup-copy
           end-if.

      **************************************************
      * Searches the journal named in wa-journal-file-name.
      * An erasure writes every line to the work file,
      * the customer's with their images blanked, and
      * copies the file back when it held any.
      **************************************************
       search-journal-file section.

           move 0 to wa-file-lines
           open input customer-journal
           if jn-file-status = "00"
               if wa-run-mode = "ERASE"
                   open output work-file
               end-if
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read customer-journal
                       at end
                           move "Y" to wa-eof
                       not at end
                           if jr-customer-number = wa-customer-number
                               add 1 to wa-file-lines
                               perform found-journal-line
                           end-if
                           if wa-run-mode = "ERASE"
                               write wk-line from jr-record
                           end-if
                   end-read
               end-perform
               close customer-journal
               if wa-run-mode = "ERASE"
                   close work-file
                   if wa-file-lines > 0
                       perform replace-journal-file
                   end-if
               end-if
           end-if.

       found-journal-line section.

           add 1 to wa-found-count (file-subscript)
           if wa-run-mode = "ERASE"
               if jr-before-image not = spaces
                   move jr-before-image to pv-record
                   perform erase-customer-image
                   move pv-record to jr-before-image
               end-if
               if jr-after-image not = spaces
                   move jr-after-image to pv-record
                   perform erase-customer-image
                   move pv-record to jr-after-image
               end-if
           else
               move spaces to source-line
               move wa-journal-file-name to so-file-name
               move jr-timestamp to so-timestamp
               move jr-program to so-program
               move jr-action to so-action
               if jr-after-image = spaces
                   move "(BEFORE IMAGE)" to so-text
                   move jr-before-image to pv-record
               else
                   move "(AFTER IMAGE)" to so-text
                   move jr-after-image to pv-record
               end-if
               perform print-customer-image
           end-if.

       replace-journal-file section.

           open input work-file
           open output customer-journal
           move "N" to wa-eof
           perform until wa-eof = "Y"
               read work-file
                   at end
                       move "Y" to wa-eof
                   not at end
                       move wk-line to jr-record
                       write jr-record
               end-read
           end-perform
           close customer-journal
           close work-file
           add wa-file-lines to wa-erased-count (file-subscript).

      **************************************************
      * Searches the backup copy named in wa-copy-file-name
      * of the file in wa-catalog-file-id: CUSTMAST, each
      * line a customer record; CUSTNOTE, a contact note;
      * or CAMPMBR, a campaign membership, whose customer
      * number follows the campaign number.
      **************************************************
       search-backup-copy section.

           move 0 to wa-file-lines
           open input backup-copy
           if bk-file-status = "00"
               if wa-run-mode = "ERASE"
                   open output work-file
               end-if
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read backup-copy
                       at end
                           move "Y" to wa-eof
                       not at end
                           if wa-catalog-file-id = "CAMPMBR"
                               move bk-line(7:6) to wa-line-customer
                           else
                               move bk-line(1:6) to wa-line-customer
                           end-if
                           if wa-line-customer = wa-customer-text
                               add 1 to wa-file-lines
                               perform found-backup-line
                           end-if
                           if wa-run-mode = "ERASE"
                               write wk-line from bk-line
                           end-if
                   end-read
               end-perform
               close backup-copy
               if wa-run-mode = "ERASE"
                   close work-file
                   if wa-file-lines > 0
                       perform replace-backup-copy
                   end-if
               end-if
           end-if.

       found-backup-line section.

           add 1 to wa-found-count (file-subscript)
           move spaces to source-line
           move wa-copy-file-name to so-file-name
           move bc-backup-timestamp to so-timestamp
           move "CUSTBKUP" to so-program
           move "BACKUP" to so-action
           evaluate wa-catalog-file-id
               when "CUSTNOTE"
                   move bk-line to pn-record
                   if wa-run-mode = "ERASE"
                       perform erase-contact-note
                       move pn-record to bk-line
                   else
                       perform check-page-break
                       write rf-line from source-line
                       add 1 to wa-lines-on-page
                       perform print-contact-note
                   end-if
               when "CAMPMBR"
                   move bk-line to pm-record
                   if wa-run-mode = "ERASE"
                       perform erase-campaign-member
                       move pm-record to bk-line
                   else
                       perform check-page-break
                       write rf-line from source-line
                       add 1 to wa-lines-on-page
                       perform print-campaign-member
                   end-if
               when other
                   move bk-line to pv-record
                   if wa-run-mode = "ERASE"
                       perform erase-customer-image
                       move pv-record to bk-line
                   else
                       perform print-customer-image
                   end-if
           end-evaluate.

       replace-backup-copy section.

           open input work-file
           open output backup-copy
           move "N" to wa-eof
           perform until wa-eof = "Y"
               read work-file
                   at end
                       move "Y" to wa-eof
                   not at end
                       write bk-line from wk-line
               end-read
           end-perform
           close backup-copy
           close work-file
           add wa-file-lines to wa-erased-count (file-subscript).

      **************************************************
      * 7. The customer/student links. They carry only
      * the two numbers and are kept by an erasure.
      **************************************************
       search-customer-links section.

           move 7 to file-subscript
           perform start-file-section
           open input customer-links
           if cx-file-status = "00"
               move wa-customer-number to cx-customer-number
               move 0 to cx-student-id
               move "N" to wa-eof
               start customer-links
                   key is not less than cx-link-key
                   invalid key
                       move "Y" to wa-eof
               end-start
               perform until wa-eof = "Y"
                   read customer-links next record
                       at end
                           move "Y" to wa-eof
                       not at end
                           if cx-customer-number
                               not = wa-customer-number
                               move "Y" to wa-eof
                           else
                               add 1 to wa-found-count (file-subscript)
                               if wa-run-mode = "REPORT"
                                   perform check-page-break
                                   move cx-student-id to ll-student-id
                                   write rf-line from link-line
                                   add 1 to wa-lines-on-page
                               end-if
                           end-if
                   end-read
               end-perform
               close customer-links
           end-if
           perform end-file-section.

      **************************************************
      * 8. The contact notes, then every backup copy of
      * them. An erasure keeps when, who and why, and
      * blanks what was written.
      **************************************************
       search-contact-notes section.

           move 8 to file-subscript
           perform start-file-section
           if wa-run-mode = "ERASE"
               open i-o contact-notes
           else
               open input contact-notes
           end-if
           if cn-file-status = "00"
               move wa-customer-number to cn-customer-number
               move low-values to cn-timestamp
               move "N" to wa-eof
               start contact-notes
                   key is not less than cn-note-key
                   invalid key
                       move "Y" to wa-eof
               end-start
               perform until wa-eof = "Y"
                   read contact-notes next record
                       at end
                           move "Y" to wa-eof
                       not at end
                           if cn-customer-number
                               not = wa-customer-number
                               move "Y" to wa-eof
                           else
                               perform found-contact-note
                           end-if
                   end-read
               end-perform
               close contact-notes
           end-if
           move "CUSTNOTE" to wa-catalog-file-id
           perform walk-backup-catalog
           perform end-file-section.

       found-contact-note section.

           add 1 to wa-found-count (file-subscript)
           move cn-record to pn-record
           if wa-run-mode = "ERASE"
               perform erase-contact-note
               move pn-record to cn-record
               rewrite cn-record
                   invalid key
                       continue
                   not invalid key
                       add 1 to wa-erased-count (file-subscript)
               end-rewrite
           else
               perform check-page-break
               perform print-contact-note
           end-if.

       erase-contact-note section.

           move "NOTE TEXT ERASED ON CUSTOMER REQUEST"
               to pn-note-text.

       print-contact-note section.

           move pn-timestamp to nl-timestamp
           move pn-operator-id to nl-operator-id
           move pn-reason-code to nl-reason-code
           move pn-follow-up-date to nl-follow-up-date
           move pn-note-text to nl-note-text
           write rf-line from note-line
           add 1 to wa-lines-on-page.

      **************************************************
      * 9. The campaign memberships, keyed by campaign,
      * so the whole file is read, then every backup copy
      * of them. The gender and the area code of the
      * telephone are blanked by an erasure; the
      * responses are kept.
      **************************************************
       search-campaign-members section.

           move 9 to file-subscript
           perform start-file-section
           if wa-run-mode = "ERASE"
               open i-o campaign-members
           else
               open input campaign-members
           end-if
           if mb-file-status = "00"
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read campaign-members next record
                       at end
                           move "Y" to wa-eof
                       not at end
                           if mb-customer-number = wa-customer-number
                               perform found-campaign-member
                           end-if
                   end-read
               end-perform
               close campaign-members
           end-if
           move "CAMPMBR" to wa-catalog-file-id
           perform walk-backup-catalog
           perform end-file-section.

       found-campaign-member section.

           add 1 to wa-found-count (file-subscript)
           move mb-record to pm-record
           if wa-run-mode = "ERASE"
               perform erase-campaign-member
               move pm-record to mb-record
               rewrite mb-record
                   invalid key
                       continue
                   not invalid key
                       add 1 to wa-erased-count (file-subscript)
               end-rewrite
           else
               perform check-page-break
               perform print-campaign-member
           end-if.

       erase-campaign-member section.

           move space to pm-gender
           move spaces to pm-area-code.

       print-campaign-member section.

           move pm-campaign-number to ml-campaign-number
           move pm-age to ml-age
           move pm-gender to ml-gender
           move pm-area-code to ml-area-code
           if pm-first-response-date = spaces
               move "NO" to ml-first-response-date
           else
               move pm-first-response-date to ml-first-response-date
           end-if
           move pm-order-count to ml-order-count
           move pm-order-value to ml-order-value
           write rf-line from member-line
           add 1 to wa-lines-on-page.

      **************************************************
      * 10. The account transactions. They carry no
      * personal data and are kept by an erasure - the
      * account must still balance.
      **************************************************
       search-customer-account section.

           move 10 to file-subscript
           perform start-file-section
           open input customer-account
           if at-file-status = "00"
               move low-values to at-transaction-key
               move wa-customer-number to at-customer-number
               move "N" to wa-eof
               start customer-account
                   key is not less than at-transaction-key
                   invalid key
                       move "Y" to wa-eof
               end-start
               perform until wa-eof = "Y"
                   read customer-account next record
                       at end
                           move "Y" to wa-eof
                       not at end
                           if at-customer-number
                               not = wa-customer-number
                               move "Y" to wa-eof
                           else
                               perform found-account-line
                           end-if
                   end-read
               end-perform
               close customer-account
           end-if
           perform end-file-section.

       found-account-line section.

           add 1 to wa-found-count (file-subscript)
           if wa-run-mode = "REPORT"
               perform check-page-break
               move at-transaction-date to tl-transaction-date
               move at-transaction-type to tl-transaction-type
               move at-amount to tl-amount
               move at-reference to tl-reference
               move at-description to tl-description
               write rf-line from account-line
               add 1 to wa-lines-on-page
           end-if.

      **************************************************
      * 11. Every extract generation registered on
      * CUSTEXTG that is still on disk.
      **************************************************
       search-extract-generations section.

           move 11 to file-subscript
           perform start-file-section
           open input extract-generations
           if eg-file-status = "00"
               move "N" to wa-catalog-eof
               perform until wa-catalog-eof = "Y"
                   read extract-generations next record
                       at end
                           move "Y" to wa-catalog-eof
                       not at end
                           move "CUSTEXT." to wa-efn-prefix
                           move eg-generation to wa-efn-generation
                           perform search-extract-file
                   end-read
               end-perform
               close extract-generations
           end-if
           perform end-file-section.

      **************************************************
      * 12. The CUSTSELX campaign selection extract.
      **************************************************
       search-campaign-extract section.

           move 12 to file-subscript
           perform start-file-section
           move "CUSTSELX" to wa-extract-file-name
           perform search-extract-file
           perform end-file-section.

      **************************************************
      * Searches the extract named in wa-extract-file-
      * name, erasing through the work file as for the
      * journal.
      **************************************************
       search-extract-file section.

           move 0 to wa-file-lines
           open input extract-file
           if ex-file-status = "00"
               if wa-run-mode = "ERASE"
                   open output work-file
               end-if
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read extract-file
                       at end
                           move "Y" to wa-eof
                       not at end
                           if ex-customer-number = wa-customer-number
                               add 1 to wa-file-lines
                               perform found-extract-line
                           end-if
                           if wa-run-mode = "ERASE"
                               write wk-line from ex-record
                           end-if
                   end-read
               end-perform
               close extract-file
               if wa-run-mode = "ERASE"
                   close work-file
                   if wa-file-lines > 0
                       perform replace-extract-file
                   end-if
               end-if
           end-if.

       found-extract-line section.

           add 1 to wa-found-count (file-subscript)
           if wa-run-mode = "ERASE"
               move "ERASED" to ex-name
               move spaces to ex-address-line-1
               move spaces to ex-address-line-2
               move spaces to ex-address-line-3
               move spaces to ex-address-line-4
               move 0 to ex-telephone
           else
               perform check-page-break
               move spaces to source-line
               move wa-extract-file-name to so-file-name
               write rf-line from source-line
               move ex-name to xl-name
               move ex-telephone to xl-telephone
               move ex-extract-date to xl-extract-date
               write rf-line from extract-line
               add 2 to wa-lines-on-page
               move "ADDRESS: " to il-address-label
               move ex-address-line-1 to il-address-line
               perform print-address-line
               move spaces to il-address-label
               move ex-address-line-2 to il-address-line
               perform print-address-line
               move ex-address-line-3 to il-address-line
               perform print-address-line
               move ex-address-line-4 to il-address-line
               perform print-address-line
           end-if.

       replace-extract-file section.

           open input work-file
           open output extract-file
           move "N" to wa-eof
           perform until wa-eof = "Y"
               read work-file
                   at end
                       move "Y" to wa-eof
                   not at end
                       move wk-line to ex-record
                       write ex-record
               end-read
           end-perform
           close extract-file
           close work-file
           add wa-file-lines to wa-erased-count (file-subscript).

      **************************************************
      * Blanks the personal data in the customer image
      * in pv-record, keeping the customer number and the
      * name/telephone key in step with the blanked name
      * and telephone as CUSTCHEK expects.
      **************************************************
       erase-customer-image section.

           move "ERASED" to pv-name
           move spaces to pv-address-line-1
           move spaces to pv-address-line-2
           move spaces to pv-address-line-3
           move spaces to pv-city
           move spaces to pv-state
           move 0 to pv-zip-code
           move 0 to pv-zip-plus-4
           move 0 to pv-telephone
           move space to pv-gender
           move pv-name to pv-name-key
           move pv-telephone to pv-telephone-key.

      **************************************************
      * Prints the customer image in pv-record under the
      * source line set up by the caller.
      **************************************************
       print-customer-image section.

           if wa-lines-on-page >= wa-lines-per-page - 8
               perform print-report-heading
           end-if

           write rf-line from source-line
           move pv-name to il-name
           move pv-telephone to il-telephone
           move pv-gender to il-gender
           move pv-age to il-age
           write rf-line from image-line-1
           add 2 to wa-lines-on-page

           move "ADDRESS: " to il-address-label
           move pv-address-line-1 to il-address-line
           perform print-address-line
           move spaces to il-address-label
           move pv-address-line-2 to il-address-line
           perform print-address-line
           move pv-address-line-3 to il-address-line
           perform print-address-line

           move pv-city to il-city
           move pv-state to il-state
           move pv-zip-code to il-zip-code
           move pv-zip-plus-4 to il-zip-plus-4
           write rf-line from image-line-3

           move pv-entry-timestamp to il-entry-timestamp
           move pv-last-changed-timestamp to il-last-changed
           move pv-mail-status to il-mail-status
           move pv-last-letter-type to il-last-letter-type
           move pv-last-letter-date to il-last-letter-date
           write rf-line from image-line-4

           move pv-no-mail to il-no-mail
           move pv-no-phone to il-no-phone
           move pv-no-third-party to il-no-third-party
           move pv-preference-timestamp to il-preference-timestamp
           move pv-preference-source to il-preference-source
           move pv-preference-reason to il-preference-reason
           write rf-line from image-line-5
           add 3 to wa-lines-on-page.

       print-address-line section.

           if il-address-line not = spaces or
               il-address-label not = spaces
               write rf-line from image-line-2
               add 1 to wa-lines-on-page
           end-if.

      **************************************************
      * Logs the request to AUDIT-LOG as its own action,
      * creating the log if need be.
      **************************************************
       log-privacy-request section.

           open extend audit-log
           if al-file-status = "05" or al-file-status = "35"
               open output audit-log
           end-if
           move "CUSTPRIV" to al-operator-id
           move wa-timestamp to al-timestamp
           move wa-customer-number to al-customer-number
           if wa-run-mode = "ERASE"
               move "ERASURE" to al-action
           else
               move "SUBJACCESS" to al-action
           end-if
           if al-file-status = "00"
               write al-record
               close audit-log
           end-if.

      **************************************************
      * Prints what was found and erased in each file
      * and how the request was logged.
      **************************************************
       print-summary section.

           if wa-lines-on-page = 0 or
               wa-lines-on-page >= wa-lines-per-page - 17
               perform print-report-heading
           end-if

           move spaces to rf-line
           write rf-line
           write rf-line from summary-heading-line
           perform varying file-subscript from 1 by 1
               until file-subscript > 12
               move fl-label (file-subscript) to sl-label
               move wa-found-count (file-subscript) to sl-found
               move wa-erased-count (file-subscript) to sl-erased
               if wa-run-mode = "ERASE"
                   move fl-treatment (file-subscript) to sl-treatment
               else
                   move spaces to sl-treatment
               end-if
               write rf-line from summary-line
           end-perform

           move spaces to rf-line
           write rf-line
           move al-action to lg-action
           move wa-timestamp to lg-timestamp
           write rf-line from logged-line.

      **************************************************
      * Starts a new page: banner, page number and the
      * customer.
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
           move 2 to wa-lines-on-page.

      **************************************************
      * Closes the report.
      **************************************************
       terminate-program section.

           close report-file.

      **************************************************
      * Stamps the job's start onto the shared run
      * control, refusing to run while an online session
      * or another batch job holds the customer files.
      * The refusal itself is logged, so the morning
      * report shows why the job is missing.
      **************************************************
       start-run-control section.

           move "CUSTPRIV" to rc-req-job
           move "START" to rc-req-function
           move spaces to rc-req-outcome
           move 0 to rc-req-count
           call "RUNCTLIO" using run-control-request

           if rc-req-reply not = "Y"
               display "CUSTPRIV not started - customer files in use."
           end-if.

      **************************************************
      * Stamps the job's end, outcome and count onto the
      * shared run control and releases the batch slot.
      **************************************************
       end-run-control section.

           move "END" to rc-req-function
           move "OK" to rc-req-outcome
           move 0 to rc-req-count
           perform varying file-subscript from 1 by 1
               until file-subscript > 12
               add wa-found-count (file-subscript) to rc-req-count
           end-perform
           call "RUNCTLIO" using run-control-request.
