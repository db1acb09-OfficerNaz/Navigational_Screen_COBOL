      ******************************************************************
      * LETTERS - batch correspondence letters to customers.
      *
      * Welcome letters to new customers and "please confirm your
      * address" letters used to be typed by hand from the CUSTLIST
      * listing. This job prints them from the letter types on the
      * LETTERTP template file (layout in LETTREC): each type names
      * the customers it goes to and carries the body text, with
      * markers for the name, address and other CUSTREC fields that
      * are filled in from the customer record as each letter prints.
      *
      * CUSTOMER-MASTER is read once. Each customer is offered the
      * letter types in template file order and gets the first one
      * whose selection it meets:
      *     NEW       added since the last LETTERS run
      *     ZIPFLAG   flagged Z by the ZIPLOAD sweep
      *     RETURNED  flagged U by CUSTRTN, with a telephone number
      *               on file
      * A customer whose last letter was already of that type is not
      * sent it again, and a customer who has asked for no mail is
      * not sent any; both are counted on the run report. The chosen
      * letters are sorted into ZIP order and printed to LETTERS, one
      * letter to a form of sixty lines, with the date and the name
      * and address block at the top of each.
      *
      * Each customer sent a letter has the letter type and date
      * stamped on the record, shown on the ADSAMP screen, and the
      * rewrite is journaled and logged to AUDIT-LOG as a LETTER
      * action. The stamp is not a change to the customer's details,
      * so the last-changed timestamp is left alone and the customer
      * does not go out again on the CUSTEXT feed.
      *
      * LETTERC holds the time of the last run, the starting point
      * for NEW. It advances each run that prints NEW letters. When
      * there is no LETTERC the first run only sets the starting
      * point - the customers already on file are not new.
      ******************************************************************

       identification division.
       program-id. LETTERS.

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

           select letter-templates assign to "LETTERTP"
               organization is line sequential
               file status is lt-file-status.

           select letter-control assign to "LETTERC"
               organization is line sequential
               file status is lc-file-status.

           select audit-log assign to "AUDITLOG"
               organization is line sequential
               file status is al-file-status.

           select customer-journal assign to "CUSTJRNL"
               organization is line sequential
               file status is jn-file-status.

           select letter-file assign to "LETTERS"
               organization is line sequential
               file status is lf-file-status.

           select report-file assign to "LETTRPT"
               organization is line sequential
               file status is rf-file-status.

           select sort-file assign to "LTRSRT".

       data division.
       file section.

       fd customer-master.
           copy CUSTREC.

       fd letter-templates.
           copy LETTREC.

       fd letter-control.
       01 lc-record.
           03 lc-last-run-timestamp	pic x(21).

       fd audit-log.
           copy AUDITREC.

       fd customer-journal.
           copy JRNLREC.

       fd letter-file.
       01 lf-record			pic x(80).

       fd report-file.
       01 rf-line			pic x(132).

       sd sort-file.
       01 sr-record.
           03 sr-zip-code		pic 9(5).
           03 sr-zip-plus-4		pic 9(4).
           03 sr-customer-number	pic 9(6).
           03 sr-type-number		pic 99.

       working-storage section.

       01 cm-file-status			pic xx value "00".
       01 lt-file-status			pic xx value "00".
       01 lc-file-status			pic xx value "00".
       01 al-file-status			pic xx value "00".
       01 jn-file-status			pic xx value "00".
       01 lf-file-status			pic xx value "00".
       01 rf-file-status			pic xx value "00".

       01 wa-eof				pic x value "N".
       01 wa-customer-master-open		pic x value "N".
       01 wa-control-found			pic x value "N".
       01 wa-new-in-run			pic x value "N".
       01 wa-customer-selected		pic x value "N".
       01 wa-timestamp			pic x(21) value spaces.
       01 wa-last-run-timestamp		pic x(21) value low-values.
       01 wa-read-count			pic 9(6) value 0.
       01 wa-printed-count			pic 9(6) value 0.
       01 wa-not-stamped-count		pic 9(6) value 0.
       01 wa-ignored-count			pic 9(6) value 0.
       01 wa-lines-on-page			pic 99 value 0.
       01 wa-lines-per-page		pic 99 value 55.
       01 wa-page-number			pic 9(4) value 0.

      **************************************************
      * The letter types read from LETTERTP, in file
      * order, with their run counts. Each type's body
      * lines are held together in the body table, from
      * its first line for its line count.
      **************************************************
       01 type-subscript			pic 99 value 0.
       01 wa-type-count			pic 99 value 0.
       01 wa-selected-type			pic 99 value 0.
       01 wa-letter-type-table.
           03 wa-lt-entry occurs 10.
               05 wa-lt-type		pic x(8).
               05 wa-lt-selection		pic x(8).
               05 wa-lt-description	pic x(40).
               05 wa-lt-first-line	pic 9(3).
               05 wa-lt-line-count	pic 9(3).
               05 wa-lt-selected		pic 9(6).
               05 wa-lt-printed		pic 9(6).
               05 wa-lt-already-sent	pic 9(6).
               05 wa-lt-no-mail		pic 9(6).

       01 body-subscript			pic 9(3) value 0.
       01 wa-last-body-line		pic 9(3) value 0.
       01 wa-body-count			pic 9(3) value 0.
       01 wa-body-table.
           03 wa-body-line			pic x(69) occurs 400.

      **************************************************
      * Substitution markers and their lengths, and the
      * value each stands for on the current customer,
      * in the same order.
      **************************************************
       01 marker-subscript			pic 99 value 0.
       01 marker-values.
           03 filler			pic x(12) value "&NAME     05".
           03 filler			pic x(12) value "&ADDRESS1 09".
           03 filler			pic x(12) value "&ADDRESS2 09".
           03 filler			pic x(12) value "&ADDRESS3 09".
           03 filler			pic x(12) value "&CITY     05".
           03 filler			pic x(12) value "&STATE    06".
           03 filler			pic x(12) value "&ZIP      04".
           03 filler			pic x(12) value "&TELEPHONE10".
           03 filler			pic x(12) value "&CUSTNO   07".
           03 filler			pic x(12) value "&DATE     05".
       01 marker-table redefines marker-values.
           03 mk-entry occurs 10.
               05 mk-marker		pic x(10).
               05 mk-length		pic 99.
       01 wa-marker-value-table.
           03 wa-marker-value		pic x(40) occurs 10.

      **************************************************
      * Merging one body line: the template text is
      * copied a character at a time, and a marker is
      * replaced by its value up to the first double
      * space.
      **************************************************
       01 wa-in-pointer			pic 99 value 0.
       01 wa-out-pointer			pic 9(3) value 0.
       01 wa-marker-found			pic x value "N".
       01 wa-merged-line			pic x(80) value spaces.

       01 wa-letter-lines			pic 99 value 0.
       01 wa-lines-per-letter		pic 99 value 60.

      **************************************************
      * The date as it is written at the head of each
      * letter, e.g. OCTOBER 15, 2026.
      **************************************************
       01 wa-letter-date			pic x(20) value spaces.
       01 month-subscript			pic 99 value 0.
       01 month-name-values.
           03 filler			pic x(9) value "JANUARY".
           03 filler			pic x(9) value "FEBRUARY".
           03 filler			pic x(9) value "MARCH".
           03 filler			pic x(9) value "APRIL".
           03 filler			pic x(9) value "MAY".
           03 filler			pic x(9) value "JUNE".
           03 filler			pic x(9) value "JULY".
           03 filler			pic x(9) value "AUGUST".
           03 filler			pic x(9) value "SEPTEMBER".
           03 filler			pic x(9) value "OCTOBER".
           03 filler			pic x(9) value "NOVEMBER".
           03 filler			pic x(9) value "DECEMBER".
       01 month-name-table redefines month-name-values.
           03 month-name			pic x(9) occurs 12.

      **************************************************
      * The standardized CITY ST 12345-6789 last address
      * line, built as CUSTSEL builds it for the labels,
      * and the telephone number as it is written.
      **************************************************
       01 wa-last-address-line		pic x(40) value spaces.
       01 wa-zip-display.
           03 wa-zip-display-5		pic 9(5).
           03 filler			pic x value "-".
           03 wa-zip-display-4		pic 9(4).
       01 wa-telephone-number		pic 9(10) value 0.
       01 wa-telephone-parts redefines wa-telephone-number.
           03 wa-telephone-area		pic 9(3).
           03 wa-telephone-exchange	pic 9(3).
           03 wa-telephone-line		pic 9(4).
       01 wa-telephone-display.
           03 wa-td-area			pic 9(3).
           03 filler			pic x value "-".
           03 wa-td-exchange		pic 9(3).
           03 filler			pic x value "-".
           03 wa-td-line			pic 9(4).

      **************************************************
      * Run-control handshake with RUNCTLIO: the job is
      * stamped onto RUNCTL at start and end, and refuses
      * to start while an online session or another batch
      * job holds the customer files.
      **************************************************
           copy RUNCPARM.

       01 heading-line-1			pic x(132) value
           "CUSTOMER CORRESPONDENCE LETTERS - RUN REPORT".

       01 heading-line-2.
           03 filler			pic x(6) value "PAGE: ".
           03 hl-page-number		pic zzz9.
           03 filler			pic x(10) value spaces.
           03 filler			pic x(10) value "RUN DATE: ".
           03 hl-run-date			pic x(8).
           03 filler			pic x(94) value spaces.

       01 heading-line-3.
           03 filler			pic x(8) value "CUST#".
           03 filler			pic x(32) value "NAME".
           03 filler			pic x(12) value "ZIP".
           03 filler			pic x(10) value "LETTER".
           03 filler			pic x(70) value "RESULT".

       01 detail-line-1.
           03 dl-customer-number		pic 9(6).
           03 filler			pic x(2) value spaces.
           03 dl-name			pic x(30).
           03 filler			pic x(2) value spaces.
           03 dl-zip-code			pic 9(5).
           03 filler			pic x value "-".
           03 dl-zip-plus-4		pic 9(4).
           03 filler			pic x(2) value spaces.
           03 dl-letter-type		pic x(8).
           03 filler			pic x(2) value spaces.
           03 dl-result			pic x(30).
           03 filler			pic x(40) value spaces.

       01 type-heading-line.
           03 filler			pic x(10) value "LETTER".
           03 filler			pic x(10) value "SELECTION".
           03 filler			pic x(42) value "DESCRIPTION".
           03 filler			pic x(10) value "  SELECTED".
           03 filler			pic x(10) value "   PRINTED".
           03 filler			pic x(14) value
               "  ALREADY SENT".
           03 filler			pic x(10) value "   NO MAIL".
           03 filler			pic x(26) value spaces.

       01 type-total-line.
           03 tt-letter-type		pic x(8).
           03 filler			pic x(2) value spaces.
           03 tt-selection		pic x(8).
           03 filler			pic x(2) value spaces.
           03 tt-description		pic x(40).
           03 filler			pic x(6) value spaces.
           03 tt-selected			pic zzzzz9.
           03 filler			pic x(4) value spaces.
           03 tt-printed			pic zzzzz9.
           03 filler			pic x(8) value spaces.
           03 tt-already-sent		pic zzzzz9.
           03 filler			pic x(4) value spaces.
           03 tt-no-mail			pic zzzzz9.
           03 filler			pic x(26) value spaces.

       01 footer-line-1.
           03 filler			pic x(26) value
               "CUSTOMERS READ:           ".
           03 f1-count			pic zzzzz9.
           03 filler			pic x(100) value spaces.

       01 footer-line-2.
           03 filler			pic x(26) value
               "LETTERS PRINTED:          ".
           03 f2-count			pic zzzzz9.
           03 filler			pic x(100) value spaces.

       01 footer-line-3.
           03 filler			pic x(26) value
               "PRINTED, NOT STAMPED:     ".
           03 f3-count			pic zzzzz9.
           03 filler			pic x(100) value spaces.

       01 footer-line-4.
           03 filler			pic x(26) value
               "TEMPLATE LINES IGNORED:   ".
           03 f4-count			pic zzzzz9.
           03 filler			pic x(100) value spaces.

       01 footer-line-5.
           03 filler			pic x(26) value
               "NEW CUSTOMERS ADDED AFTER ".
           03 f5-timestamp		pic x(21).
           03 filler			pic x(85) value spaces.

       01 no-control-line			pic x(132) value
           "NO LETTERC - NEW CUSTOMER LETTERS START FROM THIS RUN.".

       01 no-template-line			pic x(132) value
           "NO LETTER TYPES ON LETTERTP - NO LETTERS PRINTED.".

       procedure division.
       main-line section.

           perform start-run-control
           if rc-req-reply not = "Y"
               stop run
           end-if

           perform initialize-program
           perform load-letter-templates

           if wa-type-count = 0
               perform print-report-heading
               write rf-line from no-template-line
               add 1 to wa-lines-on-page
           else
               sort sort-file
                   on ascending key sr-zip-code
                                    sr-zip-plus-4
                                    sr-customer-number
                   input procedure is select-customers
                   output procedure is print-sorted-letters
               perform update-letter-control
           end-if

           perform print-footer
           perform terminate-program

           perform end-run-control

           stop run.

      **************************************************
      * Opens the files and picks up the time of the last
      * run from LETTERC.
      **************************************************
       initialize-program section.

           move function current-date to wa-timestamp
           move wa-timestamp(1:8) to hl-run-date
           perform build-letter-date

           open input letter-control
           if lc-file-status = "00"
               read letter-control
                   at end
                       continue
                   not at end
                       move lc-last-run-timestamp
                           to wa-last-run-timestamp
                       move "Y" to wa-control-found
               end-read
               close letter-control
           end-if

           open i-o customer-master
           if cm-file-status = "00"
               move "Y" to wa-customer-master-open
           end-if

           open extend audit-log
           if al-file-status = "05" or al-file-status = "35"
               open output audit-log
           end-if

           open extend customer-journal
           if jn-file-status = "05" or jn-file-status = "35"
               open output customer-journal
           end-if

           open output letter-file
           open output report-file.

      **************************************************
      * Writes today's date out in words for the head of
      * each letter.
      **************************************************
       build-letter-date section.

           move wa-timestamp(5:2) to month-subscript
           move spaces to wa-letter-date
           if wa-timestamp(7:1) = "0"
               string month-name (month-subscript) delimited by space
                      " " delimited by size
                      wa-timestamp(8:1) delimited by size
                      ", " delimited by size
                      wa-timestamp(1:4) delimited by size
                   into wa-letter-date
           else
               string month-name (month-subscript) delimited by space
                      " " delimited by size
                      wa-timestamp(7:2) delimited by size
                      ", " delimited by size
                      wa-timestamp(1:4) delimited by size
                   into wa-letter-date
           end-if.

      **************************************************
      * Loads the letter types and their body lines from
      * LETTERTP. A header with a selection this job does
      * not know, a body line that does not follow its
      * own type's header, and lines beyond the table
      * limits are counted as ignored on the run report.
      **************************************************
       load-letter-templates section.

           open input letter-templates
           if lt-file-status = "00"
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read letter-templates
                       at end
                           move "Y" to wa-eof
                       not at end
                           perform take-template-line
                   end-read
               end-perform
               close letter-templates
           end-if.

       take-template-line section.

           evaluate lt-line-type
             when "H"
               perform add-letter-type
             when "B"
               perform add-body-line
             when other
               add 1 to wa-ignored-count
           end-evaluate.

       add-letter-type section.

           if wa-type-count < 10 and
               (lt-selection = "NEW" or lt-selection = "ZIPFLAG" or
                lt-selection = "RETURNED")
               add 1 to wa-type-count
               move lt-letter-type to wa-lt-type (wa-type-count)
               move lt-selection to wa-lt-selection (wa-type-count)
               move lt-description
                   to wa-lt-description (wa-type-count)
               add 1 wa-body-count
                   giving wa-lt-first-line (wa-type-count)
               move 0 to wa-lt-line-count (wa-type-count)
               move 0 to wa-lt-selected (wa-type-count)
               move 0 to wa-lt-printed (wa-type-count)
               move 0 to wa-lt-already-sent (wa-type-count)
               move 0 to wa-lt-no-mail (wa-type-count)
               if lt-selection = "NEW"
                   move "Y" to wa-new-in-run
               end-if
           else
               add 1 to wa-ignored-count
           end-if.

       add-body-line section.

           if wa-type-count > 0 and
               lt-letter-type = wa-lt-type (wa-type-count) and
               wa-lt-line-count (wa-type-count) < 40 and
               wa-body-count < 400
               add 1 to wa-body-count
               move lt-text to wa-body-line (wa-body-count)
               add 1 to wa-lt-line-count (wa-type-count)
           else
               add 1 to wa-ignored-count
           end-if.

      **************************************************
      * Sort input procedure: one sort record per
      * customer chosen for a letter, keyed on the ZIP.
      **************************************************
       select-customers section.

           if wa-customer-master-open = "Y"
               move "N" to wa-eof
               perform until wa-eof = "Y"
                   read customer-master next record
                       at end
                           move "Y" to wa-eof
                       not at end
                           add 1 to wa-read-count
                           perform choose-letter-type
                   end-read
               end-perform
           end-if.

      **************************************************
      * Offers the current customer each letter type in
      * turn until one is chosen.
      **************************************************
       choose-letter-type section.

           move 0 to wa-selected-type
           perform varying type-subscript from 1 by 1
               until type-subscript > wa-type-count
                   or wa-selected-type > 0
               perform check-letter-selection
           end-perform.

       check-letter-selection section.

           move "N" to wa-customer-selected
           evaluate wa-lt-selection (type-subscript)
             when "NEW"
               if wa-control-found = "Y" and
                   cm-entry-timestamp > wa-last-run-timestamp
                   move "Y" to wa-customer-selected
               end-if
             when "ZIPFLAG"
               if cm-mail-status = "Z"
                   move "Y" to wa-customer-selected
               end-if
             when "RETURNED"
               if cm-mail-status = "U" and cm-telephone not = 0
                   move "Y" to wa-customer-selected
               end-if
           end-evaluate

           if wa-customer-selected = "Y"
               add 1 to wa-lt-selected (type-subscript)
               evaluate true
                 when cm-last-letter-type = wa-lt-type (type-subscript)
                   add 1 to wa-lt-already-sent (type-subscript)
                 when cm-no-mail = "Y"
                   add 1 to wa-lt-no-mail (type-subscript)
                 when other
                   move type-subscript to wa-selected-type
                   move cm-zip-code to sr-zip-code
                   move cm-zip-plus-4 to sr-zip-plus-4
                   move cm-customer-number to sr-customer-number
                   move type-subscript to sr-type-number
                   release sr-record
               end-evaluate
           end-if.

      **************************************************
      * Sort output procedure: prints each letter in ZIP
      * order and stamps it on the customer record.
      **************************************************
       print-sorted-letters section.

           move "N" to wa-eof
           perform until wa-eof = "Y"
               return sort-file
                   at end
                       move "Y" to wa-eof
                   not at end
                       perform print-one-letter
               end-return
           end-perform.

       print-one-letter section.

           move sr-type-number to type-subscript
           move sr-customer-number to cm-customer-number
           read customer-master record
               invalid key
                   move sr-customer-number to dl-customer-number
                   move spaces to dl-name
                   move sr-zip-code to dl-zip-code
                   move sr-zip-plus-4 to dl-zip-plus-4
                   move wa-lt-type (type-subscript) to dl-letter-type
                   move "NOT PRINTED - NOT ON CUSTMAST" to dl-result
                   perform print-detail-record
               not invalid key
                   perform set-marker-values
                   perform write-letter
                   add 1 to wa-printed-count
                   add 1 to wa-lt-printed (type-subscript)
                   perform stamp-customer-record
           end-read.

      **************************************************
      * Fills the marker values from the customer record
      * just read.
      **************************************************
       set-marker-values section.

           move cm-zip-code to wa-zip-display-5
           move cm-zip-plus-4 to wa-zip-display-4
           move spaces to wa-last-address-line
           string cm-city delimited by "  "
                  " " delimited by size
                  cm-state delimited by size
                  " " delimited by size
                  wa-zip-display delimited by size
               into wa-last-address-line

           move cm-telephone to wa-telephone-number
           move wa-telephone-area to wa-td-area
           move wa-telephone-exchange to wa-td-exchange
           move wa-telephone-line to wa-td-line

           move cm-name to wa-marker-value (1)
           move cm-address-line-1 to wa-marker-value (2)
           move cm-address-line-2 to wa-marker-value (3)
           move cm-address-line-3 to wa-marker-value (4)
           move cm-city to wa-marker-value (5)
           move cm-state to wa-marker-value (6)
           move wa-zip-display to wa-marker-value (7)
           move wa-telephone-display to wa-marker-value (8)
           move cm-customer-number to wa-marker-value (9)
           move wa-letter-date to wa-marker-value (10).

      **************************************************
      * Writes one letter: the date, the name and address
      * block, then the merged body lines, and fills the
      * form out to its full length so the next letter
      * starts at the top of the next form.
      **************************************************
       write-letter section.

           move 0 to wa-letter-lines
           move wa-letter-date to wa-merged-line
           perform write-letter-line
           move spaces to wa-merged-line
           perform write-letter-line

           move cm-name to wa-merged-line
           perform write-letter-line
           move cm-address-line-1 to wa-merged-line
           perform write-letter-line
           if cm-address-line-2 not = spaces
               move cm-address-line-2 to wa-merged-line
               perform write-letter-line
           end-if
           if cm-address-line-3 not = spaces
               move cm-address-line-3 to wa-merged-line
               perform write-letter-line
           end-if
           move wa-last-address-line to wa-merged-line
           perform write-letter-line
           move spaces to wa-merged-line
           perform write-letter-line

           compute wa-last-body-line =
               wa-lt-first-line (type-subscript)
                   + wa-lt-line-count (type-subscript) - 1
           perform varying body-subscript
               from wa-lt-first-line (type-subscript) by 1
               until body-subscript > wa-last-body-line
               perform merge-body-line
               perform write-letter-line
           end-perform

           move spaces to wa-merged-line
           perform write-letter-line
               until wa-letter-lines >= wa-lines-per-letter.

       write-letter-line section.

           write lf-record from wa-merged-line
           add 1 to wa-letter-lines.

      **************************************************
      * Merges the current body line with the customer's
      * values into wa-merged-line. A value is copied up
      * to its first double space, so a blank value takes
      * no room; a line that outgrows the form width is
      * cut off at the edge.
      **************************************************
       merge-body-line section.

           move spaces to wa-merged-line
           move 1 to wa-in-pointer
           move 1 to wa-out-pointer
           perform merge-next-character
               until wa-in-pointer > 69 or wa-out-pointer > 80.

       merge-next-character section.

           move "N" to wa-marker-found
           if wa-body-line (body-subscript)(wa-in-pointer:1) = "&"
               perform varying marker-subscript from 1 by 1
                   until marker-subscript > 10
                       or wa-marker-found = "Y"
                   perform check-one-marker
               end-perform
           end-if

           if wa-marker-found = "N"
               string wa-body-line (body-subscript)(wa-in-pointer:1)
                       delimited by size
                   into wa-merged-line
                   with pointer wa-out-pointer
               end-string
               add 1 to wa-in-pointer
           end-if.

       check-one-marker section.

           if wa-in-pointer + mk-length (marker-subscript) - 1 <= 69
               if wa-body-line (body-subscript)
                       (wa-in-pointer:mk-length (marker-subscript))
                   = mk-marker (marker-subscript)
                       (1:mk-length (marker-subscript))
                   move "Y" to wa-marker-found
                   string wa-marker-value (marker-subscript)
                           delimited by "  "
                       into wa-merged-line
                       with pointer wa-out-pointer
                   end-string
                   add mk-length (marker-subscript) to wa-in-pointer
               end-if
           end-if.

      **************************************************
      * Stamps the letter on the customer record, lists
      * it, and logs a LETTER line to AUDIT-LOG with the
      * journal line for the rewrite. A letter printed
      * but not stamped is listed so it can be stamped by
      * hand before the next run sends it again.
      **************************************************
       stamp-customer-record section.

           move cm-record to jr-before-image
           move wa-lt-type (type-subscript) to cm-last-letter-type
           move wa-timestamp(1:8) to cm-last-letter-date

           move cm-customer-number to dl-customer-number
           move cm-name to dl-name
           move cm-zip-code to dl-zip-code
           move cm-zip-plus-4 to dl-zip-plus-4
           move cm-last-letter-type to dl-letter-type

           rewrite cm-record
               invalid key
                   add 1 to wa-not-stamped-count
                   move "PRINTED - NOT STAMPED, IN USE" to dl-result
                   perform print-detail-record
               not invalid key
                   move "PRINTED" to dl-result
                   perform print-detail-record
                   perform write-audit-log-record
                   perform write-journal-record
           end-rewrite.

       print-detail-record section.

           if wa-lines-on-page = 0 or
               wa-lines-on-page >= wa-lines-per-page
               perform print-report-heading
           end-if
           write rf-line from detail-line-1
           add 1 to wa-lines-on-page.

      **************************************************
      * Appends one LETTER line to AUDIT-LOG for the
      * customer just stamped.
      **************************************************
       write-audit-log-record section.

           move "LETTERS" to al-operator-id
           move wa-timestamp to al-timestamp
           move cm-customer-number to al-customer-number
           move "LETTER" to al-action
           write al-record.

      **************************************************
      * Journals the rewrite just taken against the
      * master. The caller put the unstamped record in
      * jr-before-image before stamping it.
      **************************************************
       write-journal-record section.

           move "LETTERS" to jr-program
           move wa-timestamp to jr-timestamp
           move "REWRITE" to jr-action
           move cm-customer-number to jr-customer-number
           move cm-record to jr-after-image
           write jr-record.

      **************************************************
      * Moves the NEW starting point on to this run, when
      * NEW letters were printed or there was no starting
      * point yet. Not moved when CUSTMAST could not be
      * read, so no new customer is passed over.
      **************************************************
       update-letter-control section.

           if wa-customer-master-open = "Y" and
               (wa-new-in-run = "Y" or wa-control-found = "N")
               open output letter-control
               move wa-timestamp to lc-last-run-timestamp
               write lc-record
               close letter-control
           end-if.

      **************************************************
      * Starts a new page: banner, page number and
      * column headings.
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
      * Writes the counts per letter type and the run
      * counts at the end of the report.
      **************************************************
       print-footer section.

           if wa-lines-on-page = 0 or
               wa-lines-on-page >= wa-lines-per-page - 20
               perform print-report-heading
           end-if

           if wa-type-count > 0
               move spaces to rf-line
               write rf-line
               write rf-line from type-heading-line
               perform varying type-subscript from 1 by 1
                   until type-subscript > wa-type-count
                   move wa-lt-type (type-subscript) to tt-letter-type
                   move wa-lt-selection (type-subscript)
                       to tt-selection
                   move wa-lt-description (type-subscript)
                       to tt-description
                   move wa-lt-selected (type-subscript) to tt-selected
                   move wa-lt-printed (type-subscript) to tt-printed
                   move wa-lt-already-sent (type-subscript)
                       to tt-already-sent
                   move wa-lt-no-mail (type-subscript) to tt-no-mail
                   write rf-line from type-total-line
               end-perform
           end-if

           move spaces to rf-line
           write rf-line
           move wa-read-count to f1-count
           write rf-line from footer-line-1
           move wa-printed-count to f2-count
           write rf-line from footer-line-2
           move wa-not-stamped-count to f3-count
           write rf-line from footer-line-3
           move wa-ignored-count to f4-count
           write rf-line from footer-line-4
           if wa-control-found = "Y"
               move wa-last-run-timestamp to f5-timestamp
               write rf-line from footer-line-5
           else
               write rf-line from no-control-line
           end-if.

      **************************************************
      * Closes the files.
      **************************************************
       terminate-program section.

           if wa-customer-master-open = "Y"
               close customer-master
           end-if
           close audit-log
           close customer-journal
           close letter-file
           close report-file.

      **************************************************
      * Stamps the job's start onto the shared run
      * control, refusing to run while an online session
      * or another batch job holds the customer files.
      * The refusal itself is logged, so the morning
      * report shows why the job is missing.
      **************************************************
       start-run-control section.

           move "LETTERS" to rc-req-job
           move "START" to rc-req-function
           move spaces to rc-req-outcome
           move 0 to rc-req-count
           call "RUNCTLIO" using run-control-request

           if rc-req-reply not = "Y"
               display "LETTERS not started - customer files in use."
           end-if.

      **************************************************
      * Stamps the job's end, outcome and letter count
      * onto the shared run control and releases the
      * batch slot. A letter printed but not stamped
      * makes the run an exception.
      **************************************************
       end-run-control section.

           move "END" to rc-req-function
           if wa-not-stamped-count > 0
               move "EXCEPTN" to rc-req-outcome
           else
               move "OK" to rc-req-outcome
           end-if
           move wa-printed-count to rc-req-count
           call "RUNCTLIO" using run-control-request.
