      ******************************************************************
      * ACCTSTMT - month-end customer account statements.
      *
      * Prints one statement per customer account for the period in
      * STMTPRM from the CUSTOMER-ACCOUNT transactions posted by
      * ACCTPOST: the balance brought forward from before the period,
      * each charge, payment and adjustment dated within it, and the
      * amount now due. The statement is addressed from CUSTMAST with
      * the last address line in the same standardized
      * CITY ST 12345-6789 form the labels and the extract use, so
      * statements go through the same presort edit.
      *
      * An account gets a statement if it had activity in the period
      * or still carries a balance; a settled account with nothing
      * new is left out. A transaction dated after the period end
      * waits for the next month's run. STMTRPT lists every
      * statement printed with its balances, for the billing clerk
      * to file against the ACCTPOST registers.
      *
      * STMTPRM holds one line: the period start date and the period
      * end (statement) date, yyyymmdd, separated by a space. A
      * missing or empty parameter file prints no statements - the
      * job will not guess which month is being closed.
      ******************************************************************

       identification division.
       program-id. ACCTSTMT.

       environment division.
       input-output section.
       file-control.

           select customer-account assign to "ACCTTRAN"
               organization is indexed
               access mode is sequential
               record key is at-transaction-key
               file status is at-file-status.

           select customer-master assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is cm-customer-number
               alternate record key is cm-name-phone-key
                   with duplicates
               file status is cm-file-status.

           select parameter-file assign to "STMTPRM"
               organization is line sequential
               file status is sp-file-status.

           select statement-file assign to "STMTPRT"
               organization is line sequential
               file status is st-file-status.

           select report-file assign to "STMTRPT"
               organization is line sequential
               file status is rf-file-status.

           select sort-file assign to "STMTSRT".

       data division.
       file section.

       fd customer-account.
           copy ACCTREC.

       fd customer-master.
           copy CUSTREC.

       fd parameter-file.
       01 sp-record.
           03 sp-period-start-date	pic x(8).
           03 filler			pic x.
           03 sp-period-end-date	pic x(8).

       fd statement-file.
       01 st-record				pic x(80).

       fd report-file.
       01 rf-line				pic x(132).

      **************************************************
      * Sort class 0 carries a transaction dated before
      * the period, which only counts toward the balance
      * brought forward; class 1 is printed. Class 0
      * sorts ahead so the brought-forward figure is
      * complete before the first line prints.
      **************************************************
       sd sort-file.
       01 sr-record.
           03 sr-customer-number	pic 9(6).
           03 sr-class			pic x.
           03 sr-transaction-date	pic x(8).
           03 sr-posted-timestamp	pic x(21).
           03 sr-sequence-number	pic 9(6).
           03 sr-transaction-type	pic x.
           03 sr-amount			pic s9(7)v99.
           03 sr-reference		pic x(10).
           03 sr-description		pic x(30).

       working-storage section.

       01 at-file-status			pic xx value "00".
       01 cm-file-status			pic xx value "00".
       01 sp-file-status			pic xx value "00".
       01 st-file-status			pic xx value "00".
       01 rf-file-status			pic xx value "00".

       01 wa-eof				pic x value "N".
       01 wa-account-open			pic x value "N".
       01 wa-customer-master-open		pic x value "N".
       01 wa-customer-found			pic x value "N".
       01 wa-period-start-date			pic x(8) value spaces.
       01 wa-period-end-date			pic x(8) value spaces.
       01 wa-read-count				pic 9(6) value 0.
       01 wa-statement-count			pic 9(6) value 0.
       01 wa-no-address-count			pic 9(6) value 0.
       01 wa-lines-on-page			pic 99 value 0.
       01 wa-lines-per-page			pic 99 value 55.
       01 wa-page-number			pic 9(4) value 0.

      **************************************************
      * Control-break state: the customer whose sort
      * records are being taken, whether that customer's
      * statement has been started, and the running
      * figures for it.
      **************************************************
       01 wa-current-customer			pic 9(6) value 0.
       01 wa-customer-started			pic x value "N".
       01 wa-statement-started			pic x value "N".
       01 wa-opening-balance			pic s9(9)v99 value 0.
       01 wa-running-balance			pic s9(9)v99 value 0.
       01 wa-period-charges			pic s9(9)v99 value 0.
       01 wa-period-credits			pic s9(9)v99 value 0.
       01 wa-total-due				pic s9(9)v99 value 0.

      **************************************************
      * The last address line prints in the standardized
      * CITY ST 12345-6789 form, the same as the extract
      * and the mailing labels.
      **************************************************
       01 wa-last-address-line			pic x(40) value spaces.

       01 wa-zip-display.
           03 wa-zip-display-5		pic 9(5).
           03 filler			pic x value "-".
           03 wa-zip-display-4		pic 9(4).

       01 wa-statement-line			pic x(80) value spaces.

      **************************************************
      * Run-control handshake with RUNCTLIO: the job is
      * stamped onto RUNCTL at start and end, and refuses
      * to start while an online session or another batch
      * job holds the customer files.
      **************************************************
           copy RUNCPARM.

      **************************************************
      * Statement lines, 80 columns to match the label
      * stock.
      **************************************************
       01 statement-rule-line			pic x(80) value all "-".

       01 statement-title-line.
           03 filler			pic x(44) value
               "STATEMENT OF ACCOUNT".
           03 filler			pic x(16) value
               "STATEMENT DATE: ".
           03 stl-statement-date	pic x(8).
           03 filler			pic x(12) value spaces.

       01 statement-account-line.
           03 filler			pic x(9) value "ACCOUNT: ".
           03 sal-customer-number	pic 9(6).
           03 filler			pic x(29) value spaces.
           03 filler			pic x(8) value "PERIOD: ".
           03 sal-period-start		pic x(8).
           03 filler			pic x(4) value " TO ".
           03 sal-period-end		pic x(8).
           03 filler			pic x(8) value spaces.

       01 statement-heading-line.
           03 filler			pic x(41) value
               "DATE      DESCRIPTION".
           03 filler			pic x(39) value
               "REFERENCE         AMOUNT        BALANCE".

       01 statement-forward-line.
           03 filler			pic x(10) value spaces.
           03 filler			pic x(44) value
               "BALANCE BROUGHT FORWARD".
           03 filler			pic x(12) value spaces.
           03 sfl-balance		pic ---,---,--9.99.

       01 statement-detail-line.
           03 sdl-transaction-date	pic x(8).
           03 filler			pic x(2) value spaces.
           03 sdl-description		pic x(30).
           03 filler			pic x value space.
           03 sdl-reference		pic x(10).
           03 filler			pic x value space.
           03 sdl-amount		pic --,---,--9.99.
           03 filler			pic x value space.
           03 sdl-balance		pic ---,---,--9.99.

       01 statement-no-activity-line		pic x(80) value
           "          NO ACTIVITY THIS PERIOD".

       01 statement-total-line.
           03 filler			pic x(10) value spaces.
           03 stt-label			pic x(30).
           03 filler			pic x(26) value spaces.
           03 stt-amount		pic ---,---,--9.99.

       01 heading-line-1			pic x(132) value
           "CUSTOMER ACCOUNT STATEMENT REGISTER".

       01 heading-line-2.
           03 filler			pic x(6) value "PAGE: ".
           03 hl-page-number		pic zzz9.
           03 filler			pic x(10) value spaces.
           03 filler			pic x(8) value "PERIOD: ".
           03 hl-period-start		pic x(8).
           03 filler			pic x(4) value " TO ".
           03 hl-period-end		pic x(8).
           03 filler			pic x(84) value spaces.

       01 heading-line-3.
           03 filler			pic x(39) value
               "CUST#   NAME".
           03 filler			pic x(14) value
               "   BROUGHT FWD".
           03 filler			pic x(15) value
               "        CHARGES".
           03 filler			pic x(15) value
               "        CREDITS".
           03 filler			pic x(15) value
               "        NOW DUE".
           03 filler			pic x(34) value spaces.

       01 detail-line-1.
           03 dl-customer-number	pic zzzzz9.
           03 filler			pic x(2) value spaces.
           03 dl-name			pic x(30).
           03 filler			pic x value space.
           03 dl-opening-balance	pic ---,---,--9.99.
           03 filler			pic x value space.
           03 dl-charges		pic ---,---,--9.99.
           03 filler			pic x value space.
           03 dl-credits		pic ---,---,--9.99.
           03 filler			pic x value space.
           03 dl-closing-balance	pic ---,---,--9.99.
           03 filler			pic x(34) value spaces.

       01 no-period-line			pic x(132) value
           "NO STATEMENT PERIOD IN STMTPRM - NO STATEMENTS PRINTED.".

       01 footer-line-1.
           03 filler			pic x(28) value
               "TRANSACTIONS READ:          ".
           03 f1-count			pic zzzzz9.
           03 filler			pic x(98) value spaces.

       01 footer-line-2.
           03 filler			pic x(28) value
               "STATEMENTS PRINTED:         ".
           03 f2-count			pic zzzzz9.
           03 filler			pic x(98) value spaces.

       01 footer-line-3.
           03 filler			pic x(28) value
               "NO ADDRESS ON CUSTMAST:     ".
           03 f3-count			pic zzzzz9.
           03 filler			pic x(98) value spaces.

       01 footer-line-4.
           03 filler			pic x(28) value
               "TOTAL NOW DUE:              ".
           03 f4-amount			pic ---,---,--9.99.
           03 filler			pic x(90) value spaces.

       procedure division.
       main-line section.

           perform start-run-control
           if rc-req-reply not = "Y"
               stop run
           end-if

           perform initialize-program

           if wa-period-end-date = spaces
               perform print-report-heading
               write rf-line from no-period-line
           else
               sort sort-file
                   on ascending key sr-customer-number
                                    sr-class
                                    sr-transaction-date
                                    sr-posted-timestamp
                                    sr-sequence-number
                   input procedure is select-account-transactions
                   output procedure is print-statements
           end-if

           perform print-footer
           perform terminate-program

           perform end-run-control

           stop run.

      **************************************************
      * Opens the files and reads the statement period
      * from STMTPRM. No account file means nothing has
      * ever been posted.
      **************************************************
       initialize-program section.

           open input customer-account
           if at-file-status = "00"
               move "Y" to wa-account-open
           else
               move "Y" to wa-eof
           end-if

           open input customer-master
           if cm-file-status = "00"
               move "Y" to wa-customer-master-open
           end-if

           open input parameter-file
           if sp-file-status = "00"
               read parameter-file
                   at end
                       continue
                   not at end
                       if sp-period-start-date is numeric and
                           sp-period-end-date is numeric and
                           sp-period-start-date
                               not > sp-period-end-date
                           move sp-period-start-date
                               to wa-period-start-date
                           move sp-period-end-date
                               to wa-period-end-date
                       end-if
               end-read
               close parameter-file
           end-if

           move wa-period-start-date to hl-period-start
           move wa-period-end-date to hl-period-end

           open output statement-file
           open output report-file.

      **************************************************
      * Sort input procedure: one sort record per posted
      * transaction dated up to the period end, classed
      * as brought forward or printed.
      **************************************************
       select-account-transactions section.

           perform until wa-eof = "Y"
               read customer-account next record
                   at end
                       move "Y" to wa-eof
                   not at end
                       add 1 to wa-read-count
                       if at-transaction-date
                           not > wa-period-end-date
                           perform release-one-transaction
                       end-if
               end-read
           end-perform.

       release-one-transaction section.

           move at-customer-number to sr-customer-number
           if at-transaction-date < wa-period-start-date
               move "0" to sr-class
           else
               move "1" to sr-class
           end-if
           move at-transaction-date to sr-transaction-date
           move at-posted-timestamp to sr-posted-timestamp
           move at-sequence-number to sr-sequence-number
           move at-transaction-type to sr-transaction-type
           move at-amount to sr-amount
           move at-reference to sr-reference
           move at-description to sr-description
           release sr-record.

      **************************************************
      * Sort output procedure: takes each customer's
      * transactions in turn, printing the statement as
      * the period lines arrive and closing it off when
      * the customer changes.
      **************************************************
       print-statements section.

           move "N" to wa-eof
           perform until wa-eof = "Y"
               return sort-file
                   at end
                       move "Y" to wa-eof
                   not at end
                       perform take-sorted-transaction
               end-return
           end-perform

           if wa-customer-started = "Y"
               perform finish-customer-statement
           end-if.

       take-sorted-transaction section.

           if wa-customer-started = "Y" and
               sr-customer-number not = wa-current-customer
               perform finish-customer-statement
           end-if

           if wa-customer-started = "N"
               move sr-customer-number to wa-current-customer
               move "Y" to wa-customer-started
               move "N" to wa-statement-started
               move 0 to wa-opening-balance
               move 0 to wa-period-charges
               move 0 to wa-period-credits
           end-if

           if sr-class = "0"
               add sr-amount to wa-opening-balance
           else
               if wa-statement-started = "N"
                   perform start-customer-statement
               end-if
               perform print-statement-detail
           end-if.

      **************************************************
      * Prints the statement heading, the customer's
      * name and address and the balance brought forward.
      **************************************************
       start-customer-statement section.

           move "Y" to wa-statement-started
           move wa-opening-balance to wa-running-balance

           write st-record from statement-rule-line
           move wa-period-end-date to stl-statement-date
           write st-record from statement-title-line
           move wa-current-customer to sal-customer-number
           move wa-period-start-date to sal-period-start
           move wa-period-end-date to sal-period-end
           write st-record from statement-account-line
           move spaces to st-record
           write st-record

           move "N" to wa-customer-found
           if wa-customer-master-open = "Y"
               move wa-current-customer to cm-customer-number
               read customer-master record
                   invalid key
                       continue
                   not invalid key
                       move "Y" to wa-customer-found
               end-read
           end-if

           if wa-customer-found = "Y"
               perform write-statement-address
           else
               add 1 to wa-no-address-count
               move spaces to cm-record
               move "** NOT ON CUSTOMER-MASTER **" to wa-statement-line
               write st-record from wa-statement-line
               move spaces to wa-statement-line
               write st-record from wa-statement-line
               write st-record from wa-statement-line
               write st-record from wa-statement-line
               write st-record from wa-statement-line
           end-if

           move spaces to st-record
           write st-record
           write st-record from statement-heading-line
           move wa-opening-balance to sfl-balance
           write st-record from statement-forward-line.

      **************************************************
      * Writes the name and address block in the same
      * shape as a mailing label.
      **************************************************
       write-statement-address section.

           move cm-name to wa-statement-line
           write st-record from wa-statement-line

           move cm-address-line-1 to wa-statement-line
           write st-record from wa-statement-line

           move cm-address-line-2 to wa-statement-line
           write st-record from wa-statement-line

           move cm-address-line-3 to wa-statement-line
           write st-record from wa-statement-line

      * The last line goes out in the standardized
      * CITY ST 12345-6789 form the presort edit expects.

           perform build-last-address-line
           move wa-last-address-line to wa-statement-line
           write st-record from wa-statement-line.

      **************************************************
      * Prints one transaction line with the running
      * balance, and counts it toward the period's
      * charges or credits.
      **************************************************
       print-statement-detail section.

           add sr-amount to wa-running-balance
           if sr-amount > 0
               add sr-amount to wa-period-charges
           else
               add sr-amount to wa-period-credits
           end-if

           move sr-transaction-date to sdl-transaction-date
           move sr-description to sdl-description
           move sr-reference to sdl-reference
           move sr-amount to sdl-amount
           move wa-running-balance to sdl-balance
           write st-record from statement-detail-line.

      **************************************************
      * Closes off the customer just finished: a settled
      * account with no activity gets no statement, one
      * still owing with no activity gets a statement
      * showing just the balance, and every statement
      * ends with its totals and goes on the register.
      **************************************************
       finish-customer-statement section.

           if wa-statement-started = "N" and
               wa-opening-balance not = 0
               perform start-customer-statement
               write st-record from statement-no-activity-line
           end-if

           if wa-statement-started = "Y"
               move spaces to st-record
               write st-record
               move "CHARGES THIS PERIOD" to stt-label
               move wa-period-charges to stt-amount
               write st-record from statement-total-line
               move "PAYMENTS AND CREDITS" to stt-label
               move wa-period-credits to stt-amount
               write st-record from statement-total-line
               move "AMOUNT NOW DUE" to stt-label
               move wa-running-balance to stt-amount
               write st-record from statement-total-line
               move spaces to st-record
               write st-record

               add 1 to wa-statement-count
               add wa-running-balance to wa-total-due
               perform print-detail-record
           end-if

           move "N" to wa-customer-started.

       print-detail-record section.

           if wa-lines-on-page = 0 or
               wa-lines-on-page >= wa-lines-per-page
               perform print-report-heading
           end-if

           move wa-current-customer to dl-customer-number
           move cm-name to dl-name
           move wa-opening-balance to dl-opening-balance
           move wa-period-charges to dl-charges
           move wa-period-credits to dl-credits
           move wa-running-balance to dl-closing-balance
           write rf-line from detail-line-1
           add 1 to wa-lines-on-page.

      **************************************************
      * Builds the standardized last address line from
      * the city, state and ZIP on the current customer
      * record.
      **************************************************
       build-last-address-line section.

           move cm-zip-code to wa-zip-display-5
           move cm-zip-plus-4 to wa-zip-display-4
           move spaces to wa-last-address-line
           string cm-city delimited by "  "
                  " " delimited by size
                  cm-state delimited by size
                  " " delimited by size
                  wa-zip-display delimited by size
               into wa-last-address-line.

      **************************************************
      * Starts a new page: banner, page number, period
      * and column headings.
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
      * Writes the run counts and the total now due at
      * the end of the register.
      **************************************************
       print-footer section.

           if wa-lines-on-page = 0
               perform print-report-heading
           end-if

           move spaces to rf-line
           write rf-line
           move wa-read-count to f1-count
           write rf-line from footer-line-1
           move wa-statement-count to f2-count
           write rf-line from footer-line-2
           move wa-no-address-count to f3-count
           write rf-line from footer-line-3
           move wa-total-due to f4-amount
           write rf-line from footer-line-4.

      **************************************************
      * Closes the files.
      **************************************************
       terminate-program section.

           if wa-account-open = "Y"
               close customer-account
           end-if
           if wa-customer-master-open = "Y"
               close customer-master
           end-if
           close statement-file
           close report-file.

      **************************************************
      * Stamps the job's start onto the shared run
      * control, refusing to run while an online session
      * or another batch job holds the customer files.
      * The refusal itself is logged, so the morning
      * report shows why the job is missing.
      **************************************************
       start-run-control section.

           move "ACCTSTMT" to rc-req-job
           move "START" to rc-req-function
           move spaces to rc-req-outcome
           move 0 to rc-req-count
           call "RUNCTLIO" using run-control-request

           if rc-req-reply not = "Y"
               display "ACCTSTMT not started - customer files in use."
           end-if.

      **************************************************
      * Stamps the job's end, outcome and count onto the
      * shared run control and releases the batch slot.
      **************************************************
       end-run-control section.

           move "END" to rc-req-function
           move "OK" to rc-req-outcome
           move wa-statement-count to rc-req-count
           call "RUNCTLIO" using run-control-request.
