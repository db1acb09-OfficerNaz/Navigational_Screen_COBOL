      ******************************************************************
      * ACCTPOST - customer account transaction posting.
      *
      * Nothing in CUSTOMER-MASTER says what a customer owes, so every
      * balance question from a caller meant phoning the billing
      * bureau. This job posts the day's charges, payments and
      * adjustments from ACCTIN onto the CUSTOMER-ACCOUNT transaction
      * file ACCTTRAN, keyed by customer number, after editing each
      * line against CUSTMAST. Each line is listed on the posting
      * register with its result; a line for a customer number that
      * is not on CUSTMAST is rejected, and one for a customer that
      * has gone to the CUSTARCH archive is rejected as archived so
      * the customer can be restored with CUSTREST before the line is
      * fed again.
      *
      * ACCTCTL carries the running posted totals - charges, payments,
      * adjustments and the net balance owed across all accounts -
      * brought forward and carried forward by every posting run.
      * The ACCTAGE aged trial balance ties its grand total back to
      * that figure.
      *
      * ACCTIN holds one line per transaction: the customer number,
      * the type (C charge, P payment, A adjustment), the transaction
      * date yyyymmdd, the amount as a signed 7.2 figure with a
      * leading sign, a reference and a description, each separated
      * by a space. Charges and payments are keyed positive; the
      * payment is credited to the account. An adjustment is keyed
      * with the sign it is to have on the balance.
      ******************************************************************

       identification division.
       program-id. ACCTPOST.

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

      **************************************************
      * CUSTOMER-ARCHIVE is read only to tell an archived
      * customer from one that was never on file.
      **************************************************
           select customer-archive assign to "CUSTARCH"
               organization is indexed
               access mode is dynamic
               record key is ar-customer-number
               file status is ar-file-status.

           select transaction-input assign to "ACCTIN"
               organization is line sequential
               file status is ti-file-status.

      **************************************************
      * CUSTOMER-ACCOUNT holds every posted transaction,
      * keyed so one customer's transactions cluster
      * together behind the customer number.
      **************************************************
           select customer-account assign to "ACCTTRAN"
               organization is indexed
               access mode is dynamic
               record key is at-transaction-key
               file status is at-file-status.

      * Line sequential, matching the AUDITCTL declaration in
      * AUDITEOP: the one record is read at the start and written
      * back whole at the end of the run.

           select account-control assign to "ACCTCTL"
               organization is line sequential
               file status is ak-file-status.

           select report-file assign to "ACCTRPT"
               organization is line sequential
               file status is rf-file-status.

       data division.
       file section.

       fd customer-master.
           copy CUSTREC.

       fd customer-archive.
           copy CUSTREC replacing leading ==cm-== by ==ar-==.

       fd transaction-input.
       01 ti-record.
           03 ti-customer-number	pic 9(6).
           03 filler			pic x.
           03 ti-transaction-type	pic x.
           03 filler			pic x.
           03 ti-transaction-date	pic x(8).
           03 ti-transaction-date-number redefines ti-transaction-date
                                        pic 9(8).
           03 filler			pic x.
           03 ti-amount			pic s9(7)v99
                                        sign leading separate.
           03 filler			pic x.
           03 ti-reference		pic x(10).
           03 filler			pic x.
           03 ti-description		pic x(30).

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

       fd report-file.
       01 rf-line				pic x(132).

       working-storage section.

       01 cm-file-status			pic xx value "00".
       01 ar-file-status			pic xx value "00".
       01 ti-file-status			pic xx value "00".
       01 at-file-status			pic xx value "00".
       01 ak-file-status			pic xx value "00".
       01 rf-file-status			pic xx value "00".

       01 wa-eof				pic x value "N".
       01 wa-customer-master-open		pic x value "N".
       01 wa-customer-archive-open		pic x value "N".
       01 wa-timestamp				pic x(21) value spaces.
       01 wa-run-date				pic x(8) value spaces.
       01 wa-reject-reason			pic x(40) value spaces.
       01 wa-posted-amount			pic s9(7)v99 value 0.
       01 wa-read-count				pic 9(6) value 0.
       01 wa-posted-count			pic 9(6) value 0.
       01 wa-rejected-count			pic 9(6) value 0.
       01 wa-lines-on-page			pic 99 value 0.
       01 wa-lines-per-page			pic 99 value 55.
       01 wa-page-number			pic 9(4) value 0.

      **************************************************
      * This run's posted totals, and the running totals
      * brought forward from ACCTCTL.
      **************************************************
       01 wa-run-charges			pic s9(9)v99 value 0.
       01 wa-run-payments			pic s9(9)v99 value 0.
       01 wa-run-adjustments			pic s9(9)v99 value 0.
       01 wa-run-net				pic s9(9)v99 value 0.
       01 wa-prior-charges			pic s9(9)v99 value 0.
       01 wa-prior-payments			pic s9(9)v99 value 0.
       01 wa-prior-adjustments			pic s9(9)v99 value 0.
       01 wa-prior-balance			pic s9(9)v99 value 0.
       01 wa-new-balance			pic s9(9)v99 value 0.

      **************************************************
      * Run-control handshake with RUNCTLIO: the job is
      * stamped onto RUNCTL at start and end, and refuses
      * to start while an online session or another batch
      * job holds the customer files.
      **************************************************
           copy RUNCPARM.

       01 heading-line-1			pic x(132) value
           "CUSTOMER ACCOUNT POSTING REGISTER".

       01 heading-line-2.
           03 filler			pic x(6) value "PAGE: ".
           03 hl-page-number		pic zzz9.
           03 filler			pic x(10) value spaces.
           03 filler			pic x(10) value "RUN DATE: ".
           03 hl-run-date		pic x(8).
           03 filler			pic x(94) value spaces.

       01 heading-line-3			pic x(132) value
           "CUST#   T DATE           AMOUNT  REFERENCE   RESULT".

       01 detail-line-1.
           03 dl-customer-number	pic zzzzz9.
           03 filler			pic x(2) value spaces.
           03 dl-transaction-type	pic x.
           03 filler			pic x value space.
           03 dl-transaction-date	pic x(8).
           03 filler			pic x value space.
           03 dl-amount			pic -,---,--9.99.
           03 filler			pic x(2) value spaces.
           03 dl-reference		pic x(10).
           03 filler			pic x(2) value spaces.
           03 dl-result			pic x(40).
           03 filler			pic x(47) value spaces.

       01 footer-line-1.
           03 filler			pic x(28) value
               "TRANSACTIONS READ:          ".
           03 f1-count			pic zzzzz9.
           03 filler			pic x(98) value spaces.

       01 footer-line-2.
           03 filler			pic x(28) value
               "TRANSACTIONS POSTED:        ".
           03 f2-count			pic zzzzz9.
           03 filler			pic x(98) value spaces.

       01 footer-line-3.
           03 filler			pic x(28) value
               "TRANSACTIONS REJECTED:      ".
           03 f3-count			pic zzzzz9.
           03 filler			pic x(98) value spaces.

       01 amount-line.
           03 am-label			pic x(28).
           03 am-amount			pic -,---,---,--9.99.
           03 filler			pic x(88) value spaces.

       procedure division.
       main-line section.

           perform start-run-control
           if rc-req-reply not = "Y"
               stop run
           end-if

           perform initialize-program

           perform until wa-eof = "Y"
               read transaction-input
                   at end
                       move "Y" to wa-eof
                   not at end
                       add 1 to wa-read-count
                       perform process-one-transaction
               end-read
           end-perform

           if wa-posted-count > 0
               perform write-account-control
           end-if

           perform print-footer
           perform terminate-program

           perform end-run-control

           stop run.

      **************************************************
      * Opens the files, creating the account file the
      * first time the job runs, and reads the running
      * totals brought forward, defaulting to zero before
      * the first posting. No input means there is
      * nothing to post.
      **************************************************
       initialize-program section.

           open input customer-master
           if cm-file-status = "00"
               move "Y" to wa-customer-master-open
           end-if

           open input customer-archive
           if ar-file-status = "00"
               move "Y" to wa-customer-archive-open
           end-if

           open input transaction-input
           if ti-file-status not = "00"
               move "Y" to wa-eof
           end-if

           open i-o customer-account
           if at-file-status = "35"
               open output customer-account
               close customer-account
               open i-o customer-account
           end-if

           open input account-control
           if ak-file-status = "00"
               read account-control
                   at end
                       continue
                   not at end
                       move ak-charge-total to wa-prior-charges
                       move ak-payment-total to wa-prior-payments
                       move ak-adjustment-total
                           to wa-prior-adjustments
                       move ak-balance-total to wa-prior-balance
               end-read
               close account-control
           end-if

           move function current-date to wa-timestamp
           move wa-timestamp(1:8) to wa-run-date
           move wa-run-date to hl-run-date

           open output report-file.

      **************************************************
      * Edits the transaction on the current ACCTIN line
      * and posts it, or lists it as rejected with the
      * reason.
      **************************************************
       process-one-transaction section.

           move spaces to wa-reject-reason
           perform edit-transaction

           if wa-reject-reason = spaces
               perform check-customer-on-file
           end-if

           if wa-reject-reason = spaces
               perform post-transaction
           end-if

           if wa-reject-reason not = spaces
               add 1 to wa-rejected-count
               move wa-reject-reason to dl-result
               perform print-detail-record
           end-if.

      **************************************************
      * Checks the line's own fields: a real customer
      * number, a known type, a real calendar date no
      * later than today and an amount of the right
      * sign for the type.
      **************************************************
       edit-transaction section.

           evaluate true
             when ti-customer-number is not numeric
               move "NOT A CUSTOMER NUMBER" to wa-reject-reason
             when ti-customer-number = 0
               move "NOT A CUSTOMER NUMBER" to wa-reject-reason
             when ti-transaction-type not = "C" and
                  ti-transaction-type not = "P" and
                  ti-transaction-type not = "A"
               move "INVALID TRANSACTION TYPE" to wa-reject-reason
             when ti-transaction-date is not numeric
               move "INVALID TRANSACTION DATE" to wa-reject-reason
             when function test-date-yyyymmdd
                      (ti-transaction-date-number) not = 0
               move "INVALID TRANSACTION DATE" to wa-reject-reason
             when ti-transaction-date > wa-run-date
               move "TRANSACTION DATE IN THE FUTURE"
                   to wa-reject-reason
             when ti-amount is not numeric
               move "INVALID AMOUNT" to wa-reject-reason
             when ti-amount = 0
               move "ZERO AMOUNT" to wa-reject-reason
             when ti-transaction-type not = "A" and ti-amount < 0
               move "CHARGE OR PAYMENT MUST BE POSITIVE"
                   to wa-reject-reason
           end-evaluate.

      **************************************************
      * The customer must be live on CUSTMAST. One that
      * has gone to the archive is rejected as such, so
      * the billing clerk knows to have it restored
      * rather than re-keyed as a new customer.
      **************************************************
       check-customer-on-file section.

           if wa-customer-master-open = "N"
               move "UNKNOWN CUSTOMER - NOT ON CUSTMAST"
                   to wa-reject-reason
           else
               move ti-customer-number to cm-customer-number
               read customer-master record
                   invalid key
                       perform check-customer-archived
               end-read
           end-if.

       check-customer-archived section.

           move "UNKNOWN CUSTOMER - NOT ON CUSTMAST"
               to wa-reject-reason

           if wa-customer-archive-open = "Y"
               move ti-customer-number to ar-customer-number
               read customer-archive record
                   invalid key
                       continue
                   not invalid key
                       move "ARCHIVED CUSTOMER - RESTORE FIRST"
                           to wa-reject-reason
               end-read
           end-if.

      **************************************************
      * Writes the transaction to the account file with
      * the amount signed as it affects the balance, and
      * adds it to the run totals.
      **************************************************
       post-transaction section.

           if ti-transaction-type = "P"
               compute wa-posted-amount = 0 - ti-amount
           else
               move ti-amount to wa-posted-amount
           end-if

           move ti-customer-number to at-customer-number
           move wa-timestamp to at-posted-timestamp
           move wa-read-count to at-sequence-number
           move ti-transaction-type to at-transaction-type
           move ti-transaction-date to at-transaction-date
           move wa-posted-amount to at-amount
           move ti-reference to at-reference
           move ti-description to at-description

           write at-record
               invalid key
                   move "DUPLICATE POSTING KEY - NOT POSTED"
                       to wa-reject-reason
               not invalid key
                   add 1 to wa-posted-count
                   evaluate ti-transaction-type
                     when "C"
                       add wa-posted-amount to wa-run-charges
                     when "P"
                       add wa-posted-amount to wa-run-payments
                     when "A"
                       add wa-posted-amount to wa-run-adjustments
                   end-evaluate
                   add wa-posted-amount to wa-run-net
                   move "POSTED" to dl-result
                   perform print-detail-record
           end-write.

       print-detail-record section.

           if wa-lines-on-page = 0 or
               wa-lines-on-page >= wa-lines-per-page
               perform print-report-heading
           end-if

           if ti-customer-number is numeric
               move ti-customer-number to dl-customer-number
           else
               move 0 to dl-customer-number
           end-if
           move ti-transaction-type to dl-transaction-type
           move ti-transaction-date to dl-transaction-date
           if ti-amount is numeric
               move ti-amount to dl-amount
           else
               move 0 to dl-amount
           end-if
           move ti-reference to dl-reference
           write rf-line from detail-line-1
           add 1 to wa-lines-on-page.

      **************************************************
      * Writes the running totals carried forward: what
      * was brought forward plus this run's postings,
      * stamped with the posting run's time.
      **************************************************
       write-account-control section.

           compute wa-new-balance = wa-prior-balance + wa-run-net

           open output account-control
           move spaces to ak-record
           move wa-timestamp to ak-last-posted-timestamp
           compute ak-charge-total = wa-prior-charges + wa-run-charges
           compute ak-payment-total
               = wa-prior-payments + wa-run-payments
           compute ak-adjustment-total
               = wa-prior-adjustments + wa-run-adjustments
           move wa-new-balance to ak-balance-total
           write ak-record
           close account-control.

      **************************************************
      * Starts a new page: banner, page number, run date
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
      * Writes the run counts and the posted totals at
      * the end of the register, with the balance brought
      * and carried forward so the ACCTAGE trial balance
      * can be tied back to it.
      **************************************************
       print-footer section.

           if wa-lines-on-page = 0
               perform print-report-heading
           end-if

           move spaces to rf-line
           write rf-line
           move wa-read-count to f1-count
           write rf-line from footer-line-1
           move wa-posted-count to f2-count
           write rf-line from footer-line-2
           move wa-rejected-count to f3-count
           write rf-line from footer-line-3

           move spaces to rf-line
           write rf-line
           move "CHARGES POSTED:" to am-label
           move wa-run-charges to am-amount
           write rf-line from amount-line
           move "PAYMENTS POSTED:" to am-label
           move wa-run-payments to am-amount
           write rf-line from amount-line
           move "ADJUSTMENTS POSTED:" to am-label
           move wa-run-adjustments to am-amount
           write rf-line from amount-line
           move "NET POSTED THIS RUN:" to am-label
           move wa-run-net to am-amount
           write rf-line from amount-line

           move spaces to rf-line
           write rf-line
           move "BALANCE BROUGHT FORWARD:" to am-label
           move wa-prior-balance to am-amount
           write rf-line from amount-line
           compute wa-new-balance = wa-prior-balance + wa-run-net
           move "BALANCE CARRIED FORWARD:" to am-label
           move wa-new-balance to am-amount
           write rf-line from amount-line.

      **************************************************
      * Closes the files.
      **************************************************
       terminate-program section.

           if wa-customer-master-open = "Y"
               close customer-master
           end-if
           if wa-customer-archive-open = "Y"
               close customer-archive
           end-if
           if ti-file-status = "00" or ti-file-status = "10"
               close transaction-input
           end-if
           close customer-account
           close report-file.

      **************************************************
      * Stamps the job's start onto the shared run
      * control, refusing to run while an online session
      * or another batch job holds the customer files.
      * The refusal itself is logged, so the morning
      * report shows why the job is missing.
      **************************************************
       start-run-control section.

           move "ACCTPOST" to rc-req-job
           move "START" to rc-req-function
           move spaces to rc-req-outcome
           move 0 to rc-req-count
           call "RUNCTLIO" using run-control-request

           if rc-req-reply not = "Y"
               display "ACCTPOST not started - customer files in use."
           end-if.

      **************************************************
      * Stamps the job's end, outcome and count onto the
      * shared run control and releases the batch slot.
      **************************************************
       end-run-control section.

           move "END" to rc-req-function
           move "OK" to rc-req-outcome
           move wa-posted-count to rc-req-count
           call "RUNCTLIO" using run-control-request.
