      ******************************************************************
      * ACCTAGE - aged trial balance of the customer accounts.
      *
      * Reads the CUSTOMER-ACCOUNT transactions posted by ACCTPOST and
      * ages each customer's balance into current, 30, 60 and 90+ day
      * columns by transaction date. Charges and debit adjustments
      * age from their own dates; payments and credit adjustments are
      * applied to the oldest debits first, and a customer in credit
      * shows the credit as current. Every account still carrying a
      * balance is listed with its name from CUSTMAST.
      *
      * The trial balance is then tied back to the running posted
      * totals ACCTPOST carries on ACCTCTL: the transactions on file
      * by type, and the aged grand total, must each agree with the
      * posting totals to the cent. The last line says outright
      * whether they agree, in the filed-proof style of CUSTCHEK, so
      * a lost or doubled posting is found the month it happens.
      *
      * AGEPRM may hold one line, the as-of date yyyymmdd; when it is
      * missing or empty the balance is aged as of the run date.
      ******************************************************************

       identification division.
       program-id. ACCTAGE.

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

      * Line sequential, matching the ACCTCTL declaration in
      * ACCTPOST.

           select account-control assign to "ACCTCTL"
               organization is line sequential
               file status is ak-file-status.

           select parameter-file assign to "AGEPRM"
               organization is line sequential
               file status is gp-file-status.

           select report-file assign to "AGERPT"
               organization is line sequential
               file status is rf-file-status.

       data division.
       file section.

       fd customer-account.
           copy ACCTREC.

       fd customer-master.
           copy CUSTREC.

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

       fd parameter-file.
       01 gp-record.
           03 gp-as-of-date		pic x(8).

       fd report-file.
       01 rf-line				pic x(132).

       working-storage section.

       01 at-file-status			pic xx value "00".
       01 cm-file-status			pic xx value "00".
       01 ak-file-status			pic xx value "00".
       01 gp-file-status			pic xx value "00".
       01 rf-file-status			pic xx value "00".

       01 wa-eof				pic x value "N".
       01 wa-account-open			pic x value "N".
       01 wa-customer-master-open		pic x value "N".
       01 wa-as-of-date				pic x(8) value spaces.
       01 wa-as-of-number			pic 9(8) value 0.
       01 wa-transaction-number			pic 9(8) value 0.
       01 wa-age-days				pic s9(7) value 0.
       01 wa-read-count				pic 9(6) value 0.
       01 wa-listed-count			pic 9(6) value 0.
       01 wa-lines-on-page			pic 99 value 0.
       01 wa-lines-per-page			pic 99 value 55.
       01 wa-page-number			pic 9(4) value 0.

      **************************************************
      * Control-break state: the customer whose
      * transactions are being aged, the debits in each
      * age column and the credits still to be applied.
      * Column 1 is current, 2 is 30 days, 3 is 60 days
      * and 4 is 90 days and over.
      **************************************************
       01 wa-current-customer			pic 9(6) value 0.
       01 wa-customer-started			pic x value "N".
       01 wa-customer-credits			pic s9(9)v99 value 0.
       01 wa-customer-balance			pic s9(9)v99 value 0.
       01 age-subscript				pic 9 value 0.

       01 wa-age-table.
           03 wa-age-amount		pic s9(9)v99 occurs 4.

       01 wa-age-total-table.
           03 wa-age-total		pic s9(9)v99 occurs 4.

      **************************************************
      * Totals of the transactions on file by type, and
      * the posting totals from ACCTCTL they must agree
      * with.
      **************************************************
       01 wa-file-charges			pic s9(9)v99 value 0.
       01 wa-file-payments			pic s9(9)v99 value 0.
       01 wa-file-adjustments			pic s9(9)v99 value 0.
       01 wa-aged-total				pic s9(9)v99 value 0.
       01 wa-posted-charges			pic s9(9)v99 value 0.
       01 wa-posted-payments			pic s9(9)v99 value 0.
       01 wa-posted-adjustments			pic s9(9)v99 value 0.
       01 wa-posted-balance			pic s9(9)v99 value 0.
       01 wa-control-found			pic x value "N".
       01 wa-out-of-balance			pic x value "N".

      **************************************************
      * Run-control handshake with RUNCTLIO: the job is
      * stamped onto RUNCTL at start and end, and refuses
      * to start while an online session or another batch
      * job holds the customer files.
      **************************************************
           copy RUNCPARM.

       01 heading-line-1			pic x(132) value
           "CUSTOMER ACCOUNTS AGED TRIAL BALANCE".

       01 heading-line-2.
           03 filler			pic x(6) value "PAGE: ".
           03 hl-page-number		pic zzz9.
           03 filler			pic x(10) value spaces.
           03 filler			pic x(8) value "AS OF:  ".
           03 hl-as-of-date		pic x(8).
           03 filler			pic x(96) value spaces.

       01 heading-line-3.
           03 filler			pic x(39) value
               "CUST#   NAME".
           03 filler			pic x(14) value
               "       CURRENT".
           03 filler			pic x(15) value
               "        30 DAYS".
           03 filler			pic x(15) value
               "        60 DAYS".
           03 filler			pic x(15) value
               "       90 DAYS+".
           03 filler			pic x(15) value
               "        BALANCE".
           03 filler			pic x(19) value spaces.

       01 detail-line-1.
           03 dl-customer-number	pic zzzzz9.
           03 filler			pic x(2) value spaces.
           03 dl-name			pic x(30).
           03 filler			pic x value space.
           03 dl-age-1			pic ---,---,--9.99.
           03 filler			pic x value space.
           03 dl-age-2			pic ---,---,--9.99.
           03 filler			pic x value space.
           03 dl-age-3			pic ---,---,--9.99.
           03 filler			pic x value space.
           03 dl-age-4			pic ---,---,--9.99.
           03 filler			pic x value space.
           03 dl-balance		pic ---,---,--9.99.
           03 filler			pic x(19) value spaces.

       01 no-accounts-line			pic x(132) value
           "NO CUSTOMER ACCOUNT TRANSACTIONS ON FILE.".

       01 footer-line-1.
           03 filler			pic x(28) value
               "TRANSACTIONS READ:          ".
           03 f1-count			pic zzzzz9.
           03 filler			pic x(98) value spaces.

       01 footer-line-2.
           03 filler			pic x(28) value
               "ACCOUNTS WITH A BALANCE:    ".
           03 f2-count			pic zzzzz9.
           03 filler			pic x(98) value spaces.

      **************************************************
      * One line of the tie-out to the posting totals:
      * the figure on file, the figure on ACCTCTL and
      * whether they agree.
      **************************************************
       01 tie-heading-line.
           03 filler			pic x(28) value spaces.
           03 filler			pic x(48) value
               "        ON FILE       POSTED (ACCTCTL)".
           03 filler			pic x(56) value spaces.

       01 tie-line.
           03 tl-label			pic x(28).
           03 tl-file-amount		pic ----,---,--9.99.
           03 filler			pic x(6) value spaces.
           03 tl-posted-amount		pic ----,---,--9.99.
           03 filler			pic x(2) value spaces.
           03 tl-result			pic x(10).
           03 filler			pic x(56) value spaces.

       01 no-control-line			pic x(132) value
           "NO POSTING TOTALS ON ACCTCTL - TRIAL BALANCE NOT TIED OUT.".

       01 balanced-line				pic x(132) value
           "AGED TRIAL BALANCE AGREES WITH THE POSTING TOTALS.".

       01 out-of-balance-line			pic x(132) value
           "ATTENTION - AGED TRIAL BALANCE DOES NOT AGREE WITH THE POSTI
      -    "NG TOTALS. INVESTIGATE BEFORE FILING.".

       procedure division.
       main-line section.

           perform start-run-control
           if rc-req-reply not = "Y"
               stop run
           end-if

           perform initialize-program

           perform until wa-eof = "Y"
               read customer-account next record
                   at end
                       move "Y" to wa-eof
                   not at end
                       add 1 to wa-read-count
                       perform take-account-transaction
               end-read
           end-perform

           if wa-customer-started = "Y"
               perform finish-customer-aging
           end-if

           perform print-footer
           perform print-tie-out
           perform terminate-program

           perform end-run-control

           stop run.

      **************************************************
      * Opens the files, settles the as-of date and reads
      * the posting totals from ACCTCTL. No account file
      * means nothing has ever been posted.
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
           if gp-file-status = "00"
               read parameter-file
                   at end
                       continue
                   not at end
                       if gp-as-of-date is numeric
                           move gp-as-of-date to wa-as-of-date
                       end-if
               end-read
               close parameter-file
           end-if

           if wa-as-of-date = spaces
               move function current-date to wa-as-of-date
           end-if
           move wa-as-of-date to wa-as-of-number
           move wa-as-of-date to hl-as-of-date

           open input account-control
           if ak-file-status = "00"
               read account-control
                   at end
                       continue
                   not at end
                       move "Y" to wa-control-found
                       move ak-charge-total to wa-posted-charges
                       move ak-payment-total to wa-posted-payments
                       move ak-adjustment-total
                           to wa-posted-adjustments
                       move ak-balance-total to wa-posted-balance
               end-read
               close account-control
           end-if

           initialize wa-age-total-table

           open output report-file.

      **************************************************
      * Takes the next transaction, closing off the
      * previous customer when the customer changes, and
      * adds it to the file totals by type.
      **************************************************
       take-account-transaction section.

           if wa-customer-started = "Y" and
               at-customer-number not = wa-current-customer
               perform finish-customer-aging
           end-if

           if wa-customer-started = "N"
               move at-customer-number to wa-current-customer
               move "Y" to wa-customer-started
               initialize wa-age-table
               move 0 to wa-customer-credits
           end-if

           evaluate at-transaction-type
             when "C"
               add at-amount to wa-file-charges
             when "P"
               add at-amount to wa-file-payments
             when other
               add at-amount to wa-file-adjustments
           end-evaluate

           if at-amount < 0
               subtract at-amount from wa-customer-credits
           else
               perform age-one-debit
           end-if.

      **************************************************
      * Puts a debit into its age column by the number of
      * days from its transaction date to the as-of date.
      * A debit dated after the as-of date is current.
      **************************************************
       age-one-debit section.

           move 0 to wa-age-days
           if at-transaction-date is numeric
               move at-transaction-date to wa-transaction-number
               if wa-transaction-number < wa-as-of-number
                   compute wa-age-days
                       = function integer-of-date(wa-as-of-number)
                       - function integer-of-date
                             (wa-transaction-number)
               end-if
           end-if

           evaluate true
             when wa-age-days < 30
               move 1 to age-subscript
             when wa-age-days < 60
               move 2 to age-subscript
             when wa-age-days < 90
               move 3 to age-subscript
             when other
               move 4 to age-subscript
           end-evaluate

           add at-amount to wa-age-amount (age-subscript).

      **************************************************
      * Applies the customer's credits to the oldest
      * debits first, lists the account if it still
      * carries a balance and adds it to the column
      * totals. Credit left over once every debit is paid
      * off shows as a negative current amount.
      **************************************************
       finish-customer-aging section.

           perform varying age-subscript from 4 by -1
               until age-subscript < 1
               if wa-customer-credits > 0
                   if wa-customer-credits
                       > wa-age-amount (age-subscript)
                       subtract wa-age-amount (age-subscript)
                           from wa-customer-credits
                       move 0 to wa-age-amount (age-subscript)
                   else
                       subtract wa-customer-credits
                           from wa-age-amount (age-subscript)
                       move 0 to wa-customer-credits
                   end-if
               end-if
           end-perform

           subtract wa-customer-credits from wa-age-amount (1)

           compute wa-customer-balance
               = wa-age-amount (1) + wa-age-amount (2)
               + wa-age-amount (3) + wa-age-amount (4)

           perform varying age-subscript from 1 by 1
               until age-subscript > 4
               add wa-age-amount (age-subscript)
                   to wa-age-total (age-subscript)
           end-perform
           add wa-customer-balance to wa-aged-total

           if wa-customer-balance not = 0
               perform print-detail-record
           end-if

           move "N" to wa-customer-started.

       print-detail-record section.

           if wa-lines-on-page = 0 or
               wa-lines-on-page >= wa-lines-per-page
               perform print-report-heading
           end-if

           move wa-current-customer to dl-customer-number
           move spaces to dl-name
           if wa-customer-master-open = "Y"
               move wa-current-customer to cm-customer-number
               read customer-master record
                   invalid key
                       move "** NOT ON CUSTOMER-MASTER **" to dl-name
                   not invalid key
                       move cm-name to dl-name
               end-read
           end-if

           move wa-age-amount (1) to dl-age-1
           move wa-age-amount (2) to dl-age-2
           move wa-age-amount (3) to dl-age-3
           move wa-age-amount (4) to dl-age-4
           move wa-customer-balance to dl-balance
           write rf-line from detail-line-1
           add 1 to wa-lines-on-page
           add 1 to wa-listed-count.

      **************************************************
      * Starts a new page: banner, page number, as-of
      * date and column headings.
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
      * Writes the column totals and the run counts at
      * the end of the trial balance.
      **************************************************
       print-footer section.

           if wa-lines-on-page = 0
               perform print-report-heading
           end-if

           if wa-read-count = 0
               write rf-line from no-accounts-line
           end-if

           move spaces to rf-line
           write rf-line
           move 0 to dl-customer-number
           move "TOTALS" to dl-name
           move wa-age-total (1) to dl-age-1
           move wa-age-total (2) to dl-age-2
           move wa-age-total (3) to dl-age-3
           move wa-age-total (4) to dl-age-4
           move wa-aged-total to dl-balance
           write rf-line from detail-line-1

           move spaces to rf-line
           write rf-line
           move wa-read-count to f1-count
           write rf-line from footer-line-1
           move wa-listed-count to f2-count
           write rf-line from footer-line-2.

      **************************************************
      * Ties the trial balance back to the ACCTCTL
      * posting totals, type by type and in total, and
      * says plainly whether it agrees.
      **************************************************
       print-tie-out section.

           move spaces to rf-line
           write rf-line

           if wa-control-found = "N"
               if wa-read-count = 0
                   write rf-line from balanced-line
               else
                   write rf-line from no-control-line
               end-if
           else
               write rf-line from tie-heading-line
               move "CHARGES:" to tl-label
               move wa-file-charges to tl-file-amount
               move wa-posted-charges to tl-posted-amount
               perform write-tie-line
               move "PAYMENTS:" to tl-label
               move wa-file-payments to tl-file-amount
               move wa-posted-payments to tl-posted-amount
               perform write-tie-line
               move "ADJUSTMENTS:" to tl-label
               move wa-file-adjustments to tl-file-amount
               move wa-posted-adjustments to tl-posted-amount
               perform write-tie-line
               move "AGED TRIAL BALANCE:" to tl-label
               move wa-aged-total to tl-file-amount
               move wa-posted-balance to tl-posted-amount
               perform write-tie-line

               move spaces to rf-line
               write rf-line
               if wa-out-of-balance = "Y"
                   write rf-line from out-of-balance-line
               else
                   write rf-line from balanced-line
               end-if
           end-if.

       write-tie-line section.

           if tl-file-amount = tl-posted-amount
               move "AGREES" to tl-result
           else
               move "DIFFERS" to tl-result
               move "Y" to wa-out-of-balance
           end-if
           write rf-line from tie-line.

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
           close report-file.

      **************************************************
      * Stamps the job's start onto the shared run
      * control, refusing to run while an online session
      * or another batch job holds the customer files.
      * The refusal itself is logged, so the morning
      * report shows why the job is missing.
      **************************************************
       start-run-control section.

           move "ACCTAGE" to rc-req-job
           move "START" to rc-req-function
           move spaces to rc-req-outcome
           move 0 to rc-req-count
           call "RUNCTLIO" using run-control-request

           if rc-req-reply not = "Y"
               display "ACCTAGE not started - customer files in use."
           end-if.

      **************************************************
      * Stamps the job's end, outcome and count onto the
      * shared run control and releases the batch slot.
      **************************************************
       end-run-control section.

           move "END" to rc-req-function
           move "OK" to rc-req-outcome
           move wa-listed-count to rc-req-count
           call "RUNCTLIO" using run-control-request.
