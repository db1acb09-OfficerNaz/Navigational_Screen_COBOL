      * last changed before that date are archived. A missing or
      * empty parameter file archives nothing - the job will not
      * guess a retention period.
      *
      * A customer whose CUSTOMER-ACCOUNT transactions on ACCTTRAN
      * still add up to an open balance is never archived, however
      * old the record: the balance would be left owing against a
      * customer no statement run can find. Such customers are left
      * on the master, listed on the manifest and counted in the
      * footer, and go at a later run once the account is settled.
      ******************************************************************

       identification division.
               record key is ar-customer-number
               file status is ar-file-status.

      **************************************************
      * CUSTOMER-ACCOUNT is read only to find any open
      * balance on a candidate for archiving.
      **************************************************
           select customer-account assign to "ACCTTRAN"
               organization is indexed
               access mode is dynamic
               record key is at-transaction-key
               file status is at-file-status.

           select audit-log assign to "AUDITLOG"
               organization is line sequential
               file status is al-file-status.
       fd customer-archive.
           copy CUSTREC replacing leading ==cm-== by ==ar-==.

       fd customer-account.
           copy ACCTREC.

       fd audit-log.
           copy AUDITREC.


       01 cm-file-status			pic xx value "00".
       01 ar-file-status			pic xx value "00".
       01 at-file-status			pic xx value "00".
       01 al-file-status			pic xx value "00".
       01 jn-file-status			pic xx value "00".
       01 ap-file-status			pic xx value "00".

       01 wa-eof				pic x value "N".
       01 wa-customer-master-open		pic x value "N".
       01 wa-account-open			pic x value "N".
       01 wa-account-eof			pic x value "N".
       01 wa-account-balance		pic s9(9)v99 value 0.
       01 wa-cutoff-date			pic x(8) value spaces.
       01 wa-timestamp			pic x(21) value spaces.
       01 wa-read-count			pic 9(6) value 0.
       01 wa-archived-count		pic 9(6) value 0.
       01 wa-skipped-count			pic 9(6) value 0.
       01 wa-open-balance-count		pic 9(6) value 0.
       01 wa-lines-on-page			pic 99 value 0.
       01 wa-lines-per-page		pic 99 value 55.
       01 wa-page-number			pic 9(4) value 0.
               "  ALREADY ON ARCHIVE - LEFT ON MASTER       ".
           03 filler			pic x(72) value spaces.

       01 open-balance-line.
           03 filler			pic x(10) value "CUSTOMER  ".
           03 ob-customer-number	pic zzzzz9.
           03 filler			pic x(44) value
               "  OPEN ACCOUNT BALANCE - LEFT ON MASTER     ".
           03 ob-balance			pic ---,---,--9.99.
           03 filler			pic x(58) value spaces.

       01 no-cutoff-line			pic x(132) value
           "NO CUTOFF DATE IN ARCHPRM - NOTHING ARCHIVED.".

           03 f3-count			pic zzzzz9.
           03 filler			pic x(106) value spaces.

       01 footer-line-4.
           03 filler			pic x(20) value
               "OPEN BALANCE KEPT:  ".
           03 f4-count			pic zzzzz9.
           03 filler			pic x(106) value spaces.

       procedure division.
       main-line section.

                           add 1 to wa-read-count
                           if cm-last-changed-timestamp(1:8)
                               < wa-cutoff-date
                               perform check-account-balance
                               if wa-account-balance = 0
                                   perform archive-customer-record
                               else
                                   perform print-open-balance-line
                               end-if
                           end-if
                   end-read
               end-perform
               open i-o customer-archive
           end-if

      * No account has ever been posted - no customer can have an
      * open balance.

           open input customer-account
           if at-file-status = "00"
               move "Y" to wa-account-open
           end-if

           open extend audit-log
           if al-file-status = "05" or al-file-status = "35"
               open output audit-log
                   perform write-journal-record
           end-write.

      **************************************************
      * Adds up the current customer's CUSTOMER-ACCOUNT
      * transactions into wa-account-balance.
      **************************************************
       check-account-balance section.

           move 0 to wa-account-balance
           move "N" to wa-account-eof
           if wa-account-open = "N"
               move "Y" to wa-account-eof
           end-if

           move cm-customer-number to at-customer-number
           move low-values to at-posted-timestamp
           move 0 to at-sequence-number
           if wa-account-eof = "N"
               start customer-account
                   key is not less than at-transaction-key
                   invalid key
                       move "Y" to wa-account-eof
               end-start
           end-if
           perform until wa-account-eof = "Y"
               read customer-account next record
                   at end
                       move "Y" to wa-account-eof
                   not at end
                       if at-customer-number = cm-customer-number
                           add at-amount to wa-account-balance
                       else
                           move "Y" to wa-account-eof
                       end-if
               end-read
           end-perform.

       print-detail-record section.

           if wa-lines-on-page = 0 or
           write rf-line from detail-line-1
           add 1 to wa-lines-on-page.

       print-open-balance-line section.

           if wa-lines-on-page = 0 or
               wa-lines-on-page >= wa-lines-per-page
               perform print-report-heading
           end-if
           add 1 to wa-open-balance-count
           move cm-customer-number to ob-customer-number
           move wa-account-balance to ob-balance
           write rf-line from open-balance-line
           add 1 to wa-lines-on-page.

       print-skipped-line section.

           if wa-lines-on-page = 0 or
           move wa-archived-count to f2-count
           write rf-line from footer-line-2
           move wa-skipped-count to f3-count
           write rf-line from footer-line-3
           move wa-open-balance-count to f4-count
           write rf-line from footer-line-4.

      **************************************************
      * Closes the files.
               close customer-master
           end-if
           close customer-archive
           if wa-account-open = "Y"
               close customer-account
           end-if
           close audit-log
           close customer-journal
           close report-file.
