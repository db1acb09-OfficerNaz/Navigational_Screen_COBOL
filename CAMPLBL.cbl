      * end of the run: its label still prints - every selected piece
      * must mail - but it is counted separately, since it goes
      * first-class instead of in the presort.
      *
      * Each piece is checked against the customer's contact
      * preferences on CUSTMAST as the labels print, so a customer
      * who has asked for no mail since CUSTSEL ran - by telephone,
      * or through the SUPPLOAD suppression list - is not mailed.
      * Those pieces are counted in the summary instead.
      ******************************************************************

       identification division.
               organization is line sequential
               file status is ex-file-status.

           select customer-master assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is cm-customer-number
               alternate record key is cm-name-phone-key
                   with duplicates
               file status is cm-file-status.

           select label-file assign to "CAMPLBL"
               organization is line sequential
               file status is lb-file-status.
       fd extract-file.
           copy EXTRREC.

       fd customer-master.
           copy CUSTREC.

       fd label-file.
       01 lb-record 			pic x(80).

       working-storage section.

       01 ex-file-status			pic xx value "00".
       01 cm-file-status			pic xx value "00".
       01 lb-file-status			pic xx value "00".
       01 rf-file-status			pic xx value "00".

       01 wa-eof				pic x value "N".
       01 wa-extract-open			pic x value "N".
       01 wa-customer-master-open		pic x value "N".
       01 wa-no-mail-count			pic 9(6) value 0.
       01 wa-read-count			pic 9(6) value 0.
       01 wa-label-count			pic 9(6) value 0.
       01 wa-no-zip-count			pic 9(6) value 0.
           03 f3-count			pic zzzzz9.
           03 filler			pic x(100) value spaces.

       01 footer-line-4.
           03 filler			pic x(26) value
               "SUPPRESSED - NO MAIL:     ".
           03 f4-count			pic zzzzz9.
           03 filler			pic x(100) value spaces.

       01 no-extract-line		pic x(132) value
           "NO SELECTION EXTRACT ON FILE - NO LABELS PRINTED.".

               move "Y" to wa-eof
           end-if

           open input customer-master
           if cm-file-status = "00"
               move "Y" to wa-customer-master-open
           end-if

           open output label-file
           open output report-file.

                       move "Y" to wa-eof
                   not at end
                       add 1 to wa-read-count
                       perform check-contact-preferences
               end-read
           end-perform.

      **************************************************
      * Holds back the piece of a customer who has asked
      * for no mail since the selection was made.
      **************************************************
       check-contact-preferences section.

           move space to cm-no-mail
           if wa-customer-master-open = "Y"
               move ex-customer-number to cm-customer-number
               read customer-master record
                   invalid key
                       move space to cm-no-mail
               end-read
           end-if

           if cm-no-mail = "Y"
               add 1 to wa-no-mail-count
           else
               perform release-one-extract-record
           end-if.

       release-one-extract-record section.

           perform parse-last-address-line
           move wa-label-count to f2-count
           write rf-line from footer-line-2
           move wa-no-zip-count to f3-count
           write rf-line from footer-line-3
           move wa-no-mail-count to f4-count
           write rf-line from footer-line-4.

      **************************************************
      * Closes the files.
           if wa-extract-open = "Y"
               close extract-file
           end-if
           if wa-customer-master-open = "Y"
               close customer-master
           end-if
           close label-file
           close report-file.

