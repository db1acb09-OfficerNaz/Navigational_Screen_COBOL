      * those customers forever, because the next run extracts from
      * the last acknowledged point again.
      *
      * The feed leaves the shop, so a customer who has asked for no
      * mail or not to be passed to outside parties is held back
      * from it, and one who has asked not to be telephoned goes out
      * with the telephone number withheld. The run report counts
      * each, alongside the records extracted.
      *
      * EXTPARM selects the run mode, one line, fields separated by
      * one space; missing or empty means a normal extract run:
      *     EXTRACT        produce the next generation
       01 wa-to-timestamp		pic x(21) value high-values.
       01 wa-current-run-timestamp		pic x(21) value spaces.
       01 wa-extract-count			pic 9(6) value 0.
       01 wa-no-mail-count			pic 9(6) value 0.
       01 wa-no-third-party-count		pic 9(6) value 0.
       01 wa-no-phone-count		pic 9(6) value 0.

      **************************************************
      * The generation number is edited into the extract
           03 rc-count			pic zzzzz9.
           03 filler			pic x(92) value spaces.

       01 report-suppressed-line-1.
           03 filler			pic x(34) value
               "SUPPRESSED - NO MAIL:             ".
           03 rs1-count			pic zzzzz9.
           03 filler			pic x(92) value spaces.

       01 report-suppressed-line-2.
           03 filler			pic x(34) value
               "SUPPRESSED - NO THIRD PARTY:      ".
           03 rs2-count			pic zzzzz9.
           03 filler			pic x(92) value spaces.

       01 report-suppressed-line-3.
           03 filler			pic x(34) value
               "TELEPHONE WITHHELD - NO PHONE:    ".
           03 rs3-count			pic zzzzz9.
           03 filler			pic x(92) value spaces.

       01 report-message-line.
           03 filler			pic x(10) value spaces.
           03 rm-text			pic x(60).
           perform print-generation-line
           move wa-extract-count to rc-count
           write rf-line from report-count-line
           perform print-suppressed-lines
           move "GENERATION PENDING - AWAITING ACKNOWLEDGMENT"
               to rm-text
           perform print-message-line.

           open output extract-file
           move 0 to wa-extract-count
           move 0 to wa-no-mail-count
           move 0 to wa-no-third-party-count
           move 0 to wa-no-phone-count

           perform until wa-eof = "Y"
               read customer-master next record
                           cm-last-changed-timestamp
                           not > wa-to-timestamp and
                           cm-mail-status not = "U"
                           perform extract-one-customer
                       end-if
               end-read
           end-perform
               move "N" to wa-customer-master-open
           end-if.

      **************************************************
      * Honors the customer's contact preferences: no
      * mail or no third party holds the record back from
      * the feed, counted against the first that applies.
      **************************************************
       extract-one-customer section.

           evaluate true
             when cm-no-mail = "Y"
               add 1 to wa-no-mail-count
             when cm-no-third-party = "Y"
               add 1 to wa-no-third-party-count
             when other
               perform write-extract-record
           end-evaluate.

      **************************************************
      * Writes one extract record for a new or changed
      * customer, withholding the telephone number of a
      * customer who has asked not to be telephoned.
      **************************************************
       write-extract-record section.

           move cm-address-line-3 to ex-address-line-3
           perform build-last-address-line
           move wa-last-address-line to ex-address-line-4
           if cm-no-phone = "Y"
               add 1 to wa-no-phone-count
               move 0 to ex-telephone
           else
               move cm-telephone to ex-telephone
           end-if
           move wa-current-run-timestamp(1:8) to ex-extract-date
           write ex-record.

           perform print-generation-line
           move wa-extract-count to rc-count
           write rf-line from report-count-line
           perform print-suppressed-lines
           move "GENERATION RE-RELEASED - AWAITING ACKNOWLEDGMENT"
               to rm-text
           perform print-message-line.
           move wa-extract-file-name to rg-file-name
           write rf-line from report-generation-line.

      **************************************************
      * Prints the contact-preference counts for the
      * generation just written.
      **************************************************
       print-suppressed-lines section.

           move wa-no-mail-count to rs1-count
           write rf-line from report-suppressed-line-1
           move wa-no-third-party-count to rs2-count
           write rf-line from report-suppressed-line-2
           move wa-no-phone-count to rs3-count
           write rf-line from report-suppressed-line-3.

       print-message-line section.

           write rf-line from report-message-line.
