      *     age-from (3)  age-to (3)  gender (1)  area-code (3)
      * separated by one space each. Customers marked undeliverable
      * by the mailing house returns are never selected.
      *
      * The customer's contact preferences are honored as well: a
      * customer who has asked for no mail, or not to be passed to
      * outside parties - the extract goes to the mailing house - is
      * never selected, and one who has asked not to be telephoned
      * is selected with the telephone number withheld. The run
      * totals count each.
      *
      * Each run with good criteria is registered as a numbered
      * campaign on CAMPAIGN-REGISTRY, with its criteria, run time
      * and the number of pieces selected, and every customer
      * selected goes on CAMPAIGN-MEMBERS under that number. The
      * RESPLOAD response load and the CAMPRSLT results report work
      * from the two. The campaign number is shown on the listing.
      * The campaign is put on the registry, with a zero count, as
      * soon as its number is issued, and the count is filled in
      * when the sweep is done, so a run that fails part way still
      * holds its number and the next run cannot take on its
      * members. A customer who cannot be written to
      * CAMPAIGN-MEMBERS is listed and counted, and the run ends
      * EXCEPTN.
      ******************************************************************

       identification division.
               organization is line sequential
               file status is sp-file-status.

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

           select extract-file assign to "CUSTSELX"
               organization is line sequential
               file status is ex-file-status.
           03 filler			pic x.
           03 sp-area-code		pic x(3).

       fd campaign-registry.
           copy CAMPREC.

       fd campaign-members.
           copy CAMPMBR.

       fd extract-file.
           copy EXTRREC.

       01 sp-file-status			pic xx value "00".
       01 ex-file-status			pic xx value "00".
       01 rf-file-status			pic xx value "00".
       01 cg-file-status			pic xx value "00".
       01 mb-file-status			pic xx value "00".

       01 wa-eof				pic x value "N".
       01 wa-customer-master-open		pic x value "N".
       01 wa-area-code			pic x(3) value spaces.
       01 wa-apply-area-code		pic x value "N".

      **************************************************
      * The SELPARM line as given, kept for the campaign
      * registry, and the campaign this run registers.
      **************************************************
       01 wa-selection-criteria.
           03 wa-sc-age-from		pic x(3) value spaces.
           03 wa-sc-age-to		pic x(3) value spaces.
           03 wa-sc-gender		pic x value space.
           03 wa-sc-area-code		pic x(3) value spaces.
       01 wa-campaign-open		pic x value "N".
       01 wa-registry-eof			pic x value "N".
       01 wa-campaign-number		pic 9(6) value 0.
       01 wa-member-rejects		pic 9(6) value 0.
       01 wa-run-outcome			pic x(8) value "OK".

      **************************************************
      * Run totals. Each rejected record is counted
      * against the first criterion that failed it.
       01 wa-read-count			pic 9(6) value 0.
       01 wa-selected-count		pic 9(6) value 0.
       01 wa-rejected-undeliverable	pic 9(6) value 0.
       01 wa-rejected-no-mail		pic 9(6) value 0.
       01 wa-rejected-no-third-party	pic 9(6) value 0.
       01 wa-telephone-withheld		pic 9(6) value 0.
       01 wa-rejected-age			pic 9(6) value 0.
       01 wa-rejected-gender		pic 9(6) value 0.
       01 wa-rejected-area-code		pic 9(6) value 0.
           03 filler		pic x(14) value "]  AREA CODE [".
           03 hl-area-code		pic x(3).
           03 filler			pic x(1) value "]".
           03 filler			pic x(12) value "  CAMPAIGN: ".
           03 hl-campaign-number	pic zzzzz9.
           03 filler			pic x(42) value spaces.

       01 heading-line-3			pic x(132) value
           "CUST#   NAME                            AGE  TELEPHONE    GE
           03 t6-count			pic zzzzz9.
           03 filler			pic x(96) value spaces.

       01 campaign-line.
           03 filler			pic x(30) value
               "CAMPAIGN REGISTERED:          ".
           03 cl-campaign-number	pic zzzzz9.
           03 filler			pic x(96) value spaces.

       01 member-reject-line.
           03 filler			pic x(9) value spaces.
           03 filler			pic x(35) value
               "NOT WRITTEN TO CAMPAIGN-MEMBERS:   ".
           03 mr-customer-number	pic zzzzz9.
           03 filler			pic x(82) value spaces.

       01 total-line-10.
           03 filler			pic x(30) value
               "CAMPAIGN MEMBERS NOT WRITTEN: ".
           03 t10-count			pic zzzzz9.
           03 filler			pic x(96) value spaces.

       01 campaign-unavailable-line	pic x(132) value
           "CAMPAIGN NOT REGISTERED - CAMPAIGN FILES UNAVAILABLE".

       01 total-line-7.
           03 filler			pic x(30) value
               "SUPPRESSED - NO MAIL:         ".
           03 t7-count			pic zzzzz9.
           03 filler			pic x(96) value spaces.

       01 total-line-8.
           03 filler			pic x(30) value
               "SUPPRESSED - NO THIRD PARTY:  ".
           03 t8-count			pic zzzzz9.
           03 filler			pic x(96) value spaces.

       01 total-line-9.
           03 filler			pic x(30) value
               "TELEPHONE WITHHELD - NO PHONE:".
           03 t9-count			pic zzzzz9.
           03 filler			pic x(96) value spaces.

       procedure division.
       main-line section.

                           perform select-customer-record
                   end-read
               end-perform
               if wa-campaign-open = "Y"
                   perform register-campaign
               end-if
           else
               perform print-report-heading
               move wa-parameter-error to pe-text

           move function current-date to wa-timestamp

           if wa-parameters-valid = "Y"
               perform open-campaign-files
           end-if

           open output extract-file
           open output report-file

      **************************************************
       take-selection-parameters section.

           move sp-age-from to wa-sc-age-from
           move sp-age-to to wa-sc-age-to
           move sp-gender to wa-sc-gender
           inspect wa-sc-gender converting "mf" to "MF"
           move sp-area-code to wa-sc-area-code

           if sp-age-from not = spaces or sp-age-to not = spaces
               move "Y" to wa-apply-age
               move 0 to wa-age-from
               end-if
           end-if.

      **************************************************
      * Opens the campaign registry and members files,
      * creating them the first time, and issues this
      * run's campaign number - one higher than the last
      * campaign on file - registering it at once with a
      * zero count so no later run can issue it again.
      **************************************************
       open-campaign-files section.

           open i-o campaign-registry
           if cg-file-status = "35"
               open output campaign-registry
               close campaign-registry
               open i-o campaign-registry
           end-if

           open i-o campaign-members
           if mb-file-status = "35"
               open output campaign-members
               close campaign-members
               open i-o campaign-members
           end-if

           if cg-file-status = "00" and mb-file-status = "00"
               move "Y" to wa-campaign-open
               move 0 to wa-campaign-number
               move 0 to cg-campaign-number
               move "N" to wa-registry-eof
               start campaign-registry
                   key is not less than cg-campaign-number
                   invalid key
                       move "Y" to wa-registry-eof
               end-start
               perform read-next-campaign
                   until wa-registry-eof = "Y"
               add 1 to wa-campaign-number
               move 0 to wa-selected-count
               perform write-campaign-registry
           else
               if cg-file-status = "00"
                   close campaign-registry
               end-if
               if mb-file-status = "00"
                   close campaign-members
               end-if
           end-if.

      **************************************************
      * Writes the campaign's registry record with the
      * count selected so far. Should the number somehow
      * be on file already, the campaign is not run.
      **************************************************
       write-campaign-registry section.

           move wa-campaign-number to cg-campaign-number
           move wa-timestamp to cg-run-timestamp
           move wa-selection-criteria to cg-criteria
           move wa-selected-count to cg-selected-count
           write cg-record
               invalid key
                   move "N" to wa-campaign-open
                   close campaign-registry
                   close campaign-members
           end-write.

       read-next-campaign section.

           read campaign-registry next record
               at end
                   move "Y" to wa-registry-eof
               not at end
                   move cg-campaign-number to wa-campaign-number
           end-read.

      **************************************************
      * Fills the criteria boxes in the page heading from
      * the taken criteria so the listing shows what was
           end-if
           if wa-apply-area-code = "Y"
               move wa-area-code to hl-area-code
           end-if
           move wa-campaign-number to hl-campaign-number.

      **************************************************
      * Applies the criteria to the current record. The
               move "N" to wa-record-selected
           end-if

      * Nor is a customer who has asked not to be mailed, or not to
      * be passed to outside parties such as the mailing house.

           if wa-record-selected = "Y" and cm-no-mail = "Y"
               add 1 to wa-rejected-no-mail
               move "N" to wa-record-selected
           end-if

           if wa-record-selected = "Y" and cm-no-third-party = "Y"
               add 1 to wa-rejected-no-third-party
               move "N" to wa-record-selected
           end-if

           if wa-record-selected = "Y" and wa-apply-age = "Y"
               if cm-age < wa-age-from or cm-age > wa-age-to
                   add 1 to wa-rejected-age

           if wa-record-selected = "Y"
               add 1 to wa-selected-count
               if cm-no-phone = "Y"
                   add 1 to wa-telephone-withheld
               end-if
               perform print-detail-record
               perform write-extract-record
               if wa-campaign-open = "Y"
                   perform write-campaign-member
               end-if
           end-if.

      **************************************************
      * Puts the selected customer on the campaign, with
      * the age, gender and area code selected on as they
      * stand today.
      **************************************************
       write-campaign-member section.

           move wa-campaign-number to mb-campaign-number
           move cm-customer-number to mb-customer-number
           move cm-age to mb-age
           move cm-gender to mb-gender
           move cm-telephone to wa-telephone-digits
           move wa-telephone-digits(1:3) to mb-area-code
           move spaces to mb-first-response-date
           move spaces to mb-last-response-date
           move 0 to mb-order-count
           move 0 to mb-order-value
           write mb-record
               invalid key
                   add 1 to wa-member-rejects
                   move "EXCEPTN" to wa-run-outcome
                   move cm-customer-number to mr-customer-number
                   write rf-line from member-reject-line
                   add 1 to wa-lines-on-page
           end-write.

      **************************************************
      * Completes the campaign's registry record once
      * the sweep is done with the pieces selected.
      **************************************************
       register-campaign section.

           move wa-campaign-number to cg-campaign-number
           move wa-timestamp to cg-run-timestamp
           move wa-selection-criteria to cg-criteria
           move wa-selected-count to cg-selected-count
           rewrite cg-record
               invalid key
                   move "EXCEPTN" to wa-run-outcome
           end-rewrite.

      **************************************************
      * Prints one selected customer on the listing.
      **************************************************
           move cm-customer-number to dl-customer-number
           move cm-name to dl-name
           move cm-age to dl-age
           if cm-no-phone = "Y"
               move 0 to dl-telephone
           else
               move cm-telephone to dl-telephone
           end-if
           move cm-gender to dl-gender
           write rf-line from detail-line-1
           add 1 to wa-lines-on-page.
           move cm-address-line-3 to ex-address-line-3
           perform build-last-address-line
           move wa-last-address-line to ex-address-line-4

      * A customer who has asked not to be telephoned goes out with
      * no telephone number.

           if cm-no-phone = "Y"
               move 0 to ex-telephone
           else
               move cm-telephone to ex-telephone
           end-if
           move wa-timestamp(1:8) to ex-extract-date
           write ex-record.

           move 3 to wa-lines-on-page.

      **************************************************
      * Prints the run totals: read, selected, rejected
      * per criterion and suppressed per contact
      * preference.
      **************************************************
       print-run-totals section.


           move spaces to rf-line
           write rf-line
           if wa-parameters-valid = "Y"
               if wa-campaign-open = "Y"
                   move wa-campaign-number to cl-campaign-number
                   write rf-line from campaign-line
               else
                   write rf-line from campaign-unavailable-line
               end-if
           end-if
           move wa-read-count to t1-count
           write rf-line from total-line-1
           move wa-selected-count to t2-count
           move wa-rejected-gender to t5-count
           write rf-line from total-line-5
           move wa-rejected-area-code to t6-count
           write rf-line from total-line-6
           move wa-rejected-no-mail to t7-count
           write rf-line from total-line-7
           move wa-rejected-no-third-party to t8-count
           write rf-line from total-line-8
           move wa-telephone-withheld to t9-count
           write rf-line from total-line-9
           if wa-member-rejects > 0
               move wa-member-rejects to t10-count
               write rf-line from total-line-10
           end-if.

      **************************************************
      * Closes the files.
           if wa-customer-master-open = "Y"
               close customer-master
           end-if
           if wa-campaign-open = "Y"
               close campaign-registry
               close campaign-members
           end-if
           close extract-file
           close report-file.

       end-run-control section.

           move "END" to rc-req-function
           move wa-run-outcome to rc-req-outcome
           move wa-selected-count to rc-req-count
           call "RUNCTLIO" using run-control-request.
