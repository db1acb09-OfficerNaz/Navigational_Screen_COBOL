      ******************************************************************
      * CAMPRSLT - campaign results report.
      *
      * For each campaign CUSTSEL registered on CAMPAIGN-REGISTRY,
      * reads the customers it mailed from CAMPAIGN-MEMBERS, with the
      * responses RESPLOAD posted to them, and prints the pieces
      * mailed, the customers who responded, the response rate and
      * the order revenue - for the campaign as a whole, and broken
      * down by age band, gender and telephone area code as they
      * stood when the campaign was selected. Marketing reads it to
      * decide which selections are worth repeating. Each campaign
      * starts on a new page with the criteria it was selected on;
      * a grand total across the campaigns reported closes the run.
      *
      * A customer who ordered more than once counts once as a
      * response; all of their orders count in the revenue.
      *
      * CAMPPRM may hold one line, a campaign number, to report that
      * one campaign; a missing or empty parameter file reports
      * every campaign on the registry.
      ******************************************************************

       identification division.
       program-id. CAMPRSLT.

       environment division.
       input-output section.
       file-control.

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

           select parameter-file assign to "CAMPPRM"
               organization is line sequential
               file status is cp-file-status.

           select report-file assign to "CAMPRSLT"
               organization is line sequential
               file status is rf-file-status.

       data division.
       file section.

       fd campaign-registry.
           copy CAMPREC.

       fd campaign-members.
           copy CAMPMBR.

       fd parameter-file.
       01 cp-record.
           03 cp-campaign-number	pic x(6).

       fd report-file.
       01 rf-line				pic x(132).

       working-storage section.

       01 cg-file-status			pic xx value "00".
       01 mb-file-status			pic xx value "00".
       01 cp-file-status			pic xx value "00".
       01 rf-file-status			pic xx value "00".

       01 wa-eof				pic x value "N".
       01 wa-members-eof			pic x value "N".
       01 wa-campaign-files-open		pic x value "N".
       01 wa-registry-open			pic x value "N".
       01 wa-members-open			pic x value "N".
       01 wa-select-campaign		pic 9(6) value 0.
       01 wa-campaign-count		pic 9(6) value 0.
       01 wa-lines-on-page			pic 99 value 0.
       01 wa-lines-per-page		pic 99 value 55.
       01 wa-page-number			pic 9(4) value 0.

      **************************************************
      * The campaign's totals, and the grand totals over
      * every campaign reported.
      **************************************************
       01 wa-campaign-totals.
           03 wa-ct-mailed		pic 9(6).
           03 wa-ct-responses		pic 9(6).
           03 wa-ct-revenue		pic s9(9)v99.
       01 wa-grand-totals.
           03 wa-gt-mailed		pic 9(6) value 0.
           03 wa-gt-responses		pic 9(6) value 0.
           03 wa-gt-revenue		pic s9(9)v99 value 0.

      **************************************************
      * Breakdown by age band. The band labels are a
      * value table redefined for subscripting.
      **************************************************
       01 wa-band-label-values.
           03 filler			pic x(16) value "  UNDER 25".
           03 filler			pic x(16) value "  25 TO 34".
           03 filler			pic x(16) value "  35 TO 44".
           03 filler			pic x(16) value "  45 TO 54".
           03 filler			pic x(16) value "  55 TO 64".
           03 filler			pic x(16) value "  65 AND OVER".
       01 wa-band-labels redefines wa-band-label-values.
           03 wa-band-label		pic x(16) occurs 6.

       01 wa-band-table.
           03 wa-band-entry occurs 6.
               05 wa-bd-mailed		pic 9(6).
               05 wa-bd-responses	pic 9(6).
               05 wa-bd-revenue		pic s9(9)v99.

      **************************************************
      * Breakdown by gender: M, F, and anything else.
      **************************************************
       01 wa-gender-label-values.
           03 filler			pic x(16) value "  MALE".
           03 filler			pic x(16) value "  FEMALE".
           03 filler			pic x(16) value "  NOT KEYED".
       01 wa-gender-labels redefines wa-gender-label-values.
           03 wa-gender-label		pic x(16) occurs 3.

       01 wa-gender-table.
           03 wa-gender-entry occurs 3.
               05 wa-gd-mailed		pic 9(6).
               05 wa-gd-responses	pic 9(6).
               05 wa-gd-revenue		pic s9(9)v99.

      **************************************************
      * Breakdown by area code, in the order the codes
      * are met. A campaign reaching more than fifty area
      * codes puts the rest in a last OTHER entry.
      **************************************************
       01 wa-area-table.
           03 wa-area-entry occurs 51.
               05 wa-ar-code		pic x(3).
               05 wa-ar-mailed		pic 9(6).
               05 wa-ar-responses	pic 9(6).
               05 wa-ar-revenue		pic s9(9)v99.
       01 wa-area-count			pic 99 value 0.
       01 wa-area-found			pic x value "N".

       01 band-subscript			pic 99 value 0.
       01 gender-subscript		pic 99 value 0.
       01 area-subscript			pic 99 value 0.

      **************************************************
      * One results line as it is being printed.
      **************************************************
       01 wa-line-label			pic x(16) value spaces.
       01 wa-line-mailed			pic 9(6) value 0.
       01 wa-line-responses		pic 9(6) value 0.
       01 wa-line-revenue		pic s9(9)v99 value 0.
       01 wa-line-rate			pic 999v9 value 0.
       01 wa-member-responded		pic x value "N".

      **************************************************
      * Run-control handshake with RUNCTLIO: the job is
      * stamped onto RUNCTL at start and end, and refuses
      * to start while an online session or another batch
      * job holds the customer files.
      **************************************************
           copy RUNCPARM.

       01 heading-line-1			pic x(132) value
           "CAMPAIGN RESULTS".

       01 heading-line-2.
           03 filler			pic x(6) value "PAGE: ".
           03 hl-page-number		pic zzz9.
           03 filler			pic x(122) value spaces.

       01 campaign-heading-line.
           03 filler			pic x(10) value "CAMPAIGN: ".
           03 ch-campaign-number	pic zzzzz9.
           03 filler			pic x(7) value "  RUN: ".
           03 ch-run-date		pic x(8).
           03 filler			pic x(12) value
               "  AGE FROM [".
           03 ch-age-from		pic x(3).
           03 filler			pic x(6) value "] TO [".
           03 ch-age-to			pic x(3).
           03 filler			pic x(11) value "]  GENDER [".
           03 ch-gender			pic x.
           03 filler		pic x(14) value "]  AREA CODE [".
           03 ch-area-code		pic x(3).
           03 filler			pic x value "]".
           03 filler			pic x(47) value spaces.

       01 heading-line-3.
           03 filler			pic x(36) value
               "SELECTION          MAILED  RESPONSES".
           03 filler			pic x(23) value
               "  RATE %        REVENUE".
           03 filler			pic x(73) value spaces.

       01 section-line.
           03 sl-text			pic x(16).
           03 filler			pic x(116) value spaces.

       01 results-line.
           03 rl-label			pic x(16).
           03 filler			pic x(2) value spaces.
           03 rl-mailed			pic zzzzz9.
           03 filler			pic x(5) value spaces.
           03 rl-responses		pic zzzzz9.
           03 filler			pic x(3) value spaces.
           03 rl-rate			pic zz9.9.
           03 filler			pic x(2) value spaces.
           03 rl-revenue		pic zzz,zzz,zz9.99-.
           03 filler			pic x(72) value spaces.

       01 no-campaigns-line			pic x(132) value
           "NO CAMPAIGNS ON THE REGISTRY FOR THE SELECTION MADE.".

       01 footer-line-1.
           03 filler			pic x(24) value
               "CAMPAIGNS REPORTED:     ".
           03 f1-count			pic zzzzz9.
           03 filler			pic x(102) value spaces.

       procedure division.
       main-line section.

           perform start-run-control
           if rc-req-reply not = "Y"
               stop run
           end-if

           perform initialize-program

           perform until wa-eof = "Y"
               read campaign-registry next record
                   at end
                       move "Y" to wa-eof
                   not at end
                       if wa-select-campaign not = 0 and
                           cg-campaign-number not = wa-select-campaign
                           move "Y" to wa-eof
                       else
                           perform report-one-campaign
                       end-if
               end-read
           end-perform

           perform print-footer
           perform terminate-program

           perform end-run-control

           stop run.

      **************************************************
      * Opens the files, reads the campaign selection
      * from CAMPPRM and positions at the first campaign
      * to report. No campaign files means CUSTSEL has
      * never registered a campaign.
      **************************************************
       initialize-program section.

           open input campaign-registry
           if cg-file-status = "00"
               move "Y" to wa-registry-open
           end-if
           open input campaign-members
           if mb-file-status = "00"
               move "Y" to wa-members-open
           end-if
           if wa-registry-open = "Y" and wa-members-open = "Y"
               move "Y" to wa-campaign-files-open
           else
               move "Y" to wa-eof
           end-if

           open input parameter-file
           if cp-file-status = "00"
               read parameter-file
                   at end
                       continue
                   not at end
                       if cp-campaign-number is numeric
                           move cp-campaign-number
                               to wa-select-campaign
                       end-if
               end-read
               close parameter-file
           end-if

           if wa-campaign-files-open = "Y"
               move wa-select-campaign to cg-campaign-number
               start campaign-registry
                   key is not less than cg-campaign-number
                   invalid key
                       move "Y" to wa-eof
               end-start
           end-if

           open output report-file.

      **************************************************
      * Gathers the campaign's customers and responses
      * and prints its results page.
      **************************************************
       report-one-campaign section.

           add 1 to wa-campaign-count
           initialize wa-campaign-totals
           initialize wa-band-table
           initialize wa-gender-table
           initialize wa-area-table
           move 0 to wa-area-count

           move cg-campaign-number to mb-campaign-number
           move 0 to mb-customer-number
           move "N" to wa-members-eof
           start campaign-members
               key is not less than mb-member-key
               invalid key
                   move "Y" to wa-members-eof
           end-start
           perform add-next-member
               until wa-members-eof = "Y"

           add wa-ct-mailed to wa-gt-mailed
           add wa-ct-responses to wa-gt-responses
           add wa-ct-revenue to wa-gt-revenue

           perform print-campaign-results.

       add-next-member section.

           read campaign-members next record
               at end
                   move "Y" to wa-members-eof
               not at end
                   if mb-campaign-number not = cg-campaign-number
                       move "Y" to wa-members-eof
                   else
                       perform add-member-to-totals
                   end-if
           end-read.

      **************************************************
      * Adds one mailed customer to the campaign totals
      * and to its age band, gender and area code.
      **************************************************
       add-member-to-totals section.

           if mb-first-response-date not = spaces
               move "Y" to wa-member-responded
           else
               move "N" to wa-member-responded
           end-if

           add 1 to wa-ct-mailed
           add mb-order-value to wa-ct-revenue
           if wa-member-responded = "Y"
               add 1 to wa-ct-responses
           end-if

           evaluate true
             when mb-age < 25
               move 1 to band-subscript
             when mb-age < 35
               move 2 to band-subscript
             when mb-age < 45
               move 3 to band-subscript
             when mb-age < 55
               move 4 to band-subscript
             when mb-age < 65
               move 5 to band-subscript
             when other
               move 6 to band-subscript
           end-evaluate
           add 1 to wa-bd-mailed (band-subscript)
           add mb-order-value to wa-bd-revenue (band-subscript)
           if wa-member-responded = "Y"
               add 1 to wa-bd-responses (band-subscript)
           end-if

           evaluate mb-gender
             when "M"
               move 1 to gender-subscript
             when "F"
               move 2 to gender-subscript
             when other
               move 3 to gender-subscript
           end-evaluate
           add 1 to wa-gd-mailed (gender-subscript)
           add mb-order-value to wa-gd-revenue (gender-subscript)
           if wa-member-responded = "Y"
               add 1 to wa-gd-responses (gender-subscript)
           end-if

           perform find-area-entry
           add 1 to wa-ar-mailed (area-subscript)
           add mb-order-value to wa-ar-revenue (area-subscript)
           if wa-member-responded = "Y"
               add 1 to wa-ar-responses (area-subscript)
           end-if.

      **************************************************
      * Finds the member's area code in the table, adding
      * it when new, or the OTHER entry once fifty codes
      * are held.
      **************************************************
       find-area-entry section.

           move "N" to wa-area-found
           perform varying area-subscript from 1 by 1
               until area-subscript > wa-area-count
                   or wa-area-found = "Y"
               if wa-ar-code (area-subscript) = mb-area-code
                   move "Y" to wa-area-found
               end-if
           end-perform

           if wa-area-found = "Y"
               subtract 1 from area-subscript
           else
               if wa-area-count < 50
                   add 1 to wa-area-count
                   move wa-area-count to area-subscript
                   move mb-area-code to wa-ar-code (area-subscript)
               else
                   move 51 to area-subscript
                   move "OTH" to wa-ar-code (area-subscript)
               end-if
           end-if.

      **************************************************
      * Prints the campaign's page: the campaign as a
      * whole, then each breakdown that has pieces in it.
      **************************************************
       print-campaign-results section.

           move cg-campaign-number to ch-campaign-number
           move cg-run-timestamp(1:8) to ch-run-date
           move cg-age-from to ch-age-from
           move cg-age-to to ch-age-to
           move cg-gender to ch-gender
           move cg-area-code to ch-area-code
           perform print-report-heading

           move "ALL PIECES" to wa-line-label
           move wa-ct-mailed to wa-line-mailed
           move wa-ct-responses to wa-line-responses
           move wa-ct-revenue to wa-line-revenue
           perform print-results-line

           move "AGE BAND" to sl-text
           perform print-section-line
           perform varying band-subscript from 1 by 1
               until band-subscript > 6
               if wa-bd-mailed (band-subscript) > 0
                   move wa-band-label (band-subscript)
                       to wa-line-label
                   move wa-bd-mailed (band-subscript)
                       to wa-line-mailed
                   move wa-bd-responses (band-subscript)
                       to wa-line-responses
                   move wa-bd-revenue (band-subscript)
                       to wa-line-revenue
                   perform print-results-line
               end-if
           end-perform

           move "GENDER" to sl-text
           perform print-section-line
           perform varying gender-subscript from 1 by 1
               until gender-subscript > 3
               if wa-gd-mailed (gender-subscript) > 0
                   move wa-gender-label (gender-subscript)
                       to wa-line-label
                   move wa-gd-mailed (gender-subscript)
                       to wa-line-mailed
                   move wa-gd-responses (gender-subscript)
                       to wa-line-responses
                   move wa-gd-revenue (gender-subscript)
                       to wa-line-revenue
                   perform print-results-line
               end-if
           end-perform

           move "AREA CODE" to sl-text
           perform print-section-line
           perform varying area-subscript from 1 by 1
               until area-subscript > 51
               if wa-ar-mailed (area-subscript) > 0
                   move spaces to wa-line-label
                   move wa-ar-code (area-subscript)
                       to wa-line-label(3:3)
                   move wa-ar-mailed (area-subscript)
                       to wa-line-mailed
                   move wa-ar-responses (area-subscript)
                       to wa-line-responses
                   move wa-ar-revenue (area-subscript)
                       to wa-line-revenue
                   perform print-results-line
               end-if
           end-perform.

       print-section-line section.

           if wa-lines-on-page >= wa-lines-per-page - 1
               perform print-report-heading
           end-if
           move spaces to rf-line
           write rf-line
           write rf-line from section-line
           add 2 to wa-lines-on-page.

      **************************************************
      * Prints one results line, working out the
      * response rate as a percentage of pieces mailed.
      **************************************************
       print-results-line section.

           if wa-lines-on-page >= wa-lines-per-page
               perform print-report-heading
           end-if

           move 0 to wa-line-rate
           if wa-line-mailed > 0
               compute wa-line-rate rounded
                   = wa-line-responses * 100 / wa-line-mailed
           end-if

           move wa-line-label to rl-label
           move wa-line-mailed to rl-mailed
           move wa-line-responses to rl-responses
           move wa-line-rate to rl-rate
           move wa-line-revenue to rl-revenue
           write rf-line from results-line
           add 1 to wa-lines-on-page.

      **************************************************
      * Starts a new page: banner, page number, the
      * campaign on the page and column headings.
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
           write rf-line from campaign-heading-line
           write rf-line from heading-line-3
           move 4 to wa-lines-on-page.

      **************************************************
      * Writes the grand totals over the campaigns
      * reported, and the run count.
      **************************************************
       print-footer section.

           if wa-campaign-count = 0
               move 0 to ch-campaign-number
               move spaces to ch-run-date
               move spaces to ch-age-from
               move spaces to ch-age-to
               move space to ch-gender
               move spaces to ch-area-code
               perform print-report-heading
               write rf-line from no-campaigns-line
           else
               move "ALL CAMPAIGNS" to sl-text
               perform print-section-line
               move "  TOTAL" to wa-line-label
               move wa-gt-mailed to wa-line-mailed
               move wa-gt-responses to wa-line-responses
               move wa-gt-revenue to wa-line-revenue
               perform print-results-line
           end-if

           move spaces to rf-line
           write rf-line
           move wa-campaign-count to f1-count
           write rf-line from footer-line-1.

      **************************************************
      * Closes the files.
      **************************************************
       terminate-program section.

           if wa-registry-open = "Y"
               close campaign-registry
           end-if
           if wa-members-open = "Y"
               close campaign-members
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

           move "CAMPRSLT" to rc-req-job
           move "START" to rc-req-function
           move spaces to rc-req-outcome
           move 0 to rc-req-count
           call "RUNCTLIO" using run-control-request

           if rc-req-reply not = "Y"
               display "CAMPRSLT not started - customer files in use."
           end-if.

      **************************************************
      * Stamps the job's end, outcome and count onto the
      * shared run control and releases the batch slot.
      **************************************************
       end-run-control section.

           move "END" to rc-req-function
           move "OK" to rc-req-outcome
           move wa-campaign-count to rc-req-count
           call "RUNCTLIO" using run-control-request.
