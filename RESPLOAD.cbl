      ******************************************************************
      * RESPLOAD - load the order desk's campaign responses.
      *
      * The order desk sends a file of the orders that came in
      * against a campaign mailing: who ordered, quoting which
      * campaign, when, and for how much. This job posts each line
      * to the customer's entry on CAMPAIGN-MEMBERS - the first
      * response date, the latest, the number of orders and their
      * total value - so the CAMPRSLT results report can show which
      * selections paid.
      *
      * A line is rejected, and listed for the order desk to check,
      * when the campaign is not on CAMPAIGN-REGISTRY, when the
      * customer was not mailed in that campaign, or when it is
      * dated before the campaign ran.
      *
      * Responses must be loaded in date order: a line dated on or
      * before the last response already loaded for the customer and
      * campaign is rejected as already loaded. A file loaded twice,
      * or a line repeated within a file, therefore posts once and
      * does not double the revenue. The order desk sends RESPFILE
      * in response date order and merges a customer's orders on
      * the same campaign on the same day into one line, with their
      * total value; an older response arriving after a newer one
      * has been loaded is rejected and must be keyed by hand.
      *
      * RESPFILE holds one line per response, fields separated by
      * one space: customer number (6), campaign number (6),
      * response date yyyymmdd, and order value as nine digits with
      * two implied decimals (blank for a response with no order).
      ******************************************************************

       identification division.
       program-id. RESPLOAD.

       environment division.
       input-output section.
       file-control.

           select response-file assign to "RESPFILE"
               organization is line sequential
               file status is rs-file-status.

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

           select report-file assign to "RESPRPT"
               organization is line sequential
               file status is rf-file-status.

       data division.
       file section.

       fd response-file.
       01 rs-record.
           03 rs-customer-number	pic x(6).
           03 filler			pic x.
           03 rs-campaign-number	pic x(6).
           03 filler			pic x.
           03 rs-response-date		pic x(8).
           03 filler			pic x.
           03 rs-order-value-x		pic x(9).
           03 rs-order-value redefines rs-order-value-x
                                        pic 9(7)v99.

       fd campaign-registry.
           copy CAMPREC.

       fd campaign-members.
           copy CAMPMBR.

       fd report-file.
       01 rf-line				pic x(132).

       working-storage section.

       01 rs-file-status			pic xx value "00".
       01 cg-file-status			pic xx value "00".
       01 mb-file-status			pic xx value "00".
       01 rf-file-status			pic xx value "00".

       01 wa-eof				pic x value "N".
       01 wa-campaign-files-open		pic x value "N".
       01 wa-registry-open			pic x value "N".
       01 wa-members-open			pic x value "N".
       01 wa-order-value			pic 9(7)v99 value 0.
       01 wa-read-count			pic 9(6) value 0.
       01 wa-loaded-count			pic 9(6) value 0.
       01 wa-first-response-count		pic 9(6) value 0.
       01 wa-rejected-count		pic 9(6) value 0.
       01 wa-value-loaded			pic 9(9)v99 value 0.
       01 wa-lines-on-page			pic 99 value 0.
       01 wa-lines-per-page		pic 99 value 55.
       01 wa-page-number			pic 9(4) value 0.

      **************************************************
      * Run-control handshake with RUNCTLIO: the job is
      * stamped onto RUNCTL at start and end, and refuses
      * to start while an online session or another batch
      * job holds the customer files.
      **************************************************
           copy RUNCPARM.

       01 heading-line-1			pic x(132) value
           "CAMPAIGN RESPONSE LOAD".

       01 heading-line-2.
           03 filler			pic x(6) value "PAGE: ".
           03 hl-page-number		pic zzz9.
           03 filler			pic x(122) value spaces.

       01 heading-line-3			pic x(132) value
           "CUST#   CAMP#   DATE        ORDER VALUE  RESULT".

       01 detail-line-1.
           03 dl-customer-number	pic x(6).
           03 filler			pic x(2) value spaces.
           03 dl-campaign-number	pic x(6).
           03 filler			pic x(2) value spaces.
           03 dl-response-date		pic x(8).
           03 filler			pic x(2) value spaces.
           03 dl-order-value		pic z,zzz,zz9.99.
           03 filler			pic x(2) value spaces.
           03 dl-result			pic x(40).
           03 filler			pic x(52) value spaces.

       01 campaign-unavailable-line	pic x(132) value
           "CAMPAIGN FILES UNAVAILABLE - NO RESPONSES LOADED.".

       01 footer-line-1.
           03 filler			pic x(24) value
               "RESPONSE LINES READ:    ".
           03 f1-count			pic zzzzz9.
           03 filler			pic x(102) value spaces.

       01 footer-line-2.
           03 filler			pic x(24) value
               "RESPONSES LOADED:       ".
           03 f2-count			pic zzzzz9.
           03 filler			pic x(102) value spaces.

       01 footer-line-3.
           03 filler			pic x(24) value
               "FIRST RESPONSES:        ".
           03 f3-count			pic zzzzz9.
           03 filler			pic x(102) value spaces.

       01 footer-line-4.
           03 filler			pic x(24) value
               "LINES REJECTED:         ".
           03 f4-count			pic zzzzz9.
           03 filler			pic x(102) value spaces.

       01 footer-line-5.
           03 filler			pic x(24) value
               "ORDER VALUE LOADED:     ".
           03 f5-value			pic zzz,zzz,zz9.99.
           03 filler			pic x(94) value spaces.

       procedure division.
       main-line section.

           perform start-run-control
           if rc-req-reply not = "Y"
               stop run
           end-if

           perform initialize-program

           perform until wa-eof = "Y"
               read response-file
                   at end
                       move "Y" to wa-eof
                   not at end
                       add 1 to wa-read-count
                       perform process-one-response
               end-read
           end-perform

           perform print-footer
           perform terminate-program

           perform end-run-control

           stop run.

      **************************************************
      * Opens the files. No response file means there is
      * nothing to load; no campaign files means no
      * campaign has ever been selected, and the report
      * says so.
      **************************************************
       initialize-program section.

           open input response-file
           if rs-file-status not = "00"
               move "Y" to wa-eof
           end-if

           open input campaign-registry
           if cg-file-status = "00"
               move "Y" to wa-registry-open
           end-if
           open i-o campaign-members
           if mb-file-status = "00"
               move "Y" to wa-members-open
           end-if
           if wa-registry-open = "Y" and wa-members-open = "Y"
               move "Y" to wa-campaign-files-open
           else
               move "Y" to wa-eof
           end-if

           open output report-file.

      **************************************************
      * Checks the current RESPFILE line and, when it is
      * good, posts it to the customer's campaign entry.
      **************************************************
       process-one-response section.

           move rs-customer-number to dl-customer-number
           move rs-campaign-number to dl-campaign-number
           move rs-response-date to dl-response-date
           move 0 to wa-order-value
           if rs-order-value-x is numeric
               move rs-order-value to wa-order-value
           end-if
           move wa-order-value to dl-order-value

           evaluate true
             when rs-customer-number is not numeric or
                 rs-campaign-number is not numeric
               move "LINE NOT CUSTOMER AND CAMPAIGN NUMBERS"
                   to dl-result
               perform reject-response
             when rs-response-date is not numeric
               move "RESPONSE DATE NOT YYYYMMDD" to dl-result
               perform reject-response
             when rs-order-value-x not = spaces and
                 rs-order-value-x is not numeric
               move "ORDER VALUE NOT NUMERIC" to dl-result
               perform reject-response
             when other
               perform find-campaign
           end-evaluate.

       find-campaign section.

           move rs-campaign-number to cg-campaign-number
           read campaign-registry record
               invalid key
                   move "CAMPAIGN NOT ON REGISTRY" to dl-result
                   perform reject-response
               not invalid key
                   if rs-response-date < cg-run-timestamp(1:8)
                       move "RESPONSE DATED BEFORE CAMPAIGN RAN"
                           to dl-result
                       perform reject-response
                   else
                       perform find-campaign-member
                   end-if
           end-read.

       find-campaign-member section.

           move rs-campaign-number to mb-campaign-number
           move rs-customer-number to mb-customer-number
           read campaign-members record
               invalid key
                   move "CUSTOMER NOT MAILED IN CAMPAIGN"
                       to dl-result
                   perform reject-response
               not invalid key
                   if mb-last-response-date not = spaces and
                       rs-response-date not > mb-last-response-date
                       move "ALREADY LOADED - NOT AFTER LAST RESPONSE"
                           to dl-result
                       perform reject-response
                   else
                       perform post-response
                   end-if
           end-read.

      **************************************************
      * Posts the response to the customer's campaign
      * entry: the first response date is set once, the
      * last moves forward to this response, and the
      * order is counted and its value added.
      **************************************************
       post-response section.

           if mb-first-response-date = spaces
               move rs-response-date to mb-first-response-date
               add 1 to wa-first-response-count
           end-if
           move rs-response-date to mb-last-response-date
           add 1 to mb-order-count
           add wa-order-value to mb-order-value

           rewrite mb-record
               invalid key
                   move "REWRITE FAILED - RECORD IN USE" to dl-result
                   perform reject-response
               not invalid key
                   add 1 to wa-loaded-count
                   add wa-order-value to wa-value-loaded
                   move "LOADED" to dl-result
                   perform print-detail-record
           end-rewrite.

       reject-response section.

           add 1 to wa-rejected-count
           perform print-detail-record.

       print-detail-record section.

           if wa-lines-on-page = 0 or
               wa-lines-on-page >= wa-lines-per-page
               perform print-report-heading
           end-if
           write rf-line from detail-line-1
           add 1 to wa-lines-on-page.

      **************************************************
      * Starts a new page: banner, page number and column
      * headings.
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
      * Writes the run counts at the end of the report.
      **************************************************
       print-footer section.

           if wa-lines-on-page = 0
               perform print-report-heading
           end-if

           move spaces to rf-line
           write rf-line
           if wa-campaign-files-open = "N"
               write rf-line from campaign-unavailable-line
           end-if
           move wa-read-count to f1-count
           write rf-line from footer-line-1
           move wa-loaded-count to f2-count
           write rf-line from footer-line-2
           move wa-first-response-count to f3-count
           write rf-line from footer-line-3
           move wa-rejected-count to f4-count
           write rf-line from footer-line-4
           move wa-value-loaded to f5-value
           write rf-line from footer-line-5.

      **************************************************
      * Closes the files.
      **************************************************
       terminate-program section.

           if rs-file-status = "00" or rs-file-status = "10"
               close response-file
           end-if
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

           move "RESPLOAD" to rc-req-job
           move "START" to rc-req-function
           move spaces to rc-req-outcome
           move 0 to rc-req-count
           call "RUNCTLIO" using run-control-request

           if rc-req-reply not = "Y"
               display "RESPLOAD not started - customer files in use."
           end-if.

      **************************************************
      * Stamps the job's end, outcome and count onto the
      * shared run control and releases the batch slot.
      **************************************************
       end-run-control section.

           move "END" to rc-req-function
           move "OK" to rc-req-outcome
           move wa-loaded-count to rc-req-count
           call "RUNCTLIO" using run-control-request.
