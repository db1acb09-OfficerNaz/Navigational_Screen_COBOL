      ******************************************************************
      * CAMPMBR - CAMPAIGN-MEMBERS record layout: one customer
      * selected in one campaign. Keyed on the campaign number and
      * customer number, so a campaign's customers cluster together
      * and can be read off with a start on the campaign number.
      *
      * The customer's age, gender and telephone area code are kept
      * as they stood when the campaign was selected, so the results
      * can be broken down the way the selection was made even after
      * the customer record changes or goes.
      *
      * The response fields start empty and are filled by RESPLOAD
      * from the order desk's response file: the date of the first
      * response and of the last one loaded, the number of orders
      * and their total value. A customer with a first response date
      * has responded to the campaign. RESPLOAD posts only responses
      * dated after the last one loaded, so the last response date
      * also marks how far the customer's responses have been taken.
      *
      * Written by CUSTSEL; updated by RESPLOAD; read by CAMPRSLT.
      ******************************************************************
       01 mb-record.
           03 mb-member-key.
               05 mb-campaign-number	pic 9(6).
               05 mb-customer-number	pic 9(6).
           03 mb-age			pic 999.
           03 mb-gender			pic x.
           03 mb-area-code		pic x(3).
           03 mb-first-response-date	pic x(8).
           03 mb-last-response-date	pic x(8).
           03 mb-order-count		pic 9(4).
           03 mb-order-value		pic s9(9)v99
                                        sign leading separate.
