      ******************************************************************
      * NOTEREC - CONTACT-NOTES record layout: one note of a contact
      * with a customer. Keyed on the customer number and the time
      * the note was taken, so all of one customer's notes cluster
      * together in the order they were written and can be read off
      * with a start on the customer number.
      *
      * cn-operator-id is the operator signed on when the note was
      * taken. cn-reason-code is one of BILL (billing query), ADDR
      * (address or details change), ORDR (order), COMP (complaint),
      * MAIL (mailing or contact wishes), INFO (general enquiry) or
      * OTHR. cn-follow-up-date (yyyymmdd) is the day a callback was
      * promised, or spaces when none was. cn-callback-status is
      * spaces while the callback is open and "D" once the operator
      * has marked it done on the f6 Notes screen. CALLBACK lists
      * every note whose follow-up date has come and whose callback
      * is still open.
      *
      * Written and closed off from the ADSAMP customer screen (f6
      * Notes); read by CALLBACK (morning callback worklist); carried
      * to the survivor by CUSTMRG.
      ******************************************************************
       01 cn-record.
           03 cn-note-key.
               05 cn-customer-number	pic 9(6).
               05 cn-timestamp		pic x(21).
           03 cn-operator-id		pic x(8).
           03 cn-reason-code		pic x(4).
           03 cn-follow-up-date		pic x(8).
           03 cn-note-text		pic x(60).
           03 cn-callback-status	pic x.
