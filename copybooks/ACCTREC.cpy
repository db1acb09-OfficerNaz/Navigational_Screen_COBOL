      ******************************************************************
      * ACCTREC - CUSTOMER-ACCOUNT transaction record layout: one
      * posted charge, payment or adjustment against a customer's
      * account. Keyed on the customer number, the posting run's
      * timestamp and the line's sequence within that run, so all of
      * one customer's transactions cluster together and can be read
      * off with a start on the customer number.
      *
      * at-transaction-type is C (charge), P (payment) or A
      * (adjustment). at-amount is signed as it affects the balance
      * owed: charges post positive, payments negative, adjustments
      * as keyed. A customer's balance is the sum of at-amount over
      * the customer's transactions.
      *
      * Posted by ACCTPOST; read by ACCTSTMT (statements), ACCTAGE
      * (aged trial balance) and CUSTARCH (open-balance check).
      ******************************************************************
       01 at-record.
           03 at-transaction-key.
               05 at-customer-number	pic 9(6).
               05 at-posted-timestamp	pic x(21).
               05 at-sequence-number	pic 9(6).
           03 at-transaction-type	pic x.
           03 at-transaction-date	pic x(8).
           03 at-amount			pic s9(7)v99
                                        sign leading separate.
           03 at-reference		pic x(10).
           03 at-description		pic x(30).
