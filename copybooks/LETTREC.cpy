      ******************************************************************
      * LETTREC - LETTER-TEMPLATES record layout: the letter types
      * the LETTERS correspondence run prints, and their wording.
      *
      * Each letter type starts with one header line, lt-line-type
      * H, naming the customers it goes to in lt-selection:
      *     NEW       customers added since the last LETTERS run
      *     ZIPFLAG   customers flagged Z by the ZIPLOAD sweep
      *     RETURNED  customers flagged U by CUSTRTN who have a
      *               telephone number on file
      * and a description for the run report. The body lines of the
      * letter follow, lt-line-type B, in the order they print; a B
      * line with nothing after the line type prints blank. A body
      * line may carry substitution markers, replaced from the
      * customer record as the letter prints:
      *     &NAME  &ADDRESS1  &ADDRESS2  &ADDRESS3  &CITY  &STATE
      *     &ZIP (12345-6789)  &TELEPHONE  &CUSTNO  &DATE (today)
      * Every letter starts with the date and the customer's name and
      * address block, so the body begins at the salutation.
      *
      * Maintained by hand in an editor; read by LETTERS.
      ******************************************************************
       01 lt-record.
           03 lt-letter-type		pic x(8).
           03 filler			pic x.
           03 lt-line-type		pic x.
           03 filler			pic x.
           03 lt-text			pic x(69).
           03 lt-header redefines lt-text.
               05 lt-selection		pic x(8).
               05 filler		pic x.
               05 lt-description	pic x(40).
               05 filler		pic x(20).
