      ******************************************************************
      * JRNLREC - CUSTOMER-JOURNAL record layout: one line per write,
      * rewrite or delete against CUSTOMER-MASTER, carrying the full
      * before and after record images in the CUSTREC layout (352
      * bytes each). A WRITE carries spaces as its before image, a
      * DELETE spaces as its after image.
      *
      * Appended to by every program that updates CUSTMAST in place -
      * ADSAMP, CUSTARCH, CUSTREST, CUSTRTN, CUSTMRG, SUPPLOAD, the
      * ZIPLOAD sweep, a CUSTPRIV erasure and the LETTERS run - and
      * rolled forward over the last good backup by CUSTRCVR when the
      * indexed file is lost or corrupted. AUDITLOG says who and
      * when; this file says what the record said.
      *
      * A CUSTPRIV erasure also blanks the customer's name, address,
      * telephone and gender in every image already on the journal
      * and its closed-off copies, so a roll-forward cannot bring
      * them back.
      *
      * The nightly CUSTBKUP closes the journal off at each backup:
      * the lines are copied to CUSTJRNL.yyyymmdd.nnnn, catalogued on
      * BKUPCAT, and CUSTJRNL starts again empty, so it only ever
      * holds the changes made since the last backup.
      ******************************************************************
       01 jr-record.
           03 jr-program		pic x(8).
           03 jr-timestamp		pic x(21).
           03 jr-action			pic x(10).
           03 jr-customer-number	pic 9(6).
           03 jr-before-image		pic x(352).
           03 jr-after-image		pic x(352).
