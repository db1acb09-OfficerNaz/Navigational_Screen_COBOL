      * if the combination validates again.
      ******************************************************************
           03 cm-mail-status		pic x.

      ******************************************************************
      * Contact preferences, each Y when the customer has asked not to
      * be contacted that way, space otherwise:
      *   cm-no-mail        no mailings - left out of the CUSTSEL
      *                     campaign extract, the CAMPLBL labels and
      *                     the CUSTEXT feed.
      *   cm-no-phone       no telephone contact - the telephone
      *                     number is withheld from the CUSTSEL and
      *                     CUSTEXT extracts.
      *   cm-no-third-party not to be passed to outside parties -
      *                     left out of the CUSTSEL extract and the
      *                     CUSTEXT feed, both of which leave the shop.
      * Keyed on the ADSAMP entry/change screen, or set by the SUPPLOAD
      * suppression list load. cm-preference-timestamp, -source and
      * -reason record when the flags last changed, who changed them
      * (the operator id, or SUPPLOAD) and why (CUSTOMER REQUEST, or
      * the source of the suppression list), so a complainant can be
      * shown when and why they were suppressed.
      ******************************************************************
           03 cm-contact-preferences.
               05 cm-no-mail		pic x.
               05 cm-no-phone		pic x.
               05 cm-no-third-party	pic x.
           03 cm-preference-timestamp	pic x(21).
           03 cm-preference-source	pic x(8).
           03 cm-preference-reason	pic x(20).

      ******************************************************************
      * Correspondence: the last letter the LETTERS run printed for
      * the customer - its letter type from the LETTERTP template
      * file and the date it was printed, yyyymmdd. LETTERS does not
      * send a customer the same letter type twice running, and the
      * ADSAMP screen shows the last letter so an operator can tell
      * the customer what was sent. Spaces until the first letter.
      ******************************************************************
           03 cm-last-letter-type	pic x(8).
           03 cm-last-letter-date	pic x(8).
