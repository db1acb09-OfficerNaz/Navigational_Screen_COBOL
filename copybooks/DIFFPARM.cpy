      ******************************************************************
      * DIFFPARM - the request area passed to JRNLDIFF by the ADSAMP
      * f7 History screen and the CUSTHIST history print. The caller
      * sets the journal action, the AUDITLOG action logged at the
      * same moment (spaces when none was found) and the before and
      * after images of one CUSTJRNL line; JRNLDIFF answers with the
      * action as it is to be shown and the customer fields that
      * differ between the two images, old value and new value.
      ******************************************************************
       01 journal-difference-request.
           03 jd-journal-action		pic x(10).
           03 jd-audit-action		pic x(10).
           03 jd-before-image		pic x(352).
           03 jd-after-image		pic x(352).
           03 jd-action-label		pic x(12).
           03 jd-change-count		pic 99.
           03 jd-change-entry occurs 20.
               05 jd-field-name		pic x(14).
               05 jd-old-value		pic x(40).
               05 jd-new-value		pic x(40).
