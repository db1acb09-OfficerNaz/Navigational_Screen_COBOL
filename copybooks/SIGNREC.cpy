      ******************************************************************
      * SIGNREC - SIGN-ON-LOG record layout: one line per sign-on
      * attempt at the ADSAMP sign-on screen, and one per operator
      * disabled for dormancy by OPERDORM.
      *
      * sl-result is SUCCESS (signed on), PSWDCHNG (signed on after
      * the forced password change), FAILURE (unknown id or wrong
      * password), LOCKOUT (the wrong password that locked the id),
      * LOCKED (an attempt on an id already locked or disabled),
      * REFUSED (forced password change declined) or DISABLED
      * (written by OPERDORM, not by a sign-on).
      *
      * Appended to by ADSAMP and OPERDORM; read by SIGNRPT (security
      * exception report), OPERCERT (recertification listing) and
      * OPERDORM for each operator's last sign-on.
      ******************************************************************
       01 sl-record.
           03 sl-operator-id		pic x(8).
           03 sl-timestamp		pic x(21).
           03 sl-result			pic x(10).
