      * id. One record per operator: the sign-on password and the
      * Y/N authority flags controlling which navigation menu
      * functions the operator may reach.
      * Maintained by OPERMNT, read at sign-on by ADSAMP, reported
      * by SIGNRPT and OPERCERT, and disabled for dormancy by
      * OPERDORM.
      ******************************************************************
       01 os-record.
           03 os-operator-id		pic x(8).
      * expiry check at sign-on; the failed-attempt count persists
      * across sessions and locks the record ("L" in os-lock-status)
      * when the limit is reached, until a security operator resets
      * the password in OPERMNT. OPERDORM sets os-lock-status to "D"
      * (disabled) on an operator who has not signed on within its
      * dormancy limit; OPERMNT clears it the same way as a lockout.
      * os-force-change is "Y" on a
      * bootstrap or freshly reset password, forcing a change on its
      * first use.
      ******************************************************************
