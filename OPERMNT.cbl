      * Keying a new password here is also how a locked-out operator
      * is reset: saving a change clears the persistent failed-attempt
      * count and the lock, and a changed password is flagged for
      * forced change on its first use at sign-on. An operator
      * disabled by OPERDORM for dormancy is re-enabled the same way.
      ******************************************************************

       identification division.
           evaluate true
             when os-lock-status = "L"
               move "LOCKED OUT" to wa-status-display
             when os-lock-status = "D"
               move "DISABLED - DORMANT" to wa-status-display
             when os-force-change = "Y"
               move "CHANGE AT NEXT USE" to wa-status-display
             when other
