      ******************************************************************
      * JRNLDIFF - compares the before and after images of one
      * CUSTJRNL line field by field.
      *
      * Called with the DIFFPARM request area by the ADSAMP f7
      * History screen and by the CUSTHIST history print, so the two
      * always agree on what a journal line changed and what the
      * action is called. Only the fields a customer or operator
      * would recognise are compared - the name/telephone key and the
      * entry and last-changed timestamps follow from the others. A
      * journaled WRITE has a blank before image, so every field it
      * set shows as new; a DELETE has a blank after image, so every
      * field it held shows as old.
      *
      * The action is named from the AUDITLOG line logged with the
      * journal line when there is one - it says whether a rewrite
      * was an operator's change, a return flag, a ZIP sweep, a
      * suppression or a letter sent - and from the journal action
      * otherwise.
      ******************************************************************

       identification division.
       program-id. JRNLDIFF.

       data division.
       working-storage section.

      **************************************************
      * The two images laid out as customer records.
      **************************************************
           copy CUSTREC replacing leading ==cm-== by ==bf-==.
           copy CUSTREC replacing leading ==cm-== by ==af-==.

       01 wa-field-name			pic x(14) value spaces.
       01 wa-old-value			pic x(40) value spaces.
       01 wa-new-value			pic x(40) value spaces.

       linkage section.

           copy DIFFPARM.

       procedure division using journal-difference-request.
       entry-point section.

           move jd-before-image to bf-record
           move jd-after-image to af-record
           move 0 to jd-change-count

           perform name-the-action
           perform compare-customer-fields

           goback.

      **************************************************
      * Names the action from the AUDITLOG action, or
      * from the journal action when no audit line was
      * found for it.
      **************************************************
       name-the-action section.

           evaluate jd-audit-action
             when "ADD"
               move "ADDED" to jd-action-label
             when "CHANGE"
               move "CHANGED" to jd-action-label
             when "DELETE"
               move "DELETED" to jd-action-label
             when "MAILRTN"
               move "RETURN FLAG" to jd-action-label
             when "ZIPFLAG"
               move "ZIP SWEEP" to jd-action-label
             when "MERGE"
               move "MERGED" to jd-action-label
             when "PURGE"
               move "PURGED" to jd-action-label
             when "RESTORE"
               move "RESTORED" to jd-action-label
             when "SUPPRESS"
               move "SUPPRESSED" to jd-action-label
             when "ERASURE"
               move "ERASED" to jd-action-label
             when "LETTER"
               move "LETTER SENT" to jd-action-label
             when spaces
               evaluate jd-journal-action
                 when "WRITE"
                   move "WRITTEN" to jd-action-label
                 when "REWRITE"
                   move "CHANGED" to jd-action-label
                 when "DELETE"
                   move "DELETED" to jd-action-label
                 when other
                   move jd-journal-action to jd-action-label
               end-evaluate
             when other
               move jd-audit-action to jd-action-label
           end-evaluate.

      **************************************************
      * Compares each field in record order. Numeric
      * fields are compared as they stand on the image,
      * so a blank image compares cleanly.
      **************************************************
       compare-customer-fields section.

           move "NAME" to wa-field-name
           move bf-name to wa-old-value
           move af-name to wa-new-value
           perform compare-one-field

           move "ADDRESS LINE 1" to wa-field-name
           move bf-address-line-1 to wa-old-value
           move af-address-line-1 to wa-new-value
           perform compare-one-field

           move "ADDRESS LINE 2" to wa-field-name
           move bf-address-line-2 to wa-old-value
           move af-address-line-2 to wa-new-value
           perform compare-one-field

           move "ADDRESS LINE 3" to wa-field-name
           move bf-address-line-3 to wa-old-value
           move af-address-line-3 to wa-new-value
           perform compare-one-field

           move "CITY" to wa-field-name
           move bf-city to wa-old-value
           move af-city to wa-new-value
           perform compare-one-field

           move "STATE" to wa-field-name
           move bf-state to wa-old-value
           move af-state to wa-new-value
           perform compare-one-field

           move "ZIP" to wa-field-name
           move bf-zip-code to wa-old-value
           move af-zip-code to wa-new-value
           perform compare-one-field

           move "ZIP+4" to wa-field-name
           move bf-zip-plus-4 to wa-old-value
           move af-zip-plus-4 to wa-new-value
           perform compare-one-field

           move "AGE" to wa-field-name
           move bf-age to wa-old-value
           move af-age to wa-new-value
           perform compare-one-field

           move "TELEPHONE" to wa-field-name
           move bf-telephone to wa-old-value
           move af-telephone to wa-new-value
           perform compare-one-field

           move "GENDER" to wa-field-name
           move bf-gender to wa-old-value
           move af-gender to wa-new-value
           perform compare-one-field

           move "MAIL STATUS" to wa-field-name
           move bf-mail-status to wa-old-value
           move af-mail-status to wa-new-value
           perform compare-one-field

           move "NO MAIL" to wa-field-name
           move bf-no-mail to wa-old-value
           move af-no-mail to wa-new-value
           perform compare-one-field

           move "NO PHONE" to wa-field-name
           move bf-no-phone to wa-old-value
           move af-no-phone to wa-new-value
           perform compare-one-field

           move "NO 3RD PARTY" to wa-field-name
           move bf-no-third-party to wa-old-value
           move af-no-third-party to wa-new-value
           perform compare-one-field

           move "PREF SOURCE" to wa-field-name
           move bf-preference-source to wa-old-value
           move af-preference-source to wa-new-value
           perform compare-one-field

           move "PREF REASON" to wa-field-name
           move bf-preference-reason to wa-old-value
           move af-preference-reason to wa-new-value
           perform compare-one-field

           move "LAST LETTER" to wa-field-name
           move bf-last-letter-type to wa-old-value
           move af-last-letter-type to wa-new-value
           perform compare-one-field

           move "LETTER DATE" to wa-field-name
           move bf-last-letter-date to wa-old-value
           move af-last-letter-date to wa-new-value
           perform compare-one-field.

      **************************************************
      * Adds the field to the answer when its old and new
      * values differ.
      **************************************************
       compare-one-field section.

           if wa-old-value not = wa-new-value and
               jd-change-count < 20
               add 1 to jd-change-count
               move wa-field-name to jd-field-name (jd-change-count)
               move wa-old-value to jd-old-value (jd-change-count)
               move wa-new-value to jd-new-value (jd-change-count)
           end-if.
