      *
      * RUNSPRM holds the schedule: one job name per line, in the
      * order the jobs are meant to run. A missing or empty file
      * falls back to the core nightly seven: CUSTLIST, CUSTEXT,
      * CUSTCHEK, CUSTARCH, CUSTRTN, CUSTSEL, and the CUSTBKUP backup
      * last of all.
      ******************************************************************

       identification division.

      **************************************************
      * Opens the files, takes the schedule from RUNSPRM
      * or falls back to the core nightly seven, and works
      * out yesterday's date so only last night's events
      * are reported.
      **************************************************

      **************************************************
      * The schedule used when RUNSPRM is missing or
      * empty: the core nightly seven in their run order.
      **************************************************
       load-default-schedule section.

           perform clear-expected-entry
           move "CUSTSEL" to rp-job-name
           add 1 to wa-expected-count
           perform clear-expected-entry
           move "CUSTBKUP" to rp-job-name
           add 1 to wa-expected-count
           perform clear-expected-entry.

      **************************************************
