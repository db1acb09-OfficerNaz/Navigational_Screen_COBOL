      ******************************************************************
      * BKUPREC - BACKUP-CATALOG record layout: one entry per file
      * copied by one run of the nightly backup. Keyed on the backup
      * number and the logical file name, so one backup's copies
      * cluster together and can be read off with a start on the
      * backup number.
      *
      * bc-file-id is the logical name of the live file - CUSTMAST,
      * STUDMAST, CUSTSTUX, OPERSEC, ZIPCODES, CUSTCTL, ACCTTRAN,
      * ACCTCTL, CUSTNOTE, ENROLL, CAMPAIGN, CAMPMBR - or CUSTJRNL
      * for the journal closed off by the same run, which holds every
      * change made since the backup before it. bc-copy-file-name is
      * the dated sequential copy on disk (file.yyyymmdd.nnnn).
      * bc-live-count is the records read from the live file,
      * bc-copy-count the records read back from the copy, and
      * bc-status is VERIFIED when the two agree, MISMATCH when they
      * do not, or NO FILE when there was no live file to copy.
      *
      * Written by CUSTBKUP; read by CUSTRCVR (forward recovery of
      * CUSTMAST) and by the CUSTBKUP reload mode for the others.
      ******************************************************************
       01 bc-record.
           03 bc-catalog-key.
               05 bc-backup-number	pic 9(4).
               05 bc-file-id		pic x(8).
           03 bc-backup-timestamp	pic x(21).
           03 bc-copy-file-name		pic x(24).
           03 bc-live-count		pic 9(7).
           03 bc-copy-count		pic 9(7).
           03 bc-status			pic x(8).
