      ******************************************************************
      * CAMPREC - CAMPAIGN-REGISTRY record layout: one record per
      * CUSTSEL campaign selection run, keyed on the campaign number
      * CUSTSEL issues (one higher than the last on file).
      *
      * cg-criteria holds the SELPARM line the selection was run
      * with, exactly as given - blank fields were not applied.
      * cg-selected-count is the number of customers selected and
      * written to the CUSTSELX extract, i.e. the pieces mailed. The
      * customers themselves are on CAMPAIGN-MEMBERS (CAMPMBR). The
      * record is written with a zero count when the number is
      * issued and rewritten with the count at the end of the run,
      * so a run that did not finish shows as a campaign of none.
      *
      * Written by CUSTSEL; read by RESPLOAD (response load) and
      * CAMPRSLT (campaign results report).
      ******************************************************************
       01 cg-record.
           03 cg-campaign-number	pic 9(6).
           03 cg-run-timestamp		pic x(21).
           03 cg-criteria.
               05 cg-age-from		pic x(3).
               05 cg-age-to		pic x(3).
               05 cg-gender		pic x.
               05 cg-area-code		pic x(3).
           03 cg-selected-count		pic 9(6).
