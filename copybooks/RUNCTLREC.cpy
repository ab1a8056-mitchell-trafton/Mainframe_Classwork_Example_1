      *               SUPPLIES AN OVERRIDE.                          *
      *               RUN NUMBERS 90000 AND UP ARE A RESERVED       *
      *               SERIES FOR THE UTILITY POSTING PASSES         *
      *               (DISTPROC, FEEASSESS, FUNDMERG, PRCCORR),     *
      *               WHICH APPEND THEIR OWN RECORDS HERE SO EVERY  *
      *               AUDIT RUN NUMBER STAYS UNIQUE; THE NIGHTLY    *
      *               RUN AND THE DOWNSTREAM DATE READERS PASS THE  *
      *               RESERVED SERIES OVER FOR BOTH NUMBERING AND   *
      *               THE DUPLICATE-DATE CHECK.                      *
      ***************************************************************

       01  RUNCTL-RECORD.
