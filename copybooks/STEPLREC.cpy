      ***************************************************************
      *  STEPLREC -- STEP LOG RECORD LAYOUT FOR STEPLOG. EVERY STEP  *
      *              OF THE NIGHTLY STREAM HOLDS ONE OF THESE IN    *
      *              WORKING STORAGE AND HANDS IT TO THE STEPLOG    *
      *              SUBPROGRAM TWICE: ONCE WITH SL-FUNCTION 'S'    *
      *              AS IT STARTS (STAMPS THE START DATE AND TIME   *
      *              AND CLEARS THE COUNTS), AND ONCE WITH 'E' AS   *
      *              IT ENDS, AFTER ITS RETURN CODE IS DECIDED      *
      *              (STAMPS THE END DATE AND TIME AND APPENDS THE  *
      *              RECORD TO THE STEP LOG FILE).                  *
      *              SL-RUN-STAGE SAYS WHERE THE STEP SITS AGAINST  *
      *              THE POSTING RUN, WHICH IS HOW A STEP THAT      *
      *              DOES NOT NUMBER ITSELF IS TIED TO THE NIGHT'S  *
      *              RUN NUMBER ON THE RUN CONTROL FILE:            *
      *                'B' - RUNS BEFORE POSTING: HIGHEST NIGHTLY   *
      *                      RUN NUMBER PLUS ONE.                    *
      *                'A' - RUNS AFTER POSTING: HIGHEST NIGHTLY    *
      *                      RUN NUMBER, AND THAT RUN'S EFFECTIVE   *
      *                      DATE.                                   *
      *                'P' - THE POSTING RUN ITSELF, WHICH SUPPLIES *
      *                      ITS OWN RUN NUMBER AND EFFECTIVE DATE. *
      *              SL-CONTROL-AMT IS THE STEP'S KEY DOLLAR        *
      *              CONTROL TOTAL; WHAT IT TOTALS IS DESCRIBED IN  *
      *              EACH STEP'S OWN HEADER.                         *
      ***************************************************************

       01  STEPLOG-RECORD.
           05  SL-FUNCTION              PIC X.
           05  SL-RUN-NBR               PIC 9(5).
           05  SL-PROGRAM-NME           PIC X(10).
           05  SL-RUN-STAGE             PIC X.
           05  SL-EFFECTIVE-DATE        PIC 9(8).
           05  SL-START-DATE            PIC 9(8).
           05  SL-START-TIME            PIC 9(8).
           05  SL-END-DATE              PIC 9(8).
           05  SL-END-TIME              PIC 9(8).
           05  SL-READ-CTR              PIC 9(9).
           05  SL-WRITTEN-CTR           PIC 9(9).
           05  SL-REJECTED-CTR          PIC 9(9).
           05  SL-CONTROL-AMT           PIC S9(13)V99.
           05  SL-RETURN-CODE           PIC 9(4).
           05                           PIC X(17).
