      ***************************************************************
      *  ALLOWREC -- SPENDING-POLICY ALLOWANCE RECORD LAYOUT FOR     *
      *             ALLOWFILE. ONE RECORD PER ORCHESTRA UNDER THE   *
      *             COMMITTEE'S SPENDING POLICY, ORDERED            *
      *             ASCENDINGLY BY ORCHESTRA NAME. SPENDPOL SETS    *
      *             THE ALLOWANCE FOR THE FISCAL YEAR BEGINNING ON  *
      *             AL-FY-START-DATE (THE YEAR RUNS UP TO BUT NOT   *
      *             INCLUDING AL-FY-NEXT-START-DATE): THE POLICY    *
      *             PERCENTAGE OF THE ORCHESTRA'S AVERAGE MARKET    *
      *             VALUE OVER THE AL-QTR-CTR QUARTER-ENDS (UP TO   *
      *             TWELVE) OF VALUATION HISTORY BEFORE THE YEAR    *
      *             BEGAN. THE POSTING RUN ADDS EVERY WITHDRAWAL    *
      *             AND TRANSFER OUT IT POSTS INSIDE THE YEAR TO    *
      *             AL-YTD-DRAWN-AMT, AND REJECTS ONE THAT WOULD    *
      *             TAKE THE DRAW PAST THE ALLOWANCE UNLESS THE     *
      *             REQUEST CARRIES THE COMMITTEE OVERRIDE. AN      *
      *             ORCHESTRA WITH NO RECORD HERE HAS NO DRAW       *
      *             LIMIT.                                           *
      ***************************************************************

       01  ALLOW-RECORD.
           05  AL-ORCH-NME              PIC X(45).
           05  AL-FY-START-DATE         PIC 9(8).
           05  AL-FY-NEXT-START-DATE    PIC 9(8).
           05  AL-POLICY-PCT            PIC 99V999.
           05  AL-QTR-CTR               PIC 99.
           05  AL-AVG-VALUE-AMT         PIC 9(11)V99.
           05  AL-ALLOWANCE-AMT         PIC 9(9)V99.
           05  AL-YTD-DRAWN-AMT         PIC 9(9)V99.
           05                           PIC X(10).
