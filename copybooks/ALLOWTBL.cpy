      ***************************************************************
      *  ALLOWTBL -- SPENDING-POLICY ALLOWANCE ENTRY LAYOUT, ONE PER *
      *             ORCHESTRA, MIRRORING ALLOWREC FOR THE IN-MEMORY *
      *             TABLE BLDALLOW LOADS AND UPDALLOW REWRITES.     *
      *             THE TABLE IS KEPT IN ALLOWFILE (ORCHESTRA NAME) *
      *             ORDER.                                           *
      ***************************************************************

           10  TBL-AL-ORCH-NME          PIC X(45).
           10  TBL-AL-FY-START-DATE     PIC 9(8).
           10  TBL-AL-FY-NEXT-START-DATE
                                        PIC 9(8).
           10  TBL-AL-POLICY-PCT        PIC 99V999.
           10  TBL-AL-QTR-CTR           PIC 99.
           10  TBL-AL-AVG-VALUE-AMT     PIC 9(11)V99 PACKED-DECIMAL.
           10  TBL-AL-ALLOWANCE-AMT     PIC 9(9)V99 PACKED-DECIMAL.
           10  TBL-AL-YTD-DRAWN-AMT     PIC 9(9)V99 PACKED-DECIMAL.
