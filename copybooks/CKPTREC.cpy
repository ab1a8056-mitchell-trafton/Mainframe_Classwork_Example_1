      *               'H' - ONE HEADER RECORD: POSITION IN TRANFILE *
      *                     PLUS THE RUN'S IN-FLIGHT COUNTERS/      *
      *                     TOTALS AND THE EFFECTIVE DATE THE RUN   *
      *                     IS STAMPING REPORTS/AUDIT RECORDS WITH, *
      *                     AND THE AUDIT AND SUSPENSE RECORDS      *
      *                     WRITTEN SO FAR.                         *
      *               'O' - ONE PER ORCHESTRA: ITS CURRENT          *
      *                     COMBINED ENDOWMENT AMOUNT AND ITS       *
      *                     PER-ALLOCATION DOLLAR AND SHARE         *
      *                     BALANCES AS OF THE CHECKPOINT, AND ITS  *
      *                     SPENDING-POLICY DRAW FOR THE YEAR.      *
      *               'F' - ONE PER FUND: ITS IN-FLIGHT PER-FUND    *
      *                     ACTIVITY TOTALS AS OF THE CHECKPOINT.   *
      *               'S' - ONE PER SUSPECTED-DUPLICATE TABLE       *
               10  CKPT-ALLOC-ENDOWMT-AMT
                                        PIC 9(9)V99.
               10  CKPT-ALLOC-SHARE-AMT PIC 9(11)V9(4).
           05  CKPT-ORCH-YTD-DRAWN-AMT  PIC 9(9)V99.
           05  CKPT-FUND-NBR            PIC 999.
           05  CKPT-FACT-TRAN-CTR       PIC 999.
           05  CKPT-FACT-DEP-AMT        PIC 9(9)V99.
           05  CKPT-SEEN-ALLOC-NBR      PIC 9.
           05  CKPT-SEEN-DEST-ALLOC-NBR PIC 9.
           05  CKPT-SEEN-DEST-ORCH-NME  PIC X(45).
           05  CKPT-AUDIT-CTR           PIC 9(5).
           05  CKPT-SUSP-CTR            PIC 9(5).
