      ***************************************************************
      *  LOTTBL -- TAX-LOT ENTRY LAYOUT, ONE PER OPEN LOT, MIRRORING *
      *            LOTREC FOR THE IN-MEMORY TABLE BLDLOT LOADS AND  *
      *            UPDLOT REWRITES. TBL-LOT-KEY KEEPS THE TABLE IN  *
      *            LOTFILE ORDER. THE SHARE AND COST BALANCES ARE   *
      *            SIGNED SO A BALANCE DRIVEN TO ZERO OR BELOW      *
      *            DURING A RUN CAN BE DROPPED WHEN THE MASTER IS   *
      *            REWRITTEN.                                        *
      ***************************************************************

           10  TBL-LOT-KEY.
               15  TBL-LOT-ORCH-NME     PIC X(45).
               15  TBL-LOT-ALLOC-NBR    PIC 9.
               15  TBL-LOT-ACQ-DATE     PIC 9(8).
           10  TBL-LOT-FUND-NBR         PIC 999.
           10  TBL-LOT-SHARE-AMT        PIC S9(11)V9(4) PACKED-DECIMAL.
           10  TBL-LOT-COST-AMT         PIC S9(9)V99 PACKED-DECIMAL.
           10  TBL-LOT-OPEN-RUN-NBR     PIC 9(5).
