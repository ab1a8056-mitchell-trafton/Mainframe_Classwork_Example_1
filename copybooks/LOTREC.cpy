      ***************************************************************
      *  LOTREC -- TAX-LOT RECORD LAYOUT FOR LOTFILE, THE COST-BASIS *
      *            MASTER. ONE RECORD PER OPEN LOT, ORDERED         *
      *            ASCENDINGLY BY ORCHESTRA NAME, ALLOCATION SLOT   *
      *            AND ACQUISITION DATE, SO AN ORCHESTRA SLOT'S     *
      *            LOTS SIT TOGETHER OLDEST FIRST -- THE ORDER      *
      *            THEY ARE RELIEVED IN. SHARES ACQUIRED IN THE     *
      *            SAME SLOT ON THE SAME DATE SHARE ONE LOT.        *
      *            LOT-SHARE-AMT AND LOT-COST-AMT ARE WHAT REMAINS  *
      *            OF THE LOT AFTER EVERY RELIEF SO FAR; A LOT      *
      *            RELIEVED TO ZERO SHARES DROPS OFF THE MASTER.    *
      *            LOT-OPEN-RUN-NBR IS THE RUN THAT FIRST OPENED    *
      *            THE LOT. THE MASTER IS MAINTAINED BY LOTPOST     *
      *            FROM THE AUDIT TRAIL AND PUT BACK BY BACKOUT.    *
      ***************************************************************

       01  LOT-RECORD.
           05  LOT-ORCH-NME             PIC X(45).
           05  LOT-ALLOC-NBR            PIC 9.
           05  LOT-ACQ-DATE             PIC 9(8).
           05  LOT-FUND-NBR             PIC 999.
           05  LOT-SHARE-AMT            PIC 9(11)V9(4).
           05  LOT-COST-AMT             PIC 9(9)V99.
           05  LOT-OPEN-RUN-NBR         PIC 9(5).
