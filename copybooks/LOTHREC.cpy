      ***************************************************************
      *  LOTHREC -- TAX-LOT HISTORY RECORD LAYOUT FOR LOTHIST, THE   *
      *             PERMANENT JOURNAL OF EVERY CHANGE MADE TO A     *
      *             LOT. LOTPOST APPENDS ONE RECORD PER LOT OPENED  *
      *             OR ADDED TO, AND ONE PER LOT A WITHDRAWAL-SIDE  *
      *             POSTING RELIEVED, CARRYING THE SIGNED SHARE AND *
      *             COST CHANGE TO THE LOT. A RELIEF RECORD ALSO    *
      *             CARRIES THE SALE PROCEEDS ALLOCATED TO THAT LOT *
      *             AND THE GAIN OR LOSS REALIZED (PROCEEDS LESS    *
      *             COST RELIEVED); OPENING AND MERGER RECORDS      *
      *             CARRY ZERO FOR BOTH. A RELIEF THAT RAN PAST THE *
      *             SLOT'S LAST LOT IS RECORDED WITH A ZERO         *
      *             ACQUISITION DATE AND NO COST -- A BASIS         *
      *             SHORTFALL -- AND REALIZES NOTHING. A PRICE      *
      *             CORRECTION ('PRICE CORR') RESTATES A LOT'S      *
      *             SHARES ONLY: ZERO COST CHANGE, NOTHING          *
      *             REALIZED. A SEED RUN WRITES A 'SEED MARKER'     *
      *             RECORD -- NO ORCHESTRA, LOT OR CHANGE -- FOR    *
      *             THE LAST RUN OF EACH SERIES, SO THOSE RUNS      *
      *             COUNT AS ALREADY APPLIED.                       *
      *             LH-RUN-DATE, LH-TRAN-REF-NBR AND LH-RUN-NBR     *
      *             COME FROM THE AUDIT RECORD THAT CAUSED THE      *
      *             CHANGE. LH-STATUS IS:                           *
      *               'P' - POSTED.                                 *
      *               'R' - REVERSED. BACKOUT HAS PUT THE CHANGE    *
      *                     BACK ON THE LOT MASTER; THE RECORD      *
      *                     STAYS ON FILE BUT NO LONGER COUNTS      *
      *                     TOWARD REALIZED GAIN OR LOSS.           *
      ***************************************************************

       01  LOTH-RECORD.
           05  LH-ORCH-NME              PIC X(45).
           05  LH-ALLOC-NBR             PIC 9.
           05  LH-ACQ-DATE              PIC 9(8).
           05  LH-FUND-NBR              PIC 999.
           05  LH-TRAN-TYPE             PIC X(12).
           05  LH-SHARE-CHG-AMT         PIC S9(11)V9(4).
           05  LH-COST-CHG-AMT          PIC S9(9)V99.
           05  LH-PROCEEDS-AMT          PIC 9(9)V99.
           05  LH-GAIN-LOSS-AMT         PIC S9(9)V99.
           05  LH-RUN-DATE              PIC 9(8).
           05  LH-TRAN-REF-NBR          PIC 9(6).
           05  LH-RUN-NBR               PIC 9(5).
           05  LH-STATUS                PIC X.
           05                           PIC X(4).
