      ***************************************************************
      *  PLGTBL -- DONOR PLEDGE ENTRY LAYOUT, ONE PER ORCHESTRA AND  *
      *            PLEDGE ID, MIRRORING PLEDGREC FOR THE IN-MEMORY  *
      *            TABLE BLDPLG LOADS AND UPDPLG REWRITES.           *
      ***************************************************************

           10  TBL-PL-ORCH-NME          PIC X(45).
           10  TBL-PL-PLEDGE-ID         PIC X(4).
           10  TBL-PL-DONOR-NME         PIC X(40).
           10  TBL-PL-TOTAL-AMT         PIC 9(9)V99 PACKED-DECIMAL.
           10  TBL-PL-ALLOC-NBR         PIC 9.
           10  TBL-PL-FREQ              PIC X.
           10  TBL-PL-STATUS            PIC X.
           10  TBL-PL-STATUS-DATE       PIC 9(8).
           10  TBL-PL-PAID-AMT          PIC 9(9)V99 PACKED-DECIMAL.
           10  TBL-PL-LAST-RUN-NBR      PIC 9(5).
           10  TBL-PL-INSTL-CTR         PIC 99.
           10  TBL-PL-INSTL             OCCURS 12 TIMES
                                        INDEXED BY INSTL-NDX.
               15  TBL-PL-INSTL-DUE-DATE
                                        PIC 9(8).
               15  TBL-PL-INSTL-AMT     PIC 9(9)V99 PACKED-DECIMAL.
               15  TBL-PL-INSTL-PAID-AMT
                                        PIC 9(9)V99 PACKED-DECIMAL.
