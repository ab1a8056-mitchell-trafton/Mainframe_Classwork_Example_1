      ***************************************************************
      *  PLGHREC -- PLEDGE PAYMENT HISTORY RECORD LAYOUT FOR         *
      *             PLGHIST, THE PERMANENT JOURNAL OF EVERY POSTED  *
      *             DEPOSIT THE PLEDGE MATCHING RUN (PLGMATCH)      *
      *             APPLIED TO A PLEDGE. ONE RECORD PER DEPOSIT     *
      *             APPLIED, CARRYING THE PLEDGE, THE POSTING THAT  *
      *             PAID IT (RUN DATE, REFERENCE AND RUN NUMBER,    *
      *             FROM THE DEPOSIT'S AUDIT RECORD), THE TOTAL     *
      *             APPLIED AND HOW MUCH OF IT WENT TO EACH         *
      *             INSTALLMENT. PLH-STATUS IS:                     *
      *               'P' - POSTED.                                 *
      *               'R' - REVERSED. BACKOUT HAS TAKEN THE AMOUNTS *
      *                     BACK OFF THE PLEDGE; THE RECORD STAYS   *
      *                     ON FILE.                                *
      ***************************************************************

       01  PLGH-RECORD.
           05  PLH-ORCH-NME             PIC X(45).
           05  PLH-PLEDGE-ID            PIC X(4).
           05  PLH-RUN-DATE             PIC 9(8).
           05  PLH-TRAN-REF-NBR         PIC 9(6).
           05  PLH-RUN-NBR              PIC 9(5).
           05  PLH-APPLIED-AMT          PIC 9(9)V99.
           05  PLH-INSTL-APPLIED-AMT    PIC 9(9)V99 OCCURS 12 TIMES.
           05  PLH-STATUS               PIC X.
           05                           PIC X(8).
