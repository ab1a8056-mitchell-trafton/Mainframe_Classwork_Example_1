      *             RIDES EVERY TRANFILE RECORD END TO END SO A     *
      *             POSTED OR REJECTED REQUEST CAN ALWAYS BE        *
      *             TRACED BACK TO ITS SOURCE.                      *
      *             IN-OVERRIDE-IND IS 'Y' WHEN THE INVESTMENT      *
      *             COMMITTEE HAS APPROVED A WITHDRAWAL OR TRANSFER *
      *             OUT BEYOND THE ORCHESTRA'S SPENDING-POLICY      *
      *             ALLOWANCE (SPACE OTHERWISE).                    *
      *             IN-PLEDGE-ID (DEPOSITS ONLY) NAMES THE DONOR    *
      *             PLEDGE ON PLEDGFILE THE DEPOSIT PAYS AGAINST,   *
      *             SO THE PLEDGE MATCHING RUN (PLGMATCH) CAN APPLY *
      *             THE POSTED DEPOSIT TO THE PLEDGE'S OPEN         *
      *             INSTALLMENTS (SPACES WHEN NOT A PLEDGE PAYMENT). *
      ***************************************************************

       01  TRAN-RECORD.
           05  IN-DEST-ALLOC-NBR        PIC 9.
           05  IN-DEST-ORCH-NME         PIC X(45).
           05  IN-SOURCE-OFFICE         PIC X(3).
           05  IN-OVERRIDE-IND          PIC X.
           05  IN-PLEDGE-ID             PIC X(4).
