      ***************************************************************
      *  PLGMREC -- DONOR PLEDGE MAINTENANCE REQUEST LAYOUT FOR      *
      *             PLGMFILE. PM-ACTION TELLS WHAT TO DO WITH THE   *
      *             PLEDGE NAMED BY PM-ORCH-NME AND PM-PLEDGE-ID:   *
      *               'A' - ADD A NEW PLEDGE.                       *
      *               'C' - CHANGE AN OPEN PLEDGE'S DONOR NAME,     *
      *                     TOTAL, ALLOCATION SLOT AND INSTALLMENT  *
      *                     SCHEDULE.                               *
      *               'W' - WRITE OFF AN OPEN PLEDGE'S UNPAID       *
      *                     BALANCE.                                *
      *               'X' - CANCEL AN OPEN PLEDGE THAT HAS NOT YET  *
      *                     RECEIVED ANY PAYMENT.                   *
      *             THE INSTALLMENT SCHEDULE IS GIVEN AS A COUNT    *
      *             (1-12), A FREQUENCY ('M', 'Q', 'S' OR 'A') AND  *
      *             THE FIRST DUE DATE; THE TOTAL IS SPREAD EVENLY  *
      *             ACROSS THE INSTALLMENTS, THE LAST ONE TAKING    *
      *             ANY ODD CENTS. THE REMAINING FIELDS ARE ONLY    *
      *             MEANINGFUL FOR ACTIONS 'A' AND 'C'.             *
      ***************************************************************

       01  PLGM-RECORD.
           05  PM-ACTION                PIC X.
           05  PM-ORCH-NME              PIC X(45).
           05  PM-PLEDGE-ID             PIC X(4).
           05  PM-DONOR-NME             PIC X(40).
           05  PM-TOTAL-AMT             PIC 9(9)V99.
           05  PM-ALLOC-NBR             PIC 9.
           05  PM-INSTL-CTR             PIC 99.
           05  PM-FREQ                  PIC X.
           05  PM-FIRST-DUE-DATE        PIC 9(8).
