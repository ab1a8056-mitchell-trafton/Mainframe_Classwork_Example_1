      ***************************************************************
      *  PLEDGREC -- PHYSICAL RECORD LAYOUT FOR PLEDGFILE, THE       *
      *              DONOR PLEDGE MASTER, ORDERED ASCENDINGLY BY    *
      *              ORCHESTRA NAME AND, WITHIN AN ORCHESTRA, BY    *
      *              PLEDGE ID. EACH RECORD IS ONE DONOR'S MULTI-   *
      *              YEAR PLEDGE TO AN ORCHESTRA: THE TOTAL         *
      *              PLEDGED, THE FUND ALLOCATION SLOT THE MONEY IS *
      *              MEANT FOR, AND ITS INSTALLMENT SCHEDULE (UP TO *
      *              12 INSTALLMENTS, IN DUE-DATE ORDER, STEPPED    *
      *              FROM THE FIRST DUE DATE BY PL-FREQ -- 'M'      *
      *              MONTHLY, 'Q' QUARTERLY, 'S' SEMIANNUALLY, 'A'  *
      *              ANNUALLY). PL-INSTL-PAID-AMT IS WHAT THE       *
      *              PLEDGE MATCHING RUN (PLGMATCH) HAS APPLIED TO  *
      *              EACH INSTALLMENT FROM POSTED DEPOSITS, OLDEST  *
      *              INSTALLMENT FIRST; PL-PAID-AMT IS THEIR SUM.   *
      *              PL-STATUS IS:                                  *
      *                'O' - OPEN, INSTALLMENTS STILL OUTSTANDING.  *
      *                'P' - PAID IN FULL.                          *
      *                'W' - WRITTEN OFF; THE UNPAID BALANCE WILL   *
      *                      NOT BE COLLECTED.                      *
      *                'X' - CANCELLED BEFORE ANY PAYMENT ARRIVED.  *
      *              PL-STATUS-DATE IS THE DATE THE PLEDGE LEFT     *
      *              OPEN STATUS (ZERO WHILE OPEN). PL-LAST-RUN-NBR *
      *              IS THE POSTING RUN WHOSE DEPOSIT WAS LAST      *
      *              APPLIED TO THE PLEDGE; THE HIGHEST ONE ON FILE *
      *              KEEPS THE MATCHING RUN FROM APPLYING THE SAME  *
      *              POSTING RUN TWICE.                             *
      ***************************************************************

       01  PLEDGE-RECORD.
           05  PL-ORCH-NME              PIC X(45).
           05  PL-PLEDGE-ID             PIC X(4).
           05  PL-DONOR-NME             PIC X(40).
           05  PL-TOTAL-AMT             PIC 9(9)V99.
           05  PL-ALLOC-NBR             PIC 9.
           05  PL-FREQ                  PIC X.
           05  PL-STATUS                PIC X.
           05  PL-STATUS-DATE           PIC 9(8).
           05  PL-PAID-AMT              PIC 9(9)V99.
           05  PL-LAST-RUN-NBR          PIC 9(5).
           05  PL-INSTL-CTR             PIC 99.
           05  PL-INSTL                 OCCURS 12 TIMES.
               10  PL-INSTL-DUE-DATE    PIC 9(8).
               10  PL-INSTL-AMT         PIC 9(9)V99.
               10  PL-INSTL-PAID-AMT    PIC 9(9)V99.
           05                           PIC X(11).
