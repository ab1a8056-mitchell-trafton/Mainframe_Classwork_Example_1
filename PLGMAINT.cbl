      ***************************************************************
      *  FUNCTION: READS PLGMFILE SEQUENTIALLY AND APPLIES EACH      *
      *            MAINTENANCE REQUEST (ADD, CHANGE, WRITE OFF, OR  *
      *            CANCEL) AGAINST THE DONOR PLEDGE TABLE, THEN     *
      *            REWRITES PLEDGFILE WITH THE RESULT. PRINTS A     *
      *            LISTING OF WHAT HAPPENED TO EACH REQUEST SO      *
      *            REJECTED REQUESTS CAN BE FOLLOWED UP ON. AN ADD  *
      *            OR CHANGE REQUEST'S FIELDS ARE VALIDATED HERE -- *
      *            THE ORCHESTRA MUST BE ON THE ORCHESTRA MASTER    *
      *            AND ACTIVE, THE DONOR NAME PRESENT, THE TOTAL    *
      *            POSITIVE, THE ALLOCATION SLOT ONE THE ORCHESTRA  *
      *            ACTUALLY HAS, THE INSTALLMENT COUNT 1 THROUGH    *
      *            12, THE FREQUENCY MONTHLY, QUARTERLY,            *
      *            SEMIANNUAL OR ANNUAL, AND THE FIRST DUE DATE A   *
      *            REAL CALENDAR DATE. THE INSTALLMENT SCHEDULE IS  *
      *            BUILT HERE FROM THE COUNT, FREQUENCY AND FIRST   *
      *            DUE DATE. ADDS KEEP THE TABLE IN ASCENDING       *
      *            ORCHESTRA NAME / PLEDGE ID ORDER SO PLEDGFILE    *
      *            STAYS SORTED AFTER IT IS REWRITTEN.              *
      *                                                               *
      *  INPUT:    PLEDGFILE --                                      *
      *            SEQUENTIAL FILE OF DONOR PLEDGE RECORDS, ORDERED  *
      *            ASCENDINGLY BY ORCHESTRA NAME AND PLEDGE ID.      *
      *                                                               *
      *            ORCHFILE --                                       *
      *            CURRENT ORCHESTRA MASTER, USED TO VALIDATE THE    *
      *            ORCHESTRA AND ALLOCATION SLOT ON ADD/CHANGE       *
      *            REQUESTS (VIA BLDORCH).                           *
      *                                                               *
      *            PLGMFILE --                                       *
      *            SEQUENTIAL FILE OF MAINTENANCE REQUESTS.          *
      *                                                               *
      *  OUTPUT:   PLEDGFILE -- REWRITTEN WITH EVERY REQUEST         *
      *            APPLIED.                                          *
      *                                                               *
      *            PLGMRPT -- LISTING OF EACH REQUEST AND WHETHER    *
      *            IT WAS APPLIED OR REJECTED, AND WHY, WITH THE     *
      *            TOTAL UNPAID BALANCE WRITTEN OFF.                 *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: NONE                                       *
      *                                                               *
      *  NOTES:    A CHANGE REBUILDS THE WHOLE SCHEDULE AND SPREADS  *
      *            WHAT HAS ALREADY BEEN PAID BACK OVER IT, OLDEST   *
      *            INSTALLMENT FIRST, THE SAME WAY THE MATCHING RUN  *
      *            APPLIES A DEPOSIT. A PLEDGE THAT HAS RECEIVED ANY *
      *            PAYMENT CANNOT BE CANCELLED -- ITS UNPAID BALANCE *
      *            IS WRITTEN OFF INSTEAD, SO WHAT ARRIVED STAYS ON  *
      *            RECORD.                                           *
      ***************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.   PLGMAINT.
       AUTHOR.       MITCHELL TRAFTON.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT MAINT-FILE ASSIGN TO PLGMFILE.
           SELECT REPORT-FILE ASSIGN TO PLGMRPT.


       DATA DIVISION.

       FILE SECTION.

       FD  MAINT-FILE
           RECORDING MODE IS F.

           COPY PLGMREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.

      *
      * TABLES FROM COPY LIB
      *
           COPY ORCHTBL.

       01  PLEDGE-TBL.
           05 TBL-PL-CTR               PIC S9(4) BINARY SYNC VALUE 0.
           05 TBL-PL-NTRY              OCCURS 1 TO 3000
                                       DEPENDING ON TBL-PL-CTR
                                       ASCENDING KEY TBL-PL-ORCH-NME
                                                     TBL-PL-PLEDGE-ID
                                       INDEXED BY PL-NDX.
              COPY PLGTBL.

       01  FLAGS.
           05 EOF-FLAG                 PIC X VALUE 'N'.
           05 FOUND-FLAG               PIC X VALUE 'N'.
           05 FIELDS-VALID-FLAG        PIC X VALUE 'Y'.
           05 DATE-VALID-FLAG          PIC X VALUE 'Y'.

       01  FIELD-REJECT-REASON         PIC X(30).

       01  COUNTERS.
           05 INS-NDX                  PIC S9(4) BINARY SYNC VALUE 0.
           05 SHIFT-NDX                PIC S9(4) BINARY SYNC VALUE 0.
           05 INSTL-SUB                PIC S9(4) BINARY SYNC VALUE 0.
           05 REQ-CTR                  PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 APPLIED-CTR              PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 REJECTED-CTR             PIC 9(5) PACKED-DECIMAL VALUE 0.

      *
      *    INSTALLMENT SCHEDULE WORK FIELDS. INSTL-AMT IS THE EVEN
      *    SHARE OF THE TOTAL, TRUNCATED TO THE CENT; THE LAST
      *    INSTALLMENT TAKES WHATEVER THE TRUNCATION LEFT OVER.
      *    SPREAD-AMT IS WHAT IS LEFT OF THE PAID-TO-DATE AMOUNT
      *    AS IT IS SPREAD BACK OVER A REBUILT SCHEDULE.
      *

       01  SCHEDULE-FIELDS.
           05 INSTL-AMT                PIC 9(9)V99 PACKED-DECIMAL.
           05 LAST-INSTL-AMT           PIC 9(9)V99 PACKED-DECIMAL.
           05 SPREAD-AMT               PIC 9(9)V99 PACKED-DECIMAL.
           05 WRITEOFF-AMT             PIC 9(9)V99 PACKED-DECIMAL.
           05 TOT-WRITEOFF-AMT         PIC 9(11)V99 PACKED-DECIMAL
                                            VALUE 0.

       01  SUBPROGRAM                  PIC 9(8).

      *
      *    FIRST-DUE DATE EDIT WORK FIELDS. DAYS-IN-MONTH IS SET PER
      *    THE MONTH BEING EDITED, WITH FEBRUARY ADJUSTED FOR LEAP
      *    YEARS.
      *

       01  EDIT-DATE-FIELDS.
           05  EDIT-DATE.
               10  EDIT-YEAR           PIC 9(4).
               10  EDIT-MONTH          PIC 9(2).
               10  EDIT-DAY            PIC 9(2).
           05  DAYS-IN-MONTH           PIC 99.
           05  LEAP-REMAINDER          PIC 9(4).
           05  LEAP-QUOTIENT           PIC 9(4).
           05  LEAP-YEAR-FLAG          PIC X.

      *
      *    DUE DATE STEPPING WORK FIELDS. STEP-DATE IS THE DUE DATE
      *    OF THE INSTALLMENT BEING BUILT. EVERY INSTALLMENT FALLS
      *    ON BASE-DAY, THE FIRST DUE DATE'S DAY, CLAMPED TO THE
      *    END OF A SHORTER MONTH, SO A PLEDGE DUE ON THE 31ST
      *    DOESN'T DRIFT TO THE 28TH AFTER PASSING FEBRUARY.
      *

       01  STEP-DATE-FIELDS.
           05  STEP-DATE.
               10  STEP-YEAR           PIC 9(4).
               10  STEP-MONTH          PIC 9(2).
               10  STEP-DAY            PIC 9(2).
           05  STEP-DATE-FLAT REDEFINES STEP-DATE
                                       PIC 9(8).
           05  STEP-MONTHS             PIC 99.
           05  BASE-DAY                PIC 99.

       01  CURRENT-DATE-FIELDS.
           05  CURRENT-DATE            PIC 9(8).
           05  CURRENT-TIME            PIC 9(8).
           05  DIFF-FROM-GMT           PIC S9(4).

       01  REPORT-COL-HDR.
           05                          PIC X(9)  VALUE 'ACTION'.
           05                          PIC X(40) VALUE 'ORCHESTRA'.
           05                          PIC X(9)  VALUE 'PLEDGE'.
           05                          PIC X(11) VALUE 'STATUS'.
           05                          PIC X(25) VALUE
                                               'REASON IF REJECTED'.

       01  OUTPUT-MAINT-LINE.
           05 OUT-PM-ACTION            PIC X.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-PM-ORCH-NME          PIC X(45).
           05                          PIC X(1) VALUE SPACES.
           05 OUT-PM-PLEDGE-ID         PIC X(4).
           05                          PIC X(5) VALUE SPACES.
           05 OUT-PM-STATUS            PIC X(9).
           05                          PIC X(2) VALUE SPACES.
           05 OUT-PM-REASON            PIC X(30).

       01  OUTPUT-TOTALS-LINE.
           05                          PIC X(16) VALUE
                                               'REQUESTS READ: '.
           05 OUT-REQ-CTR              PIC ZZZZ9.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(9) VALUE 'APPLIED: '.
           05 OUT-APPLIED-CTR          PIC ZZZZ9.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(10) VALUE 'REJECTED: '.
           05 OUT-REJECTED-CTR         PIC ZZZZ9.

       01  OUTPUT-WRITEOFF-LINE.
           05                          PIC X(32) VALUE
                                    'UNPAID BALANCE WRITTEN OFF: '.
           05 OUT-TOT-WRITEOFF-AMT     PIC $$$,$$$,$$$,$$9.99.


       PROCEDURE DIVISION.

       0000-MAIN.

      ****************************************************************
      *    CONTROLS THE FLOW OF THE PROGRAM BY LOADING THE CURRENT   *
      *    PLEDGE AND ORCHESTRA TABLES, APPLYING EVERY MAINTENANCE   *
      *    REQUEST, AND THEN REWRITING PLEDGFILE WITH THE RESULT.    *
      ****************************************************************

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.

           MOVE 'BLDPLG' TO SUBPROGRAM.

           CALL SUBPROGRAM USING PLEDGE-TBL.

           MOVE 'BLDORCH' TO SUBPROGRAM.

           CALL SUBPROGRAM USING ORCHS-TBL.

           OPEN INPUT MAINT-FILE
                OUTPUT REPORT-FILE.

           MOVE REPORT-COL-HDR TO REPORT-LINE.

           WRITE REPORT-LINE.

           READ MAINT-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

           PERFORM 0100-PROCESS-REQUEST
              UNTIL EOF-FLAG = 'Y'.

           MOVE REQ-CTR TO OUT-REQ-CTR.
           MOVE APPLIED-CTR TO OUT-APPLIED-CTR.
           MOVE REJECTED-CTR TO OUT-REJECTED-CTR.

           MOVE OUTPUT-TOTALS-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 2.

           MOVE TOT-WRITEOFF-AMT TO OUT-TOT-WRITEOFF-AMT.

           MOVE OUTPUT-WRITEOFF-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

           CLOSE MAINT-FILE
                 REPORT-FILE.

           MOVE 'UPDPLG' TO SUBPROGRAM.

           CALL SUBPROGRAM USING PLEDGE-TBL.

           GOBACK.

       0000-EXIT. EXIT.

       0100-PROCESS-REQUEST.

      **************************************************************
      *    DISPATCHES ONE MAINTENANCE REQUEST TO THE PARAGRAPH      *
      *    THAT HANDLES ITS ACTION CODE, THEN PRINTS A RESULT LINE  *
      *    FOR IT. A REQUEST WITH NO ORCHESTRA NAME OR NO PLEDGE    *
      *    ID IS REJECTED HERE, BEFORE ANY ACTION PARAGRAPH         *
      *    COMPARES IT AGAINST THE TABLE.                           *
      **************************************************************

           ADD 1 TO REQ-CTR.

           EVALUATE TRUE
              WHEN PM-ORCH-NME = SPACES
                 MOVE 'REJECTED ' TO OUT-PM-STATUS
                 MOVE 'ORCHESTRA NAME BLANK' TO OUT-PM-REASON
                 ADD 1 TO REJECTED-CTR
              WHEN PM-PLEDGE-ID = SPACES
                 MOVE 'REJECTED ' TO OUT-PM-STATUS
                 MOVE 'PLEDGE ID BLANK' TO OUT-PM-REASON
                 ADD 1 TO REJECTED-CTR
              WHEN PM-ACTION = 'A'
                 PERFORM 0200-PROCESS-ADD
              WHEN PM-ACTION = 'C'
                 PERFORM 0300-PROCESS-CHANGE
              WHEN PM-ACTION = 'W'
                 PERFORM 0400-PROCESS-WRITE-OFF
              WHEN PM-ACTION = 'X'
                 PERFORM 0450-PROCESS-CANCEL
              WHEN OTHER
                 MOVE 'REJECTED ' TO OUT-PM-STATUS
                 MOVE 'UNKNOWN ACTION CODE' TO OUT-PM-REASON
                 ADD 1 TO REJECTED-CTR
           END-EVALUATE.

           MOVE PM-ACTION TO OUT-PM-ACTION.
           MOVE PM-ORCH-NME TO OUT-PM-ORCH-NME.
           MOVE PM-PLEDGE-ID TO OUT-PM-PLEDGE-ID.

           MOVE OUTPUT-MAINT-LINE TO REPORT-LINE.

           WRITE REPORT-LINE.

           READ MAINT-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0100-EXIT. EXIT.

       0150-FIND-PLEDGE.

      **************************************************************
      *    LOOKS UP THE REQUEST'S ORCHESTRA AND PLEDGE ID IN THE    *
      *    PLEDGE TABLE, LEAVING PL-NDX ON THE ENTRY AND FOUND-FLAG *
      *    SET TO 'Y' WHEN IT IS THERE.                             *
      **************************************************************

           MOVE 'N' TO FOUND-FLAG.

           IF TBL-PL-CTR > 0
              SET PL-NDX TO 1
              SEARCH TBL-PL-NTRY
                 AT END NEXT SENTENCE
                 WHEN TBL-PL-ORCH-NME(PL-NDX) = PM-ORCH-NME
                  AND TBL-PL-PLEDGE-ID(PL-NDX) = PM-PLEDGE-ID
                    MOVE 'Y' TO FOUND-FLAG
              END-SEARCH
           END-IF.

       0150-EXIT. EXIT.

       0200-PROCESS-ADD.

      **************************************************************
      *    ADDS A NEW OPEN PLEDGE TO THE TABLE WITH ITS INSTALLMENT *
      *    SCHEDULE, KEEPING THE TABLE IN ASCENDING ORCHESTRA NAME  *
      *    / PLEDGE ID ORDER SO PLEDGFILE STAYS SORTED AFTER IT IS  *
      *    REWRITTEN. REJECTED IF THE ORCHESTRA ALREADY HAS A       *
      *    PLEDGE BY THAT ID, IF THE REQUEST'S FIELDS DON'T         *
      *    VALIDATE (SEE 0205-VALIDATE-PLEDGE-FIELDS), OR IF THE    *
      *    PLEDGE TABLE IS ALREADY FULL.                            *
      **************************************************************

           PERFORM 0150-FIND-PLEDGE.

           IF FOUND-FLAG = 'Y'
              MOVE 'REJECTED ' TO OUT-PM-STATUS
              MOVE 'PLEDGE ID ALREADY EXISTS' TO OUT-PM-REASON
              ADD 1 TO REJECTED-CTR
           ELSE
              PERFORM 0205-VALIDATE-PLEDGE-FIELDS
              IF FIELDS-VALID-FLAG = 'N'
                 MOVE 'REJECTED ' TO OUT-PM-STATUS
                 MOVE FIELD-REJECT-REASON TO OUT-PM-REASON
                 ADD 1 TO REJECTED-CTR
              ELSE
                 IF TBL-PL-CTR = 3000
                    MOVE 'REJECTED ' TO OUT-PM-STATUS
                    MOVE 'PLEDGE TABLE FULL' TO OUT-PM-REASON
                    ADD 1 TO REJECTED-CTR
                 ELSE
                    PERFORM 0250-INSERT-PLEDGE
                    MOVE 'APPLIED  ' TO OUT-PM-STATUS
                    MOVE SPACES TO OUT-PM-REASON
                    ADD 1 TO APPLIED-CTR
                 END-IF
              END-IF
           END-IF.

       0200-EXIT. EXIT.

       0205-VALIDATE-PLEDGE-FIELDS.

      **************************************************************
      *    VALIDATES AN ADD OR CHANGE REQUEST'S FIELDS: THE         *
      *    ORCHESTRA MUST BE ON THE ORCHESTRA MASTER AND ACTIVE,   *
      *    THE DONOR NAME PRESENT, THE TOTAL NUMERIC AND POSITIVE, *
      *    THE ALLOCATION SLOT 1 THROUGH THE ORCHESTRA'S NUMBER OF *
      *    FUND ALLOCATIONS, THE INSTALLMENT COUNT 1 THROUGH 12,   *
      *    THE FREQUENCY 'M', 'Q', 'S' OR 'A', AND THE FIRST DUE   *
      *    DATE A REAL CALENDAR DATE. SETS FIELDS-VALID-FLAG AND,  *
      *    WHEN INVALID, FIELD-REJECT-REASON FOR THE CALLER TO     *
      *    PRINT.                                                  *
      **************************************************************

           MOVE 'Y' TO FIELDS-VALID-FLAG.

           MOVE 'N' TO FOUND-FLAG.

           SET ORCH-NDX TO 1.

           SEARCH TBL-ORCH-NTRY
              AT END NEXT SENTENCE
              WHEN TBL-ORCH-NME(ORCH-NDX) = PM-ORCH-NME
               AND TBL-ORCH-STATUS(ORCH-NDX) = 'A'
                 MOVE 'Y' TO FOUND-FLAG
           END-SEARCH.

           IF FOUND-FLAG = 'N'
              MOVE 'N' TO FIELDS-VALID-FLAG
              MOVE 'ORCHESTRA NOT ACTIVE/ON FILE' TO
                   FIELD-REJECT-REASON
           END-IF.

           IF FIELDS-VALID-FLAG = 'Y'
              IF PM-DONOR-NME = SPACES
                 MOVE 'N' TO FIELDS-VALID-FLAG
                 MOVE 'DONOR NAME BLANK' TO FIELD-REJECT-REASON
              END-IF
           END-IF.

           IF FIELDS-VALID-FLAG = 'Y'
              IF PM-TOTAL-AMT NOT NUMERIC
                 OR PM-TOTAL-AMT = 0
                 MOVE 'N' TO FIELDS-VALID-FLAG
                 MOVE 'TOTAL ZERO/INVALID' TO FIELD-REJECT-REASON
              END-IF
           END-IF.

           IF FIELDS-VALID-FLAG = 'Y'
              IF PM-ALLOC-NBR NOT NUMERIC
                 OR PM-ALLOC-NBR = 0
                 OR PM-ALLOC-NBR > TBL-FUND-ALLOC-CTR(ORCH-NDX)
                 MOVE 'N' TO FIELDS-VALID-FLAG
                 MOVE 'ALLOCATION SLOT NOT ON ORCH' TO
                      FIELD-REJECT-REASON
              END-IF
           END-IF.

           IF FIELDS-VALID-FLAG = 'Y'
              IF PM-INSTL-CTR NOT NUMERIC
                 OR PM-INSTL-CTR = 0
                 OR PM-INSTL-CTR > 12
                 MOVE 'N' TO FIELDS-VALID-FLAG
                 MOVE 'INSTALLMENTS NOT 1-12' TO FIELD-REJECT-REASON
              END-IF
           END-IF.

           IF FIELDS-VALID-FLAG = 'Y'
              IF PM-FREQ NOT = 'M' AND NOT = 'Q'
                 AND NOT = 'S' AND NOT = 'A'
                 MOVE 'N' TO FIELDS-VALID-FLAG
                 MOVE 'FREQUENCY NOT M/Q/S/A' TO FIELD-REJECT-REASON
              END-IF
           END-IF.

           IF FIELDS-VALID-FLAG = 'Y'
              PERFORM 0210-EDIT-DUE-DATE
              IF DATE-VALID-FLAG = 'N'
                 MOVE 'N' TO FIELDS-VALID-FLAG
                 MOVE 'DUE DATE NOT A REAL DATE' TO
                      FIELD-REJECT-REASON
              END-IF
           END-IF.

       0205-EXIT. EXIT.

       0210-EDIT-DUE-DATE.

      **************************************************************
      *    EDITS THE FIRST DUE DATE: A NUMERIC CCYYMMDD WITH A      *
      *    VALID MONTH AND A DAY THAT EXISTS IN THAT MONTH,         *
      *    FEBRUARY 29 ONLY IN A LEAP YEAR.                         *
      **************************************************************

           MOVE 'Y' TO DATE-VALID-FLAG.

           IF PM-FIRST-DUE-DATE NOT NUMERIC
              OR PM-FIRST-DUE-DATE = 0
              MOVE 'N' TO DATE-VALID-FLAG
           ELSE
              MOVE PM-FIRST-DUE-DATE TO EDIT-DATE
              IF EDIT-MONTH < 1 OR EDIT-MONTH > 12
                 MOVE 'N' TO DATE-VALID-FLAG
              ELSE
                 PERFORM 0215-SET-DAYS-IN-MONTH
                 IF EDIT-DAY < 1 OR EDIT-DAY > DAYS-IN-MONTH
                    MOVE 'N' TO DATE-VALID-FLAG
                 END-IF
              END-IF
           END-IF.

       0210-EXIT. EXIT.

       0215-SET-DAYS-IN-MONTH.

      **************************************************************
      *    SETS DAYS-IN-MONTH FOR EDIT-MONTH/EDIT-YEAR, FEBRUARY   *
      *    ADJUSTED FOR LEAP YEARS.                                 *
      **************************************************************

           EVALUATE EDIT-MONTH
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO DAYS-IN-MONTH
              WHEN 2
                 PERFORM 0220-CHECK-LEAP-YEAR
                 IF LEAP-YEAR-FLAG = 'Y'
                    MOVE 29 TO DAYS-IN-MONTH
                 ELSE
                    MOVE 28 TO DAYS-IN-MONTH
                 END-IF
              WHEN OTHER
                 MOVE 31 TO DAYS-IN-MONTH
           END-EVALUATE.

       0215-EXIT. EXIT.

       0220-CHECK-LEAP-YEAR.

      **************************************************************
      *    SETS LEAP-YEAR-FLAG FOR THE YEAR IN EDIT-YEAR: A LEAP   *
      *    YEAR IS DIVISIBLE BY 4, EXCEPT CENTURY YEARS, WHICH     *
      *    MUST BE DIVISIBLE BY 400.                               *
      **************************************************************

           MOVE 'N' TO LEAP-YEAR-FLAG.

           DIVIDE EDIT-YEAR BY 4 GIVING LEAP-QUOTIENT
              REMAINDER LEAP-REMAINDER.

           IF LEAP-REMAINDER = 0
              MOVE 'Y' TO LEAP-YEAR-FLAG
              DIVIDE EDIT-YEAR BY 100 GIVING LEAP-QUOTIENT
                 REMAINDER LEAP-REMAINDER
              IF LEAP-REMAINDER = 0
                 DIVIDE EDIT-YEAR BY 400 GIVING LEAP-QUOTIENT
                    REMAINDER LEAP-REMAINDER
                 IF LEAP-REMAINDER NOT = 0
                    MOVE 'N' TO LEAP-YEAR-FLAG
                 END-IF
              END-IF
           END-IF.

       0220-EXIT. EXIT.

       0250-INSERT-PLEDGE.

      **************************************************************
      *    FINDS THE POSITION THE NEW PLEDGE BELONGS AT TO KEEP    *
      *    THE TABLE IN ASCENDING ORCHESTRA NAME / PLEDGE ID       *
      *    ORDER, SHIFTS EVERY ENTRY FROM THAT POSITION ON DOWN    *
      *    ONE SLOT, AND MOVES THE NEW PLEDGE INTO THE SLOT THAT   *
      *    OPENS UP, OPEN AND WITH NOTHING YET PAID.               *
      **************************************************************

           MOVE 1 TO INS-NDX.

           PERFORM VARYING INS-NDX FROM 1 BY 1
              UNTIL INS-NDX > TBL-PL-CTR
                 OR TBL-PL-ORCH-NME(INS-NDX) > PM-ORCH-NME
                 OR (TBL-PL-ORCH-NME(INS-NDX) = PM-ORCH-NME
                     AND TBL-PL-PLEDGE-ID(INS-NDX) > PM-PLEDGE-ID)
              CONTINUE
           END-PERFORM.

           ADD 1 TO TBL-PL-CTR.

           PERFORM VARYING SHIFT-NDX FROM TBL-PL-CTR BY -1
              UNTIL SHIFT-NDX <= INS-NDX
              MOVE TBL-PL-NTRY(SHIFT-NDX - 1)
                                  TO TBL-PL-NTRY(SHIFT-NDX)
           END-PERFORM.

           SET PL-NDX TO INS-NDX.

           MOVE PM-ORCH-NME            TO TBL-PL-ORCH-NME(PL-NDX).
           MOVE PM-PLEDGE-ID           TO TBL-PL-PLEDGE-ID(PL-NDX).
           MOVE PM-DONOR-NME           TO TBL-PL-DONOR-NME(PL-NDX).
           MOVE PM-TOTAL-AMT           TO TBL-PL-TOTAL-AMT(PL-NDX).
           MOVE PM-ALLOC-NBR           TO TBL-PL-ALLOC-NBR(PL-NDX).
           MOVE PM-FREQ                TO TBL-PL-FREQ(PL-NDX).
           MOVE 'O'                    TO TBL-PL-STATUS(PL-NDX).
           MOVE 0                      TO TBL-PL-STATUS-DATE(PL-NDX).
           MOVE 0                      TO TBL-PL-PAID-AMT(PL-NDX).
           MOVE 0                      TO TBL-PL-LAST-RUN-NBR(PL-NDX).

           PERFORM 0260-BUILD-SCHEDULE.

       0250-EXIT. EXIT.

       0260-BUILD-SCHEDULE.

      **************************************************************
      *    BUILDS THE PLEDGE'S INSTALLMENT SCHEDULE FROM THE        *
      *    REQUEST: PM-INSTL-CTR INSTALLMENTS, THE FIRST DUE ON     *
      *    PM-FIRST-DUE-DATE AND EACH ONE AFTER IT ONE MONTH ('M'), *
      *    THREE ('Q'), SIX ('S') OR TWELVE ('A') LATER. THE TOTAL  *
      *    IS SPLIT EVENLY, THE LAST INSTALLMENT TAKING THE ODD     *
      *    CENTS. UNUSED INSTALLMENTS ARE ZEROED.                   *
      **************************************************************

           MOVE PM-INSTL-CTR TO TBL-PL-INSTL-CTR(PL-NDX).

           COMPUTE INSTL-AMT = PM-TOTAL-AMT / PM-INSTL-CTR.

           COMPUTE LAST-INSTL-AMT =
              PM-TOTAL-AMT - INSTL-AMT * (PM-INSTL-CTR - 1).

           EVALUATE PM-FREQ
              WHEN 'M'
                 MOVE 1 TO STEP-MONTHS
              WHEN 'Q'
                 MOVE 3 TO STEP-MONTHS
              WHEN 'S'
                 MOVE 6 TO STEP-MONTHS
              WHEN OTHER
                 MOVE 12 TO STEP-MONTHS
           END-EVALUATE.

           MOVE PM-FIRST-DUE-DATE TO STEP-DATE-FLAT.

           MOVE STEP-DAY TO BASE-DAY.

           PERFORM 0270-SET-INSTALLMENT
              VARYING INSTL-SUB FROM 1 BY 1
              UNTIL INSTL-SUB > 12.

       0260-EXIT. EXIT.

       0270-SET-INSTALLMENT.

      **************************************************************
      *    SETS ONE INSTALLMENT OF THE SCHEDULE BEING BUILT,        *
      *    STEPPING THE DUE DATE FORWARD FROM THE PREVIOUS ONE.     *
      **************************************************************

           IF INSTL-SUB > PM-INSTL-CTR
              MOVE 0 TO TBL-PL-INSTL-DUE-DATE(PL-NDX, INSTL-SUB)
              MOVE 0 TO TBL-PL-INSTL-AMT(PL-NDX, INSTL-SUB)
              MOVE 0 TO TBL-PL-INSTL-PAID-AMT(PL-NDX, INSTL-SUB)
           ELSE
              IF INSTL-SUB > 1
                 PERFORM 0280-STEP-DUE-DATE
              END-IF
              MOVE STEP-DATE-FLAT
                           TO TBL-PL-INSTL-DUE-DATE(PL-NDX, INSTL-SUB)
              IF INSTL-SUB = PM-INSTL-CTR
                 MOVE LAST-INSTL-AMT
                           TO TBL-PL-INSTL-AMT(PL-NDX, INSTL-SUB)
              ELSE
                 MOVE INSTL-AMT
                           TO TBL-PL-INSTL-AMT(PL-NDX, INSTL-SUB)
              END-IF
              MOVE 0 TO TBL-PL-INSTL-PAID-AMT(PL-NDX, INSTL-SUB)
           END-IF.

       0270-EXIT. EXIT.

       0280-STEP-DUE-DATE.

      **************************************************************
      *    ADVANCES STEP-DATE ONE INSTALLMENT PERIOD, ROLLING THE   *
      *    YEAR WHEN THE MONTH STEPS PAST DECEMBER AND PUTTING THE  *
      *    DAY BACK TO BASE-DAY, CLAMPED TO THE END OF A SHORTER    *
      *    MONTH.                                                   *
      **************************************************************

           ADD STEP-MONTHS TO STEP-MONTH.

           IF STEP-MONTH > 12
              SUBTRACT 12 FROM STEP-MONTH
              ADD 1 TO STEP-YEAR
           END-IF.

           MOVE STEP-YEAR TO EDIT-YEAR.
           MOVE STEP-MONTH TO EDIT-MONTH.

           PERFORM 0215-SET-DAYS-IN-MONTH.

           IF BASE-DAY > DAYS-IN-MONTH
              MOVE DAYS-IN-MONTH TO STEP-DAY
           ELSE
              MOVE BASE-DAY TO STEP-DAY
           END-IF.

       0280-EXIT. EXIT.

       0290-SPREAD-PAID-AMT.

      **************************************************************
      *    SPREADS THE PLEDGE'S PAID-TO-DATE AMOUNT BACK OVER A     *
      *    REBUILT SCHEDULE, OLDEST INSTALLMENT FIRST, AND MARKS    *
      *    THE PLEDGE PAID IN FULL WHEN THE NEW TOTAL HAS ALREADY   *
      *    BEEN MET.                                                *
      **************************************************************

           MOVE TBL-PL-PAID-AMT(PL-NDX) TO SPREAD-AMT.

           PERFORM 0295-SPREAD-INSTALLMENT
              VARYING INSTL-SUB FROM 1 BY 1
              UNTIL INSTL-SUB > TBL-PL-INSTL-CTR(PL-NDX)
                 OR SPREAD-AMT = 0.

           IF TBL-PL-PAID-AMT(PL-NDX) = TBL-PL-TOTAL-AMT(PL-NDX)
              MOVE 'P' TO TBL-PL-STATUS(PL-NDX)
              MOVE CURRENT-DATE TO TBL-PL-STATUS-DATE(PL-NDX)
           END-IF.

       0290-EXIT. EXIT.

       0295-SPREAD-INSTALLMENT.

      **************************************************************
      *    FILLS ONE INSTALLMENT FROM WHAT IS LEFT TO SPREAD.       *
      **************************************************************

           IF SPREAD-AMT > TBL-PL-INSTL-AMT(PL-NDX, INSTL-SUB)
              MOVE TBL-PL-INSTL-AMT(PL-NDX, INSTL-SUB)
                           TO TBL-PL-INSTL-PAID-AMT(PL-NDX, INSTL-SUB)
           ELSE
              MOVE SPREAD-AMT
                           TO TBL-PL-INSTL-PAID-AMT(PL-NDX, INSTL-SUB)
           END-IF.

           SUBTRACT TBL-PL-INSTL-PAID-AMT(PL-NDX, INSTL-SUB)
              FROM SPREAD-AMT.

       0295-EXIT. EXIT.

       0300-PROCESS-CHANGE.

      **************************************************************
      *    UPDATES AN OPEN PLEDGE'S DONOR NAME, TOTAL, ALLOCATION   *
      *    SLOT, AND INSTALLMENT SCHEDULE. THE ORCHESTRA AND PLEDGE *
      *    ID ARE NEVER CHANGED HERE -- THEY ARE THE KEY. WHAT HAS  *
      *    ALREADY BEEN PAID IS SPREAD BACK OVER THE NEW SCHEDULE.  *
      *    REJECTED IF NO SUCH PLEDGE IS ON RECORD, IF IT IS NO     *
      *    LONGER OPEN, IF THE REQUEST'S FIELDS DON'T VALIDATE      *
      *    (SEE 0205-VALIDATE-PLEDGE-FIELDS), OR IF THE NEW TOTAL   *
      *    IS LESS THAN WHAT THE DONOR HAS ALREADY PAID.            *
      **************************************************************

           PERFORM 0150-FIND-PLEDGE.

           IF FOUND-FLAG = 'N'
              MOVE 'REJECTED ' TO OUT-PM-STATUS
              MOVE 'PLEDGE NOT ON RECORD' TO OUT-PM-REASON
              ADD 1 TO REJECTED-CTR
           ELSE
              IF TBL-PL-STATUS(PL-NDX) NOT = 'O'
                 MOVE 'REJECTED ' TO OUT-PM-STATUS
                 MOVE 'PLEDGE NOT OPEN' TO OUT-PM-REASON
                 ADD 1 TO REJECTED-CTR
              ELSE
                 PERFORM 0205-VALIDATE-PLEDGE-FIELDS
                 IF FIELDS-VALID-FLAG = 'Y'
                    IF PM-TOTAL-AMT < TBL-PL-PAID-AMT(PL-NDX)
                       MOVE 'N' TO FIELDS-VALID-FLAG
                       MOVE 'TOTAL LESS THAN PAID TO DATE' TO
                            FIELD-REJECT-REASON
                    END-IF
                 END-IF
                 IF FIELDS-VALID-FLAG = 'N'
                    MOVE 'REJECTED ' TO OUT-PM-STATUS
                    MOVE FIELD-REJECT-REASON TO OUT-PM-REASON
                    ADD 1 TO REJECTED-CTR
                 ELSE
                    MOVE PM-DONOR-NME TO TBL-PL-DONOR-NME(PL-NDX)
                    MOVE PM-TOTAL-AMT TO TBL-PL-TOTAL-AMT(PL-NDX)
                    MOVE PM-ALLOC-NBR TO TBL-PL-ALLOC-NBR(PL-NDX)
                    MOVE PM-FREQ      TO TBL-PL-FREQ(PL-NDX)
                    PERFORM 0260-BUILD-SCHEDULE
                    PERFORM 0290-SPREAD-PAID-AMT
                    MOVE 'APPLIED  ' TO OUT-PM-STATUS
                    MOVE SPACES TO OUT-PM-REASON
                    ADD 1 TO APPLIED-CTR
                 END-IF
              END-IF
           END-IF.

       0300-EXIT. EXIT.

       0400-PROCESS-WRITE-OFF.

      **************************************************************
      *    WRITES OFF AN OPEN PLEDGE'S UNPAID BALANCE: THE PLEDGE  *
      *    STAYS ON FILE WITH WHAT WAS PAID, BUT IS NO LONGER AGED  *
      *    OR EXPECTED. REJECTED IF NO SUCH PLEDGE IS ON RECORD OR  *
      *    IT IS NOT OPEN.                                          *
      **************************************************************

           PERFORM 0150-FIND-PLEDGE.

           IF FOUND-FLAG = 'N'
              MOVE 'REJECTED ' TO OUT-PM-STATUS
              MOVE 'PLEDGE NOT ON RECORD' TO OUT-PM-REASON
              ADD 1 TO REJECTED-CTR
           ELSE
              IF TBL-PL-STATUS(PL-NDX) NOT = 'O'
                 MOVE 'REJECTED ' TO OUT-PM-STATUS
                 MOVE 'PLEDGE NOT OPEN' TO OUT-PM-REASON
                 ADD 1 TO REJECTED-CTR
              ELSE
                 COMPUTE WRITEOFF-AMT = TBL-PL-TOTAL-AMT(PL-NDX)
                                      - TBL-PL-PAID-AMT(PL-NDX)
                 ADD WRITEOFF-AMT TO TOT-WRITEOFF-AMT
                 MOVE 'W' TO TBL-PL-STATUS(PL-NDX)
                 MOVE CURRENT-DATE TO TBL-PL-STATUS-DATE(PL-NDX)
                 MOVE 'APPLIED  ' TO OUT-PM-STATUS
                 MOVE SPACES TO OUT-PM-REASON
                 ADD 1 TO APPLIED-CTR
              END-IF
           END-IF.

       0400-EXIT. EXIT.

       0450-PROCESS-CANCEL.

      **************************************************************
      *    CANCELS AN OPEN PLEDGE THAT HAS NOT RECEIVED ANY         *
      *    PAYMENT. REJECTED IF NO SUCH PLEDGE IS ON RECORD, IF IT  *
      *    IS NOT OPEN, OR IF ANY PAYMENT HAS ALREADY BEEN APPLIED  *
      *    TO IT (SUCH A PLEDGE IS WRITTEN OFF INSTEAD).            *
      **************************************************************

           PERFORM 0150-FIND-PLEDGE.

           IF FOUND-FLAG = 'N'
              MOVE 'REJECTED ' TO OUT-PM-STATUS
              MOVE 'PLEDGE NOT ON RECORD' TO OUT-PM-REASON
              ADD 1 TO REJECTED-CTR
           ELSE
              IF TBL-PL-STATUS(PL-NDX) NOT = 'O'
                 MOVE 'REJECTED ' TO OUT-PM-STATUS
                 MOVE 'PLEDGE NOT OPEN' TO OUT-PM-REASON
                 ADD 1 TO REJECTED-CTR
              ELSE
                 IF TBL-PL-PAID-AMT(PL-NDX) > 0
                    MOVE 'REJECTED ' TO OUT-PM-STATUS
                    MOVE 'PAYMENTS RECEIVED - WRITE OFF' TO
                         OUT-PM-REASON
                    ADD 1 TO REJECTED-CTR
                 ELSE
                    MOVE 'X' TO TBL-PL-STATUS(PL-NDX)
                    MOVE CURRENT-DATE TO TBL-PL-STATUS-DATE(PL-NDX)
                    MOVE 'APPLIED  ' TO OUT-PM-STATUS
                    MOVE SPACES TO OUT-PM-REASON
                    ADD 1 TO APPLIED-CTR
                 END-IF
              END-IF
           END-IF.

       0450-EXIT. EXIT.
