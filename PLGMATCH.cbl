      ***************************************************************
      *  FUNCTION: DONOR PLEDGE MATCHING AND AGING, RUN AS A POST-   *
      *            POSTING STEP. APPLIES THE NIGHT'S POSTED         *
      *            DEPOSITS THAT PAY AGAINST A DONOR PLEDGE TO THE  *
      *            PLEDGE'S OPEN INSTALLMENTS, OLDEST INSTALLMENT   *
      *            FIRST, THEN PRINTS THE PLEDGE AGING REPORT PER   *
      *            ORCHESTRA WITH A TOTALS LINE FOR THE STATEMENT   *
      *            MAILING.                                         *
      *                                                               *
      *            A DEPOSIT REQUEST NAMES ITS PLEDGE IN            *
      *            IN-PLEDGE-ID; THE AUDIT TRAIL RECORD OF THE      *
      *            POSTED DEPOSIT CARRIES THE REQUEST'S ORCHESTRA,  *
      *            REFERENCE NUMBER AND (AS AFTER MINUS BEFORE)     *
      *            AMOUNT. A POSTED DEPOSIT IS MATCHED TO THE       *
      *            PLEDGE PAYMENT REQUEST WITH THE SAME ORCHESTRA,  *
      *            REFERENCE NUMBER AND AMOUNT, EACH REQUEST        *
      *            MATCHING ONE POSTING AT MOST, AND APPLIED TO     *
      *            THE ORCHESTRA'S PLEDGE OF THAT ID. ONLY DEPOSITS *
      *            ACTUALLY POSTED COUNT -- A PLEDGE PAYMENT THE    *
      *            POSTING RUN SENT TO SUSPENSE IS LISTED AS NOT    *
      *            POSTED AND APPLIED WHEN ITS CORRECTION POSTS.    *
      *                                                               *
      *            THE NIGHT IS THE HIGHEST NIGHTLY RUN ON RUNCTLF  *
      *            AND EVERY OTHER POSTING RUN WITH THE SAME        *
      *            EFFECTIVE DATE. A RUN NUMBER NOT ABOVE THE       *
      *            HIGHEST PL-LAST-RUN-NBR ON THE PLEDGE MASTER HAS *
      *            ALREADY BEEN APPLIED AND IS PASSED OVER, SO A    *
      *            RERUN OF THIS STEP NEVER APPLIES A DEPOSIT       *
      *            TWICE. EVERY DEPOSIT APPLIED IS JOURNALED TO     *
      *            PLGHIST, INSTALLMENT BY INSTALLMENT, SO WHEN     *
      *            BACKOUT REVERSES THE RUN THAT POSTED IT, THE     *
      *            PAYMENT COMES BACK OFF THE PLEDGE AND THE        *
      *            CORRECTED NIGHT, RE-POSTED UNDER A NEW RUN       *
      *            NUMBER, IS APPLIED IN ITS PLACE.                 *
      *                                                               *
      *            AGING IS AS OF THE NIGHT'S EFFECTIVE DATE (TODAY *
      *            WHEN NOTHING HAS POSTED). EACH OPEN PLEDGE'S     *
      *            UNPAID INSTALLMENTS ARE BUCKETED BY DAYS PAST    *
      *            DUE: CURRENT (NOT YET DUE OR UNDER 30 DAYS),     *
      *            30-59, 60-89 AND 90 OR MORE DAYS. A PLEDGE PAID  *
      *            IN FULL SHOWS ITS TOTAL UNDER PAID IN FULL.      *
      *            WRITTEN-OFF AND CANCELLED PLEDGES ARE NOT AGED;  *
      *            THEY ARE ONLY COUNTED ON THE TOTALS.             *
      *                                                               *
      *  INPUT:    PLEDGFILE --                                      *
      *            DONOR PLEDGE MASTER (VIA BLDPLG).                 *
      *                                                               *
      *            RUNCTLF --                                        *
      *            RUN CONTROL FILE, FOR THE NIGHT'S HIGHEST         *
      *            NIGHTLY RUN NUMBER AND ITS EFFECTIVE DATE. EMPTY  *
      *            OR ABSENT MEANS NOTHING HAS POSTED.               *
      *                                                               *
      *            TRANFILE --                                       *
      *            THE CLEAN TRANSACTION FILE THE NIGHT'S POSTING    *
      *            RUN(S) READ, FOR THE PLEDGE ID ON EACH DEPOSIT    *
      *            REQUEST.                                          *
      *                                                               *
      *            AUDITFILE --                                      *
      *            AUDIT TRAIL OF POSTED TRANSACTIONS.               *
      *                                                               *
      *  OUTPUT:   PLEDGFILE -- REWRITTEN (VIA UPDPLG) WHEN ANY      *
      *            DEPOSIT WAS APPLIED.                              *
      *                                                               *
      *            PLGHIST -- PLEDGE PAYMENT HISTORY, EXTENDED WITH  *
      *            ONE RECORD PER DEPOSIT APPLIED.                   *
      *                                                               *
      *            PLGRPT -- LISTING OF EVERY PLEDGE PAYMENT MATCHED *
      *            OR NOT POSTED, THEN THE PLEDGE AGING REPORT.      *
      *                                                               *
      *  ENTRY CONDITIONS: RUN AFTER THE POSTING RUN (ENDOWMT5).     *
      *                                                               *
      *  EXIT CONDITIONS: RETURN-CODE 4 WHEN A MATCHED PAYMENT NEEDS *
      *            FOLLOW-UP (PLEDGE NOT ON FILE OR NOT OPEN,        *
      *            PAYMENT OVER THE PLEDGE, PAYMENT POSTED TO A SLOT *
      *            OTHER THAN THE PLEDGE'S TARGET) OR THE NIGHT HAD  *
      *            ALREADY BEEN APPLIED, ELSE 0.                     *
      *                                                               *
      *  NOTES:    A PAYMENT OVER WHAT IS STILL OWED ON THE PLEDGE   *
      *            IS APPLIED UP TO THE PLEDGE TOTAL; THE EXCESS IS  *
      *            LISTED, NOT CARRIED.                              *
      ***************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.   PLGMATCH.
       AUTHOR.       MITCHELL TRAFTON.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTLF.
           SELECT OPTIONAL TRANS-FILE ASSIGN TO TRANFILE.
           SELECT AUDIT-FILE ASSIGN TO AUDITFILE.
           SELECT OPTIONAL PLEDGE-HIST-FILE ASSIGN TO PLGHIST.
           SELECT REPORT-FILE ASSIGN TO PLGRPT.


       DATA DIVISION.

       FILE SECTION.

       FD  RUNCTL-FILE
           RECORDING MODE IS F.

           COPY RUNCTLREC.

       FD  TRANS-FILE
           RECORDING MODE IS F.

           COPY TRANREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.

           COPY AUDITREC.

       FD  PLEDGE-HIST-FILE
           RECORDING MODE IS F.

           COPY PLGHREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

      *
      * TABLES FROM COPY LIB
      *

       01  PLEDGE-TBL.
           05 TBL-PL-CTR               PIC S9(4) BINARY SYNC VALUE 0.
           05 TBL-PL-NTRY              OCCURS 1 TO 3000
                                       DEPENDING ON TBL-PL-CTR
                                       ASCENDING KEY TBL-PL-ORCH-NME
                                                     TBL-PL-PLEDGE-ID
                                       INDEXED BY PL-NDX.
              COPY PLGTBL.

      *
      *    THE PLEDGE PAYMENT REQUESTS ON TRANFILE: DEPOSITS THAT
      *    CARRY A PLEDGE ID. PREQ-MATCHED-FLAG IS SET WHEN A POSTED
      *    DEPOSIT HAS BEEN MATCHED TO THE REQUEST.
      *

       01  PLEDGE-REQ-TBL.
           05 PREQ-CTR                 PIC S9(4) BINARY SYNC VALUE 0.
           05 PREQ-NTRY                OCCURS 1 TO 5000 TIMES
                                       DEPENDING ON PREQ-CTR
                                       INDEXED BY PREQ-NDX.
              10 PREQ-ORCH-NME         PIC X(45).
              10 PREQ-PLEDGE-ID        PIC X(4).
              10 PREQ-TRAN-REF-NBR     PIC 9(6).
              10 PREQ-AMT              PIC 9(9)V99 PACKED-DECIMAL.
              10 PREQ-MATCHED-FLAG     PIC X.

      *
      *    AGING AMOUNTS, ONE ROW PER LEVEL (THE PLEDGE BEING AGED,
      *    ITS ORCHESTRA, AND THE GRAND TOTAL) AND ONE COLUMN PER
      *    REPORT COLUMN.
      *

       01  AGING-AMT-TBL.
           05 AGING-LEVEL              OCCURS 3 TIMES.
              10 AGING-AMT             PIC S9(11)V99 PACKED-DECIMAL
                                       OCCURS 7 TIMES.

       01  AGING-POSITIONS.
           05 PLEDGE-LVL               PIC S9(4) BINARY SYNC VALUE 1.
           05 ORCH-LVL                 PIC S9(4) BINARY SYNC VALUE 2.
           05 GRAND-LVL                PIC S9(4) BINARY SYNC VALUE 3.
           05 PLEDGED-COL              PIC S9(4) BINARY SYNC VALUE 1.
           05 RECEIVED-COL             PIC S9(4) BINARY SYNC VALUE 2.
           05 CURRENT-COL              PIC S9(4) BINARY SYNC VALUE 3.
           05 OVER-30-COL              PIC S9(4) BINARY SYNC VALUE 4.
           05 OVER-60-COL              PIC S9(4) BINARY SYNC VALUE 5.
           05 OVER-90-COL              PIC S9(4) BINARY SYNC VALUE 6.
           05 PAID-FULL-COL            PIC S9(4) BINARY SYNC VALUE 7.

       01  FLAGS.
           05 RUNCTL-EOF-FLAG          PIC X VALUE 'N'.
           05 TRAN-EOF-FLAG            PIC X VALUE 'N'.
           05 AUDIT-EOF-FLAG           PIC X VALUE 'N'.
           05 FOUND-FLAG               PIC X VALUE 'N'.
           05 PREQ-TBL-FULL-FLAG       PIC X VALUE 'N'.
           05 ALREADY-APPLIED-FLAG     PIC X VALUE 'N'.
           05 AGING-SECTION-FLAG       PIC X VALUE 'N'.

      *
      *    HIGH-RUN-NBR AND HIGH-EFF-DATE ARE THE HIGHEST NIGHTLY
      *    RUN NUMBER ON THE RUN CONTROL FILE AND THAT RUN'S
      *    EFFECTIVE DATE. APPLIED-RUN-NBR IS THE HIGHEST RUN
      *    ALREADY APPLIED TO THE PLEDGE MASTER.
      *

       01  RUN-CONTROL-FIELDS.
           05 HIGH-RUN-NBR             PIC 9(5) VALUE 0.
           05 HIGH-EFF-DATE            PIC 9(8) VALUE 0.
           05 APPLIED-RUN-NBR          PIC 9(5) VALUE 0.

       01  COUNTERS.
           05 INSTL-SUB                PIC S9(4) BINARY SYNC VALUE 0.
           05 LVL-SUB                  PIC S9(4) BINARY SYNC VALUE 0.
           05 COL-SUB                  PIC S9(4) BINARY SYNC VALUE 0.
           05 LINE-CTR                 PIC 99 BINARY SYNC VALUE 0.
           05 PAGE-CTR                 PIC 999 PACKED-DECIMAL VALUE 0.
           05 DEPOSIT-CTR              PIC 9(7) PACKED-DECIMAL VALUE 0.
           05 MATCHED-CTR              PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 APPLIED-CTR              PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 EXCEPTION-CTR            PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 NOT-POSTED-CTR           PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 ORCH-PLEDGE-CTR          PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 ORCH-CTR                 PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 OPEN-CTR                 PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 PAID-FULL-CTR            PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 WRITTEN-OFF-CTR          PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 CANCELLED-CTR            PIC 9(5) PACKED-DECIMAL VALUE 0.

       01  MATCH-FIELDS.
           05 DEPOSIT-AMT              PIC S9(9)V99 PACKED-DECIMAL.
           05 REMAIN-AMT               PIC S9(9)V99 PACKED-DECIMAL.
           05 OPEN-INSTL-AMT           PIC S9(9)V99 PACKED-DECIMAL.
           05 APPLY-AMT                PIC S9(9)V99 PACKED-DECIMAL.
           05 TOT-APPLIED-AMT          PIC S9(11)V99 PACKED-DECIMAL
                                            VALUE 0.

       01  AGING-FIELDS.
           05 AS-OF-DATE               PIC 9(8) VALUE 0.
           05 AS-OF-INT-DAY            PIC S9(9) BINARY SYNC VALUE 0.
           05 DUE-INT-DAY              PIC S9(9) BINARY SYNC VALUE 0.
           05 DAYS-PAST-DUE            PIC S9(9) BINARY SYNC VALUE 0.
           05 UNPAID-AMT               PIC S9(9)V99 PACKED-DECIMAL.
           05 PREV-ORCH-NME            PIC X(45) VALUE SPACES.

       01  SUBPROGRAM                  PIC 9(8).

       01  CURRENT-DATE-FIELDS.
           05  CURRENT-DATE.
               10  CURRENT-YEAR        PIC 9(4).
               10  CURRENT-MONTH       PIC 9(2).
               10  CURRENT-DAY         PIC 9(2).
           05  CURRENT-TIME            PIC X(8).
           05  DIFF-FROM-GMT           PIC S9(4).

       01  CURRENT-DATE-FLAT REDEFINES CURRENT-DATE-FIELDS
                                    PIC 9(8).

       01  PAGE-HEADER-1.
           05 CURRENT-MONTH            PIC 99.
           05                          PIC X VALUE '/'.
           05 CURRENT-DAY              PIC 99.
           05                          PIC X VALUE '/'.
           05 CURRENT-YEAR             PIC 9999.
           05                          PIC X(38) VALUE SPACES.
           05                          PIC X(36) VALUE
                                'ORCHESTRAL INVESTMENTS COMPANY, INC.'.
           05                          PIC X(39).
           05                          PIC X(6) VALUE 'PAGE: '.
           05 OUT-PAGE-CTR             PIC ZZ9.

       01  PAGE-HEADER-2.
           05                          PIC X(38) VALUE SPACES.
           05                          PIC X(34) VALUE
                            'DONOR PLEDGE RECEIVABLES AS OF  '.
           05 OUT-HDR-MONTH            PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-HDR-DAY              PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-HDR-YEAR             PIC 9999.
           05                          PIC X(12) VALUE
                                               '   RUN NBR: '.
           05 OUT-HDR-RUN-NBR          PIC ZZZZ9.

       01  MATCH-COL-HDR.
           05                          PIC X(47) VALUE 'ORCHESTRA'.
           05                          PIC X(7)  VALUE 'PLEDGE'.
           05                          PIC X(9)  VALUE 'REF NBR'.
           05                          PIC X(7)  VALUE '  RUN'.
           05                          PIC X(16) VALUE
                                               '     DEPOSITED'.
           05                          PIC X(16) VALUE
                                               '       APPLIED'.
           05                          PIC X(30) VALUE 'NOTE'.

       01  OUTPUT-MATCH-LINE.
           05 OUT-MT-ORCH-NME          PIC X(45).
           05                          PIC X(2) VALUE SPACES.
           05 OUT-MT-PLEDGE-ID         PIC X(4).
           05                          PIC X(3) VALUE SPACES.
           05 OUT-MT-REF-NBR           PIC 9(6).
           05                          PIC X(3) VALUE SPACES.
           05 OUT-MT-RUN-NBR           PIC ZZZZ9.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-MT-DEPOSIT-AMT       PIC $$$,$$$,$$9.99.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-MT-APPLIED-AMT       PIC $$$,$$$,$$9.99.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-MT-NOTE              PIC X(30).

       01  OUTPUT-MATCH-TOTALS-LINE.
           05                          PIC X(19) VALUE
                                               'DEPOSITS EXAMINED: '.
           05 OUT-DEPOSIT-CTR          PIC ZZZZZ9.
           05                          PIC X(4) VALUE SPACES.
           05                          PIC X(18) VALUE
                                               'PLEDGE PAYMENTS: '.
           05 OUT-MATCHED-CTR          PIC ZZZZ9.
           05                          PIC X(4) VALUE SPACES.
           05                          PIC X(9) VALUE 'APPLIED: '.
           05 OUT-TOT-APPLIED-AMT      PIC $$$,$$$,$$$,$$9.99.
           05                          PIC X(4) VALUE SPACES.
           05                          PIC X(12) VALUE 'EXCEPTIONS: '.
           05 OUT-EXCEPTION-CTR        PIC ZZZZ9.
           05                          PIC X(4) VALUE SPACES.
           05                          PIC X(12) VALUE 'NOT POSTED: '.
           05 OUT-NOT-POSTED-CTR       PIC ZZZZ9.

       01  OUTPUT-NO-RUN-LINE.
           05                          PIC X(50) VALUE
               '*** NO POSTING RUN ON THE RUN CONTROL FILE -- NO '.
           05                          PIC X(20) VALUE
               'DEPOSITS MATCHED'.

       01  OUTPUT-ALREADY-APPLIED-LINE.
           05                          PIC X(16) VALUE
                                               '*** POSTING RUN '.
           05 OUT-AA-RUN-NBR           PIC ZZZZ9.
           05                          PIC X(50) VALUE
               ' ALREADY APPLIED TO PLEDGES -- NO DEPOSITS MATCHED'.

       01  OUTPUT-PREQ-FULL-LINE.
           05                          PIC X(50) VALUE
               '*** OVER 5000 PLEDGE PAYMENTS ON TRANFILE -- THE '.
           05                          PIC X(30) VALUE
               'REST WERE NOT MATCHED'.

       01  AGING-COL-HDR.
           05                          PIC X(27) VALUE
                                               ' ID   DONOR'.
           05                          PIC X(15) VALUE
                                               '        PLEDGED'.
           05                          PIC X(15) VALUE
                                               '       RECEIVED'.
           05                          PIC X(15) VALUE
                                               '        CURRENT'.
           05                          PIC X(15) VALUE
                                               '     30-59 DAYS'.
           05                          PIC X(15) VALUE
                                               '     60-89 DAYS'.
           05                          PIC X(15) VALUE
                                               '   90+ DAYS OVR'.
           05                          PIC X(15) VALUE
                                               '   PAID IN FULL'.

       01  OUTPUT-ORCH-HDR-LINE.
           05                          PIC X(11) VALUE 'ORCHESTRA: '.
           05 OUT-OH-ORCH-NME          PIC X(45).

       01  OUTPUT-AGING-LINE.
           05 OUT-AG-LABEL             PIC X(27).
           05 OUT-AG-PLEDGE-LABEL REDEFINES OUT-AG-LABEL.
              10                       PIC X.
              10 OUT-AG-PLEDGE-ID      PIC X(4).
              10                       PIC X(2).
              10 OUT-AG-DONOR-NME      PIC X(20).
           05 OUT-AG-AMT-NTRY          OCCURS 7 TIMES.
              10                       PIC X VALUE SPACE.
              10 OUT-AG-AMT            PIC ZZZ,ZZZ,ZZ9.99.

       01  ORCH-TOTAL-LABEL.
           05                          PIC X(3) VALUE SPACES.
           05                          PIC X(10) VALUE 'TOTAL FOR '.
           05 OUT-OT-PLEDGE-CTR        PIC ZZZ9.
           05                          PIC X(10) VALUE ' PLEDGES'.

       01  GRAND-TOTAL-LABEL           PIC X(27) VALUE
                                            'STATEMENT MAILING TOTALS'.

       01  OUTPUT-COUNTS-LINE.
           05                          PIC X(12) VALUE 'ORCHESTRAS: '.
           05 OUT-ORCH-CTR             PIC ZZZZ9.
           05                          PIC X(4) VALUE SPACES.
           05                          PIC X(15) VALUE
                                               'OPEN PLEDGES: '.
           05 OUT-OPEN-CTR             PIC ZZZZ9.
           05                          PIC X(4) VALUE SPACES.
           05                          PIC X(14) VALUE
                                               'PAID IN FULL: '.
           05 OUT-PAID-FULL-CTR        PIC ZZZZ9.
           05                          PIC X(4) VALUE SPACES.
           05                          PIC X(13) VALUE
                                               'WRITTEN OFF: '.
           05 OUT-WRITTEN-OFF-CTR      PIC ZZZZ9.
           05                          PIC X(4) VALUE SPACES.
           05                          PIC X(11) VALUE 'CANCELLED: '.
           05 OUT-CANCELLED-CTR        PIC ZZZZ9.


       PROCEDURE DIVISION.

       0000-MAIN.

      ****************************************************************
      *    CONTROLS THE FLOW OF THE PROGRAM: LOADS THE PLEDGE        *
      *    MASTER, SETTLES WHICH POSTING RUNS STILL NEED APPLYING,   *
      *    MATCHES THEIR POSTED DEPOSITS TO THE PLEDGE PAYMENT       *
      *    REQUESTS, PRINTS THE AGING REPORT, AND REWRITES THE       *
      *    PLEDGE MASTER WHEN ANYTHING WAS APPLIED.                  *
      ****************************************************************

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.

           MOVE CORR CURRENT-DATE TO PAGE-HEADER-1.

           MOVE 'BLDPLG' TO SUBPROGRAM.

           CALL SUBPROGRAM USING PLEDGE-TBL.

           PERFORM 0100-FIND-HIGH-RUN.

           PERFORM 0150-FIND-APPLIED-RUN
              VARYING PL-NDX FROM 1 BY 1
              UNTIL PL-NDX > TBL-PL-CTR.

           IF HIGH-EFF-DATE > 0
              MOVE HIGH-EFF-DATE TO AS-OF-DATE
           ELSE
              MOVE CURRENT-DATE-FLAT TO AS-OF-DATE
           END-IF.

           MOVE AS-OF-DATE(5:2) TO OUT-HDR-MONTH.
           MOVE AS-OF-DATE(7:2) TO OUT-HDR-DAY.
           MOVE AS-OF-DATE(1:4) TO OUT-HDR-YEAR.
           MOVE HIGH-RUN-NBR TO OUT-HDR-RUN-NBR.

           OPEN OUTPUT REPORT-FILE.

           PERFORM 0800-PRINT-PAGE-HEADER.

           EVALUATE TRUE
              WHEN HIGH-RUN-NBR = 0
                 MOVE OUTPUT-NO-RUN-LINE TO REPORT-LINE
                 WRITE REPORT-LINE AFTER 1
                 ADD 1 TO LINE-CTR
              WHEN APPLIED-RUN-NBR NOT < HIGH-RUN-NBR
                 MOVE 'Y' TO ALREADY-APPLIED-FLAG
                 MOVE HIGH-RUN-NBR TO OUT-AA-RUN-NBR
                 MOVE OUTPUT-ALREADY-APPLIED-LINE TO REPORT-LINE
                 WRITE REPORT-LINE AFTER 1
                 ADD 1 TO LINE-CTR
              WHEN OTHER
                 PERFORM 0200-LOAD-PLEDGE-REQUESTS
                 PERFORM 0300-MATCH-DEPOSITS
                 PERFORM 0400-LIST-NOT-POSTED
                    VARYING PREQ-NDX FROM 1 BY 1
                    UNTIL PREQ-NDX > PREQ-CTR
           END-EVALUATE.

           PERFORM 0450-PRINT-MATCH-TOTALS.

           MOVE 'Y' TO AGING-SECTION-FLAG.

           PERFORM 0800-PRINT-PAGE-HEADER.

           COMPUTE AS-OF-INT-DAY =
              FUNCTION INTEGER-OF-DATE(AS-OF-DATE).

           PERFORM 0720-CLEAR-AGING-LEVEL
              VARYING LVL-SUB FROM 1 BY 1
              UNTIL LVL-SUB > 3.

           PERFORM 0500-AGE-PLEDGE
              VARYING PL-NDX FROM 1 BY 1
              UNTIL PL-NDX > TBL-PL-CTR.

           IF PREV-ORCH-NME NOT = SPACES
              PERFORM 0550-PRINT-ORCH-TOTALS
           END-IF.

           PERFORM 0600-PRINT-GRAND-TOTALS.

           CLOSE REPORT-FILE.

           IF APPLIED-CTR > 0
              MOVE 'UPDPLG' TO SUBPROGRAM
              CALL SUBPROGRAM USING PLEDGE-TBL
           END-IF.

           IF EXCEPTION-CTR > 0 OR ALREADY-APPLIED-FLAG = 'Y'
              MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       0000-EXIT. EXIT.

       0100-FIND-HIGH-RUN.

      **************************************************************
      *    READS THE RUN CONTROL FILE FOR THE HIGHEST NIGHTLY RUN   *
      *    NUMBER AND ITS EFFECTIVE DATE. RECORDS IN THE RESERVED   *
      *    90000+ UTILITY-PASS SERIES ARE PASSED OVER.              *
      **************************************************************

           OPEN INPUT RUNCTL-FILE.

           READ RUNCTL-FILE
              AT END MOVE 'Y' TO RUNCTL-EOF-FLAG
           END-READ.

           PERFORM 0110-CHECK-RUN-CONTROL-RECORD
              UNTIL RUNCTL-EOF-FLAG = 'Y'.

           CLOSE RUNCTL-FILE.

       0100-EXIT. EXIT.

       0110-CHECK-RUN-CONTROL-RECORD.

      **************************************************************
      *    EXAMINES ONE RUN CONTROL RECORD, CARRYING FORWARD THE    *
      *    HIGHEST NIGHTLY RUN NUMBER AND ITS EFFECTIVE DATE.       *
      **************************************************************

           IF RC-RUN-NBR > HIGH-RUN-NBR AND RC-RUN-NBR < 90000
              MOVE RC-RUN-NBR TO HIGH-RUN-NBR
              MOVE RC-EFFECTIVE-DATE TO HIGH-EFF-DATE
           END-IF.

           READ RUNCTL-FILE
              AT END MOVE 'Y' TO RUNCTL-EOF-FLAG
           END-READ.

       0110-EXIT. EXIT.

       0150-FIND-APPLIED-RUN.

      **************************************************************
      *    CARRIES FORWARD THE HIGHEST POSTING RUN NUMBER ALREADY   *
      *    APPLIED TO ANY PLEDGE ON THE MASTER.                     *
      **************************************************************

           IF TBL-PL-LAST-RUN-NBR(PL-NDX) > APPLIED-RUN-NBR
              MOVE TBL-PL-LAST-RUN-NBR(PL-NDX) TO APPLIED-RUN-NBR
           END-IF.

       0150-EXIT. EXIT.

       0200-LOAD-PLEDGE-REQUESTS.

      **************************************************************
      *    READS TRANFILE AND KEEPS EVERY DEPOSIT REQUEST THAT      *
      *    NAMES A PLEDGE. THE CONTROL TRAILER AND EVERY OTHER      *
      *    REQUEST ARE PASSED OVER.                                 *
      **************************************************************

           OPEN INPUT TRANS-FILE.

           READ TRANS-FILE
              AT END MOVE 'Y' TO TRAN-EOF-FLAG
           END-READ.

           PERFORM 0210-KEEP-PLEDGE-REQUEST
              UNTIL TRAN-EOF-FLAG = 'Y'.

           CLOSE TRANS-FILE.

           IF PREQ-TBL-FULL-FLAG = 'Y'
              ADD 1 TO EXCEPTION-CTR
              MOVE OUTPUT-PREQ-FULL-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 1
              ADD 1 TO LINE-CTR
           END-IF.

       0200-EXIT. EXIT.

       0210-KEEP-PLEDGE-REQUEST.

      **************************************************************
      *    ADDS ONE PLEDGE PAYMENT REQUEST TO THE TABLE, UNMATCHED. *
      **************************************************************

           IF IN-TRAN-TYPE = 'D'
              AND IN-PLEDGE-ID NOT = SPACES
              AND IN-ENDOWMT-CHG-AMT NUMERIC
              IF PREQ-CTR = 5000
                 MOVE 'Y' TO PREQ-TBL-FULL-FLAG
              ELSE
                 ADD 1 TO PREQ-CTR
                 MOVE IN-ORCH-NME     TO PREQ-ORCH-NME(PREQ-CTR)
                 MOVE IN-PLEDGE-ID    TO PREQ-PLEDGE-ID(PREQ-CTR)
                 MOVE IN-TRAN-REF-NBR TO PREQ-TRAN-REF-NBR(PREQ-CTR)
                 MOVE IN-ENDOWMT-CHG-AMT TO PREQ-AMT(PREQ-CTR)
                 MOVE 'N'             TO PREQ-MATCHED-FLAG(PREQ-CTR)
              END-IF
           END-IF.

           READ TRANS-FILE
              AT END MOVE 'Y' TO TRAN-EOF-FLAG
           END-READ.

       0210-EXIT. EXIT.

       0300-MATCH-DEPOSITS.

      **************************************************************
      *    READS THE AUDIT TRAIL AND MATCHES EVERY DEPOSIT POSTED   *
      *    BY ONE OF THE NIGHT'S POSTING RUNS NOT YET APPLIED,      *
      *    JOURNALING EACH ONE APPLIED TO THE PLEDGE HISTORY.       *
      **************************************************************

           OPEN INPUT AUDIT-FILE
                EXTEND PLEDGE-HIST-FILE.

           READ AUDIT-FILE
              AT END MOVE 'Y' TO AUDIT-EOF-FLAG
           END-READ.

           PERFORM 0310-CHECK-AUDIT-RECORD
              UNTIL AUDIT-EOF-FLAG = 'Y'.

           CLOSE AUDIT-FILE
                 PLEDGE-HIST-FILE.

       0300-EXIT. EXIT.

       0310-CHECK-AUDIT-RECORD.

      **************************************************************
      *    SELECTS A DEPOSIT POSTED ON THE NIGHT'S EFFECTIVE DATE   *
      *    BY A NIGHTLY RUN ABOVE THE LAST ONE APPLIED.             *
      **************************************************************

           IF AUD-TRAN-TYPE = 'DEPOSIT'
              AND AUD-RUN-DATE = HIGH-EFF-DATE
              AND AUD-RUN-NBR > APPLIED-RUN-NBR
              AND AUD-RUN-NBR NOT > HIGH-RUN-NBR
              ADD 1 TO DEPOSIT-CTR
              PERFORM 0320-MATCH-DEPOSIT
           END-IF.

           READ AUDIT-FILE
              AT END MOVE 'Y' TO AUDIT-EOF-FLAG
           END-READ.

       0310-EXIT. EXIT.

       0320-MATCH-DEPOSIT.

      **************************************************************
      *    LOOKS FOR THE UNMATCHED PLEDGE PAYMENT REQUEST WITH THE  *
      *    POSTED DEPOSIT'S ORCHESTRA, REFERENCE NUMBER AND AMOUNT. *
      *    A DEPOSIT WITH NO SUCH REQUEST IS NOT A PLEDGE PAYMENT   *
      *    AND IS LEFT ALONE. A MATCHED ONE IS APPLIED TO ITS       *
      *    PLEDGE IF THE PLEDGE IS ON FILE AND OPEN, AND LISTED     *
      *    EITHER WAY.                                              *
      **************************************************************

           COMPUTE DEPOSIT-AMT = AUD-ENDOWMT-AMT-AFTER
                               - AUD-ENDOWMT-AMT-BEFORE.

           MOVE 'N' TO FOUND-FLAG.

           IF PREQ-CTR > 0
              SET PREQ-NDX TO 1
              SEARCH PREQ-NTRY
                 AT END NEXT SENTENCE
                 WHEN PREQ-MATCHED-FLAG(PREQ-NDX) = 'N'
                  AND PREQ-ORCH-NME(PREQ-NDX) = AUD-ORCH-NME
                  AND PREQ-TRAN-REF-NBR(PREQ-NDX) = AUD-TRAN-REF-NBR
                  AND PREQ-AMT(PREQ-NDX) = DEPOSIT-AMT
                    MOVE 'Y' TO FOUND-FLAG
              END-SEARCH
           END-IF.

           IF FOUND-FLAG = 'Y'

              MOVE 'Y' TO PREQ-MATCHED-FLAG(PREQ-NDX)

              ADD 1 TO MATCHED-CTR

              MOVE 0 TO APPLY-AMT

              PERFORM 0330-FIND-PLEDGE

              EVALUATE TRUE
                 WHEN FOUND-FLAG = 'N'
                    ADD 1 TO EXCEPTION-CTR
                    MOVE 'PLEDGE NOT ON FILE' TO OUT-MT-NOTE
                 WHEN TBL-PL-STATUS(PL-NDX) = 'P'
                    ADD 1 TO EXCEPTION-CTR
                    MOVE 'PLEDGE ALREADY PAID IN FULL' TO OUT-MT-NOTE
                 WHEN TBL-PL-STATUS(PL-NDX) = 'W'
                    ADD 1 TO EXCEPTION-CTR
                    MOVE 'PLEDGE WRITTEN OFF' TO OUT-MT-NOTE
                 WHEN TBL-PL-STATUS(PL-NDX) = 'X'
                    ADD 1 TO EXCEPTION-CTR
                    MOVE 'PLEDGE CANCELLED' TO OUT-MT-NOTE
                 WHEN OTHER
                    PERFORM 0340-APPLY-DEPOSIT
              END-EVALUATE

              MOVE AUD-ORCH-NME TO OUT-MT-ORCH-NME
              MOVE PREQ-PLEDGE-ID(PREQ-NDX) TO OUT-MT-PLEDGE-ID
              MOVE AUD-TRAN-REF-NBR TO OUT-MT-REF-NBR
              MOVE AUD-RUN-NBR TO OUT-MT-RUN-NBR
              MOVE DEPOSIT-AMT TO OUT-MT-DEPOSIT-AMT
              MOVE APPLY-AMT TO OUT-MT-APPLIED-AMT

              PERFORM 0700-PRINT-MATCH-LINE

           END-IF.

       0320-EXIT. EXIT.

       0330-FIND-PLEDGE.

      **************************************************************
      *    LOOKS UP THE MATCHED REQUEST'S ORCHESTRA AND PLEDGE ID   *
      *    IN THE PLEDGE TABLE, LEAVING PL-NDX ON THE ENTRY AND     *
      *    FOUND-FLAG SET TO 'Y' WHEN IT IS THERE.                  *
      **************************************************************

           MOVE 'N' TO FOUND-FLAG.

           IF TBL-PL-CTR > 0
              SET PL-NDX TO 1
              SEARCH TBL-PL-NTRY
                 AT END NEXT SENTENCE
                 WHEN TBL-PL-ORCH-NME(PL-NDX) = PREQ-ORCH-NME(PREQ-NDX)
                  AND TBL-PL-PLEDGE-ID(PL-NDX) =
                      PREQ-PLEDGE-ID(PREQ-NDX)
                    MOVE 'Y' TO FOUND-FLAG
              END-SEARCH
           END-IF.

       0330-EXIT. EXIT.

       0340-APPLY-DEPOSIT.

      **************************************************************
      *    APPLIES THE DEPOSIT TO THE PLEDGE'S OPEN INSTALLMENTS,   *
      *    OLDEST FIRST, AND STAMPS THE PLEDGE WITH THE POSTING     *
      *    RUN. A PLEDGE WHOSE TOTAL IS NOW MET IS MARKED PAID IN   *
      *    FULL AS OF THE POSTING DATE. AN EXCESS OVER THE PLEDGE,  *
      *    OR A DEPOSIT POSTED TO A SLOT OTHER THAN THE PLEDGE'S    *
      *    TARGET, IS NOTED FOR FOLLOW-UP. WHAT WAS APPLIED, AND TO *
      *    WHICH INSTALLMENTS, IS JOURNALED TO THE PLEDGE HISTORY.  *
      **************************************************************

           MOVE DEPOSIT-AMT TO REMAIN-AMT.

           PERFORM 0345-CLEAR-HIST-INSTALLMENT
              VARYING INSTL-SUB FROM 1 BY 1
              UNTIL INSTL-SUB > 12.

           PERFORM 0350-APPLY-INSTALLMENT
              VARYING INSTL-SUB FROM 1 BY 1
              UNTIL INSTL-SUB > TBL-PL-INSTL-CTR(PL-NDX)
                 OR REMAIN-AMT NOT > 0.

           COMPUTE APPLY-AMT = DEPOSIT-AMT - REMAIN-AMT.

           IF APPLY-AMT > 0
              MOVE TBL-PL-ORCH-NME(PL-NDX)  TO PLH-ORCH-NME
              MOVE TBL-PL-PLEDGE-ID(PL-NDX) TO PLH-PLEDGE-ID
              MOVE AUD-RUN-DATE             TO PLH-RUN-DATE
              MOVE AUD-TRAN-REF-NBR         TO PLH-TRAN-REF-NBR
              MOVE AUD-RUN-NBR              TO PLH-RUN-NBR
              MOVE APPLY-AMT                TO PLH-APPLIED-AMT
              MOVE 'P'                      TO PLH-STATUS
              WRITE PLGH-RECORD
           END-IF.

           ADD APPLY-AMT TO TBL-PL-PAID-AMT(PL-NDX).

           ADD APPLY-AMT TO TOT-APPLIED-AMT.

           MOVE AUD-RUN-NBR TO TBL-PL-LAST-RUN-NBR(PL-NDX).

           ADD 1 TO APPLIED-CTR.

           MOVE 'APPLIED' TO OUT-MT-NOTE.

           IF TBL-PL-PAID-AMT(PL-NDX) NOT < TBL-PL-TOTAL-AMT(PL-NDX)
              MOVE 'P' TO TBL-PL-STATUS(PL-NDX)
              MOVE AUD-RUN-DATE TO TBL-PL-STATUS-DATE(PL-NDX)
              MOVE 'APPLIED - PLEDGE PAID IN FULL' TO OUT-MT-NOTE
           END-IF.

           IF AUD-ALLOC-NBR NOT = TBL-PL-ALLOC-NBR(PL-NDX)
              ADD 1 TO EXCEPTION-CTR
              MOVE 'APPLIED - NOT TARGET SLOT' TO OUT-MT-NOTE
           END-IF.

           IF REMAIN-AMT > 0
              ADD 1 TO EXCEPTION-CTR
              MOVE 'APPLIED - EXCESS OVER PLEDGE' TO OUT-MT-NOTE
           END-IF.

       0340-EXIT. EXIT.

       0345-CLEAR-HIST-INSTALLMENT.

      **************************************************************
      *    ZEROES ONE INSTALLMENT'S AMOUNT IN THE PLEDGE HISTORY    *
      *    RECORD BEING BUILT.                                      *
      **************************************************************

           MOVE 0 TO PLH-INSTL-APPLIED-AMT(INSTL-SUB).

       0345-EXIT. EXIT.

       0350-APPLY-INSTALLMENT.

      **************************************************************
      *    APPLIES AS MUCH OF WHAT IS LEFT OF THE DEPOSIT AS ONE    *
      *    INSTALLMENT STILL OWES, NOTING THE AMOUNT IN THE PLEDGE  *
      *    HISTORY RECORD BEING BUILT.                              *
      **************************************************************

           COMPUTE OPEN-INSTL-AMT =
              TBL-PL-INSTL-AMT(PL-NDX, INSTL-SUB)
            - TBL-PL-INSTL-PAID-AMT(PL-NDX, INSTL-SUB).

           IF OPEN-INSTL-AMT > 0
              IF REMAIN-AMT > OPEN-INSTL-AMT
                 ADD OPEN-INSTL-AMT
                    TO TBL-PL-INSTL-PAID-AMT(PL-NDX, INSTL-SUB)
                 MOVE OPEN-INSTL-AMT
                    TO PLH-INSTL-APPLIED-AMT(INSTL-SUB)
                 SUBTRACT OPEN-INSTL-AMT FROM REMAIN-AMT
              ELSE
                 ADD REMAIN-AMT
                    TO TBL-PL-INSTL-PAID-AMT(PL-NDX, INSTL-SUB)
                 MOVE REMAIN-AMT
                    TO PLH-INSTL-APPLIED-AMT(INSTL-SUB)
                 MOVE 0 TO REMAIN-AMT
              END-IF
           END-IF.

       0350-EXIT. EXIT.

       0400-LIST-NOT-POSTED.

      **************************************************************
      *    LISTS A PLEDGE PAYMENT REQUEST NO POSTED DEPOSIT WAS     *
      *    MATCHED TO -- THE POSTING RUN REJECTED IT TO SUSPENSE,   *
      *    SO IT IS APPLIED ONLY WHEN ITS CORRECTION POSTS.         *
      **************************************************************

           IF PREQ-MATCHED-FLAG(PREQ-NDX) = 'N'
              ADD 1 TO NOT-POSTED-CTR
              MOVE PREQ-ORCH-NME(PREQ-NDX) TO OUT-MT-ORCH-NME
              MOVE PREQ-PLEDGE-ID(PREQ-NDX) TO OUT-MT-PLEDGE-ID
              MOVE PREQ-TRAN-REF-NBR(PREQ-NDX) TO OUT-MT-REF-NBR
              MOVE 0 TO OUT-MT-RUN-NBR
              MOVE PREQ-AMT(PREQ-NDX) TO OUT-MT-DEPOSIT-AMT
              MOVE 0 TO OUT-MT-APPLIED-AMT
              MOVE 'NOT POSTED - SEE SUSPENSE' TO OUT-MT-NOTE
              PERFORM 0700-PRINT-MATCH-LINE
           END-IF.

       0400-EXIT. EXIT.

       0450-PRINT-MATCH-TOTALS.

      **************************************************************
      *    PRINTS THE MATCHING TOTALS LINE.                         *
      **************************************************************

           MOVE DEPOSIT-CTR TO OUT-DEPOSIT-CTR.
           MOVE MATCHED-CTR TO OUT-MATCHED-CTR.
           MOVE TOT-APPLIED-AMT TO OUT-TOT-APPLIED-AMT.
           MOVE EXCEPTION-CTR TO OUT-EXCEPTION-CTR.
           MOVE NOT-POSTED-CTR TO OUT-NOT-POSTED-CTR.

           MOVE OUTPUT-MATCH-TOTALS-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 2.

       0450-EXIT. EXIT.

       0500-AGE-PLEDGE.

      **************************************************************
      *    AGES ONE PLEDGE. WRITTEN-OFF AND CANCELLED PLEDGES ARE   *
      *    ONLY COUNTED. AN OPEN PLEDGE'S UNPAID INSTALLMENTS ARE   *
      *    BUCKETED BY DAYS PAST DUE; A PAID-IN-FULL PLEDGE SHOWS   *
      *    ITS TOTAL UNDER PAID IN FULL. A CHANGE OF ORCHESTRA      *
      *    PRINTS THE PREVIOUS ORCHESTRA'S TOTALS AND THE NEW       *
      *    ORCHESTRA'S HEADING FIRST.                               *
      **************************************************************

           EVALUATE TBL-PL-STATUS(PL-NDX)
              WHEN 'W'
                 ADD 1 TO WRITTEN-OFF-CTR
              WHEN 'X'
                 ADD 1 TO CANCELLED-CTR
              WHEN OTHER
                 PERFORM 0510-AGE-ONE-PLEDGE
           END-EVALUATE.

       0500-EXIT. EXIT.

       0510-AGE-ONE-PLEDGE.

      **************************************************************
      *    BUCKETS AND PRINTS ONE OPEN OR PAID-IN-FULL PLEDGE AND   *
      *    ROLLS IT INTO ITS ORCHESTRA'S TOTALS.                    *
      **************************************************************

           IF TBL-PL-ORCH-NME(PL-NDX) NOT = PREV-ORCH-NME
              IF PREV-ORCH-NME NOT = SPACES
                 PERFORM 0550-PRINT-ORCH-TOTALS
              END-IF
              PERFORM 0540-PRINT-ORCH-HEADING
           END-IF.

           MOVE PLEDGE-LVL TO LVL-SUB.

           PERFORM 0720-CLEAR-AGING-LEVEL.

           MOVE TBL-PL-TOTAL-AMT(PL-NDX)
                               TO AGING-AMT(PLEDGE-LVL, PLEDGED-COL).
           MOVE TBL-PL-PAID-AMT(PL-NDX)
                               TO AGING-AMT(PLEDGE-LVL, RECEIVED-COL).

           IF TBL-PL-STATUS(PL-NDX) = 'P'
              ADD 1 TO PAID-FULL-CTR
              MOVE TBL-PL-TOTAL-AMT(PL-NDX)
                               TO AGING-AMT(PLEDGE-LVL, PAID-FULL-COL)
           ELSE
              ADD 1 TO OPEN-CTR
              PERFORM 0520-AGE-INSTALLMENT
                 VARYING INSTL-SUB FROM 1 BY 1
                 UNTIL INSTL-SUB > TBL-PL-INSTL-CTR(PL-NDX)
           END-IF.

           ADD 1 TO ORCH-PLEDGE-CTR.

           MOVE SPACES TO OUT-AG-LABEL.
           MOVE TBL-PL-PLEDGE-ID(PL-NDX) TO OUT-AG-PLEDGE-ID.
           MOVE TBL-PL-DONOR-NME(PL-NDX) TO OUT-AG-DONOR-NME.

           PERFORM 0710-PRINT-AGING-LINE.

           PERFORM 0730-ROLL-AGING-LEVEL
              VARYING COL-SUB FROM 1 BY 1
              UNTIL COL-SUB > 7.

       0510-EXIT. EXIT.

       0520-AGE-INSTALLMENT.

      **************************************************************
      *    BUCKETS ONE INSTALLMENT'S UNPAID AMOUNT: CURRENT WHEN IT *
      *    IS NOT YET DUE OR UNDER 30 DAYS PAST DUE, OTHERWISE BY   *
      *    30-59, 60-89 OR 90 OR MORE DAYS PAST DUE.                *
      **************************************************************

           COMPUTE UNPAID-AMT =
              TBL-PL-INSTL-AMT(PL-NDX, INSTL-SUB)
            - TBL-PL-INSTL-PAID-AMT(PL-NDX, INSTL-SUB).

           IF UNPAID-AMT > 0

              COMPUTE DUE-INT-DAY = FUNCTION INTEGER-OF-DATE
                 (TBL-PL-INSTL-DUE-DATE(PL-NDX, INSTL-SUB))

              COMPUTE DAYS-PAST-DUE = AS-OF-INT-DAY - DUE-INT-DAY

              EVALUATE TRUE
                 WHEN DAYS-PAST-DUE < 30
                    ADD UNPAID-AMT
                               TO AGING-AMT(PLEDGE-LVL, CURRENT-COL)
                 WHEN DAYS-PAST-DUE < 60
                    ADD UNPAID-AMT
                               TO AGING-AMT(PLEDGE-LVL, OVER-30-COL)
                 WHEN DAYS-PAST-DUE < 90
                    ADD UNPAID-AMT
                               TO AGING-AMT(PLEDGE-LVL, OVER-60-COL)
                 WHEN OTHER
                    ADD UNPAID-AMT
                               TO AGING-AMT(PLEDGE-LVL, OVER-90-COL)
              END-EVALUATE

           END-IF.

       0520-EXIT. EXIT.

       0540-PRINT-ORCH-HEADING.

      **************************************************************
      *    STARTS A NEW ORCHESTRA: PRINTS ITS HEADING LINE AND      *
      *    CLEARS ITS TOTALS.                                       *
      **************************************************************

           IF LINE-CTR > 52
              PERFORM 0800-PRINT-PAGE-HEADER
           END-IF.

           MOVE TBL-PL-ORCH-NME(PL-NDX) TO PREV-ORCH-NME.

           ADD 1 TO ORCH-CTR.

           MOVE 0 TO ORCH-PLEDGE-CTR.

           MOVE ORCH-LVL TO LVL-SUB.

           PERFORM 0720-CLEAR-AGING-LEVEL.

           MOVE TBL-PL-ORCH-NME(PL-NDX) TO OUT-OH-ORCH-NME.

           MOVE OUTPUT-ORCH-HDR-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 2.

           ADD 2 TO LINE-CTR.

       0540-EXIT. EXIT.

       0550-PRINT-ORCH-TOTALS.

      **************************************************************
      *    PRINTS THE ORCHESTRA'S TOTALS LINE AND ROLLS THEM INTO   *
      *    THE GRAND TOTALS.                                        *
      **************************************************************

           MOVE ORCH-PLEDGE-CTR TO OUT-OT-PLEDGE-CTR.

           MOVE ORCH-TOTAL-LABEL TO OUT-AG-LABEL.

           MOVE ORCH-LVL TO LVL-SUB.

           PERFORM 0710-PRINT-AGING-LINE.

           PERFORM 0730-ROLL-AGING-LEVEL
              VARYING COL-SUB FROM 1 BY 1
              UNTIL COL-SUB > 7.

       0550-EXIT. EXIT.

       0600-PRINT-GRAND-TOTALS.

      **************************************************************
      *    PRINTS THE STATEMENT MAILING TOTALS LINE AND THE PLEDGE  *
      *    COUNTS BY STATUS.                                        *
      **************************************************************

           IF LINE-CTR > 52
              PERFORM 0800-PRINT-PAGE-HEADER
           END-IF.

           MOVE GRAND-TOTAL-LABEL TO OUT-AG-LABEL.

           MOVE GRAND-LVL TO LVL-SUB.

           PERFORM 0710-PRINT-AGING-LINE.

           MOVE ORCH-CTR TO OUT-ORCH-CTR.
           MOVE OPEN-CTR TO OUT-OPEN-CTR.
           MOVE PAID-FULL-CTR TO OUT-PAID-FULL-CTR.
           MOVE WRITTEN-OFF-CTR TO OUT-WRITTEN-OFF-CTR.
           MOVE CANCELLED-CTR TO OUT-CANCELLED-CTR.

           MOVE OUTPUT-COUNTS-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

       0600-EXIT. EXIT.

       0700-PRINT-MATCH-LINE.

      **************************************************************
      *    PRINTS ONE LINE OF THE MATCHING LISTING, STARTING A NEW  *
      *    PAGE FIRST WHEN THIS ONE IS FULL.                        *
      **************************************************************

           IF LINE-CTR > 55
              PERFORM 0800-PRINT-PAGE-HEADER
           END-IF.

           MOVE OUTPUT-MATCH-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

           ADD 1 TO LINE-CTR.

       0700-EXIT. EXIT.

       0710-PRINT-AGING-LINE.

      **************************************************************
      *    PRINTS THE AGING AMOUNTS OF LEVEL LVL-SUB UNDER THE      *
      *    LABEL ALREADY IN OUT-AG-LABEL. THE GRAND TOTALS LINE IS  *
      *    DOUBLE-SPACED FROM THE LAST ORCHESTRA.                   *
      **************************************************************

           IF LINE-CTR > 55
              PERFORM 0800-PRINT-PAGE-HEADER
           END-IF.

           PERFORM 0715-FORMAT-AGING-AMT
              VARYING COL-SUB FROM 1 BY 1
              UNTIL COL-SUB > 7.

           MOVE OUTPUT-AGING-LINE TO REPORT-LINE.

           IF LVL-SUB = GRAND-LVL
              WRITE REPORT-LINE AFTER 3
              ADD 3 TO LINE-CTR
           ELSE
              WRITE REPORT-LINE AFTER 1
              ADD 1 TO LINE-CTR
           END-IF.

       0710-EXIT. EXIT.

       0715-FORMAT-AGING-AMT.

      **************************************************************
      *    MOVES ONE AGING AMOUNT TO THE PRINT LINE.                *
      **************************************************************

           MOVE AGING-AMT(LVL-SUB, COL-SUB) TO OUT-AG-AMT(COL-SUB).

       0715-EXIT. EXIT.

       0720-CLEAR-AGING-LEVEL.

      **************************************************************
      *    ZEROES EVERY AMOUNT OF AGING LEVEL LVL-SUB.              *
      **************************************************************

           PERFORM VARYING COL-SUB FROM 1 BY 1
              UNTIL COL-SUB > 7
              MOVE 0 TO AGING-AMT(LVL-SUB, COL-SUB)
           END-PERFORM.

       0720-EXIT. EXIT.

       0730-ROLL-AGING-LEVEL.

      **************************************************************
      *    ADDS ONE AMOUNT OF AGING LEVEL LVL-SUB INTO THE LEVEL    *
      *    ABOVE IT (PLEDGE INTO ORCHESTRA, ORCHESTRA INTO GRAND).  *
      **************************************************************

           ADD AGING-AMT(LVL-SUB, COL-SUB)
                                   TO AGING-AMT(LVL-SUB + 1, COL-SUB).

       0730-EXIT. EXIT.

       0800-PRINT-PAGE-HEADER.

      **************************************************************
      *    PRINTS THE PAGE HEADERS AND THE COLUMN HEADER OF THE     *
      *    SECTION BEING PRINTED -- THE MATCHING LISTING OR THE     *
      *    AGING REPORT.                                            *
      **************************************************************

           ADD 1 TO PAGE-CTR.

           MOVE PAGE-CTR TO OUT-PAGE-CTR.

           MOVE PAGE-HEADER-1 TO REPORT-LINE.

           WRITE REPORT-LINE AFTER PAGE.

           MOVE PAGE-HEADER-2 TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

           IF AGING-SECTION-FLAG = 'Y'
              MOVE AGING-COL-HDR TO REPORT-LINE
           ELSE
              MOVE MATCH-COL-HDR TO REPORT-LINE
           END-IF.

           WRITE REPORT-LINE AFTER 2.

           MOVE 4 TO LINE-CTR.

       0800-EXIT. EXIT.
