      ***************************************************************
      *  FUNCTION: CROSS-MASTER REFERENTIAL INTEGRITY SWEEP, RUN     *
      *            WEEKLY AND AHEAD OF EVERY PERCLOSE. EACH         *
      *            MAINTENANCE PROGRAM EDITS ONLY THE REQUEST IN    *
      *            FRONT OF IT, SO THE MASTERS CAN DRIFT OUT OF     *
      *            AGREEMENT WITH ONE ANOTHER; THIS SWEEP READS     *
      *            THEM ALL, CHANGES NOTHING, AND LISTS EVERY       *
      *            DISAGREEMENT WITH THE KEYS INVOLVED SO THE DATA  *
      *            IS FIXED BEFORE IT REACHES A POSTING RUN:        *
      *            ORCHFILE, PER ORCHESTRA --                       *
      *            - ALLOCATION COUNT NOT 1-3 (SEVERE).             *
      *            - SLOT FUND NOT ON FUNDFILE (SEVERE), OR         *
      *              INACTIVE (WARNING).                            *
      *            - SLOT DOLLARS NOT SUMMING TO OR-ENDOWMT-AMT     *
      *              (SEVERE).                                      *
      *            - SLOT PERCENTAGES NOT TOTALLING 100 (SEVERE).   *
      *            - SLOT SHARES WITH ZERO DOLLARS, OR DOLLARS      *
      *              WITH ZERO SHARES (WARNING).                    *
      *            SOFILE, PER STANDING ORDER --                    *
      *            - ORCHESTRA NOT ON ORCHFILE (SEVERE).            *
      *            - SO-ALLOC-NBR ZERO OR BEYOND THE ORCHESTRA'S    *
      *              OR-FUND-ALLOC-CTR (SEVERE).                    *
      *            - ACTIVE ORDER FOR A DEACTIVATED ORCHESTRA       *
      *              (WARNING).                                     *
      *            LEHIST, PER ENTRY --                             *
      *            - ORCHESTRA NOT ON ORCHFILE (WARNING).           *
      *            FUNDFILE, PER FUND --                            *
      *            - ZERO OR NEGATIVE SHARE PRICE: SEVERE WHEN THE  *
      *              FUND IS ACTIVE, WARNING WHEN INACTIVE.         *
      *                                                               *
      *  INPUT:    ORCHFILE -- ORCHESTRA MASTER (VIA BLDORCH).       *
      *                                                               *
      *            FUNDFILE -- FUND MASTER (VIA BLDFUND).            *
      *                                                               *
      *            SOFILE -- STANDING-ORDER MASTER (VIA BLDSO).      *
      *                                                               *
      *            LEHIST -- LOW-ENDOWMENT HISTORY (SEE LEHREC).     *
      *                                                               *
      *  OUTPUT:   INTGRPT -- EXCEPTION LISTING: ONE LINE PER        *
      *            FINDING WITH ITS SEVERITY, THE CHECK, THE KEYS    *
      *            AND THE FIGURES THAT DISAGREE, THEN COUNTS OF     *
      *            RECORDS CHECKED AND FINDINGS.                     *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: RETURN-CODE 8 WHEN ANY SEVERE FINDING WAS  *
      *            LISTED, 4 WHEN ONLY WARNINGS WERE, 0 OTHERWISE.   *
      *                                                               *
      *  NOTES:    NO MASTER IS OPENED FOR OUTPUT. A NONZERO RETURN  *
      *            CODE AHEAD OF PERCLOSE HOLDS THE CLOSE UNTIL THE  *
      *            DATA IS CORRECTED THROUGH THE MAINTENANCE STEPS.  *
      ***************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.   INTEGCHK.
       AUTHOR.       MITCHELL TRAFTON.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO LEHIST.
           SELECT REPORT-FILE ASSIGN TO INTGRPT.


       DATA DIVISION.

       FILE SECTION.

       FD  HISTORY-FILE
           RECORDING MODE IS F.

           COPY LEHREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

      *
      * TABLES FROM COPY LIB
      *
           COPY ORCHTBL.

       01  FUNDS-TBL.
           05 TBL-FUND-CTR             PIC S9(3) BINARY SYNC VALUE 0.
           05 TBL-FUND-NTRY            OCCURS 1 TO 999
                                       DEPENDING ON TBL-FUND-CTR
                                       ASCENDING KEY TBL-FUND-NBR
                                       INDEXED BY FUND-NDX.
              COPY FUNDSTBL.

       01  SO-TBL.
           05 TBL-SO-CTR               PIC S9(4) BINARY SYNC VALUE 0.
           05 TBL-SO-NTRY              OCCURS 1 TO 2000
                                       DEPENDING ON TBL-SO-CTR
                                       ASCENDING KEY TBL-SO-ORDER-NBR
                                       INDEXED BY SO-NDX.
              COPY SOTBL.

       01  FLAGS.
           05 EOF-FLAG                 PIC X VALUE 'N'.
           05 ORCH-FOUND-FLAG          PIC X VALUE 'N'.

       01  COUNTERS.
           05 SEVERE-CTR               PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 WARNING-CTR              PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 SLOT-CHECKED-CTR         PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 LEH-CHECKED-CTR          PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 LINE-CTR                 PIC 99 BINARY SYNC VALUE 0.
           05 PAGE-CTR                 PIC 999 PACKED-DECIMAL VALUE 0.
           05 ALLOC-SUB                PIC 9.

       01  SLOT-TOTALS.
           05 SLOT-TOT-AMT             PIC 9(11)V99 PACKED-DECIMAL.
           05 SLOT-TOT-PCT             PIC 9(5)V99 PACKED-DECIMAL.

       01  SUBPROGRAM                  PIC 9(8).

       01  CURRENT-DATE-FIELDS.
           05  CURRENT-DATE            PIC 9(8).
           05  CURRENT-TIME            PIC X(8).
           05  DIFF-FROM-GMT           PIC S9(4).

       01  REPORT-HDR-1.
           05                          PIC X(50) VALUE
                          'MASTER FILE REFERENTIAL INTEGRITY SWEEP'.
           05                          PIC X(10) VALUE 'RUN DATE: '.
           05 OUT-HDR-MONTH            PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-HDR-DAY              PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-HDR-YEAR             PIC 9999.
           05                          PIC X(53) VALUE SPACES.
           05                          PIC X(6) VALUE 'PAGE: '.
           05 OUT-PAGE-CTR             PIC ZZ9.

       01  REPORT-COL-HDR.
           05                          PIC X(8) VALUE 'LEVEL'.
           05                          PIC X(28) VALUE 'CHECK'.
           05                          PIC X(46) VALUE
                                               'ORCHESTRA NAME'.
           05                          PIC X(20) VALUE 'KEY'.
           05                          PIC X(15) VALUE
                                               '          FOUND'.
           05                          PIC X(15) VALUE
                                               '       EXPECTED'.

      *
      *    ONE EXCEPTION LINE. THE CALLER OF 0900-PRINT-EXCEPTION
      *    FILLS THE CHECK, THE KEYS AND THE FIGURES; A KEY OR
      *    FIGURE THAT DOES NOT APPLY IS LEFT AS SPACES.
      *

       01  OUTPUT-EXCEPTION-LINE.
           05 OUT-EX-SEVERITY          PIC X(7).
           05                          PIC X VALUE SPACE.
           05 OUT-EX-CHECK             PIC X(27).
           05                          PIC X VALUE SPACE.
           05 OUT-EX-ORCH-NME          PIC X(45).
           05                          PIC X VALUE SPACE.
           05 OUT-EX-KEY-LBL           PIC X(6).
           05 OUT-EX-KEY-NBR           PIC ZZZZ9.
           05                          PIC X VALUE SPACE.
           05 OUT-EX-FUND-LBL          PIC X(5).
           05 OUT-EX-FUND-NBR          PIC ZZ9.
           05 OUT-EX-FIGURES.
              10 OUT-EX-FOUND-AMT      PIC -ZZZ,ZZZ,ZZ9.99.
              10 OUT-EX-EXPECTED-AMT   PIC -ZZZ,ZZZ,ZZ9.99.

       01  OUTPUT-NONE-LINE.
           05                          PIC X(60) VALUE
               'NO EXCEPTIONS -- THE MASTERS AGREE'.

       01  OUTPUT-CHECKED-LINE.
           05                          PIC X(12) VALUE 'ORCHESTRAS: '.
           05 OUT-ORCH-CTR             PIC ZZZZ9.
           05                          PIC X(4) VALUE SPACES.
           05                          PIC X(7) VALUE 'SLOTS: '.
           05 OUT-SLOT-CTR             PIC ZZZZ9.
           05                          PIC X(4) VALUE SPACES.
           05                          PIC X(7) VALUE 'FUNDS: '.
           05 OUT-FUND-CTR             PIC ZZ9.
           05                          PIC X(4) VALUE SPACES.
           05                          PIC X(17) VALUE
                                               'STANDING ORDERS: '.
           05 OUT-SO-CTR               PIC ZZZZ9.
           05                          PIC X(4) VALUE SPACES.
           05                          PIC X(16) VALUE
                                               'LEHIST ENTRIES: '.
           05 OUT-LEH-CTR              PIC ZZZZ9.

       01  OUTPUT-TOTALS-LINE.
           05                          PIC X(18) VALUE
                                               'SEVERE FINDINGS: '.
           05 OUT-SEVERE-CTR           PIC ZZZZ9.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(10) VALUE 'WARNINGS: '.
           05 OUT-WARNING-CTR          PIC ZZZZ9.


       PROCEDURE DIVISION.

       0000-MAIN.

      ****************************************************************
      *    CONTROLS THE FLOW OF THE PROGRAM BY LOADING THE MASTERS,  *
      *    RUNNING EACH GROUP OF CHECKS IN TURN, AND PRINTING THE    *
      *    COUNTS. THE RETURN CODE FOLLOWS THE WORST FINDING.        *
      ****************************************************************

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.

           MOVE 'BLDORCH' TO SUBPROGRAM.

           CALL SUBPROGRAM USING ORCHS-TBL.

           MOVE 'BLDFUND' TO SUBPROGRAM.

           CALL SUBPROGRAM USING FUNDS-TBL.

           MOVE 'BLDSO' TO SUBPROGRAM.

           CALL SUBPROGRAM USING SO-TBL.

           OPEN OUTPUT REPORT-FILE.

           MOVE CURRENT-DATE(5:2) TO OUT-HDR-MONTH.
           MOVE CURRENT-DATE(7:2) TO OUT-HDR-DAY.
           MOVE CURRENT-DATE(1:4) TO OUT-HDR-YEAR.

           PERFORM 0800-PRINT-PAGE-HEADER.

           PERFORM 0100-CHECK-ORCHESTRA
              VARYING ORCH-NDX FROM 1 BY 1
              UNTIL ORCH-NDX > TBL-ORCH-CTR.

           PERFORM 0300-CHECK-STANDING-ORDER
              VARYING SO-NDX FROM 1 BY 1
              UNTIL SO-NDX > TBL-SO-CTR.

           PERFORM 0400-CHECK-LOW-END-HISTORY.

           PERFORM 0500-CHECK-FUND
              VARYING FUND-NDX FROM 1 BY 1
              UNTIL FUND-NDX > TBL-FUND-CTR.

           IF SEVERE-CTR = 0 AND WARNING-CTR = 0
              MOVE OUTPUT-NONE-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 1
              ADD 1 TO LINE-CTR
           END-IF.

           MOVE TBL-ORCH-CTR TO OUT-ORCH-CTR.
           MOVE SLOT-CHECKED-CTR TO OUT-SLOT-CTR.
           MOVE TBL-FUND-CTR TO OUT-FUND-CTR.
           MOVE TBL-SO-CTR TO OUT-SO-CTR.
           MOVE LEH-CHECKED-CTR TO OUT-LEH-CTR.

           MOVE OUTPUT-CHECKED-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 2.

           MOVE SEVERE-CTR TO OUT-SEVERE-CTR.
           MOVE WARNING-CTR TO OUT-WARNING-CTR.

           MOVE OUTPUT-TOTALS-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

           CLOSE REPORT-FILE.

           IF SEVERE-CTR > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WARNING-CTR > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           GOBACK.

       0000-EXIT. EXIT.

       0100-CHECK-ORCHESTRA.

      **************************************************************
      *    CHECKS ONE ORCHESTRA: ITS ALLOCATION COUNT, THEN EACH    *
      *    SLOT IN USE, THEN THE SLOT DOLLAR AND PERCENTAGE TOTALS. *
      *    A COUNT OUTSIDE 1-3 LEAVES NO SLOTS TO CHECK.            *
      **************************************************************

           IF TBL-FUND-ALLOC-CTR(ORCH-NDX) < 1
              OR TBL-FUND-ALLOC-CTR(ORCH-NDX) > 3
              MOVE SPACES TO OUTPUT-EXCEPTION-LINE
              MOVE 'SEVERE' TO OUT-EX-SEVERITY
              MOVE 'ALLOCATION COUNT NOT 1-3' TO OUT-EX-CHECK
              MOVE TBL-ORCH-NME(ORCH-NDX) TO OUT-EX-ORCH-NME
              MOVE TBL-FUND-ALLOC-CTR(ORCH-NDX) TO OUT-EX-FOUND-AMT
              PERFORM 0900-PRINT-EXCEPTION
           ELSE
              MOVE 0 TO SLOT-TOT-AMT
              MOVE 0 TO SLOT-TOT-PCT
              PERFORM 0200-CHECK-SLOT
                 VARYING ALLOC-SUB FROM 1 BY 1
                 UNTIL ALLOC-SUB > TBL-FUND-ALLOC-CTR(ORCH-NDX)
              IF SLOT-TOT-AMT NOT = TBL-ENDOWMT-AMT(ORCH-NDX)
                 MOVE SPACES TO OUTPUT-EXCEPTION-LINE
                 MOVE 'SEVERE' TO OUT-EX-SEVERITY
                 MOVE 'SLOT DOLLARS NOT = ENDOWMT' TO OUT-EX-CHECK
                 MOVE TBL-ORCH-NME(ORCH-NDX) TO OUT-EX-ORCH-NME
                 MOVE SLOT-TOT-AMT TO OUT-EX-FOUND-AMT
                 MOVE TBL-ENDOWMT-AMT(ORCH-NDX)
                                        TO OUT-EX-EXPECTED-AMT
                 PERFORM 0900-PRINT-EXCEPTION
              END-IF
              IF SLOT-TOT-PCT NOT = 100
                 MOVE SPACES TO OUTPUT-EXCEPTION-LINE
                 MOVE 'SEVERE' TO OUT-EX-SEVERITY
                 MOVE 'SLOT PERCENTAGES NOT = 100' TO OUT-EX-CHECK
                 MOVE TBL-ORCH-NME(ORCH-NDX) TO OUT-EX-ORCH-NME
                 MOVE SLOT-TOT-PCT TO OUT-EX-FOUND-AMT
                 MOVE 100 TO OUT-EX-EXPECTED-AMT
                 PERFORM 0900-PRINT-EXCEPTION
              END-IF
           END-IF.

       0100-EXIT. EXIT.

       0200-CHECK-SLOT.

      **************************************************************
      *    CHECKS ONE ALLOCATION SLOT: ITS FUND MUST BE ON THE      *
      *    FUND MASTER AND ACTIVE, AND ITS SHARES AND DOLLARS MUST  *
      *    BE ZERO OR NONZERO TOGETHER. ADDS THE SLOT TO THE        *
      *    ORCHESTRA'S DOLLAR AND PERCENTAGE TOTALS.                *
      **************************************************************

           ADD 1 TO SLOT-CHECKED-CTR.

           ADD TBL-ALLOC-ENDOWMT-AMT(ORCH-NDX, ALLOC-SUB)
                                        TO SLOT-TOT-AMT.
           ADD TBL-ALLOC-PCT(ORCH-NDX, ALLOC-SUB) TO SLOT-TOT-PCT.

           MOVE SPACES TO OUTPUT-EXCEPTION-LINE.
           MOVE TBL-ORCH-NME(ORCH-NDX) TO OUT-EX-ORCH-NME.
           MOVE 'SLOT' TO OUT-EX-KEY-LBL.
           MOVE ALLOC-SUB TO OUT-EX-KEY-NBR.
           MOVE 'FUND' TO OUT-EX-FUND-LBL.
           MOVE TBL-ALLOC-FUND-NBR(ORCH-NDX, ALLOC-SUB)
                                        TO OUT-EX-FUND-NBR.

           SEARCH ALL TBL-FUND-NTRY
              AT END
                 MOVE 'SEVERE' TO OUT-EX-SEVERITY
                 MOVE 'SLOT FUND NOT ON MASTER' TO OUT-EX-CHECK
                 PERFORM 0900-PRINT-EXCEPTION
              WHEN TBL-FUND-NBR(FUND-NDX) =
                   TBL-ALLOC-FUND-NBR(ORCH-NDX, ALLOC-SUB)
                 IF TBL-FUND-STATUS(FUND-NDX) NOT = 'A'
                    MOVE 'WARNING' TO OUT-EX-SEVERITY
                    MOVE 'SLOT FUND IS INACTIVE' TO OUT-EX-CHECK
                    PERFORM 0900-PRINT-EXCEPTION
                 END-IF
           END-SEARCH.

           IF TBL-ALLOC-SHARE-AMT(ORCH-NDX, ALLOC-SUB) > 0
              AND TBL-ALLOC-ENDOWMT-AMT(ORCH-NDX, ALLOC-SUB) = 0
              MOVE 'WARNING' TO OUT-EX-SEVERITY
              MOVE 'SHARES WITH ZERO DOLLARS' TO OUT-EX-CHECK
              MOVE TBL-ALLOC-SHARE-AMT(ORCH-NDX, ALLOC-SUB)
                                        TO OUT-EX-FOUND-AMT
              MOVE 0 TO OUT-EX-EXPECTED-AMT
              PERFORM 0900-PRINT-EXCEPTION
           END-IF.

           IF TBL-ALLOC-ENDOWMT-AMT(ORCH-NDX, ALLOC-SUB) > 0
              AND TBL-ALLOC-SHARE-AMT(ORCH-NDX, ALLOC-SUB) = 0
              MOVE 'WARNING' TO OUT-EX-SEVERITY
              MOVE 'DOLLARS WITH ZERO SHARES' TO OUT-EX-CHECK
              MOVE TBL-ALLOC-ENDOWMT-AMT(ORCH-NDX, ALLOC-SUB)
                                        TO OUT-EX-FOUND-AMT
              MOVE 0 TO OUT-EX-EXPECTED-AMT
              PERFORM 0900-PRINT-EXCEPTION
           END-IF.

       0200-EXIT. EXIT.

       0300-CHECK-STANDING-ORDER.

      **************************************************************
      *    CHECKS ONE STANDING ORDER AGAINST ITS ORCHESTRA: THE     *
      *    ORCHESTRA MUST BE ON THE MASTER, THE ORDER'S SLOT MUST   *
      *    BE ONE THE ORCHESTRA HAS IN USE, AND AN ACTIVE ORDER     *
      *    MUST NOT BELONG TO A DEACTIVATED ORCHESTRA.              *
      **************************************************************

           MOVE SPACES TO OUTPUT-EXCEPTION-LINE.
           MOVE TBL-SO-ORCH-NME(SO-NDX) TO OUT-EX-ORCH-NME.
           MOVE 'ORDER' TO OUT-EX-KEY-LBL.
           MOVE TBL-SO-ORDER-NBR(SO-NDX) TO OUT-EX-KEY-NBR.

           MOVE 'N' TO ORCH-FOUND-FLAG.

           SEARCH ALL TBL-ORCH-NTRY
              AT END
                 MOVE 'SEVERE' TO OUT-EX-SEVERITY
                 MOVE 'ORDER ORCH NOT ON MASTER' TO OUT-EX-CHECK
                 PERFORM 0900-PRINT-EXCEPTION
              WHEN TBL-ORCH-NME(ORCH-NDX) = TBL-SO-ORCH-NME(SO-NDX)
                 MOVE 'Y' TO ORCH-FOUND-FLAG
           END-SEARCH.

           IF ORCH-FOUND-FLAG = 'Y'
              IF TBL-SO-ALLOC-NBR(SO-NDX) = 0
                 OR TBL-SO-ALLOC-NBR(SO-NDX) >
                    TBL-FUND-ALLOC-CTR(ORCH-NDX)
                 MOVE 'SEVERE' TO OUT-EX-SEVERITY
                 MOVE 'ORDER SLOT BEYOND ALLOC CTR' TO OUT-EX-CHECK
                 MOVE TBL-SO-ALLOC-NBR(SO-NDX) TO OUT-EX-FOUND-AMT
                 MOVE TBL-FUND-ALLOC-CTR(ORCH-NDX)
                                        TO OUT-EX-EXPECTED-AMT
                 PERFORM 0900-PRINT-EXCEPTION
              END-IF
              IF TBL-SO-STATUS(SO-NDX) = 'A'
                 AND TBL-ORCH-STATUS(ORCH-NDX) NOT = 'A'
                 MOVE SPACES TO OUT-EX-FIGURES
                 MOVE 'WARNING' TO OUT-EX-SEVERITY
                 MOVE 'ACTIVE ORDER, INACTIVE ORCH' TO OUT-EX-CHECK
                 PERFORM 0900-PRINT-EXCEPTION
              END-IF
           END-IF.

       0300-EXIT. EXIT.

       0400-CHECK-LOW-END-HISTORY.

      **************************************************************
      *    READS THE LOW-ENDOWMENT HISTORY AND LISTS EVERY ENTRY    *
      *    WHOSE ORCHESTRA IS NO LONGER ON THE MASTER.              *
      **************************************************************

           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT HISTORY-FILE.

           READ HISTORY-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

           PERFORM 0450-CHECK-HISTORY-RECORD
              UNTIL EOF-FLAG = 'Y'.

           CLOSE HISTORY-FILE.

       0400-EXIT. EXIT.

       0450-CHECK-HISTORY-RECORD.

      **************************************************************
      *    CHECKS ONE LOW-ENDOWMENT HISTORY ENTRY'S ORCHESTRA.      *
      **************************************************************

           ADD 1 TO LEH-CHECKED-CTR.

           SEARCH ALL TBL-ORCH-NTRY
              AT END
                 MOVE SPACES TO OUTPUT-EXCEPTION-LINE
                 MOVE 'WARNING' TO OUT-EX-SEVERITY
                 MOVE 'LEHIST ORCH NOT ON MASTER' TO OUT-EX-CHECK
                 MOVE LEH-ORCH-NME TO OUT-EX-ORCH-NME
                 MOVE 'FUND' TO OUT-EX-FUND-LBL
                 MOVE LEH-FUND-NBR TO OUT-EX-FUND-NBR
                 MOVE LEH-ENDOWMT-AMT TO OUT-EX-FOUND-AMT
                 PERFORM 0900-PRINT-EXCEPTION
              WHEN TBL-ORCH-NME(ORCH-NDX) = LEH-ORCH-NME
                 CONTINUE
           END-SEARCH.

           READ HISTORY-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0450-EXIT. EXIT.

       0500-CHECK-FUND.

      **************************************************************
      *    CHECKS ONE FUND FOR A ZERO OR NEGATIVE SHARE PRICE --    *
      *    SEVERE FOR AN ACTIVE FUND, WHICH THE POSTING RUN STILL   *
      *    STRIKES SHARES AGAINST.                                  *
      **************************************************************

           IF TBL-FUND-SHR-PRC(FUND-NDX) NOT > 0
              MOVE SPACES TO OUTPUT-EXCEPTION-LINE
              IF TBL-FUND-STATUS(FUND-NDX) = 'A'
                 MOVE 'SEVERE' TO OUT-EX-SEVERITY
              ELSE
                 MOVE 'WARNING' TO OUT-EX-SEVERITY
              END-IF
              MOVE 'SHARE PRICE NOT POSITIVE' TO OUT-EX-CHECK
              MOVE TBL-FUND-NME(FUND-NDX) TO OUT-EX-ORCH-NME
              MOVE 'FUND' TO OUT-EX-FUND-LBL
              MOVE TBL-FUND-NBR(FUND-NDX) TO OUT-EX-FUND-NBR
              MOVE TBL-FUND-SHR-PRC(FUND-NDX) TO OUT-EX-FOUND-AMT
              PERFORM 0900-PRINT-EXCEPTION
           END-IF.

       0500-EXIT. EXIT.

       0800-PRINT-PAGE-HEADER.

      **************************************************************
      *    PRINTS THE REPORT HEADING WITH THE PAGE NUMBER AND THE   *
      *    COLUMN HEADER AT THE TOP OF A NEW PAGE.                  *
      **************************************************************

           ADD 1 TO PAGE-CTR.

           MOVE PAGE-CTR TO OUT-PAGE-CTR.

           MOVE REPORT-HDR-1 TO REPORT-LINE.

           WRITE REPORT-LINE AFTER PAGE.

           MOVE REPORT-COL-HDR TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 2.

           MOVE 3 TO LINE-CTR.

       0800-EXIT. EXIT.

       0900-PRINT-EXCEPTION.

      **************************************************************
      *    PRINTS THE EXCEPTION LINE AS FILLED BY THE CALLER AND    *
      *    COUNTS IT BY SEVERITY. A NEW PAGE EVERY 55 LINES.        *
      **************************************************************

           IF OUT-EX-SEVERITY = 'SEVERE'
              ADD 1 TO SEVERE-CTR
           ELSE
              ADD 1 TO WARNING-CTR
           END-IF.

           IF LINE-CTR > 55
              PERFORM 0800-PRINT-PAGE-HEADER
           END-IF.

           MOVE OUTPUT-EXCEPTION-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

           ADD 1 TO LINE-CTR.

       0900-EXIT. EXIT.
