      ***************************************************************
      *  FUNCTION: ANNUAL SPENDING-POLICY ALLOWANCE RUN, RUN AT THE  *
      *            START OF EACH FISCAL YEAR (AND AGAIN WHENEVER    *
      *            THE COMMITTEE CHANGES THE POLICY RATE). FOR      *
      *            EVERY ACTIVE ORCHESTRA, AVERAGES ITS MARKET      *
      *            VALUE AT THE TWELVE QUARTER-ENDS BEFORE THE      *
      *            FISCAL YEAR BEGINS -- THE VALUE ON THE LAST      *
      *            VALUATION SNAPSHOT TAKEN IN EACH QUARTER, ALL    *
      *            ALLOCATION SLOTS TOGETHER -- AND SETS THE YEAR'S *
      *            DRAW ALLOWANCE AT THE POLICY PERCENTAGE OF THAT  *
      *            AVERAGE. AN ORCHESTRA WITH FEWER THAN TWELVE     *
      *            QUARTERS OF HISTORY IS AVERAGED OVER THE         *
      *            QUARTERS IT HAS. THE ALLOWANCE MASTER IS         *
      *            REWRITTEN WITH ONE RECORD PER ORCHESTRA. WHEN    *
      *            THE RUN IS REPEATED FOR A FISCAL YEAR ALREADY ON *
      *            THE MASTER, THE YEAR-TO-DATE DRAW THE POSTING    *
      *            RUN HAS ACCUMULATED IS CARRIED OVER; A NEW       *
      *            FISCAL YEAR STARTS AT ZERO.                      *
      *                                                               *
      *  INPUT:    SPENDPARM --                                      *
      *            OPTIONAL OPERATOR PARAMETER RECORD: THE POLICY    *
      *            PERCENTAGE (99V999, SO 04500 IS 4.500 PERCENT)    *
      *            AND THE FISCAL YEAR START DATE (CCYYMMDD, FIRST   *
      *            OF A MONTH). A ZERO OR ABSENT RATE IS 5.000       *
      *            PERCENT; A ZERO OR ABSENT DATE IS JANUARY 1 OF    *
      *            THE CURRENT YEAR.                                 *
      *                                                               *
      *            VALHIST -- VALUATION HISTORY (OPTIONAL).          *
      *                                                               *
      *            ORCHFILE -- ORCHESTRA MASTER (VIA BLDORCH).       *
      *                                                               *
      *  IN/OUTPUT: ALLOWFILE --                                     *
      *            ALLOWANCE MASTER (VIA BLDALLOW/UPDALLOW): READ    *
      *            FOR THE DRAWS ALREADY TAKEN, THEN REWRITTEN.      *
      *                                                               *
      *  OUTPUT:   SPNDPRT -- ALLOWANCE REGISTER: EVERY ACTIVE       *
      *            ORCHESTRA WITH THE QUARTERS AVERAGED, AVERAGE     *
      *            MARKET VALUE, ALLOWANCE AND DRAW CARRIED, PLUS    *
      *            RUN TOTALS.                                       *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: RETURN-CODE 16 WHEN THE PARAMETER RECORD   *
      *            IS INVALID (ALLOWFILE LEFT UNTOUCHED), 4 WHEN AN  *
      *            ACTIVE ORCHESTRA HAD NO VALUATION HISTORY IN THE  *
      *            TWELVE QUARTERS AND WAS LEFT WITHOUT A NEW        *
      *            ALLOWANCE, 0 OTHERWISE.                           *
      *                                                               *
      *  NOTES:    AN ORCHESTRA WITH NO HISTORY KEEPS ITS EXISTING   *
      *            RECORD IF IT IS FOR THE SAME FISCAL YEAR;         *
      *            OTHERWISE IT IS LEFT OFF THE MASTER AND ITS DRAWS *
      *            ARE NOT LIMITED UNTIL AN ALLOWANCE CAN BE SET.    *
      ***************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.   SPENDPOL.
       AUTHOR.       MITCHELL TRAFTON.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL PARM-FILE ASSIGN TO SPENDPARM.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO VALHIST.
           SELECT REPORT-FILE ASSIGN TO SPNDPRT.


       DATA DIVISION.

       FILE SECTION.

       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-POLICY-PCT          PIC 99V999.
           05                           PIC X.
           05  PARM-FY-START-DATE       PIC 9(8).
           05                           PIC X(66).

       FD  HISTORY-FILE
           RECORDING MODE IS F.

           COPY VALHREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

      *
      * TABLES FROM COPY LIB
      *
           COPY ORCHTBL.

       01  ALLOW-TBL.
           05 TBL-AL-CTR               PIC S9(4) BINARY SYNC VALUE 0.
           05 TBL-AL-NTRY              OCCURS 1 TO 5000
                                       DEPENDING ON TBL-AL-CTR
                                       ASCENDING KEY TBL-AL-ORCH-NME
                                       INDEXED BY AL-NDX.
              COPY ALLOWTBL.

      *
      *    ONE ENTRY PER TBL-ORCH-NTRY ENTRY, KEPT IN STEP WITH IT BY
      *    OCCURRENCE NUMBER: THE ORCHESTRA'S VALUE AT EACH OF THE
      *    TWELVE QUARTER-ENDS (QUARTER 1 IS THE ONE JUST BEFORE THE
      *    FISCAL YEAR) AS THE LATEST SNAPSHOT DATE SEEN IN THE
      *    QUARTER AND THE SUM OF ITS SLOT VALUES ON THAT DATE, AND
      *    THE RESULT CARRIED TO THE NEW MASTER.
      *

       01  SPEND-WORK-TBL.
           05 SP-ORCH-NTRY             OCCURS 5000 TIMES.
              10 SP-QTR-NTRY           OCCURS 12 TIMES.
                 15 SP-QTR-SNAP-DATE   PIC 9(8).
                 15 SP-QTR-VALUE-AMT   PIC 9(11)V99 PACKED-DECIMAL.
              10 SP-RESULT-FLAG        PIC X.
              10 SP-QTR-CTR            PIC 99.
              10 SP-AVG-VALUE-AMT      PIC 9(11)V99 PACKED-DECIMAL.
              10 SP-ALLOWANCE-AMT      PIC 9(9)V99 PACKED-DECIMAL.
              10 SP-YTD-DRAWN-AMT      PIC 9(9)V99 PACKED-DECIMAL.
              10 SP-OLD-POLICY-PCT     PIC 99V999.

       01  FLAGS.
           05 EOF-FLAG                 PIC X VALUE 'N'.
           05 RUN-REFUSED-FLAG         PIC X VALUE 'N'.
           05 NO-HISTORY-FLAG          PIC X VALUE 'N'.
           05 ORCH-FOUND-FLAG          PIC X VALUE 'N'.
           05 OLD-ALLOW-FLAG           PIC X VALUE 'N'.

       01  COUNTERS.
           05 ORCH-SUB                 PIC S9(4) BINARY SYNC VALUE 0.
           05 QTR-SUB                  PIC S9(4) BINARY SYNC VALUE 0.
           05 HIST-CTR                 PIC 9(9) PACKED-DECIMAL VALUE 0.
           05 SET-CTR                  PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 KEPT-CTR                 PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 NO-HIST-CTR              PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 LINE-CTR                 PIC 99 BINARY SYNC VALUE 0.
           05 PAGE-CTR                 PIC 999 PACKED-DECIMAL VALUE 0.

       01  POLICY-PCT                  PIC 99V999 VALUE 5.000.

       01  SPEND-WORK-FIELDS.
           05 FY-START-MONTH-NBR       PIC S9(7) PACKED-DECIMAL.
           05 SNAP-MONTH-NBR           PIC S9(7) PACKED-DECIMAL.
           05 MONTH-DIFF               PIC S9(7) PACKED-DECIMAL.
           05 QTR-VALUE-SUM            PIC 9(13)V99 PACKED-DECIMAL.
           05 TOT-ALLOWANCE-AMT        PIC 9(11)V99 PACKED-DECIMAL
                                            VALUE 0.
           05 TOT-YTD-DRAWN-AMT        PIC 9(11)V99 PACKED-DECIMAL
                                            VALUE 0.
           05 LAST-ORCH-NME            PIC X(45) VALUE SPACES.
           05 LAST-ORCH-SUB            PIC S9(4) BINARY SYNC VALUE 0.

       01  FY-START-DATE.
           05  FY-YEAR                 PIC 9(4).
           05  FY-MONTH                PIC 9(2).
           05  FY-DAY                  PIC 9(2).

       01  FY-START-DATE-FLAT REDEFINES FY-START-DATE
                                    PIC 9(8).

       01  FY-NEXT-START-DATE          PIC 9(8).

       01  SNAP-DATE.
           05  SNAP-YEAR               PIC 9(4).
           05  SNAP-MONTH              PIC 9(2).
           05  SNAP-DAY                PIC 9(2).

       01  SNAP-DATE-FLAT REDEFINES SNAP-DATE
                                    PIC 9(8).

       01  CURRENT-DATE-FIELDS.
           05  CURRENT-DATE.
               10  CURRENT-YEAR        PIC 9(4).
               10  CURRENT-MONTH       PIC 9(2).
               10  CURRENT-DAY         PIC 9(2).
           05  CURRENT-TIME            PIC X(8).
           05  DIFF-FROM-GMT           PIC S9(4).

       01  SUBPROGRAM                  PIC 9(8).

       01  REPORT-HDR-1.
           05                          PIC X(46) VALUE
                  'SPENDING POLICY ALLOWANCES FOR FISCAL YEAR OF '.
           05 OUT-HDR-MONTH            PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-HDR-DAY              PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-HDR-YEAR             PIC 9999.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(13) VALUE 'POLICY RATE: '.
           05 OUT-HDR-POLICY-PCT       PIC Z9.999.
           05                          PIC X(8) VALUE ' PERCENT'.
           05                          PIC X(35) VALUE SPACES.
           05                          PIC X(6) VALUE 'PAGE: '.
           05 OUT-PAGE-CTR             PIC ZZ9.

       01  REPORT-COL-HDR.
           05                          PIC X(47) VALUE
                                             'ORCHESTRA NAME'.
           05                          PIC X(5)  VALUE 'QTRS'.
           05                          PIC X(17) VALUE
                                             '   AVERAGE VALUE'.
           05                          PIC X(17) VALUE
                                             '       ALLOWANCE'.
           05                          PIC X(17) VALUE
                                             '   DRAWN TO DATE'.
           05                          PIC X(18) VALUE
                                             '  NOTE'.

       01  OUTPUT-ORCH-LINE.
           05 OUT-OL-ORCH-NME          PIC X(45).
           05                          PIC X(3) VALUE SPACES.
           05 OUT-OL-QTR-CTR           PIC Z9.
           05                          PIC X(3) VALUE SPACES.
           05 OUT-OL-AVG-VALUE-AMT     PIC $$,$$$,$$$,$$9.99.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-OL-ALLOWANCE-AMT     PIC $$$,$$$,$$9.99.
           05                          PIC X(3) VALUE SPACES.
           05 OUT-OL-YTD-DRAWN-AMT     PIC $$$,$$$,$$9.99.
           05                          PIC X(3) VALUE SPACES.
           05 OUT-OL-NOTE              PIC X(26).

       01  OUTPUT-TOTALS-LINE-1.
           05                          PIC X(16) VALUE
                                                'ALLOWANCES SET: '.
           05 OUT-SET-CTR              PIC ZZZZ9.
           05                          PIC X(4) VALUE SPACES.
           05                          PIC X(23) VALUE
                                         'KEPT WITHOUT HISTORY: '.
           05 OUT-KEPT-CTR             PIC ZZZZ9.
           05                          PIC X(4) VALUE SPACES.
           05                          PIC X(19) VALUE
                                             'NO ALLOWANCE SET: '.
           05 OUT-NO-HIST-CTR          PIC ZZZZ9.

       01  OUTPUT-TOTALS-LINE-2.
           05                          PIC X(18) VALUE
                                              'TOTAL ALLOWANCE: '.
           05 OUT-TOT-ALLOWANCE-AMT    PIC $$$,$$$,$$$,$$9.99.
           05                          PIC X(4) VALUE SPACES.
           05                          PIC X(22) VALUE
                                              'TOTAL DRAWN TO DATE: '.
           05 OUT-TOT-YTD-DRAWN-AMT    PIC $$$,$$$,$$$,$$9.99.
           05                          PIC X(4) VALUE SPACES.
           05                          PIC X(20) VALUE
                                              'SNAPSHOTS AVERAGED: '.
           05 OUT-HIST-CTR             PIC ZZZ,ZZZ,ZZ9.

       01  OUTPUT-REFUSED-LINE.
           05                          PIC X(48) VALUE
               '*** RUN REFUSED: SPENDPARM RATE OR FISCAL YEAR '.
           05                          PIC X(55) VALUE
               'START IS NOT VALID -- ALLOWANCE MASTER NOT CHANGED'.


       PROCEDURE DIVISION.

       0000-MAIN.

      ****************************************************************
      *    CONTROLS THE FLOW OF THE PROGRAM BY RESOLVING THE POLICY  *
      *    RATE AND FISCAL YEAR, LOADING THE MASTERS, GATHERING THE  *
      *    QUARTER-END VALUES FROM THE VALUATION HISTORY, SETTING    *
      *    EACH ORCHESTRA'S ALLOWANCE AND REWRITING THE ALLOWANCE    *
      *    MASTER.                                                   *
      ****************************************************************

           PERFORM 0050-RESOLVE-PARAMETERS.

           OPEN OUTPUT REPORT-FILE.

           MOVE FY-MONTH TO OUT-HDR-MONTH.
           MOVE FY-DAY   TO OUT-HDR-DAY.
           MOVE FY-YEAR  TO OUT-HDR-YEAR.
           MOVE POLICY-PCT TO OUT-HDR-POLICY-PCT.

           IF RUN-REFUSED-FLAG = 'Y'
              ADD 1 TO PAGE-CTR
              MOVE PAGE-CTR TO OUT-PAGE-CTR
              MOVE REPORT-HDR-1 TO REPORT-LINE
              WRITE REPORT-LINE AFTER PAGE
              MOVE OUTPUT-REFUSED-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 2
              CLOSE REPORT-FILE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE 'BLDORCH' TO SUBPROGRAM.

           CALL SUBPROGRAM USING ORCHS-TBL.

           MOVE 'BLDALLOW' TO SUBPROGRAM.

           CALL SUBPROGRAM USING ALLOW-TBL.

           PERFORM 0100-GATHER-QUARTER-VALUES.

           PERFORM 0800-PRINT-PAGE-HEADER.

           PERFORM 0200-SET-ALLOWANCE
              VARYING ORCH-NDX FROM 1 BY 1
              UNTIL ORCH-NDX > TBL-ORCH-CTR.

           PERFORM 0300-REBUILD-ALLOWANCE-TABLE.

           MOVE 'UPDALLOW' TO SUBPROGRAM.

           CALL SUBPROGRAM USING ALLOW-TBL.

           MOVE SET-CTR TO OUT-SET-CTR.
           MOVE KEPT-CTR TO OUT-KEPT-CTR.
           MOVE NO-HIST-CTR TO OUT-NO-HIST-CTR.
           MOVE TOT-ALLOWANCE-AMT TO OUT-TOT-ALLOWANCE-AMT.
           MOVE TOT-YTD-DRAWN-AMT TO OUT-TOT-YTD-DRAWN-AMT.
           MOVE HIST-CTR TO OUT-HIST-CTR.

           MOVE OUTPUT-TOTALS-LINE-1 TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 2.

           MOVE OUTPUT-TOTALS-LINE-2 TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

           CLOSE REPORT-FILE.

           IF NO-HIST-CTR > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       0000-EXIT. EXIT.

       0050-RESOLVE-PARAMETERS.

      **************************************************************
      *    TAKES THE POLICY RATE AND FISCAL YEAR START FROM         *
      *    SPENDPARM WHEN SUPPLIED; A ZERO FIELD KEEPS ITS DEFAULT  *
      *    (5.000 PERCENT, JANUARY 1 OF THIS YEAR). A NON-NUMERIC   *
      *    FIELD, OR A START DATE THAT IS NOT THE FIRST OF A REAL   *
      *    MONTH, REFUSES THE RUN. THE YEAR RUNS TO THE SAME DATE   *
      *    A YEAR LATER.                                            *
      **************************************************************

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.

           MOVE CURRENT-YEAR TO FY-YEAR.
           MOVE 1 TO FY-MONTH.
           MOVE 1 TO FY-DAY.

           OPEN INPUT PARM-FILE.

           READ PARM-FILE
              AT END CONTINUE
              NOT AT END
                 IF PARM-POLICY-PCT NUMERIC
                    AND PARM-FY-START-DATE NUMERIC
                    IF PARM-POLICY-PCT > 0
                       MOVE PARM-POLICY-PCT TO POLICY-PCT
                    END-IF
                    IF PARM-FY-START-DATE > 0
                       MOVE PARM-FY-START-DATE TO FY-START-DATE-FLAT
                    END-IF
                 ELSE
                    MOVE 'Y' TO RUN-REFUSED-FLAG
                 END-IF
           END-READ.

           CLOSE PARM-FILE.

           IF FY-MONTH < 1 OR FY-MONTH > 12 OR FY-DAY NOT = 1
              MOVE 'Y' TO RUN-REFUSED-FLAG
           END-IF.

           COMPUTE FY-NEXT-START-DATE = FY-START-DATE-FLAT + 10000.

           COMPUTE FY-START-MONTH-NBR = FY-YEAR * 12 + FY-MONTH - 1.

       0050-EXIT. EXIT.

       0100-GATHER-QUARTER-VALUES.

      **************************************************************
      *    READS THE VALUATION HISTORY, KEEPING FOR EACH ORCHESTRA *
      *    AND EACH OF THE TWELVE QUARTERS BEFORE THE FISCAL YEAR  *
      *    THE VALUE ON THE LATEST SNAPSHOT DATE IN THAT QUARTER.  *
      **************************************************************

           INITIALIZE SPEND-WORK-TBL.

           OPEN INPUT HISTORY-FILE.

           READ HISTORY-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

           PERFORM 0150-APPLY-SNAPSHOT
              UNTIL EOF-FLAG = 'Y'.

           CLOSE HISTORY-FILE.

       0100-EXIT. EXIT.

       0150-APPLY-SNAPSHOT.

      **************************************************************
      *    PLACES ONE SNAPSHOT RECORD IN ITS QUARTER: MONTHS 1-3   *
      *    BEFORE THE FISCAL YEAR ARE QUARTER 1, 4-6 QUARTER 2,    *
      *    AND SO ON BACK 36 MONTHS. A LATER SNAPSHOT DATE IN THE  *
      *    QUARTER REPLACES THE VALUE HELD; THE SAME DATE ADDS     *
      *    ANOTHER SLOT TO IT. CONSECUTIVE RECORDS FOR THE SAME    *
      *    ORCHESTRA REUSE THE LAST LOOKUP.                        *
      **************************************************************

           MOVE VH-SNAP-DATE TO SNAP-DATE-FLAT.

           COMPUTE SNAP-MONTH-NBR = SNAP-YEAR * 12 + SNAP-MONTH - 1.

           COMPUTE MONTH-DIFF = FY-START-MONTH-NBR - SNAP-MONTH-NBR.

           IF MONTH-DIFF > 0 AND MONTH-DIFF < 37

              IF VH-ORCH-NME NOT = LAST-ORCH-NME
                 MOVE VH-ORCH-NME TO LAST-ORCH-NME
                 MOVE 0 TO LAST-ORCH-SUB
                 SEARCH ALL TBL-ORCH-NTRY
                    AT END CONTINUE
                    WHEN TBL-ORCH-NME(ORCH-NDX) = VH-ORCH-NME
                       SET LAST-ORCH-SUB TO ORCH-NDX
                 END-SEARCH
              END-IF

              IF LAST-ORCH-SUB > 0
                 ADD 1 TO HIST-CTR
                 MOVE LAST-ORCH-SUB TO ORCH-SUB
                 COMPUTE QTR-SUB = (MONTH-DIFF - 1) / 3 + 1
                 EVALUATE TRUE
                    WHEN VH-SNAP-DATE >
                         SP-QTR-SNAP-DATE(ORCH-SUB, QTR-SUB)
                       MOVE VH-SNAP-DATE TO
                            SP-QTR-SNAP-DATE(ORCH-SUB, QTR-SUB)
                       MOVE VH-VALUE-AMT TO
                            SP-QTR-VALUE-AMT(ORCH-SUB, QTR-SUB)
                    WHEN VH-SNAP-DATE =
                         SP-QTR-SNAP-DATE(ORCH-SUB, QTR-SUB)
                       ADD VH-VALUE-AMT TO
                           SP-QTR-VALUE-AMT(ORCH-SUB, QTR-SUB)
                 END-EVALUATE
              END-IF

           END-IF.

           READ HISTORY-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0150-EXIT. EXIT.

       0200-SET-ALLOWANCE.

      **************************************************************
      *    SETS ONE ACTIVE ORCHESTRA'S ALLOWANCE FROM ITS QUARTER- *
      *    END VALUES, CARRYING OVER THE DRAW ALREADY TAKEN WHEN   *
      *    THE MASTER ALREADY HOLDS THIS FISCAL YEAR FOR IT, AND   *
      *    PRINTS ITS REGISTER LINE, ON A NEW PAGE EVERY 55 LINES. *
      **************************************************************

           IF TBL-ORCH-STATUS(ORCH-NDX) = 'A'

              SET ORCH-SUB TO ORCH-NDX

              MOVE 0 TO SP-QTR-CTR(ORCH-SUB)
              MOVE 0 TO QTR-VALUE-SUM

              PERFORM VARYING QTR-SUB FROM 1 BY 1 UNTIL QTR-SUB > 12
                 IF SP-QTR-SNAP-DATE(ORCH-SUB, QTR-SUB) > 0
                    ADD 1 TO SP-QTR-CTR(ORCH-SUB)
                    ADD SP-QTR-VALUE-AMT(ORCH-SUB, QTR-SUB)
                                        TO QTR-VALUE-SUM
                 END-IF
              END-PERFORM

              MOVE 'N' TO OLD-ALLOW-FLAG
              SEARCH ALL TBL-AL-NTRY
                 AT END CONTINUE
                 WHEN TBL-AL-ORCH-NME(AL-NDX) = TBL-ORCH-NME(ORCH-NDX)
                    IF TBL-AL-FY-START-DATE(AL-NDX) =
                       FY-START-DATE-FLAT
                       MOVE 'Y' TO OLD-ALLOW-FLAG
                    END-IF
              END-SEARCH

              MOVE TBL-ORCH-NME(ORCH-NDX) TO OUT-OL-ORCH-NME
              MOVE SP-QTR-CTR(ORCH-SUB) TO OUT-OL-QTR-CTR

              EVALUATE TRUE
                 WHEN SP-QTR-CTR(ORCH-SUB) > 0
                    PERFORM 0220-COMPUTE-ALLOWANCE
                 WHEN OLD-ALLOW-FLAG = 'Y'
                    PERFORM 0240-KEEP-OLD-ALLOWANCE
                 WHEN OTHER
                    MOVE 'N' TO SP-RESULT-FLAG(ORCH-SUB)
                    ADD 1 TO NO-HIST-CTR
                    MOVE 0 TO OUT-OL-AVG-VALUE-AMT
                    MOVE 0 TO OUT-OL-ALLOWANCE-AMT
                    MOVE 0 TO OUT-OL-YTD-DRAWN-AMT
                    MOVE 'NO HISTORY - NOT LIMITED' TO OUT-OL-NOTE
              END-EVALUATE

              IF LINE-CTR > 55
                 PERFORM 0800-PRINT-PAGE-HEADER
              END-IF
              MOVE OUTPUT-ORCH-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 1
              ADD 1 TO LINE-CTR

           END-IF.

       0200-EXIT. EXIT.

       0220-COMPUTE-ALLOWANCE.

      **************************************************************
      *    AVERAGES THE QUARTER-END VALUES FOUND AND APPLIES THE   *
      *    POLICY RATE.                                            *
      **************************************************************

           MOVE 'Y' TO SP-RESULT-FLAG(ORCH-SUB).

           ADD 1 TO SET-CTR.

           COMPUTE SP-AVG-VALUE-AMT(ORCH-SUB) ROUNDED =
              QTR-VALUE-SUM / SP-QTR-CTR(ORCH-SUB).

           COMPUTE SP-ALLOWANCE-AMT(ORCH-SUB) ROUNDED =
              SP-AVG-VALUE-AMT(ORCH-SUB) * POLICY-PCT / 100.

           MOVE POLICY-PCT TO SP-OLD-POLICY-PCT(ORCH-SUB).

           IF OLD-ALLOW-FLAG = 'Y'
              MOVE TBL-AL-YTD-DRAWN-AMT(AL-NDX)
                                     TO SP-YTD-DRAWN-AMT(ORCH-SUB)
              MOVE 'RECOMPUTED - DRAW KEPT' TO OUT-OL-NOTE
           ELSE
              MOVE 0 TO SP-YTD-DRAWN-AMT(ORCH-SUB)
              IF SP-QTR-CTR(ORCH-SUB) < 12
                 MOVE 'NEW - SHORT HISTORY' TO OUT-OL-NOTE
              ELSE
                 MOVE 'NEW' TO OUT-OL-NOTE
              END-IF
           END-IF.

           ADD SP-ALLOWANCE-AMT(ORCH-SUB) TO TOT-ALLOWANCE-AMT.

           ADD SP-YTD-DRAWN-AMT(ORCH-SUB) TO TOT-YTD-DRAWN-AMT.

           MOVE SP-AVG-VALUE-AMT(ORCH-SUB) TO OUT-OL-AVG-VALUE-AMT.
           MOVE SP-ALLOWANCE-AMT(ORCH-SUB) TO OUT-OL-ALLOWANCE-AMT.
           MOVE SP-YTD-DRAWN-AMT(ORCH-SUB) TO OUT-OL-YTD-DRAWN-AMT.

       0220-EXIT. EXIT.

       0240-KEEP-OLD-ALLOWANCE.

      **************************************************************
      *    NO HISTORY FELL IN THE TWELVE QUARTERS, BUT THE MASTER  *
      *    ALREADY CARRIES THIS FISCAL YEAR FOR THE ORCHESTRA: THE *
      *    EXISTING ALLOWANCE AND DRAW STAND.                      *
      **************************************************************

           MOVE 'Y' TO SP-RESULT-FLAG(ORCH-SUB).

           ADD 1 TO KEPT-CTR.

           MOVE TBL-AL-QTR-CTR(AL-NDX) TO SP-QTR-CTR(ORCH-SUB).
           MOVE TBL-AL-AVG-VALUE-AMT(AL-NDX)
                                  TO SP-AVG-VALUE-AMT(ORCH-SUB).
           MOVE TBL-AL-ALLOWANCE-AMT(AL-NDX)
                                  TO SP-ALLOWANCE-AMT(ORCH-SUB).
           MOVE TBL-AL-YTD-DRAWN-AMT(AL-NDX)
                                  TO SP-YTD-DRAWN-AMT(ORCH-SUB).
           MOVE TBL-AL-POLICY-PCT(AL-NDX)
                                  TO SP-OLD-POLICY-PCT(ORCH-SUB).

           ADD SP-ALLOWANCE-AMT(ORCH-SUB) TO TOT-ALLOWANCE-AMT.

           ADD SP-YTD-DRAWN-AMT(ORCH-SUB) TO TOT-YTD-DRAWN-AMT.

           MOVE SP-QTR-CTR(ORCH-SUB) TO OUT-OL-QTR-CTR.
           MOVE SP-AVG-VALUE-AMT(ORCH-SUB) TO OUT-OL-AVG-VALUE-AMT.
           MOVE SP-ALLOWANCE-AMT(ORCH-SUB) TO OUT-OL-ALLOWANCE-AMT.
           MOVE SP-YTD-DRAWN-AMT(ORCH-SUB) TO OUT-OL-YTD-DRAWN-AMT.
           MOVE 'NO HISTORY - KEPT' TO OUT-OL-NOTE.

       0240-EXIT. EXIT.

       0300-REBUILD-ALLOWANCE-TABLE.

      **************************************************************
      *    REPLACES THE LOADED ALLOWANCE TABLE WITH THIS RUN'S     *
      *    RESULTS, ONE ENTRY PER ORCHESTRA GIVEN (OR KEEPING) AN  *
      *    ALLOWANCE, IN ORCHESTRA MASTER (NAME) ORDER. EVERY OLD  *
      *    ENTRY STILL NEEDED WAS CARRIED INTO SPEND-WORK-TBL      *
      *    ABOVE, SO THE TABLE CAN BE OVERWRITTEN IN PLACE.        *
      **************************************************************

           MOVE 0 TO TBL-AL-CTR.

           PERFORM VARYING ORCH-NDX FROM 1 BY 1
              UNTIL ORCH-NDX > TBL-ORCH-CTR
              SET ORCH-SUB TO ORCH-NDX
              IF TBL-ORCH-STATUS(ORCH-NDX) = 'A'
                 AND SP-RESULT-FLAG(ORCH-SUB) = 'Y'
                 PERFORM 0350-ADD-ALLOWANCE-ENTRY
              END-IF
           END-PERFORM.

       0300-EXIT. EXIT.

       0350-ADD-ALLOWANCE-ENTRY.

      **************************************************************
      *    APPENDS ONE ORCHESTRA'S RESULT TO THE ALLOWANCE TABLE.  *
      **************************************************************

           ADD 1 TO TBL-AL-CTR.

           MOVE TBL-ORCH-NME(ORCH-NDX)
                           TO TBL-AL-ORCH-NME(TBL-AL-CTR).
           MOVE FY-START-DATE-FLAT
                           TO TBL-AL-FY-START-DATE(TBL-AL-CTR).
           MOVE FY-NEXT-START-DATE
                           TO TBL-AL-FY-NEXT-START-DATE(TBL-AL-CTR).
           MOVE SP-OLD-POLICY-PCT(ORCH-SUB)
                           TO TBL-AL-POLICY-PCT(TBL-AL-CTR).
           MOVE SP-QTR-CTR(ORCH-SUB)
                           TO TBL-AL-QTR-CTR(TBL-AL-CTR).
           MOVE SP-AVG-VALUE-AMT(ORCH-SUB)
                           TO TBL-AL-AVG-VALUE-AMT(TBL-AL-CTR).
           MOVE SP-ALLOWANCE-AMT(ORCH-SUB)
                           TO TBL-AL-ALLOWANCE-AMT(TBL-AL-CTR).
           MOVE SP-YTD-DRAWN-AMT(ORCH-SUB)
                           TO TBL-AL-YTD-DRAWN-AMT(TBL-AL-CTR).

       0350-EXIT. EXIT.

       0800-PRINT-PAGE-HEADER.

      **************************************************************
      *    PRINTS THE REGISTER HEADING WITH THE PAGE NUMBER AND    *
      *    THE COLUMN HEADER AT THE TOP OF A NEW PAGE.             *
      **************************************************************

           ADD 1 TO PAGE-CTR.

           MOVE PAGE-CTR TO OUT-PAGE-CTR.

           MOVE REPORT-HDR-1 TO REPORT-LINE.

           WRITE REPORT-LINE AFTER PAGE.

           MOVE REPORT-COL-HDR TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 2.

           MOVE 3 TO LINE-CTR.

       0800-EXIT. EXIT.
