      ***************************************************************
      *  FUNCTION: TIME-WEIGHTED INVESTMENT PERFORMANCE REPORT PER   *
      *            ORCHESTRA AND PER ALLOCATION SLOT. VALSNAP'S     *
      *            TREND COLUMNS MIX MARKET MOVEMENT WITH MONEY     *
      *            COMING IN AND GOING OUT; THIS REPORT SEPARATES   *
      *            THEM. THE VALUATION HISTORY IS WALKED SNAPSHOT   *
      *            DATE BY SNAPSHOT DATE, AND EACH SPAN BETWEEN TWO *
      *            SNAPSHOTS OF A SLOT (OR OF A WHOLE ORCHESTRA)    *
      *            YIELDS A GROWTH FACTOR:                          *
      *              (ENDING VALUE - NET EXTERNAL FLOWS) / BEGINNING *
      *            WHERE THE FLOWS ARE THOSE POSTED AFTER THE       *
      *            BEGINNING SNAPSHOT UP TO AND INCLUDING THE       *
      *            ENDING ONE (POSTINGS LAND BEFORE THAT NIGHT'S    *
      *            SNAPSHOT). THE FACTORS ARE CHAINED INTO MONTH-   *
      *            TO-DATE, QUARTER-TO-DATE, YEAR-TO-DATE AND       *
      *            TRAILING-12-MONTH RETURNS. DEPOSITS,             *
      *            WITHDRAWALS, TRANSFERS AND MANAGEMENT FEES ARE   *
      *            EXTERNAL FLOWS; EXCHANGES AND MERGER LEGS ARE    *
      *            FLOWS TO THE SLOT BUT NET TO NOTHING FOR THE     *
      *            ORCHESTRA. A MERGER LEG IS POSTED IN BOOK        *
      *            DOLLARS, SO IT IS VALUED INSTEAD AT MARKET: THE  *
      *            SHARES IT MOVED AT ITS FUND'S PRICE IN FORCE ON  *
      *            THE CONVERSION DATE. REINVESTMENTS AND DISTPROC  *
      *            DISTRIBUTIONS ARE INVESTMENT RETURN AND ARE LEFT *
      *            IN THE VALUE. A SPAN THAT BEGINS AT ZERO VALUE   *
      *            (A NEW SLOT) ADDS NO RETURN.                     *
      *            BESIDE EACH SLOT, THE SLOT'S FUND'S OWN PRICE    *
      *            RETURN FOR THE SAME PERIODS IS PRINTED FROM THE  *
      *            PRICE HISTORY, SO A COMMITTEE CAN SEE WHETHER    *
      *            THE ENDOWMENT BEAT THE FUND.                     *
      *                                                               *
      *  INPUT:    PERFPARM --                                       *
      *            OPTIONAL PARAMETER RECORD: THE AS-OF DATE         *
      *            (CCYYMMDD). ABSENT, THE LATEST SNAPSHOT DATE ON   *
      *            VALHIST IS USED.                                  *
      *                                                               *
      *            VALHIST -- VALUATION HISTORY, IN THE ORDER        *
      *            VALSNAP APPENDED IT. A SNAPSHOT DATED EARLIER     *
      *            THAN ONE ALREADY READ IS PASSED OVER AND COUNTED. *
      *                                                               *
      *            AUDITFILE -- AUDIT TRAIL, FOR THE EXTERNAL FLOWS. *
      *                                                               *
      *            PRCHIST -- SHARE PRICE HISTORY (OPTIONAL), FOR    *
      *            THE FUND PRICE RETURNS AND THE MERGER LEG VALUES. *
      *                                                               *
      *            FUNDFILE -- CURRENT FUND MASTER (VIA BLDFUND).    *
      *                                                               *
      *  OUTPUT:   PERFPRT -- PERFORMANCE REPORT.                    *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: RETURN-CODE 16 WHEN THE PARAMETER DATE IS  *
      *            INVALID (NOTHING REPORTED), 4 WHEN A WORK TABLE   *
      *            FILLED OR SNAPSHOTS WERE PASSED OVER AS OUT OF    *
      *            DATE ORDER, 0 OTHERWISE.                          *
      *                                                               *
      *  NOTES:    A PERIOD WITH NO COMPLETE SPAN FOR A SLOT OR      *
      *            ORCHESTRA SHOWS N/A RATHER THAN A FABRICATED      *
      *            RETURN. ONLY HISTORY FROM A MONTH BEFORE THE      *
      *            TRAILING-12 WINDOW ONWARD IS USED.                *
      ***************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.   PERFRPT.
       AUTHOR.       MITCHELL TRAFTON.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL PARM-FILE ASSIGN TO PERFPARM.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO VALHIST.
           SELECT AUDIT-FILE ASSIGN TO AUDITFILE.
           SELECT OPTIONAL PRICE-HIST-FILE ASSIGN TO PRCHIST.
           SELECT REPORT-FILE ASSIGN TO PERFPRT.


       DATA DIVISION.

       FILE SECTION.

       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-AS-OF-DATE          PIC 9(8).
           05                           PIC X(72).

       FD  HISTORY-FILE
           RECORDING MODE IS F.

           COPY VALHREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.

           COPY AUDITREC.

       FD  PRICE-HIST-FILE
           RECORDING MODE IS F.

           COPY PRCHREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

      *
      * TABLES FROM COPY LIB
      *
       01  FUNDS-TBL.
           05 TBL-FUND-CTR             PIC S9(3) BINARY SYNC VALUE 0.
           05 TBL-FUND-NTRY            OCCURS 1 TO 999
                                       DEPENDING ON TBL-FUND-CTR
                                       ASCENDING KEY TBL-FUND-NBR
                                       INDEXED BY FUND-NDX.
              COPY FUNDSTBL.

      *
      *    FUND PRICE POINTS, ONE ENTRY PER FUNDS-TBL ENTRY, KEPT IN
      *    STEP WITH IT VIA "SET PRC-NDX TO FUND-NDX". PER PERIOD:
      *    THE LATEST PRICE STRUCK ON OR BEFORE THE PERIOD BASE DATE
      *    AND, FAILING THAT, THE PRICE REPLACED BY THE FIRST ONE
      *    STRUCK AFTER IT. LIKEWISE FOR THE AS-OF DATE.
      *

       01  PRC-TBL.
           05 PRC-NTRY                 OCCURS 1 TO 999
                                       DEPENDING ON TBL-FUND-CTR
                                       INDEXED BY PRC-NDX.
              10 PR-PERIOD             OCCURS 4 TIMES.
                 15 PR-BEFORE-DATE     PIC 9(8).
                 15 PR-BEFORE-PRC      PIC S9(3)V99 PACKED-DECIMAL.
                 15 PR-AFTER-DATE      PIC 9(8).
                 15 PR-AFTER-PRC       PIC S9(3)V99 PACKED-DECIMAL.
              10 PR-END-DATE           PIC 9(8).
              10 PR-END-PRC            PIC S9(3)V99 PACKED-DECIMAL.
              10 PR-LATER-DATE         PIC 9(8).
              10 PR-LATER-PRC          PIC S9(3)V99 PACKED-DECIMAL.

      *
      *    NET EXTERNAL FLOWS FROM THE AUDIT TRAIL, ONE ENTRY PER
      *    DATE/ORCHESTRA/SLOT, IN THAT ORDER, SO THEY CAN BE FED
      *    INTO THE SNAPSHOT WALK DATE BY DATE. THE AUDIT TRAIL IS
      *    NEARLY IN DATE ORDER ALREADY, SO THE INSERT POSITION IS
      *    SOUGHT FROM THE END OF THE TABLE.
      *

       01  FLOW-TBL.
           05 FLOW-CTR                 PIC S9(5) BINARY SYNC VALUE 0.
           05 FLOW-NTRY                OCCURS 1 TO 30000 TIMES
                                       DEPENDING ON FLOW-CTR
                                       INDEXED BY FLOW-NDX.
              10 FL-KEY.
                 15 FL-DATE            PIC 9(8).
                 15 FL-ORCH-NME        PIC X(45).
                 15 FL-ALLOC-NBR       PIC 9.
              10 FL-AMT                PIC S9(11)V99 PACKED-DECIMAL.

       01  SEARCH-FLOW-KEY.
           05 SRCH-FL-DATE             PIC 9(8).
           05 SRCH-FL-ORCH-NME         PIC X(45).
           05 SRCH-FL-ALLOC-NBR        PIC 9.

       01  FLOW-POST-AMT               PIC S9(11)V99 PACKED-DECIMAL.

      *
      *    FUND MERGER LEGS FROM THE AUDIT TRAIL, HELD UNTIL THE
      *    PRICE HISTORY HAS BEEN READ FOR THE PRICE OF EACH LEG'S
      *    FUND IN FORCE ON ITS CONVERSION DATE -- THE LATEST PRICE
      *    STRUCK ON OR BEFORE IT AND, FAILING THAT, THE PRICE
      *    REPLACED BY THE FIRST ONE STRUCK AFTER IT.
      *

       01  MERGER-LEG-TBL.
           05 MERGER-LEG-CTR           PIC S9(4) BINARY SYNC VALUE 0.
           05 MERGER-LEG-NTRY          OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON MERGER-LEG-CTR.
              10 ML-KEY.
                 15 ML-DATE            PIC 9(8).
                 15 ML-ORCH-NME        PIC X(45).
                 15 ML-ALLOC-NBR       PIC 9.
              10 ML-FUND-NBR           PIC 999.
              10 ML-SHARE-CHG-AMT      PIC S9(11)V9(4) PACKED-DECIMAL.
              10 ML-BEFORE-DATE        PIC 9(8).
              10 ML-BEFORE-PRC         PIC S9(3)V99 PACKED-DECIMAL.
              10 ML-AFTER-DATE         PIC 9(8).
              10 ML-AFTER-PRC          PIC S9(3)V99 PACKED-DECIMAL.

       01  MERGER-LEG-PRC              PIC S9(3)V99 PACKED-DECIMAL.

      *
      *    PER-SLOT AND PER-ORCHESTRA RUNNING STATE FOR THE SNAPSHOT
      *    WALK, EACH KEPT IN KEY ORDER. EACH CARRIES ITS LAST
      *    SNAPSHOT VALUE, THE FLOWS POSTED SINCE, AND ONE CHAINED
      *    GROWTH FACTOR PER PERIOD (MTD, QTD, YTD, TRAILING 12)
      *    WITH A FLAG SAYING WHETHER ANY SPAN LANDED IN IT.
      *

       01  SLOTP-TBL.
           05 SLOTP-CTR                PIC S9(5) BINARY SYNC VALUE 0.
           05 SLOTP-NTRY               OCCURS 1 TO 20000 TIMES
                                       DEPENDING ON SLOTP-CTR
                                       ASCENDING KEY SP-KEY
                                       INDEXED BY SLOTP-NDX.
              10 SP-KEY.
                 15 SP-ORCH-NME        PIC X(45).
                 15 SP-ALLOC-NBR       PIC 9.
              10 SP-FUND-NBR           PIC 999.
              10 SP-LAST-DATE          PIC 9(8).
              10 SP-LAST-AMT           PIC S9(11)V99 PACKED-DECIMAL.
              10 SP-PEND-FLOW-AMT      PIC S9(11)V99 PACKED-DECIMAL.
              10 SP-PERF.
                 15 SP-PERIOD          OCCURS 4 TIMES.
                    20 SP-GROWTH       PIC S9(5)V9(10) PACKED-DECIMAL.
                    20 SP-ACTIVE       PIC X.

       01  ORCHP-TBL.
           05 ORCHP-CTR                PIC S9(5) BINARY SYNC VALUE 0.
           05 ORCHP-NTRY               OCCURS 1 TO 5000 TIMES
                                       DEPENDING ON ORCHP-CTR
                                       ASCENDING KEY OP-ORCH-NME
                                       INDEXED BY ORCHP-NDX.
              10 OP-ORCH-NME           PIC X(45).
              10 OP-CUR-DATE           PIC 9(8).
              10 OP-CUR-AMT            PIC S9(11)V99 PACKED-DECIMAL.
              10 OP-LAST-DATE          PIC 9(8).
              10 OP-LAST-AMT           PIC S9(11)V99 PACKED-DECIMAL.
              10 OP-PEND-FLOW-AMT      PIC S9(11)V99 PACKED-DECIMAL.
              10 OP-PERF.
                 15 OP-PERIOD          OCCURS 4 TIMES.
                    20 OP-GROWTH       PIC S9(5)V9(10) PACKED-DECIMAL.
                    20 OP-ACTIVE       PIC X.

       01  SEARCH-SLOT-KEY.
           05 SRCH-SP-ORCH-NME         PIC X(45).
           05 SRCH-SP-ALLOC-NBR        PIC 9.

      *
      *    ONE SPAN BETWEEN TWO SNAPSHOTS, AND THE PERIOD FACTORS
      *    OF THE SLOT OR ORCHESTRA IT IS BEING CHAINED ONTO.
      *

       01  SPAN-FIELDS.
           05 SPAN-BEGIN-AMT           PIC S9(11)V99 PACKED-DECIMAL.
           05 SPAN-END-AMT             PIC S9(11)V99 PACKED-DECIMAL.
           05 SPAN-FLOW-AMT            PIC S9(11)V99 PACKED-DECIMAL.
           05 SPAN-END-DATE            PIC 9(8).
           05 SPAN-FACTOR              PIC S9(5)V9(10) PACKED-DECIMAL.

       01  WORK-PERF.
           05 WORK-PERIOD              OCCURS 4 TIMES.
              10 WORK-GROWTH           PIC S9(5)V9(10) PACKED-DECIMAL.
              10 WORK-ACTIVE           PIC X.

       01  FLAGS.
           05 EOF-FLAG                 PIC X VALUE 'N'.
           05 RUN-REFUSED-FLAG         PIC X VALUE 'N'.
           05 TBL-FULL-FLAG            PIC X VALUE 'N'.
           05 SLOT-FOUND-FLAG          PIC X VALUE 'N'.
           05 ORCH-FOUND-FLAG          PIC X VALUE 'N'.

       01  COUNTERS.
           05 LINE-CTR                 PIC 99 BINARY SYNC VALUE 0.
           05 PAGE-CTR                 PIC 999 PACKED-DECIMAL VALUE 0.
           05 INS-NDX                  PIC S9(5) BINARY SYNC VALUE 0.
           05 SHIFT-NDX                PIC S9(5) BINARY SYNC VALUE 0.
           05 FLOW-SUB                 PIC S9(5) BINARY SYNC VALUE 1.
           05 SP-SUB                   PIC S9(5) BINARY SYNC VALUE 0.
           05 OP-SUB                   PIC S9(5) BINARY SYNC VALUE 0.
           05 PER-SUB                  PIC S9(4) BINARY SYNC VALUE 0.
           05 ML-SUB                   PIC S9(4) BINARY SYNC VALUE 0.
           05 SNAP-READ-CTR            PIC 9(7) PACKED-DECIMAL VALUE 0.
           05 SNAP-PASSED-CTR          PIC 9(7) PACKED-DECIMAL VALUE 0.
           05 FLOW-READ-CTR            PIC 9(7) PACKED-DECIMAL VALUE 0.
           05 ORCH-RPT-CTR             PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 SLOT-RPT-CTR             PIC 9(5) PACKED-DECIMAL VALUE 0.

      *
      *    AS-OF DATE AND PERIOD BASE DATES. A SPAN COUNTS TOWARD A
      *    PERIOD WHEN IT ENDS AFTER THE PERIOD'S BASE DATE: DAY 00
      *    OF THE MONTH, OF THE QUARTER'S FIRST MONTH, OF THE YEAR,
      *    AND THE SAME DAY A YEAR EARLIER FOR THE TRAILING 12.
      *

       01  AS-OF-DATE-FIELDS.
           05 AS-OF-DATE               PIC 9(8) VALUE 0.
           05 AS-OF-DATE-PARTS REDEFINES AS-OF-DATE.
              10 AS-OF-YEAR            PIC 9(4).
              10 AS-OF-MONTH           PIC 99.
              10 AS-OF-DAY             PIC 99.

       01  PERIOD-BASES.
           05 PERIOD-BASE-DATE         OCCURS 4 TIMES PIC 9(8).

       01  BASE-DATE-WORK.
           05 BASE-YEAR                PIC 9(4).
           05 BASE-MONTH               PIC 99.
           05 BASE-DAY                 PIC 99.

       01  BASE-DATE-FLAT REDEFINES BASE-DATE-WORK PIC 9(8).

       01  HIST-FROM-DATE              PIC 9(8).

       01  BATCH-DATE                  PIC 9(8) VALUE 0.

       01  RETURN-FIELDS.
           05 START-PRC                PIC S9(3)V99 PACKED-DECIMAL.
           05 END-PRC                  PIC S9(3)V99 PACKED-DECIMAL.
           05 RETURN-PCT               PIC S9(5)V99 PACKED-DECIMAL.

       01  EDITED-PCT                  PIC -(4)9.99.

       01  SUBPROGRAM                  PIC 9(8).

       01  CURRENT-DATE-FIELDS.
           05  CURRENT-DATE.
               10  CURRENT-YEAR        PIC 9(4).
               10  CURRENT-MONTH       PIC 9(2).
               10  CURRENT-DAY         PIC 9(2).
           05  CURRENT-TIME            PIC X(8).
           05  DIFF-FROM-GMT           PIC S9(4).

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
           05                          PIC X(40) VALUE SPACES.
           05                          PIC X(32) VALUE
                             'TIME-WEIGHTED PERFORMANCE AS OF '.
           05 OUT-HDR-MONTH            PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-HDR-DAY              PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-HDR-YEAR             PIC 9999.

       01  REPORT-COL-HDR-1.
           05                          PIC X(48) VALUE SPACES.
           05                          PIC X(40) VALUE
               '  ------ TIME-WEIGHTED RETURN PCT ------'.
           05                          PIC X(3) VALUE SPACES.
           05                          PIC X(40) VALUE
               '  -------- FUND PRICE RETURN PCT -------'.

       01  REPORT-COL-HDR-2.
           05                          PIC X(48) VALUE
                                       'ORCHESTRA / ALLOCATION SLOT'.
           05                          PIC X(40) VALUE
               '       MTD       QTD       YTD  TRAIL 12'.
           05                          PIC X(3) VALUE SPACES.
           05                          PIC X(40) VALUE
               '       MTD       QTD       YTD  TRAIL 12'.

       01  OUTPUT-PERF-LINE.
           05 OUT-PL-DESC              PIC X(48).
           05 OUT-PL-TWR               OCCURS 4 TIMES.
              10                       PIC X.
              10 OUT-PL-TWR-PCT        PIC X(9).
           05                          PIC X(3).
           05 OUT-PL-FPR               OCCURS 4 TIMES.
              10                       PIC X.
              10 OUT-PL-FPR-PCT        PIC X(9).

       01  SLOT-DESC.
           05                          PIC X(4) VALUE SPACES.
           05                          PIC X(5) VALUE 'SLOT '.
           05 OUT-SD-ALLOC-NBR         PIC 9.
           05                          PIC X(2) VALUE SPACES.
           05                          PIC X(5) VALUE 'FUND '.
           05 OUT-SD-FUND-NBR          PIC 999.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-SD-FUND-NME          PIC X(25).
           05                          PIC X VALUE SPACES.

       01  OUTPUT-TOTALS-LINE.
           05                          PIC X(20) VALUE
                                               'ORCHESTRAS REPORTED:'.
           05 OUT-ORCH-CTR             PIC ZZZZ9.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(16) VALUE
                                               'SLOTS REPORTED: '.
           05 OUT-SLOT-CTR             PIC ZZZZ9.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(17) VALUE
                                               'SNAPSHOTS READ: '.
           05 OUT-SNAP-CTR             PIC ZZZZZZ9.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(22) VALUE
                                               'FLOW RECORDS USED: '.
           05 OUT-FLOW-CTR             PIC ZZZZZZ9.

       01  OUTPUT-PASSED-LINE.
           05                          PIC X(50) VALUE
               '*** WARNING: SNAPSHOTS PASSED OVER AS OUT OF DATE '.
           05                          PIC X(7) VALUE 'ORDER: '.
           05 OUT-PASSED-CTR           PIC ZZZZZZ9.

       01  OUTPUT-NONE-LINE.
           05                          PIC X(60) VALUE
               '*** NO VALUATION HISTORY ON OR BEFORE THE AS-OF DATE'.

       01  OUTPUT-REFUSED-LINE.
           05                          PIC X(60) VALUE
               '*** RUN REFUSED: PERFPARM AS-OF DATE IS NOT A VALID '.
           05                          PIC X(30) VALUE
               'DATE -- NOTHING REPORTED'.

       01  OUTPUT-TBL-FULL-LINE.
           05                          PIC X(60) VALUE
               '*** WARNING: A WORK TABLE FILLED -- SOME FLOWS OR'.
           05                          PIC X(40) VALUE
               ' SLOTS ARE NOT REFLECTED ON THIS REPORT'.


       PROCEDURE DIVISION.

       0000-MAIN.

      ****************************************************************
      *    CONTROLS THE FLOW OF THE PROGRAM: RESOLVES THE AS-OF DATE *
      *    AND PERIOD BASES, LOADS FUND PRICE POINTS AND EXTERNAL    *
      *    FLOWS, WALKS THE VALUATION HISTORY CHAINING RETURNS, AND  *
      *    PRINTS THE REPORT.                                        *
      ****************************************************************

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.

           MOVE CORR CURRENT-DATE TO PAGE-HEADER-1.

           PERFORM 0050-RESOLVE-AS-OF-DATE.

           OPEN OUTPUT REPORT-FILE.

           IF RUN-REFUSED-FLAG = 'Y'
              MOVE OUTPUT-REFUSED-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              CLOSE REPORT-FILE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 0080-SET-PERIOD-BASES.

           MOVE 'BLDFUND' TO SUBPROGRAM.

           CALL SUBPROGRAM USING FUNDS-TBL.

           PERFORM 0100-LOAD-PRICE-POINTS.

           PERFORM 0200-LOAD-EXTERNAL-FLOWS.

           PERFORM 0300-WALK-VALUATION-HISTORY.

           PERFORM 0700-PRINT-REPORT.

           CLOSE REPORT-FILE.

           IF TBL-FULL-FLAG = 'Y'
              OR SNAP-PASSED-CTR > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       0000-EXIT. EXIT.

       0050-RESOLVE-AS-OF-DATE.

      **************************************************************
      *    TAKES THE AS-OF DATE FROM PERFPARM WHEN ONE IS SUPPLIED, *
      *    OTHERWISE FROM THE LATEST SNAPSHOT DATE ON VALHIST       *
      *    (TODAY'S DATE WHEN THE HISTORY IS EMPTY). A SUPPLIED     *
      *    DATE THAT IS NOT A PLAUSIBLE CCYYMMDD REFUSES THE RUN.   *
      **************************************************************

           OPEN INPUT PARM-FILE.

           READ PARM-FILE
              AT END CONTINUE
              NOT AT END
                 IF PARM-AS-OF-DATE NUMERIC
                    MOVE PARM-AS-OF-DATE TO AS-OF-DATE
                    IF AS-OF-MONTH < 1 OR AS-OF-MONTH > 12
                       OR AS-OF-DAY < 1 OR AS-OF-DAY > 31
                       MOVE 'Y' TO RUN-REFUSED-FLAG
                    END-IF
                 ELSE
                    MOVE 'Y' TO RUN-REFUSED-FLAG
                 END-IF
           END-READ.

           CLOSE PARM-FILE.

           IF AS-OF-DATE = 0
              AND RUN-REFUSED-FLAG = 'N'
              OPEN INPUT HISTORY-FILE
              READ HISTORY-FILE
                 AT END MOVE 'Y' TO EOF-FLAG
              END-READ
              PERFORM 0060-CHECK-SNAPSHOT-DATE
                 UNTIL EOF-FLAG = 'Y'
              CLOSE HISTORY-FILE
              MOVE 'N' TO EOF-FLAG
              IF AS-OF-DATE = 0
                 MOVE CURRENT-DATE TO AS-OF-DATE
              END-IF
           END-IF.

       0050-EXIT. EXIT.

       0060-CHECK-SNAPSHOT-DATE.

      **************************************************************
      *    CARRIES FORWARD THE LATEST SNAPSHOT DATE SEEN.           *
      **************************************************************

           IF VH-SNAP-DATE > AS-OF-DATE
              MOVE VH-SNAP-DATE TO AS-OF-DATE
           END-IF.

           READ HISTORY-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0060-EXIT. EXIT.

       0080-SET-PERIOD-BASES.

      **************************************************************
      *    DERIVES THE FOUR PERIOD BASE DATES FROM THE AS-OF DATE,  *
      *    AND THE EARLIEST HISTORY DATE WORTH READING: ONE MONTH   *
      *    BEFORE THE TRAILING-12 BASE, SO EVERY SLOT HAS A         *
      *    SNAPSHOT TO START ITS FIRST SPAN FROM.                   *
      **************************************************************

           MOVE AS-OF-DATE TO BASE-DATE-FLAT.

           MOVE 0 TO BASE-DAY.

           MOVE BASE-DATE-FLAT TO PERIOD-BASE-DATE(1).

           EVALUATE TRUE
              WHEN AS-OF-MONTH <= 3
                 MOVE 1 TO BASE-MONTH
              WHEN AS-OF-MONTH <= 6
                 MOVE 4 TO BASE-MONTH
              WHEN AS-OF-MONTH <= 9
                 MOVE 7 TO BASE-MONTH
              WHEN OTHER
                 MOVE 10 TO BASE-MONTH
           END-EVALUATE.

           MOVE BASE-DATE-FLAT TO PERIOD-BASE-DATE(2).

           MOVE 0 TO BASE-MONTH.

           MOVE BASE-DATE-FLAT TO PERIOD-BASE-DATE(3).

           MOVE AS-OF-DATE TO BASE-DATE-FLAT.

           SUBTRACT 1 FROM BASE-YEAR.

           MOVE BASE-DATE-FLAT TO PERIOD-BASE-DATE(4).

           IF BASE-MONTH = 1
              MOVE 12 TO BASE-MONTH
              SUBTRACT 1 FROM BASE-YEAR
           ELSE
              SUBTRACT 1 FROM BASE-MONTH
           END-IF.

           MOVE BASE-DATE-FLAT TO HIST-FROM-DATE.

       0080-EXIT. EXIT.

       0100-LOAD-PRICE-POINTS.

      **************************************************************
      *    READS THE PRICE HISTORY AND RECORDS, FOR EACH FUND ON    *
      *    THE MASTER, THE PRICE IN FORCE AT EACH PERIOD BASE AND   *
      *    AT THE AS-OF DATE. HISTORY FOR A FUND NO LONGER ON THE   *
      *    MASTER IS PASSED OVER.                                   *
      **************************************************************

           INITIALIZE PRC-TBL.

           OPEN INPUT PRICE-HIST-FILE.

           READ PRICE-HIST-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

           PERFORM 0110-RECORD-PRICE-POINT
              UNTIL EOF-FLAG = 'Y'.

           CLOSE PRICE-HIST-FILE.

           MOVE 'N' TO EOF-FLAG.

       0100-EXIT. EXIT.

       0110-RECORD-PRICE-POINT.

      **************************************************************
      *    APPLIES ONE PRICE HISTORY RECORD TO ITS FUND'S PRICE     *
      *    POINTS. ON OR BEFORE A DATE, THE LATEST PRICE DATE WINS  *
      *    (A LATER RECORD FOR THE SAME DATE IS A CORRECTION AND    *
      *    REPLACES IT); AFTER A DATE, THE EARLIEST ONE WINS AND    *
      *    ITS PRIOR PRICE IS WHAT WAS IN FORCE ON THAT DATE.       *
      **************************************************************

           SEARCH ALL TBL-FUND-NTRY
              AT END CONTINUE
              WHEN TBL-FUND-NBR(FUND-NDX) = PH-FUND-NBR
                 SET PRC-NDX TO FUND-NDX
                 PERFORM VARYING PER-SUB FROM 1 BY 1
                    UNTIL PER-SUB > 4
                    IF PH-PRICE-DATE <= PERIOD-BASE-DATE(PER-SUB)
                       IF PH-PRICE-DATE >=
                          PR-BEFORE-DATE(PRC-NDX, PER-SUB)
                          MOVE PH-PRICE-DATE
                            TO PR-BEFORE-DATE(PRC-NDX, PER-SUB)
                          MOVE PH-NEW-SHR-PRC
                            TO PR-BEFORE-PRC(PRC-NDX, PER-SUB)
                       END-IF
                    ELSE
                       IF PR-AFTER-DATE(PRC-NDX, PER-SUB) = 0
                          OR PH-PRICE-DATE <
                             PR-AFTER-DATE(PRC-NDX, PER-SUB)
                          MOVE PH-PRICE-DATE
                            TO PR-AFTER-DATE(PRC-NDX, PER-SUB)
                          MOVE PH-PRIOR-SHR-PRC
                            TO PR-AFTER-PRC(PRC-NDX, PER-SUB)
                       END-IF
                    END-IF
                 END-PERFORM
                 IF PH-PRICE-DATE <= AS-OF-DATE
                    IF PH-PRICE-DATE >= PR-END-DATE(PRC-NDX)
                       MOVE PH-PRICE-DATE TO PR-END-DATE(PRC-NDX)
                       MOVE PH-NEW-SHR-PRC TO PR-END-PRC(PRC-NDX)
                    END-IF
                 ELSE
                    IF PR-LATER-DATE(PRC-NDX) = 0
                       OR PH-PRICE-DATE < PR-LATER-DATE(PRC-NDX)
                       MOVE PH-PRICE-DATE TO PR-LATER-DATE(PRC-NDX)
                       MOVE PH-PRIOR-SHR-PRC TO PR-LATER-PRC(PRC-NDX)
                    END-IF
                 END-IF
           END-SEARCH.

           READ PRICE-HIST-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0110-EXIT. EXIT.

       0200-LOAD-EXTERNAL-FLOWS.

      **************************************************************
      *    READS THE AUDIT TRAIL AND ACCUMULATES THE NET DOLLAR     *
      *    CHANGE OF EVERY FLOW-TYPE POSTING INSIDE THE HISTORY     *
      *    SPAN INTO FLOW-TBL BY DATE, ORCHESTRA AND SLOT. MERGER   *
      *    LEGS ARE HELD BACK, PRICED FROM THE PRICE HISTORY, AND   *
      *    THEN ADDED AT THEIR MARKET VALUE.                        *
      **************************************************************

           OPEN INPUT AUDIT-FILE.

           READ AUDIT-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

           PERFORM 0210-GATHER-FLOW
              UNTIL EOF-FLAG = 'Y'.

           CLOSE AUDIT-FILE.

           MOVE 'N' TO EOF-FLAG.

           IF MERGER-LEG-CTR > 0
              OPEN INPUT PRICE-HIST-FILE
              READ PRICE-HIST-FILE
                 AT END MOVE 'Y' TO EOF-FLAG
              END-READ
              PERFORM 0230-PRICE-MERGER-LEGS
                 UNTIL EOF-FLAG = 'Y'
              CLOSE PRICE-HIST-FILE
              MOVE 'N' TO EOF-FLAG
              PERFORM 0250-POST-MERGER-LEG
                 VARYING ML-SUB FROM 1 BY 1
                 UNTIL ML-SUB > MERGER-LEG-CTR
           END-IF.

       0200-EXIT. EXIT.

       0210-GATHER-FLOW.

      **************************************************************
      *    ADDS ONE AUDIT RECORD'S DOLLAR CHANGE (AFTER MINUS       *
      *    BEFORE, SO MONEY IN IS POSITIVE AND MONEY OUT NEGATIVE)  *
      *    TO ITS DATE/ORCHESTRA/SLOT FLOW ENTRY WHEN IT IS AN      *
      *    EXTERNAL FLOW TO THE SLOT. REINVESTMENTS ARE RETURN, NOT *
      *    FLOW, AND ARE LEFT OUT. A ZERO SLOT NUMBER IS SLOT 1.    *
      *    A MERGER LEG'S BOOK DOLLARS ARE NOT USED; ITS SHARE      *
      *    CHANGE IS HELD IN MERGER-LEG-TBL FOR PRICING.            *
      **************************************************************

           IF AUD-RUN-DATE >= HIST-FROM-DATE
              AND AUD-RUN-DATE <= AS-OF-DATE
              AND (AUD-TRAN-TYPE = 'DEPOSIT'
                   OR AUD-TRAN-TYPE = 'WITHDRAWAL'
                   OR AUD-TRAN-TYPE = 'TRANSFER OUT'
                   OR AUD-TRAN-TYPE = 'TRANSFER IN'
                   OR AUD-TRAN-TYPE = 'MGMT FEE'
                   OR AUD-TRAN-TYPE = 'EXCHANGE OUT'
                   OR AUD-TRAN-TYPE = 'EXCHANGE IN'
                   OR AUD-TRAN-TYPE = 'MERGER OUT'
                   OR AUD-TRAN-TYPE = 'MERGER IN')
              ADD 1 TO FLOW-READ-CTR
              MOVE AUD-RUN-DATE TO SRCH-FL-DATE
              MOVE AUD-ORCH-NME TO SRCH-FL-ORCH-NME
              MOVE AUD-ALLOC-NBR TO SRCH-FL-ALLOC-NBR
              IF SRCH-FL-ALLOC-NBR = 0
                 MOVE 1 TO SRCH-FL-ALLOC-NBR
              END-IF
              IF AUD-TRAN-TYPE = 'MERGER OUT'
                 OR AUD-TRAN-TYPE = 'MERGER IN'
                 IF MERGER-LEG-CTR = 2000
                    MOVE 'Y' TO TBL-FULL-FLAG
                 ELSE
                    ADD 1 TO MERGER-LEG-CTR
                    MOVE SEARCH-FLOW-KEY TO ML-KEY(MERGER-LEG-CTR)
                    MOVE AUD-FUND-NBR TO ML-FUND-NBR(MERGER-LEG-CTR)
                    COMPUTE ML-SHARE-CHG-AMT(MERGER-LEG-CTR) =
                       AUD-SHARE-AMT-AFTER - AUD-SHARE-AMT-BEFORE
                    MOVE 0 TO ML-BEFORE-DATE(MERGER-LEG-CTR)
                              ML-BEFORE-PRC(MERGER-LEG-CTR)
                              ML-AFTER-DATE(MERGER-LEG-CTR)
                              ML-AFTER-PRC(MERGER-LEG-CTR)
                 END-IF
              ELSE
                 COMPUTE FLOW-POST-AMT =
                    AUD-ENDOWMT-AMT-AFTER - AUD-ENDOWMT-AMT-BEFORE
                 PERFORM 0220-POST-FLOW
              END-IF
           END-IF.

           READ AUDIT-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0210-EXIT. EXIT.

       0220-POST-FLOW.

      **************************************************************
      *    ADDS FLOW-POST-AMT TO THE FLOW ENTRY FOR                 *
      *    SEARCH-FLOW-KEY, INSERTING THE ENTRY IN KEY ORDER THE    *
      *    FIRST TIME THE DATE/ORCHESTRA/SLOT IS SEEN.              *
      **************************************************************

           PERFORM VARYING INS-NDX FROM FLOW-CTR BY -1
              UNTIL INS-NDX < 1
                 OR FL-KEY(INS-NDX) <= SEARCH-FLOW-KEY
              CONTINUE
           END-PERFORM.

           IF INS-NDX > 0
              AND FL-KEY(INS-NDX) = SEARCH-FLOW-KEY
              ADD FLOW-POST-AMT TO FL-AMT(INS-NDX)
           ELSE
              IF FLOW-CTR = 30000
                 MOVE 'Y' TO TBL-FULL-FLAG
              ELSE
                 ADD 1 TO INS-NDX
                 ADD 1 TO FLOW-CTR
                 PERFORM VARYING SHIFT-NDX FROM FLOW-CTR BY -1
                    UNTIL SHIFT-NDX <= INS-NDX
                    MOVE FLOW-NTRY(SHIFT-NDX - 1)
                                     TO FLOW-NTRY(SHIFT-NDX)
                 END-PERFORM
                 MOVE SEARCH-FLOW-KEY TO FL-KEY(INS-NDX)
                 MOVE FLOW-POST-AMT TO FL-AMT(INS-NDX)
              END-IF
           END-IF.

       0220-EXIT. EXIT.

       0230-PRICE-MERGER-LEGS.

      **************************************************************
      *    APPLIES ONE PRICE HISTORY RECORD TO EVERY HELD MERGER    *
      *    LEG IN ITS FUND.                                         *
      **************************************************************

           PERFORM 0240-PRICE-ONE-LEG
              VARYING ML-SUB FROM 1 BY 1
              UNTIL ML-SUB > MERGER-LEG-CTR.

           READ PRICE-HIST-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0230-EXIT. EXIT.

       0240-PRICE-ONE-LEG.

      **************************************************************
      *    KEEPS THE PRICE IN FORCE ON A MERGER LEG'S CONVERSION    *
      *    DATE BY THE SAME RULE AS THE FUND PRICE POINTS: ON OR    *
      *    BEFORE THE DATE THE LATEST PRICE DATE WINS (A LATER      *
      *    RECORD FOR THE SAME DATE IS A CORRECTION); AFTER IT, THE *
      *    EARLIEST ONE WINS AND ITS PRIOR PRICE IS THE ONE IN      *
      *    FORCE ON THE DATE.                                       *
      **************************************************************

           IF PH-FUND-NBR = ML-FUND-NBR(ML-SUB)
              IF PH-PRICE-DATE <= ML-DATE(ML-SUB)
                 IF PH-PRICE-DATE >= ML-BEFORE-DATE(ML-SUB)
                    MOVE PH-PRICE-DATE TO ML-BEFORE-DATE(ML-SUB)
                    MOVE PH-NEW-SHR-PRC TO ML-BEFORE-PRC(ML-SUB)
                 END-IF
              ELSE
                 IF ML-AFTER-DATE(ML-SUB) = 0
                    OR PH-PRICE-DATE < ML-AFTER-DATE(ML-SUB)
                    MOVE PH-PRICE-DATE TO ML-AFTER-DATE(ML-SUB)
                    MOVE PH-PRIOR-SHR-PRC TO ML-AFTER-PRC(ML-SUB)
                 END-IF
              END-IF
           END-IF.

       0240-EXIT. EXIT.

       0250-POST-MERGER-LEG.

      **************************************************************
      *    VALUES ONE MERGER LEG AT MARKET -- ITS SHARE CHANGE AT   *
      *    THE PRICE IN FORCE ON ITS CONVERSION DATE -- AND ADDS IT *
      *    TO ITS DATE/ORCHESTRA/SLOT FLOW ENTRY, SO THE SPAN IS    *
      *    MEASURED ON THE SAME MARKET BASIS AS THE SNAPSHOTS. WITH *
      *    NO PRICE HISTORY FOR THE FUND THE PRICE NEVER CHANGED    *
      *    AND THE MASTER PRICE IS USED; A FUND NO LONGER ON THE    *
      *    MASTER IS VALUED AT ZERO.                                *
      **************************************************************

           EVALUATE TRUE
              WHEN ML-BEFORE-DATE(ML-SUB) > 0
                 MOVE ML-BEFORE-PRC(ML-SUB) TO MERGER-LEG-PRC
              WHEN ML-AFTER-DATE(ML-SUB) > 0
                 MOVE ML-AFTER-PRC(ML-SUB) TO MERGER-LEG-PRC
              WHEN OTHER
                 MOVE 0 TO MERGER-LEG-PRC
                 SEARCH ALL TBL-FUND-NTRY
                    AT END CONTINUE
                    WHEN TBL-FUND-NBR(FUND-NDX) = ML-FUND-NBR(ML-SUB)
                       MOVE TBL-FUND-SHR-PRC(FUND-NDX)
                         TO MERGER-LEG-PRC
                 END-SEARCH
           END-EVALUATE.

           COMPUTE FLOW-POST-AMT ROUNDED =
              ML-SHARE-CHG-AMT(ML-SUB) * MERGER-LEG-PRC.

           MOVE ML-KEY(ML-SUB) TO SEARCH-FLOW-KEY.

           PERFORM 0220-POST-FLOW.

       0250-EXIT. EXIT.

       0300-WALK-VALUATION-HISTORY.

      **************************************************************
      *    READS THE VALUATION HISTORY IN THE ORDER IT WAS WRITTEN. *
      *    EACH TIME THE SNAPSHOT DATE ADVANCES, THE ORCHESTRA      *
      *    TOTALS OF THE DATE JUST FINISHED ARE CHAINED AND THE     *
      *    FLOWS UP TO THE NEW DATE ARE FED IN BEFORE ITS RECORDS   *
      *    ARE APPLIED.                                             *
      **************************************************************

           OPEN INPUT HISTORY-FILE.

           READ HISTORY-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

           PERFORM 0310-APPLY-SNAPSHOT
              UNTIL EOF-FLAG = 'Y'.

           CLOSE HISTORY-FILE.

           IF BATCH-DATE > 0
              PERFORM 0400-CLOSE-ORCHESTRA-DAY
                 VARYING OP-SUB FROM 1 BY 1
                 UNTIL OP-SUB > ORCHP-CTR
           END-IF.

       0300-EXIT. EXIT.

       0310-APPLY-SNAPSHOT.

      **************************************************************
      *    APPLIES ONE SNAPSHOT RECORD INSIDE THE HISTORY SPAN.     *
      *    A RECORD DATED BEFORE THE DATE BEING WALKED IS OUT OF    *
      *    ORDER AND IS PASSED OVER; ONE FOR A SLOT ALREADY SNAPPED *
      *    ON THE SAME DATE IS A REPEATED SNAPSHOT AND IS IGNORED.  *
      **************************************************************

           IF VH-SNAP-DATE >= HIST-FROM-DATE
              AND VH-SNAP-DATE <= AS-OF-DATE

              ADD 1 TO SNAP-READ-CTR

              IF VH-SNAP-DATE < BATCH-DATE
                 ADD 1 TO SNAP-PASSED-CTR
              ELSE
                 IF VH-SNAP-DATE > BATCH-DATE
                    IF BATCH-DATE > 0
                       PERFORM 0400-CLOSE-ORCHESTRA-DAY
                          VARYING OP-SUB FROM 1 BY 1
                          UNTIL OP-SUB > ORCHP-CTR
                    END-IF
                    MOVE VH-SNAP-DATE TO BATCH-DATE
                    PERFORM 0350-FEED-FLOW
                       UNTIL FLOW-SUB > FLOW-CTR
                          OR FL-DATE(FLOW-SUB) > BATCH-DATE
                 END-IF
                 MOVE VH-ORCH-NME TO SRCH-SP-ORCH-NME
                 MOVE VH-ALLOC-NBR TO SRCH-SP-ALLOC-NBR
                 PERFORM 0600-FIND-SLOT
                 IF SLOT-FOUND-FLAG = 'Y'
                    AND SP-LAST-DATE(SP-SUB) NOT = BATCH-DATE
                    PERFORM 0320-CHAIN-SLOT-SPAN
                    PERFORM 0650-FIND-ORCHESTRA
                    IF ORCH-FOUND-FLAG = 'Y'
                       IF OP-CUR-DATE(OP-SUB) NOT = BATCH-DATE
                          MOVE BATCH-DATE TO OP-CUR-DATE(OP-SUB)
                          MOVE 0 TO OP-CUR-AMT(OP-SUB)
                       END-IF
                       ADD VH-VALUE-AMT TO OP-CUR-AMT(OP-SUB)
                    END-IF
                 END-IF
              END-IF

           END-IF.

           READ HISTORY-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0310-EXIT. EXIT.

       0320-CHAIN-SLOT-SPAN.

      **************************************************************
      *    CHAINS THE SPAN FROM THE SLOT'S LAST SNAPSHOT TO THIS    *
      *    ONE, THEN MAKES THIS SNAPSHOT THE SLOT'S LAST. A SLOT'S  *
      *    FIRST SNAPSHOT ONLY STARTS ITS CHAIN.                    *
      **************************************************************

           IF SP-LAST-DATE(SP-SUB) > 0
              MOVE SP-LAST-AMT(SP-SUB) TO SPAN-BEGIN-AMT
              MOVE VH-VALUE-AMT TO SPAN-END-AMT
              MOVE SP-PEND-FLOW-AMT(SP-SUB) TO SPAN-FLOW-AMT
              MOVE BATCH-DATE TO SPAN-END-DATE
              MOVE SP-PERF(SP-SUB) TO WORK-PERF
              PERFORM 0500-CHAIN-SPAN
              MOVE WORK-PERF TO SP-PERF(SP-SUB)
           END-IF.

           MOVE BATCH-DATE TO SP-LAST-DATE(SP-SUB).

           MOVE VH-VALUE-AMT TO SP-LAST-AMT(SP-SUB).

           MOVE 0 TO SP-PEND-FLOW-AMT(SP-SUB).

           MOVE VH-FUND-NBR TO SP-FUND-NBR(SP-SUB).

       0320-EXIT. EXIT.

       0350-FEED-FLOW.

      **************************************************************
      *    ADDS ONE FLOW ENTRY DATED ON OR BEFORE THE SNAPSHOT DATE *
      *    BEING WALKED TO ITS SLOT'S AND ITS ORCHESTRA'S FLOWS     *
      *    PENDING SINCE THEIR LAST SNAPSHOT.                       *
      **************************************************************

           MOVE FL-ORCH-NME(FLOW-SUB) TO SRCH-SP-ORCH-NME.

           MOVE FL-ALLOC-NBR(FLOW-SUB) TO SRCH-SP-ALLOC-NBR.

           PERFORM 0600-FIND-SLOT.

           IF SLOT-FOUND-FLAG = 'Y'
              ADD FL-AMT(FLOW-SUB) TO SP-PEND-FLOW-AMT(SP-SUB)
           END-IF.

           PERFORM 0650-FIND-ORCHESTRA.

           IF ORCH-FOUND-FLAG = 'Y'
              ADD FL-AMT(FLOW-SUB) TO OP-PEND-FLOW-AMT(OP-SUB)
           END-IF.

           ADD 1 TO FLOW-SUB.

       0350-EXIT. EXIT.

       0400-CLOSE-ORCHESTRA-DAY.

      **************************************************************
      *    FOR AN ORCHESTRA SNAPPED ON THE DATE JUST FINISHED,      *
      *    CHAINS THE SPAN FROM ITS LAST TOTAL TO THAT DAY'S TOTAL  *
      *    AND MAKES THAT DAY'S TOTAL ITS LAST. AN ORCHESTRA'S      *
      *    FIRST DAY ONLY STARTS ITS CHAIN.                         *
      **************************************************************

           IF OP-CUR-DATE(OP-SUB) = BATCH-DATE
              IF OP-LAST-DATE(OP-SUB) > 0
                 MOVE OP-LAST-AMT(OP-SUB) TO SPAN-BEGIN-AMT
                 MOVE OP-CUR-AMT(OP-SUB) TO SPAN-END-AMT
                 MOVE OP-PEND-FLOW-AMT(OP-SUB) TO SPAN-FLOW-AMT
                 MOVE BATCH-DATE TO SPAN-END-DATE
                 MOVE OP-PERF(OP-SUB) TO WORK-PERF
                 PERFORM 0500-CHAIN-SPAN
                 MOVE WORK-PERF TO OP-PERF(OP-SUB)
              END-IF
              MOVE OP-CUR-DATE(OP-SUB) TO OP-LAST-DATE(OP-SUB)
              MOVE OP-CUR-AMT(OP-SUB) TO OP-LAST-AMT(OP-SUB)
              MOVE 0 TO OP-PEND-FLOW-AMT(OP-SUB)
           END-IF.

       0400-EXIT. EXIT.

       0500-CHAIN-SPAN.

      **************************************************************
      *    TURNS ONE SPAN INTO A GROWTH FACTOR AND MULTIPLIES IT    *
      *    INTO EVERY PERIOD THE SPAN ENDS INSIDE. A SPAN THAT      *
      *    BEGINS AT ZERO HAS NO BASE TO EARN ON AND IS SKIPPED.    *
      **************************************************************

           IF SPAN-BEGIN-AMT > 0
              COMPUTE SPAN-FACTOR ROUNDED =
                 (SPAN-END-AMT - SPAN-FLOW-AMT) / SPAN-BEGIN-AMT
              PERFORM VARYING PER-SUB FROM 1 BY 1
                 UNTIL PER-SUB > 4
                 IF SPAN-END-DATE > PERIOD-BASE-DATE(PER-SUB)
                    COMPUTE WORK-GROWTH(PER-SUB) ROUNDED =
                       WORK-GROWTH(PER-SUB) * SPAN-FACTOR
                    MOVE 'Y' TO WORK-ACTIVE(PER-SUB)
                 END-IF
              END-PERFORM
           END-IF.

       0500-EXIT. EXIT.

       0600-FIND-SLOT.

      **************************************************************
      *    POINTS SP-SUB AT THE SLOT ENTRY FOR SEARCH-SLOT-KEY,     *
      *    INSERTING IT IN KEY ORDER (GROWTH FACTORS AT ONE) THE    *
      *    FIRST TIME THE SLOT IS SEEN. HISTORY ARRIVES IN KEY      *
      *    ORDER WITHIN A DATE, SO THE INSERT POSITION IS SOUGHT    *
      *    FROM THE END OF THE TABLE. SLOT-FOUND-FLAG IS 'N' ONLY   *
      *    WHEN THE TABLE IS FULL.                                  *
      **************************************************************

           MOVE 'Y' TO SLOT-FOUND-FLAG.

           SEARCH ALL SLOTP-NTRY
              AT END
                 MOVE 'N' TO SLOT-FOUND-FLAG
              WHEN SP-KEY(SLOTP-NDX) = SEARCH-SLOT-KEY
                 SET SP-SUB TO SLOTP-NDX
           END-SEARCH.

           IF SLOT-FOUND-FLAG = 'N'
              IF SLOTP-CTR = 20000
                 MOVE 'Y' TO TBL-FULL-FLAG
              ELSE
                 PERFORM VARYING INS-NDX FROM SLOTP-CTR BY -1
                    UNTIL INS-NDX < 1
                       OR SP-KEY(INS-NDX) < SEARCH-SLOT-KEY
                    CONTINUE
                 END-PERFORM
                 ADD 1 TO INS-NDX
                 ADD 1 TO SLOTP-CTR
                 PERFORM VARYING SHIFT-NDX FROM SLOTP-CTR BY -1
                    UNTIL SHIFT-NDX <= INS-NDX
                    MOVE SLOTP-NTRY(SHIFT-NDX - 1)
                                     TO SLOTP-NTRY(SHIFT-NDX)
                 END-PERFORM
                 MOVE INS-NDX TO SP-SUB
                 MOVE SEARCH-SLOT-KEY TO SP-KEY(SP-SUB)
                 MOVE 0 TO SP-FUND-NBR(SP-SUB)
                           SP-LAST-DATE(SP-SUB)
                           SP-LAST-AMT(SP-SUB)
                           SP-PEND-FLOW-AMT(SP-SUB)
                 PERFORM VARYING PER-SUB FROM 1 BY 1
                    UNTIL PER-SUB > 4
                    MOVE 1 TO SP-GROWTH(SP-SUB, PER-SUB)
                    MOVE 'N' TO SP-ACTIVE(SP-SUB, PER-SUB)
                 END-PERFORM
                 MOVE 'Y' TO SLOT-FOUND-FLAG
              END-IF
           END-IF.

       0600-EXIT. EXIT.

       0650-FIND-ORCHESTRA.

      **************************************************************
      *    POINTS OP-SUB AT THE ORCHESTRA ENTRY FOR THE ORCHESTRA   *
      *    IN SEARCH-SLOT-KEY, INSERTING IT IN NAME ORDER THE FIRST *
      *    TIME IT IS SEEN. ORCH-FOUND-FLAG IS 'N' ONLY WHEN THE    *
      *    TABLE IS FULL.                                           *
      **************************************************************

           MOVE 'Y' TO ORCH-FOUND-FLAG.

           SEARCH ALL ORCHP-NTRY
              AT END
                 MOVE 'N' TO ORCH-FOUND-FLAG
              WHEN OP-ORCH-NME(ORCHP-NDX) = SRCH-SP-ORCH-NME
                 SET OP-SUB TO ORCHP-NDX
           END-SEARCH.

           IF ORCH-FOUND-FLAG = 'N'
              IF ORCHP-CTR = 5000
                 MOVE 'Y' TO TBL-FULL-FLAG
              ELSE
                 PERFORM VARYING INS-NDX FROM ORCHP-CTR BY -1
                    UNTIL INS-NDX < 1
                       OR OP-ORCH-NME(INS-NDX) < SRCH-SP-ORCH-NME
                    CONTINUE
                 END-PERFORM
                 ADD 1 TO INS-NDX
                 ADD 1 TO ORCHP-CTR
                 PERFORM VARYING SHIFT-NDX FROM ORCHP-CTR BY -1
                    UNTIL SHIFT-NDX <= INS-NDX
                    MOVE ORCHP-NTRY(SHIFT-NDX - 1)
                                     TO ORCHP-NTRY(SHIFT-NDX)
                 END-PERFORM
                 MOVE INS-NDX TO OP-SUB
                 MOVE SRCH-SP-ORCH-NME TO OP-ORCH-NME(OP-SUB)
                 MOVE 0 TO OP-CUR-DATE(OP-SUB)
                           OP-CUR-AMT(OP-SUB)
                           OP-LAST-DATE(OP-SUB)
                           OP-LAST-AMT(OP-SUB)
                           OP-PEND-FLOW-AMT(OP-SUB)
                 PERFORM VARYING PER-SUB FROM 1 BY 1
                    UNTIL PER-SUB > 4
                    MOVE 1 TO OP-GROWTH(OP-SUB, PER-SUB)
                    MOVE 'N' TO OP-ACTIVE(OP-SUB, PER-SUB)
                 END-PERFORM
                 MOVE 'Y' TO ORCH-FOUND-FLAG
              END-IF
           END-IF.

       0650-EXIT. EXIT.

       0700-PRINT-REPORT.

      **************************************************************
      *    PRINTS EVERY ORCHESTRA SNAPPED INSIDE THE TRAILING-12    *
      *    WINDOW, FOLLOWED BY ITS SLOTS, THEN THE RUN TOTALS. THE  *
      *    SLOT TABLE IS IN THE SAME NAME ORDER AS THE ORCHESTRA    *
      *    TABLE, SO ONE CURSOR WALKS IT ALONGSIDE.                 *
      **************************************************************

           MOVE AS-OF-DATE(1:4) TO OUT-HDR-YEAR.
           MOVE AS-OF-DATE(5:2) TO OUT-HDR-MONTH.
           MOVE AS-OF-DATE(7:2) TO OUT-HDR-DAY.

           PERFORM 0800-PRINT-PAGE-HEADER.

           MOVE 1 TO SP-SUB.

           PERFORM 0710-PRINT-ORCHESTRA
              VARYING OP-SUB FROM 1 BY 1
              UNTIL OP-SUB > ORCHP-CTR.

           IF ORCH-RPT-CTR = 0
              MOVE OUTPUT-NONE-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 2
           END-IF.

           MOVE ORCH-RPT-CTR TO OUT-ORCH-CTR.
           MOVE SLOT-RPT-CTR TO OUT-SLOT-CTR.
           MOVE SNAP-READ-CTR TO OUT-SNAP-CTR.
           MOVE FLOW-READ-CTR TO OUT-FLOW-CTR.

           MOVE OUTPUT-TOTALS-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 2.

           IF SNAP-PASSED-CTR > 0
              MOVE SNAP-PASSED-CTR TO OUT-PASSED-CTR
              MOVE OUTPUT-PASSED-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 2
           END-IF.

           IF TBL-FULL-FLAG = 'Y'
              MOVE OUTPUT-TBL-FULL-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 2
           END-IF.

       0700-EXIT. EXIT.

       0710-PRINT-ORCHESTRA.

      **************************************************************
      *    PRINTS ONE ORCHESTRA'S RETURN LINE AND ITS SLOT LINES    *
      *    WHEN ITS LATEST SNAPSHOT FALLS INSIDE THE TRAILING-12    *
      *    WINDOW; AN ORCHESTRA GONE FROM HISTORY LONGER THAN THAT  *
      *    IS SKIPPED ALONG WITH ITS SLOTS.                         *
      **************************************************************

           IF OP-LAST-DATE(OP-SUB) > PERIOD-BASE-DATE(4)

              ADD 1 TO ORCH-RPT-CTR

              IF LINE-CTR > 54
                 PERFORM 0800-PRINT-PAGE-HEADER
              END-IF

              MOVE SPACES TO OUTPUT-PERF-LINE
              MOVE OP-ORCH-NME(OP-SUB) TO OUT-PL-DESC
              MOVE OP-PERF(OP-SUB) TO WORK-PERF
              PERFORM 0750-EDIT-TWR-COLUMNS
              MOVE OUTPUT-PERF-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 2
              ADD 2 TO LINE-CTR

           END-IF.

           PERFORM VARYING SP-SUB FROM SP-SUB BY 1
              UNTIL SP-SUB > SLOTP-CTR
                 OR SP-ORCH-NME(SP-SUB) >= OP-ORCH-NME(OP-SUB)
              CONTINUE
           END-PERFORM.

           PERFORM 0720-PRINT-SLOT
              UNTIL SP-SUB > SLOTP-CTR
                 OR SP-ORCH-NME(SP-SUB) NOT = OP-ORCH-NME(OP-SUB).

       0710-EXIT. EXIT.

       0720-PRINT-SLOT.

      **************************************************************
      *    PRINTS ONE SLOT'S RETURN LINE WITH ITS FUND'S PRICE      *
      *    RETURN BESIDE IT, WHEN THE SLOT WAS SNAPPED INSIDE THE   *
      *    TRAILING-12 WINDOW. A FUND NO LONGER ON THE MASTER       *
      *    SHOWS N/A FOR ITS PRICE RETURN.                          *
      **************************************************************

           IF SP-LAST-DATE(SP-SUB) > PERIOD-BASE-DATE(4)

              ADD 1 TO SLOT-RPT-CTR

              IF LINE-CTR > 55
                 PERFORM 0800-PRINT-PAGE-HEADER
              END-IF

              MOVE SPACES TO OUTPUT-PERF-LINE
              MOVE SP-ALLOC-NBR(SP-SUB) TO OUT-SD-ALLOC-NBR
              MOVE SP-FUND-NBR(SP-SUB) TO OUT-SD-FUND-NBR
              MOVE SPACES TO OUT-SD-FUND-NME
              MOVE SP-PERF(SP-SUB) TO WORK-PERF
              PERFORM 0750-EDIT-TWR-COLUMNS
              SEARCH ALL TBL-FUND-NTRY
                 AT END
                    PERFORM VARYING PER-SUB FROM 1 BY 1
                       UNTIL PER-SUB > 4
                       MOVE '      N/A' TO OUT-PL-FPR-PCT(PER-SUB)
                    END-PERFORM
                 WHEN TBL-FUND-NBR(FUND-NDX) = SP-FUND-NBR(SP-SUB)
                    MOVE TBL-FUND-NME(FUND-NDX) TO OUT-SD-FUND-NME
                    SET PRC-NDX TO FUND-NDX
                    PERFORM 0760-EDIT-PRICE-RETURN
                       VARYING PER-SUB FROM 1 BY 1
                       UNTIL PER-SUB > 4
              END-SEARCH
              MOVE SLOT-DESC TO OUT-PL-DESC
              MOVE OUTPUT-PERF-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 1
              ADD 1 TO LINE-CTR

           END-IF.

           ADD 1 TO SP-SUB.

       0720-EXIT. EXIT.

       0750-EDIT-TWR-COLUMNS.

      **************************************************************
      *    EDITS THE FOUR CHAINED GROWTH FACTORS IN WORK-PERF INTO  *
      *    PERCENTAGE COLUMNS. A PERIOD NO SPAN LANDED IN, OR A     *
      *    RETURN TOO LARGE TO PRINT, SHOWS N/A.                    *
      **************************************************************

           PERFORM VARYING PER-SUB FROM 1 BY 1
              UNTIL PER-SUB > 4
              IF WORK-ACTIVE(PER-SUB) = 'Y'
                 COMPUTE RETURN-PCT ROUNDED =
                    (WORK-GROWTH(PER-SUB) - 1) * 100
                    ON SIZE ERROR
                       MOVE '      N/A' TO OUT-PL-TWR-PCT(PER-SUB)
                    NOT ON SIZE ERROR
                       MOVE RETURN-PCT TO EDITED-PCT
                       MOVE EDITED-PCT TO OUT-PL-TWR-PCT(PER-SUB)
                 END-COMPUTE
              ELSE
                 MOVE '      N/A' TO OUT-PL-TWR-PCT(PER-SUB)
              END-IF
           END-PERFORM.

       0750-EXIT. EXIT.

       0760-EDIT-PRICE-RETURN.

      **************************************************************
      *    EDITS ONE PERIOD'S FUND PRICE RETURN: THE PRICE IN FORCE *
      *    AT THE AS-OF DATE AGAINST THE PRICE IN FORCE AT THE      *
      *    PERIOD BASE. WITH NO PRICE HISTORY ON ONE SIDE OF A      *
      *    DATE, THE PRICE NEVER CHANGED ACROSS IT -- THE CURRENT   *
      *    MASTER PRICE AT THE AS-OF DATE, THE AS-OF PRICE AT THE   *
      *    BASE. A ZERO STARTING PRICE SHOWS N/A.                   *
      **************************************************************

           EVALUATE TRUE
              WHEN PR-END-DATE(PRC-NDX) > 0
                 MOVE PR-END-PRC(PRC-NDX) TO END-PRC
              WHEN PR-LATER-DATE(PRC-NDX) > 0
                 MOVE PR-LATER-PRC(PRC-NDX) TO END-PRC
              WHEN OTHER
                 MOVE TBL-FUND-SHR-PRC(FUND-NDX) TO END-PRC
           END-EVALUATE.

           EVALUATE TRUE
              WHEN PR-BEFORE-DATE(PRC-NDX, PER-SUB) > 0
                 MOVE PR-BEFORE-PRC(PRC-NDX, PER-SUB) TO START-PRC
              WHEN PR-AFTER-DATE(PRC-NDX, PER-SUB) > 0
                 MOVE PR-AFTER-PRC(PRC-NDX, PER-SUB) TO START-PRC
              WHEN OTHER
                 MOVE END-PRC TO START-PRC
           END-EVALUATE.

           IF START-PRC > 0
              COMPUTE RETURN-PCT ROUNDED =
                 (END-PRC - START-PRC) * 100 / START-PRC
                 ON SIZE ERROR
                    MOVE '      N/A' TO OUT-PL-FPR-PCT(PER-SUB)
                 NOT ON SIZE ERROR
                    MOVE RETURN-PCT TO EDITED-PCT
                    MOVE EDITED-PCT TO OUT-PL-FPR-PCT(PER-SUB)
              END-COMPUTE
           ELSE
              MOVE '      N/A' TO OUT-PL-FPR-PCT(PER-SUB)
           END-IF.

       0760-EXIT. EXIT.

       0800-PRINT-PAGE-HEADER.

      **************************************************************
      *    PRINTS THE PAGE AND COLUMN HEADERS THAT OPEN EACH PAGE.  *
      **************************************************************

           ADD 1 TO PAGE-CTR.

           MOVE PAGE-CTR TO OUT-PAGE-CTR.

           MOVE PAGE-HEADER-1 TO REPORT-LINE.

           WRITE REPORT-LINE AFTER PAGE.

           MOVE PAGE-HEADER-2 TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

           MOVE REPORT-COL-HDR-1 TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 2.

           MOVE REPORT-COL-HDR-2 TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

           MOVE 5 TO LINE-CTR.

       0800-EXIT. EXIT.
