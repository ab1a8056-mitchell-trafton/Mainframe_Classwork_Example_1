      ***************************************************************
      *  FUNCTION: TAX-LOT GAIN/LOSS REPORTING FOR THE ORCHESTRAS'   *
      *            AUDITORS. PRINTS TWO REPORTS:                    *
      *              REALIZED GAIN/LOSS FOR A PERIOD -- EVERY       *
      *              POSTED (NOT BACKED-OUT) LOT RELIEF ON LOTHIST  *
      *              WHOSE RUN DATE FALLS IN THE PERIOD, TOTALED    *
      *              PER ORCHESTRA AND FUND: SHARES RELIEVED,       *
      *              PROCEEDS, COST RELIEVED AND GAIN OR LOSS,      *
      *              WITH ORCHESTRA AND GRAND TOTALS. RELIEF        *
      *              HISTORY ARRIVES IN POSTING ORDER, SO IT IS     *
      *              GATHERED INTO A TABLE KEPT SORTED BY           *
      *              ORCHESTRA NAME AND FUND.                       *
      *              UNREALIZED GAIN/LOSS -- EVERY OPEN LOT ON      *
      *              LOTFILE VALUED AT ITS FUND'S CURRENT FUNDFILE  *
      *              PRICE AGAINST ITS REMAINING COST, WITH         *
      *              ORCHESTRA AND GRAND TOTALS.                    *
      *                                                               *
      *  INPUT:    LOTRPARM --                                       *
      *            OPTIONAL PARAMETER RECORD: PERIOD FROM DATE AND   *
      *            TO DATE (CCYYMMDD), INCLUSIVE. ABSENT, THE        *
      *            PERIOD IS THE CALENDAR YEAR TO DATE.              *
      *                                                               *
      *            LOTHIST -- TAX-LOT HISTORY.                       *
      *                                                               *
      *            LOTFILE -- TAX-LOT MASTER.                        *
      *                                                               *
      *            FUNDFILE -- CURRENT FUND MASTER (VIA BLDFUND).    *
      *                                                               *
      *  OUTPUT:   LOTGLRPT -- THE REALIZED AND UNREALIZED REPORTS.  *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: RETURN-CODE 16 WHEN THE PARAMETER RECORD   *
      *            IS INVALID (NOTHING PRINTED BUT THE REFUSAL), 4   *
      *            WHEN A LOT'S FUND IS NOT ON THE FUND MASTER AND   *
      *            WAS VALUED AT ZERO OR THE REALIZED TABLE FILLED,  *
      *            0 OTHERWISE.                                      *
      *                                                               *
      *  NOTES:    A RELIEF MARKED AS A BASIS SHORTFALL (NO LOT TO   *
      *            RELIEVE) CARRIES PROCEEDS BUT NO COST; ITS        *
      *            ORCHESTRA/FUND LINE IS FLAGGED.                   *
      ***************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.   LOTRPT.
       AUTHOR.       MITCHELL TRAFTON.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL PARM-FILE ASSIGN TO LOTRPARM.
           SELECT OPTIONAL LOT-HIST-FILE ASSIGN TO LOTHIST.
           SELECT OPTIONAL LOT-FILE ASSIGN TO LOTFILE.
           SELECT REPORT-FILE ASSIGN TO LOTGLRPT.


       DATA DIVISION.

       FILE SECTION.

       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-FROM-DATE           PIC 9(8).
           05                           PIC X.
           05  PARM-TO-DATE             PIC 9(8).
           05                           PIC X(63).

       FD  LOT-HIST-FILE
           RECORDING MODE IS F.

           COPY LOTHREC.

       FD  LOT-FILE
           RECORDING MODE IS F.

           COPY LOTREC.

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
      *    REALIZED GAIN/LOSS FOR THE PERIOD, ONE ENTRY PER
      *    ORCHESTRA AND FUND, KEPT IN ORCHESTRA NAME / FUND ORDER.
      *

       01  RGL-TBL.
           05 RGL-CTR                  PIC S9(4) BINARY SYNC VALUE 0.
           05 RGL-NTRY                 OCCURS 1 TO 5000 TIMES
                                       DEPENDING ON RGL-CTR
                                       INDEXED BY RGL-NDX.
              10 RGL-KEY.
                 15 RGL-ORCH-NME       PIC X(45).
                 15 RGL-FUND-NBR       PIC 999.
              10 RGL-SHARE-AMT         PIC S9(11)V9(4) PACKED-DECIMAL.
              10 RGL-PROCEEDS-AMT      PIC S9(11)V99 PACKED-DECIMAL.
              10 RGL-COST-AMT          PIC S9(11)V99 PACKED-DECIMAL.
              10 RGL-GAIN-LOSS-AMT     PIC S9(11)V99 PACKED-DECIMAL.
              10 RGL-SHORTFALL-FLAG    PIC X.

       01  SEARCH-RGL-KEY.
           05 SRCH-ORCH-NME            PIC X(45).
           05 SRCH-FUND-NBR            PIC 999.

       01  FLAGS.
           05 EOF-FLAG                 PIC X VALUE 'N'.
           05 RUN-REFUSED-FLAG         PIC X VALUE 'N'.
           05 TBL-FULL-FLAG            PIC X VALUE 'N'.
           05 NO-PRICE-FLAG            PIC X VALUE 'N'.
           05 UNREALIZED-RPT-FLAG      PIC X VALUE 'N'.

       01  COUNTERS.
           05 LINE-CTR                 PIC 99 BINARY SYNC VALUE 0.
           05 PAGE-CTR                 PIC 999 PACKED-DECIMAL VALUE 0.
           05 INS-NDX                  PIC S9(4) BINARY SYNC VALUE 0.
           05 SHIFT-NDX                PIC S9(4) BINARY SYNC VALUE 0.
           05 PRT-NDX                  PIC S9(4) BINARY SYNC VALUE 0.
           05 LOT-CTR                  PIC 9(7) PACKED-DECIMAL VALUE 0.
           05 NO-PRICE-CTR             PIC 9(5) PACKED-DECIMAL VALUE 0.

       01  PERIOD-FIELDS.
           05 FROM-DATE                PIC 9(8).
           05 TO-DATE                  PIC 9(8).

       01  PRIOR-ORCH-NME              PIC X(45).

       01  LOT-VALUE-FIELDS.
           05 LOT-SHR-PRC              PIC S9(3)V99 PACKED-DECIMAL.
           05 LOT-MARKET-AMT           PIC S9(11)V99 PACKED-DECIMAL.
           05 LOT-GAIN-LOSS-AMT        PIC S9(11)V99 PACKED-DECIMAL.

      *
      *    ORCHESTRA SUBTOTALS AND REPORT GRAND TOTALS. THE SAME
      *    FIELDS SERVE BOTH REPORTS: PROCEEDS AND MARKET VALUE
      *    SHARE THE VALUE FIELDS, AS DO THE TWO GAIN/LOSS FIGURES.
      *

       01  ORCH-TOTALS.
           05 ORCH-VALUE-AMT           PIC S9(11)V99 PACKED-DECIMAL.
           05 ORCH-COST-AMT            PIC S9(11)V99 PACKED-DECIMAL.
           05 ORCH-GAIN-LOSS-AMT       PIC S9(11)V99 PACKED-DECIMAL.

       01  GRAND-TOTALS.
           05 GRAND-VALUE-AMT          PIC S9(11)V99 PACKED-DECIMAL.
           05 GRAND-COST-AMT           PIC S9(11)V99 PACKED-DECIMAL.
           05 GRAND-GAIN-LOSS-AMT      PIC S9(11)V99 PACKED-DECIMAL.

       01  PRINT-AMT                   PIC S9(11)V99 PACKED-DECIMAL.

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
           05                          PIC X(40) VALUE SPACES.
           05 OUT-HDR-TITLE            PIC X(32).
           05 OUT-HDR-FROM-DATE.
              10 OUT-HDR-FROM-MONTH    PIC 99.
              10                       PIC X VALUE '/'.
              10 OUT-HDR-FROM-DAY      PIC 99.
              10                       PIC X VALUE '/'.
              10 OUT-HDR-FROM-YEAR     PIC 9999.
           05 OUT-HDR-THRU             PIC X(6).
           05 OUT-HDR-TO-DATE.
              10 OUT-HDR-TO-MONTH      PIC 99.
              10                       PIC X VALUE '/'.
              10 OUT-HDR-TO-DAY        PIC 99.
              10                       PIC X VALUE '/'.
              10 OUT-HDR-TO-YEAR       PIC 9999.

       01  REALIZED-COL-HDR.
           05                          PIC X(47) VALUE
                                                 'ORCHESTRA NAME'.
           05                          PIC X(5)  VALUE 'FUND'.
           05                          PIC X(19) VALUE
                                               '   SHARES RELIEVED'.
           05                          PIC X(15) VALUE
                                               '       PROCEEDS'.
           05                          PIC X(15) VALUE
                                               '  COST RELIEVED'.
           05                          PIC X(16) VALUE
                                               '      GAIN/LOSS'.

       01  UNREALIZED-COL-HDR.
           05                          PIC X(46) VALUE
                                                 'ORCHESTRA NAME'.
           05                          PIC X(3)  VALUE 'SL'.
           05                          PIC X(5)  VALUE 'FUND'.
           05                          PIC X(11) VALUE 'ACQ DATE'.
           05                          PIC X(19) VALUE
                                               '            SHARES'.
           05                          PIC X(15) VALUE
                                               '           COST'.
           05                          PIC X(15) VALUE
                                               '   MARKET VALUE'.
           05                          PIC X(16) VALUE
                                               '      GAIN/LOSS'.

       01  OUTPUT-REALIZED-LINE.
           05 OUT-RGL-ORCH-NME         PIC X(45).
           05                          PIC X(2) VALUE SPACES.
           05 OUT-RGL-FUND-NBR         PIC ZZ9.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-RGL-SHARE-AMT        PIC Z,ZZZ,ZZZ,ZZ9.9999.
           05                          PIC X VALUE SPACES.
           05 OUT-RGL-PROCEEDS-AMT     PIC $$$,$$$,$$9.99.
           05                          PIC X VALUE SPACES.
           05 OUT-RGL-COST-AMT         PIC $$$,$$$,$$9.99.
           05                          PIC X VALUE SPACES.
           05 NEG-PAREN-OPEN           PIC X VALUE SPACES.
           05 OUT-RGL-GAIN-AMT         PIC $$$,$$$,$$9.99.
           05 NEG-PAREN-CLOSE          PIC X VALUE SPACES.
           05                          PIC X VALUE SPACES.
           05 OUT-RGL-SHORTFALL        PIC X(8).

       01  OUTPUT-UNREALIZED-LINE.
           05 OUT-URG-ORCH-NME         PIC X(45).
           05                          PIC X VALUE SPACES.
           05 OUT-URG-ALLOC-NBR        PIC 9.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-URG-FUND-NBR         PIC ZZ9.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-URG-ACQ-MONTH        PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-URG-ACQ-DAY          PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-URG-ACQ-YEAR         PIC 9999.
           05                          PIC X VALUE SPACES.
           05 OUT-URG-SHARE-AMT        PIC Z,ZZZ,ZZZ,ZZ9.9999.
           05                          PIC X VALUE SPACES.
           05 OUT-URG-COST-AMT         PIC $$$,$$$,$$9.99.
           05                          PIC X VALUE SPACES.
           05 OUT-URG-MARKET-AMT       PIC $$$,$$$,$$9.99.
           05 OUT-URG-NO-PRICE         PIC X VALUE SPACES.
           05 NEG-PAREN-OPEN           PIC X VALUE SPACES.
           05 OUT-URG-GAIN-AMT         PIC $$$,$$$,$$9.99.
           05 NEG-PAREN-CLOSE          PIC X VALUE SPACES.

      *
      *    ORCHESTRA AND GRAND TOTAL LINES, ONE PER REPORT, EACH
      *    LAID OUT COLUMN FOR COLUMN WITH ITS REPORT'S DETAIL LINE
      *    SO THE TOTALS FALL UNDER THE AMOUNTS THEY ADD UP.
      *

       01  OUTPUT-REALIZED-TOTAL-LINE.
           05                          PIC X(4) VALUE SPACES.
           05 OUT-RTL-LABEL            PIC X(50).
           05                          PIC X(17) VALUE SPACES.
           05 OUT-RTL-PROCEEDS-AMT     PIC $$$,$$$,$$9.99.
           05                          PIC X VALUE SPACES.
           05 OUT-RTL-COST-AMT         PIC $$$,$$$,$$9.99.
           05                          PIC X VALUE SPACES.
           05 NEG-PAREN-OPEN           PIC X VALUE SPACES.
           05 OUT-RTL-GAIN-AMT         PIC $$$,$$$,$$9.99.
           05 NEG-PAREN-CLOSE          PIC X VALUE SPACES.

       01  OUTPUT-UNREALIZED-TOTAL-LINE.
           05                          PIC X(4) VALUE SPACES.
           05 OUT-UTL-LABEL            PIC X(50).
           05                          PIC X(30) VALUE SPACES.
           05 OUT-UTL-COST-AMT         PIC $$$,$$$,$$9.99.
           05                          PIC X VALUE SPACES.
           05 OUT-UTL-MARKET-AMT       PIC $$$,$$$,$$9.99.
           05                          PIC X VALUE SPACES.
           05 NEG-PAREN-OPEN           PIC X VALUE SPACES.
           05 OUT-UTL-GAIN-AMT         PIC $$$,$$$,$$9.99.
           05 NEG-PAREN-CLOSE          PIC X VALUE SPACES.

       01  OUTPUT-NONE-LINE.
           05                          PIC X(60) VALUE
               '*** NOTHING TO REPORT FOR THIS SECTION'.

       01  OUTPUT-REFUSED-LINE.
           05                          PIC X(60) VALUE
               '*** RUN REFUSED: LOTRPARM DATES ARE INVALID OR OUT OF'.
           05                          PIC X(60) VALUE
               ' ORDER -- NOTHING REPORTED'.

       01  OUTPUT-TBL-FULL-LINE.
           05                          PIC X(60) VALUE
               '*** WARNING: REALIZED TABLE FULL AT 5000 ORCHESTRA/'.
           05                          PIC X(5) VALUE 'FUND '.
           05                          PIC X(60) VALUE
               ' PAIRS -- LATER RELIEFS NOT ON THIS REPORT'.

       01  OUTPUT-NO-PRICE-LINE.
           05                          PIC X(60) VALUE
               '* FUND NOT ON THE FUND MASTER -- LOT VALUED AT ZERO'.


       PROCEDURE DIVISION.

       0000-MAIN.

      ****************************************************************
      *    CONTROLS THE FLOW OF THE PROGRAM: SETS THE PERIOD, PRINTS *
      *    THE REALIZED REPORT FROM LOTHIST AND THE UNREALIZED       *
      *    REPORT FROM LOTFILE.                                      *
      ****************************************************************

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.

           MOVE CORR CURRENT-DATE TO PAGE-HEADER-1.

           PERFORM 0050-READ-PERIOD-PARM.

           OPEN OUTPUT REPORT-FILE.

           IF RUN-REFUSED-FLAG = 'Y'
              MOVE OUTPUT-REFUSED-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              CLOSE REPORT-FILE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE 'BLDFUND' TO SUBPROGRAM.

           CALL SUBPROGRAM USING FUNDS-TBL.

           PERFORM 0100-REALIZED-REPORT.

           PERFORM 0500-UNREALIZED-REPORT.

           CLOSE REPORT-FILE.

           IF NO-PRICE-FLAG = 'Y'
              OR TBL-FULL-FLAG = 'Y'
              MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       0000-EXIT. EXIT.

       0050-READ-PERIOD-PARM.

      **************************************************************
      *    SETS THE REPORTING PERIOD FROM LOTRPARM, OR TO THE       *
      *    CALENDAR YEAR TO DATE WHEN NO PARAMETER IS SUPPLIED.     *
      *    NON-NUMERIC DATES OR A FROM DATE AFTER THE TO DATE       *
      *    REFUSE THE RUN.                                          *
      **************************************************************

           MOVE CURRENT-DATE-FLAT TO TO-DATE.

           MOVE CURRENT-DATE-FLAT TO FROM-DATE.

           MOVE '0101' TO FROM-DATE(5:4).

           OPEN INPUT PARM-FILE.

           READ PARM-FILE
              AT END CONTINUE
              NOT AT END
                 IF PARM-FROM-DATE NUMERIC
                    AND PARM-TO-DATE NUMERIC
                    AND PARM-FROM-DATE <= PARM-TO-DATE
                    MOVE PARM-FROM-DATE TO FROM-DATE
                    MOVE PARM-TO-DATE TO TO-DATE
                 ELSE
                    MOVE 'Y' TO RUN-REFUSED-FLAG
                 END-IF
           END-READ.

           CLOSE PARM-FILE.

       0050-EXIT. EXIT.

       0100-REALIZED-REPORT.

      **************************************************************
      *    GATHERS THE PERIOD'S POSTED RELIEFS INTO RGL-TBL AND     *
      *    PRINTS ONE LINE PER ORCHESTRA AND FUND, WITH ORCHESTRA   *
      *    AND GRAND TOTALS.                                        *
      **************************************************************

           OPEN INPUT LOT-HIST-FILE.

           READ LOT-HIST-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

           PERFORM 0110-GATHER-RELIEF
              UNTIL EOF-FLAG = 'Y'.

           CLOSE LOT-HIST-FILE.

           MOVE 'REALIZED GAIN/LOSS FOR PERIOD ' TO OUT-HDR-TITLE.

           MOVE FROM-DATE(1:4) TO OUT-HDR-FROM-YEAR.
           MOVE FROM-DATE(5:2) TO OUT-HDR-FROM-MONTH.
           MOVE FROM-DATE(7:2) TO OUT-HDR-FROM-DAY.

           MOVE ' THRU ' TO OUT-HDR-THRU.

           MOVE TO-DATE(1:4) TO OUT-HDR-TO-YEAR.
           MOVE TO-DATE(5:2) TO OUT-HDR-TO-MONTH.
           MOVE TO-DATE(7:2) TO OUT-HDR-TO-DAY.

           PERFORM 0800-PRINT-PAGE-HEADER.

           MOVE REALIZED-COL-HDR TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 2.

           ADD 2 TO LINE-CTR.

           MOVE 0 TO GRAND-VALUE-AMT GRAND-COST-AMT
                     GRAND-GAIN-LOSS-AMT.

           MOVE SPACES TO PRIOR-ORCH-NME.

           PERFORM 0200-PRINT-REALIZED-LINE
              VARYING PRT-NDX FROM 1 BY 1
              UNTIL PRT-NDX > RGL-CTR.

           IF RGL-CTR = 0
              MOVE OUTPUT-NONE-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 2
           ELSE
              PERFORM 0700-PRINT-ORCH-TOTAL
              PERFORM 0750-PRINT-GRAND-TOTAL
           END-IF.

           IF TBL-FULL-FLAG = 'Y'
              MOVE OUTPUT-TBL-FULL-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 2
           END-IF.

       0100-EXIT. EXIT.

       0110-GATHER-RELIEF.

      **************************************************************
      *    ADDS ONE LOTHIST RECORD TO ITS ORCHESTRA/FUND ENTRY IN   *
      *    RGL-TBL WHEN IT IS A POSTED RELIEF DATED IN THE PERIOD,  *
      *    INSERTING THE ENTRY IN NAME/FUND ORDER THE FIRST TIME    *
      *    THE PAIR IS SEEN.                                        *
      **************************************************************

           IF LH-STATUS = 'P'
              AND LH-RUN-DATE >= FROM-DATE
              AND LH-RUN-DATE <= TO-DATE
              AND (LH-TRAN-TYPE = 'WITHDRAWAL'
                   OR LH-TRAN-TYPE = 'EXCHANGE OUT'
                   OR LH-TRAN-TYPE = 'TRANSFER OUT'
                   OR LH-TRAN-TYPE = 'MGMT FEE')
              MOVE LH-ORCH-NME TO SRCH-ORCH-NME
              MOVE LH-FUND-NBR TO SRCH-FUND-NBR
              PERFORM VARYING INS-NDX FROM 1 BY 1
                 UNTIL INS-NDX > RGL-CTR
                    OR RGL-KEY(INS-NDX) >= SEARCH-RGL-KEY
                 CONTINUE
              END-PERFORM
              IF INS-NDX > RGL-CTR
                 OR RGL-KEY(INS-NDX) NOT = SEARCH-RGL-KEY
                 IF RGL-CTR = 5000
                    MOVE 'Y' TO TBL-FULL-FLAG
                 ELSE
                    ADD 1 TO RGL-CTR
                    PERFORM VARYING SHIFT-NDX FROM RGL-CTR BY -1
                       UNTIL SHIFT-NDX <= INS-NDX
                       MOVE RGL-NTRY(SHIFT-NDX - 1)
                                        TO RGL-NTRY(SHIFT-NDX)
                    END-PERFORM
                    MOVE SEARCH-RGL-KEY TO RGL-KEY(INS-NDX)
                    MOVE 0 TO RGL-SHARE-AMT(INS-NDX)
                              RGL-PROCEEDS-AMT(INS-NDX)
                              RGL-COST-AMT(INS-NDX)
                              RGL-GAIN-LOSS-AMT(INS-NDX)
                    MOVE 'N' TO RGL-SHORTFALL-FLAG(INS-NDX)
                 END-IF
              END-IF
              IF INS-NDX <= RGL-CTR
                 AND RGL-KEY(INS-NDX) = SEARCH-RGL-KEY
                 SUBTRACT LH-SHARE-CHG-AMT FROM RGL-SHARE-AMT(INS-NDX)
                 ADD LH-PROCEEDS-AMT TO RGL-PROCEEDS-AMT(INS-NDX)
                 SUBTRACT LH-COST-CHG-AMT FROM RGL-COST-AMT(INS-NDX)
                 ADD LH-GAIN-LOSS-AMT TO RGL-GAIN-LOSS-AMT(INS-NDX)
                 IF LH-ACQ-DATE = 0
                    MOVE 'Y' TO RGL-SHORTFALL-FLAG(INS-NDX)
                 END-IF
              END-IF
           END-IF.

           READ LOT-HIST-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0110-EXIT. EXIT.

       0200-PRINT-REALIZED-LINE.

      **************************************************************
      *    PRINTS ONE ORCHESTRA/FUND REALIZED LINE, CLOSING THE     *
      *    PRIOR ORCHESTRA WITH ITS TOTAL WHEN THE NAME CHANGES.    *
      *    THE NAME PRINTS ONLY ON AN ORCHESTRA'S FIRST LINE.       *
      **************************************************************

           IF RGL-ORCH-NME(PRT-NDX) NOT = PRIOR-ORCH-NME
              IF PRIOR-ORCH-NME NOT = SPACES
                 PERFORM 0700-PRINT-ORCH-TOTAL
              END-IF
              MOVE RGL-ORCH-NME(PRT-NDX) TO PRIOR-ORCH-NME
              MOVE RGL-ORCH-NME(PRT-NDX) TO OUT-RGL-ORCH-NME
              MOVE 0 TO ORCH-VALUE-AMT ORCH-COST-AMT
                        ORCH-GAIN-LOSS-AMT
           ELSE
              MOVE SPACES TO OUT-RGL-ORCH-NME
           END-IF.

           IF LINE-CTR > 55
              PERFORM 0800-PRINT-PAGE-HEADER
              MOVE REALIZED-COL-HDR TO REPORT-LINE
              WRITE REPORT-LINE AFTER 2
              ADD 2 TO LINE-CTR
           END-IF.

           MOVE RGL-FUND-NBR(PRT-NDX) TO OUT-RGL-FUND-NBR.

           MOVE RGL-SHARE-AMT(PRT-NDX) TO OUT-RGL-SHARE-AMT.

           MOVE RGL-PROCEEDS-AMT(PRT-NDX) TO OUT-RGL-PROCEEDS-AMT.

           MOVE RGL-COST-AMT(PRT-NDX) TO OUT-RGL-COST-AMT.

           MOVE RGL-GAIN-LOSS-AMT(PRT-NDX) TO PRINT-AMT.

           IF PRINT-AMT < 0
              MOVE '(' TO NEG-PAREN-OPEN OF OUTPUT-REALIZED-LINE
              MOVE ')' TO NEG-PAREN-CLOSE OF OUTPUT-REALIZED-LINE
              COMPUTE PRINT-AMT = 0 - PRINT-AMT
           ELSE
              MOVE ' ' TO NEG-PAREN-OPEN OF OUTPUT-REALIZED-LINE
              MOVE ' ' TO NEG-PAREN-CLOSE OF OUTPUT-REALIZED-LINE
           END-IF.

           MOVE PRINT-AMT TO OUT-RGL-GAIN-AMT.

           IF RGL-SHORTFALL-FLAG(PRT-NDX) = 'Y'
              MOVE 'NO BASIS' TO OUT-RGL-SHORTFALL
           ELSE
              MOVE SPACES TO OUT-RGL-SHORTFALL
           END-IF.

           MOVE OUTPUT-REALIZED-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

           ADD 1 TO LINE-CTR.

           ADD RGL-PROCEEDS-AMT(PRT-NDX) TO ORCH-VALUE-AMT
                                            GRAND-VALUE-AMT.

           ADD RGL-COST-AMT(PRT-NDX) TO ORCH-COST-AMT
                                        GRAND-COST-AMT.

           ADD RGL-GAIN-LOSS-AMT(PRT-NDX) TO ORCH-GAIN-LOSS-AMT
                                             GRAND-GAIN-LOSS-AMT.

       0200-EXIT. EXIT.

       0500-UNREALIZED-REPORT.

      **************************************************************
      *    LISTS EVERY OPEN LOT ON LOTFILE -- ALREADY IN ORCHESTRA  *
      *    ORDER -- AT ITS FUND'S CURRENT PRICE, WITH ORCHESTRA     *
      *    AND GRAND TOTALS.                                        *
      **************************************************************

           MOVE 'UNREALIZED GAIN/LOSS AS OF     ' TO OUT-HDR-TITLE.

           MOVE CURRENT-DATE-FLAT(1:4) TO OUT-HDR-FROM-YEAR.
           MOVE CURRENT-DATE-FLAT(5:2) TO OUT-HDR-FROM-MONTH.
           MOVE CURRENT-DATE-FLAT(7:2) TO OUT-HDR-FROM-DAY.

           MOVE SPACES TO OUT-HDR-THRU OUT-HDR-TO-DATE.

           MOVE 'Y' TO UNREALIZED-RPT-FLAG.

           PERFORM 0800-PRINT-PAGE-HEADER.

           MOVE UNREALIZED-COL-HDR TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 2.

           ADD 2 TO LINE-CTR.

           MOVE 0 TO GRAND-VALUE-AMT GRAND-COST-AMT
                     GRAND-GAIN-LOSS-AMT.

           MOVE SPACES TO PRIOR-ORCH-NME.

           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT LOT-FILE.

           READ LOT-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

           PERFORM 0510-PRINT-UNREALIZED-LINE
              UNTIL EOF-FLAG = 'Y'.

           CLOSE LOT-FILE.

           IF LOT-CTR = 0
              MOVE OUTPUT-NONE-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 2
           ELSE
              PERFORM 0700-PRINT-ORCH-TOTAL
              PERFORM 0750-PRINT-GRAND-TOTAL
           END-IF.

           IF NO-PRICE-FLAG = 'Y'
              MOVE OUTPUT-NO-PRICE-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 2
           END-IF.

       0500-EXIT. EXIT.

       0510-PRINT-UNREALIZED-LINE.

      **************************************************************
      *    VALUES ONE OPEN LOT AT ITS FUND'S CURRENT PRICE AND      *
      *    PRINTS IT, CLOSING THE PRIOR ORCHESTRA WITH ITS TOTAL    *
      *    WHEN THE NAME CHANGES. A FUND NOT ON THE MASTER VALUES   *
      *    THE LOT AT ZERO AND IS MARKED WITH AN ASTERISK.          *
      **************************************************************

           ADD 1 TO LOT-CTR.

           IF LOT-ORCH-NME NOT = PRIOR-ORCH-NME
              IF PRIOR-ORCH-NME NOT = SPACES
                 PERFORM 0700-PRINT-ORCH-TOTAL
              END-IF
              MOVE LOT-ORCH-NME TO PRIOR-ORCH-NME
              MOVE LOT-ORCH-NME TO OUT-URG-ORCH-NME
              MOVE 0 TO ORCH-VALUE-AMT ORCH-COST-AMT
                        ORCH-GAIN-LOSS-AMT
           ELSE
              MOVE SPACES TO OUT-URG-ORCH-NME
           END-IF.

           IF LINE-CTR > 55
              PERFORM 0800-PRINT-PAGE-HEADER
              MOVE UNREALIZED-COL-HDR TO REPORT-LINE
              WRITE REPORT-LINE AFTER 2
              ADD 2 TO LINE-CTR
           END-IF.

           MOVE ' ' TO OUT-URG-NO-PRICE.

           SEARCH ALL TBL-FUND-NTRY
              AT END
                 MOVE 0 TO LOT-SHR-PRC
                 MOVE '*' TO OUT-URG-NO-PRICE
                 MOVE 'Y' TO NO-PRICE-FLAG
                 ADD 1 TO NO-PRICE-CTR
              WHEN TBL-FUND-NBR(FUND-NDX) = LOT-FUND-NBR
                 MOVE TBL-FUND-SHR-PRC(FUND-NDX) TO LOT-SHR-PRC
           END-SEARCH.

           COMPUTE LOT-MARKET-AMT ROUNDED =
              LOT-SHARE-AMT * LOT-SHR-PRC.

           COMPUTE LOT-GAIN-LOSS-AMT = LOT-MARKET-AMT - LOT-COST-AMT.

           MOVE LOT-ALLOC-NBR TO OUT-URG-ALLOC-NBR.

           MOVE LOT-FUND-NBR TO OUT-URG-FUND-NBR.

           MOVE LOT-ACQ-DATE(1:4) TO OUT-URG-ACQ-YEAR.
           MOVE LOT-ACQ-DATE(5:2) TO OUT-URG-ACQ-MONTH.
           MOVE LOT-ACQ-DATE(7:2) TO OUT-URG-ACQ-DAY.

           MOVE LOT-SHARE-AMT TO OUT-URG-SHARE-AMT.

           MOVE LOT-COST-AMT TO OUT-URG-COST-AMT.

           MOVE LOT-MARKET-AMT TO OUT-URG-MARKET-AMT.

           MOVE LOT-GAIN-LOSS-AMT TO PRINT-AMT.

           IF PRINT-AMT < 0
              MOVE '(' TO NEG-PAREN-OPEN OF OUTPUT-UNREALIZED-LINE
              MOVE ')' TO NEG-PAREN-CLOSE OF OUTPUT-UNREALIZED-LINE
              COMPUTE PRINT-AMT = 0 - PRINT-AMT
           ELSE
              MOVE ' ' TO NEG-PAREN-OPEN OF OUTPUT-UNREALIZED-LINE
              MOVE ' ' TO NEG-PAREN-CLOSE OF OUTPUT-UNREALIZED-LINE
           END-IF.

           MOVE PRINT-AMT TO OUT-URG-GAIN-AMT.

           MOVE OUTPUT-UNREALIZED-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

           ADD 1 TO LINE-CTR.

           ADD LOT-MARKET-AMT TO ORCH-VALUE-AMT GRAND-VALUE-AMT.

           ADD LOT-COST-AMT TO ORCH-COST-AMT GRAND-COST-AMT.

           ADD LOT-GAIN-LOSS-AMT TO ORCH-GAIN-LOSS-AMT
                                    GRAND-GAIN-LOSS-AMT.

           READ LOT-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0510-EXIT. EXIT.

       0700-PRINT-ORCH-TOTAL.

      **************************************************************
      *    PRINTS THE TOTAL LINE THAT CLOSES AN ORCHESTRA.          *
      **************************************************************

           IF UNREALIZED-RPT-FLAG = 'Y'
              MOVE 'ORCHESTRA TOTAL' TO OUT-UTL-LABEL
              MOVE ORCH-COST-AMT TO OUT-UTL-COST-AMT
              MOVE ORCH-VALUE-AMT TO OUT-UTL-MARKET-AMT
           ELSE
              MOVE 'ORCHESTRA TOTAL' TO OUT-RTL-LABEL
              MOVE ORCH-VALUE-AMT TO OUT-RTL-PROCEEDS-AMT
              MOVE ORCH-COST-AMT TO OUT-RTL-COST-AMT
           END-IF.

           MOVE ORCH-GAIN-LOSS-AMT TO PRINT-AMT.

           PERFORM 0780-WRITE-TOTAL-LINE.

       0700-EXIT. EXIT.

       0750-PRINT-GRAND-TOTAL.

      **************************************************************
      *    PRINTS THE GRAND TOTAL LINE THAT CLOSES A REPORT.        *
      **************************************************************

           IF UNREALIZED-RPT-FLAG = 'Y'
              MOVE 'GRAND TOTAL' TO OUT-UTL-LABEL
              MOVE GRAND-COST-AMT TO OUT-UTL-COST-AMT
              MOVE GRAND-VALUE-AMT TO OUT-UTL-MARKET-AMT
           ELSE
              MOVE 'GRAND TOTAL' TO OUT-RTL-LABEL
              MOVE GRAND-VALUE-AMT TO OUT-RTL-PROCEEDS-AMT
              MOVE GRAND-COST-AMT TO OUT-RTL-COST-AMT
           END-IF.

           MOVE GRAND-GAIN-LOSS-AMT TO PRINT-AMT.

           PERFORM 0780-WRITE-TOTAL-LINE.

       0750-EXIT. EXIT.

       0780-WRITE-TOTAL-LINE.

      **************************************************************
      *    FINISHES AND WRITES THE CURRENT REPORT'S TOTAL LINE, A   *
      *    NET LOSS IN PARENTHESES, WITH A BLANK LINE AFTER IT.     *
      **************************************************************

           IF PRINT-AMT < 0
              MOVE '(' TO NEG-PAREN-OPEN OF OUTPUT-REALIZED-TOTAL-LINE
                          NEG-PAREN-OPEN OF OUTPUT-UNREALIZED-TOTAL-LINE
              MOVE ')' TO NEG-PAREN-CLOSE OF OUTPUT-REALIZED-TOTAL-LINE
                         NEG-PAREN-CLOSE OF OUTPUT-UNREALIZED-TOTAL-LINE
              COMPUTE PRINT-AMT = 0 - PRINT-AMT
           ELSE
              MOVE ' ' TO NEG-PAREN-OPEN OF OUTPUT-REALIZED-TOTAL-LINE
                          NEG-PAREN-OPEN OF OUTPUT-UNREALIZED-TOTAL-LINE
              MOVE ' ' TO NEG-PAREN-CLOSE OF OUTPUT-REALIZED-TOTAL-LINE
                         NEG-PAREN-CLOSE OF OUTPUT-UNREALIZED-TOTAL-LINE
           END-IF.

           IF UNREALIZED-RPT-FLAG = 'Y'
              MOVE PRINT-AMT TO OUT-UTL-GAIN-AMT
              MOVE OUTPUT-UNREALIZED-TOTAL-LINE TO REPORT-LINE
           ELSE
              MOVE PRINT-AMT TO OUT-RTL-GAIN-AMT
              MOVE OUTPUT-REALIZED-TOTAL-LINE TO REPORT-LINE
           END-IF.

           WRITE REPORT-LINE AFTER 1.

           MOVE SPACES TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

           ADD 2 TO LINE-CTR.

       0780-EXIT. EXIT.

       0800-PRINT-PAGE-HEADER.

      **************************************************************
      *    PRINTS THE PAGE HEADERS THAT OPEN EACH REPORT PAGE.      *
      **************************************************************

           ADD 1 TO PAGE-CTR.

           MOVE PAGE-CTR TO OUT-PAGE-CTR.

           MOVE PAGE-HEADER-1 TO REPORT-LINE.

           WRITE REPORT-LINE AFTER PAGE.

           MOVE PAGE-HEADER-2 TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

           MOVE 2 TO LINE-CTR.

       0800-EXIT. EXIT.
