      ***************************************************************
      *  FUNCTION: QUARTERLY SPENDING-POLICY REPORT FOR THE          *
      *            INVESTMENT COMMITTEE. FOR EVERY ACTIVE ORCHESTRA *
      *            PRINTS THE FISCAL YEAR'S DRAW ALLOWANCE SET BY   *
      *            SPENDPOL, THE WITHDRAWALS AND TRANSFERS OUT      *
      *            DRAWN AGAINST IT TO DATE, THE ALLOWANCE          *
      *            REMAINING AND THE PERCENTAGE USED, FOLLOWED BY   *
      *            A TOTALS LINE. A DRAW OVER THE ALLOWANCE (ONLY   *
      *            POSSIBLE UNDER A COMMITTEE OVERRIDE) SHOWS A     *
      *            NEGATIVE REMAINING AMOUNT IN PARENTHESES.        *
      *                                                               *
      *  INPUT:    ORCHFILE -- ORCHESTRA MASTER (VIA BLDORCH).       *
      *                                                               *
      *            ALLOWFILE -- ALLOWANCE MASTER (VIA BLDALLOW).     *
      *                                                               *
      *  OUTPUT:   SPNDQRPT -- THE ALLOWANCE STATUS REPORT.          *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: RETURN-CODE 4 WHEN AN ACTIVE ORCHESTRA     *
      *            HAS NO ALLOWANCE FOR THE CURRENT FISCAL YEAR, 0   *
      *            OTHERWISE.                                        *
      *                                                               *
      *  NOTES:    AN ALLOWANCE WHOSE FISCAL YEAR HAS ENDED IS       *
      *            STILL PRINTED, MARKED AS A PRIOR YEAR, UNTIL      *
      *            SPENDPOL IS RUN FOR THE NEW YEAR.                 *
      ***************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.   SPENDRPT.
       AUTHOR.       MITCHELL TRAFTON.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT REPORT-FILE ASSIGN TO SPNDQRPT.


       DATA DIVISION.

       FILE SECTION.

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

       01  FLAGS.
           05 ALLOW-FOUND-FLAG         PIC X VALUE 'N'.
           05 MISSING-FLAG             PIC X VALUE 'N'.

       01  COUNTERS.
           05 LINE-CTR                 PIC 99 BINARY SYNC VALUE 0.
           05 PAGE-CTR                 PIC 999 PACKED-DECIMAL VALUE 0.
           05 ORCH-CTR                 PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 MISSING-CTR              PIC 9(5) PACKED-DECIMAL VALUE 0.

       01  REMAINING-AMT               PIC S9(9)V99 PACKED-DECIMAL.

       01  USED-PCT                    PIC 9(4)V9 PACKED-DECIMAL.

       01  GRAND-TOTALS.
           05 GRAND-ALLOWANCE-AMT      PIC S9(11)V99 PACKED-DECIMAL
                                            VALUE 0.
           05 GRAND-DRAWN-AMT          PIC S9(11)V99 PACKED-DECIMAL
                                            VALUE 0.
           05 GRAND-REMAINING-AMT      PIC S9(11)V99 PACKED-DECIMAL
                                            VALUE 0.

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
           05                          PIC X(40) VALUE
                     'SPENDING POLICY ALLOWANCE STATUS AS OF  '.
           05 OUT-HDR-MONTH            PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-HDR-DAY              PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-HDR-YEAR             PIC 9999.

       01  REPORT-COL-HDR.
           05                          PIC X(47) VALUE
                                                 'ORCHESTRA NAME'.
           05                          PIC X(12) VALUE 'FY START'.
           05                          PIC X(16) VALUE
                                               '      ALLOWANCE'.
           05                          PIC X(16) VALUE
                                               '  DRAWN TO DATE'.
           05                          PIC X(17) VALUE
                                               '      REMAINING'.
           05                          PIC X(8)  VALUE ' % USED'.

       01  OUTPUT-ORCH-LINE.
           05 OUT-OL-ORCH-NME          PIC X(45).
           05                          PIC X(2) VALUE SPACES.
           05 OUT-OL-FY-START.
              10 OUT-OL-FY-MONTH       PIC 99.
              10                       PIC X VALUE '/'.
              10 OUT-OL-FY-DAY         PIC 99.
              10                       PIC X VALUE '/'.
              10 OUT-OL-FY-YEAR        PIC 9999.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-OL-ALLOWANCE-AMT     PIC $$$,$$$,$$9.99.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-OL-DRAWN-AMT         PIC $$$,$$$,$$9.99.
           05                          PIC X(2) VALUE SPACES.
           05 NEG-PAREN-OPEN           PIC X VALUE SPACES.
           05 OUT-OL-REMAINING-AMT     PIC $$$,$$$,$$9.99.
           05 NEG-PAREN-CLOSE          PIC X VALUE SPACES.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-OL-USED-PCT          PIC ZZZ9.9.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-OL-NOTE              PIC X(24).

       01  OUTPUT-TOTAL-LINE.
           05                          PIC X(3) VALUE SPACES.
           05                          PIC X(14) VALUE
                                                 'TOTALS FOR '.
           05 OUT-TOT-ORCH-CTR         PIC ZZZZ9.
           05                          PIC X(36) VALUE
                                      ' ORCHESTRAS'.
           05 OUT-TOT-ALLOWANCE-AMT    PIC $$$$,$$$,$$9.99.
           05                          PIC X VALUE SPACES.
           05 OUT-TOT-DRAWN-AMT        PIC $$$$,$$$,$$9.99.
           05                          PIC X VALUE SPACES.
           05 NEG-PAREN-OPEN           PIC X VALUE SPACES.
           05 OUT-TOT-REMAINING-AMT    PIC $$$$,$$$,$$9.99.
           05 NEG-PAREN-CLOSE          PIC X VALUE SPACES.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-TOT-USED-PCT         PIC ZZZ9.9.

       01  OUTPUT-MISSING-LINE.
           05                          PIC X(4) VALUE SPACES.
           05 OUT-MISSING-CTR          PIC ZZZZ9.
           05                          PIC X(60) VALUE
               ' ACTIVE ORCHESTRA(S) HAVE NO ALLOWANCE FOR THE CURRENT'.
           05                          PIC X(40) VALUE
               ' FISCAL YEAR -- DRAWS NOT LIMITED'.


       PROCEDURE DIVISION.

       0000-MAIN.

      ****************************************************************
      *    CONTROLS THE FLOW OF THE PROGRAM: LOADS THE ORCHESTRA AND *
      *    ALLOWANCE MASTERS, PRINTS ONE LINE PER ACTIVE ORCHESTRA   *
      *    AND THE TOTALS.                                           *
      ****************************************************************

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.

           MOVE CORR CURRENT-DATE TO PAGE-HEADER-1.

           MOVE CURRENT-MONTH OF CURRENT-DATE TO OUT-HDR-MONTH.
           MOVE CURRENT-DAY OF CURRENT-DATE TO OUT-HDR-DAY.
           MOVE CURRENT-YEAR OF CURRENT-DATE TO OUT-HDR-YEAR.

           MOVE 'BLDORCH' TO SUBPROGRAM.

           CALL SUBPROGRAM USING ORCHS-TBL.

           MOVE 'BLDALLOW' TO SUBPROGRAM.

           CALL SUBPROGRAM USING ALLOW-TBL.

           OPEN OUTPUT REPORT-FILE.

           PERFORM 0800-PRINT-PAGE-HEADER.

           PERFORM 0100-PRINT-ORCHESTRA
              VARYING ORCH-NDX FROM 1 BY 1
              UNTIL ORCH-NDX > TBL-ORCH-CTR.

           PERFORM 0200-PRINT-TOTALS.

           CLOSE REPORT-FILE.

           IF MISSING-CTR > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       0000-EXIT. EXIT.

       0100-PRINT-ORCHESTRA.

      **************************************************************
      *    PRINTS ONE ACTIVE ORCHESTRA'S ALLOWANCE, DRAW TO DATE,   *
      *    REMAINDER AND PERCENTAGE USED, OR NOTES THAT IT HAS NO   *
      *    ALLOWANCE FOR THE CURRENT FISCAL YEAR.                   *
      **************************************************************

           IF TBL-ORCH-STATUS(ORCH-NDX) = 'A'

              IF LINE-CTR > 55
                 PERFORM 0800-PRINT-PAGE-HEADER
              END-IF

              ADD 1 TO ORCH-CTR

              MOVE TBL-ORCH-NME(ORCH-NDX) TO OUT-OL-ORCH-NME
              MOVE SPACES TO OUT-OL-NOTE
              MOVE SPACE TO NEG-PAREN-OPEN OF OUTPUT-ORCH-LINE
              MOVE SPACE TO NEG-PAREN-CLOSE OF OUTPUT-ORCH-LINE

              MOVE 'N' TO ALLOW-FOUND-FLAG
              SEARCH ALL TBL-AL-NTRY
                 AT END CONTINUE
                 WHEN TBL-AL-ORCH-NME(AL-NDX) = TBL-ORCH-NME(ORCH-NDX)
                    MOVE 'Y' TO ALLOW-FOUND-FLAG
              END-SEARCH

              IF ALLOW-FOUND-FLAG = 'Y'
                 PERFORM 0150-FORMAT-ALLOWANCE
              ELSE
                 ADD 1 TO MISSING-CTR
                 MOVE ZEROS TO OUT-OL-FY-MONTH OUT-OL-FY-DAY
                               OUT-OL-FY-YEAR
                 MOVE 0 TO OUT-OL-ALLOWANCE-AMT
                 MOVE 0 TO OUT-OL-DRAWN-AMT
                 MOVE 0 TO OUT-OL-REMAINING-AMT
                 MOVE 0 TO OUT-OL-USED-PCT
                 MOVE '* NO ALLOWANCE SET' TO OUT-OL-NOTE
              END-IF

              MOVE OUTPUT-ORCH-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 1
              ADD 1 TO LINE-CTR

           END-IF.

       0100-EXIT. EXIT.

       0150-FORMAT-ALLOWANCE.

      **************************************************************
      *    FORMATS THE ALLOWANCE FIGURES FOR ONE ORCHESTRA AND      *
      *    ADDS THEM TO THE TOTALS. AN ALLOWANCE FOR A FISCAL YEAR  *
      *    ALREADY ENDED IS COUNTED AS MISSING.                     *
      **************************************************************

           MOVE TBL-AL-FY-START-DATE(AL-NDX)(1:4) TO OUT-OL-FY-YEAR.
           MOVE TBL-AL-FY-START-DATE(AL-NDX)(5:2) TO OUT-OL-FY-MONTH.
           MOVE TBL-AL-FY-START-DATE(AL-NDX)(7:2) TO OUT-OL-FY-DAY.

           COMPUTE REMAINING-AMT = TBL-AL-ALLOWANCE-AMT(AL-NDX)
                                 - TBL-AL-YTD-DRAWN-AMT(AL-NDX).

           IF TBL-AL-ALLOWANCE-AMT(AL-NDX) > 0
              COMPUTE USED-PCT ROUNDED =
                 TBL-AL-YTD-DRAWN-AMT(AL-NDX) * 100
                 / TBL-AL-ALLOWANCE-AMT(AL-NDX)
                 ON SIZE ERROR MOVE 9999.9 TO USED-PCT
              END-COMPUTE
           ELSE
              MOVE 0 TO USED-PCT
           END-IF.

           MOVE TBL-AL-ALLOWANCE-AMT(AL-NDX) TO OUT-OL-ALLOWANCE-AMT.
           MOVE TBL-AL-YTD-DRAWN-AMT(AL-NDX) TO OUT-OL-DRAWN-AMT.
           MOVE REMAINING-AMT TO OUT-OL-REMAINING-AMT.
           MOVE USED-PCT TO OUT-OL-USED-PCT.

           IF REMAINING-AMT < 0
              MOVE '(' TO NEG-PAREN-OPEN OF OUTPUT-ORCH-LINE
              MOVE ')' TO NEG-PAREN-CLOSE OF OUTPUT-ORCH-LINE
              MOVE 'OVER - COMMITTEE OVRD' TO OUT-OL-NOTE
           END-IF.

           IF CURRENT-DATE-FLAT NOT <
              TBL-AL-FY-NEXT-START-DATE(AL-NDX)
              ADD 1 TO MISSING-CTR
              MOVE '* PRIOR FISCAL YEAR' TO OUT-OL-NOTE
           END-IF.

           ADD TBL-AL-ALLOWANCE-AMT(AL-NDX) TO GRAND-ALLOWANCE-AMT.
           ADD TBL-AL-YTD-DRAWN-AMT(AL-NDX) TO GRAND-DRAWN-AMT.
           ADD REMAINING-AMT TO GRAND-REMAINING-AMT.

       0150-EXIT. EXIT.

       0200-PRINT-TOTALS.

      **************************************************************
      *    PRINTS THE TOTALS LINE AND, WHEN ANY ACTIVE ORCHESTRA    *
      *    HAS NO CURRENT ALLOWANCE, A COUNT OF THEM.               *
      **************************************************************

           MOVE ORCH-CTR TO OUT-TOT-ORCH-CTR.
           MOVE GRAND-ALLOWANCE-AMT TO OUT-TOT-ALLOWANCE-AMT.
           MOVE GRAND-DRAWN-AMT TO OUT-TOT-DRAWN-AMT.
           MOVE GRAND-REMAINING-AMT TO OUT-TOT-REMAINING-AMT.

           IF GRAND-REMAINING-AMT < 0
              MOVE '(' TO NEG-PAREN-OPEN OF OUTPUT-TOTAL-LINE
              MOVE ')' TO NEG-PAREN-CLOSE OF OUTPUT-TOTAL-LINE
           END-IF.

           IF GRAND-ALLOWANCE-AMT > 0
              COMPUTE USED-PCT ROUNDED =
                 GRAND-DRAWN-AMT * 100 / GRAND-ALLOWANCE-AMT
                 ON SIZE ERROR MOVE 9999.9 TO USED-PCT
              END-COMPUTE
           ELSE
              MOVE 0 TO USED-PCT
           END-IF.

           MOVE USED-PCT TO OUT-TOT-USED-PCT.

           MOVE OUTPUT-TOTAL-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 2.

           IF MISSING-CTR > 0
              MOVE MISSING-CTR TO OUT-MISSING-CTR
              MOVE OUTPUT-MISSING-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 2
           END-IF.

       0200-EXIT. EXIT.

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

           MOVE REPORT-COL-HDR TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 2.

           MOVE 4 TO LINE-CTR.

       0800-EXIT. EXIT.
