      ***************************************************************
      *  FUNCTION: FUND MERGER / LIQUIDATION RUN. WHEN A FUND CLOSES *
      *            ITS HOLDERS ARE MOVED INTO A SUCCESSOR FUND IN   *
      *            ONE AUDITABLE PASS INSTEAD OF BY HAND-KEYED      *
      *            EXCHANGES. EVERY ACTIVE ORCHESTRA'S ALLOCATION   *
      *            SLOT IN THE CLOSING FUND IS CONVERTED AT THE TWO *
      *            FUNDS' PRICES IN EFFECT ON THE CONVERSION DATE:  *
      *            THE SLOT'S SHARES ARE VALUED AT THE CLOSING      *
      *            FUND'S PRICE AND RE-STRUCK AT THE SUCCESSOR'S    *
      *            (VIA CALCSHRS). THE SLOT'S BOOK DOLLARS CARRY    *
      *            ACROSS UNCHANGED, SO THE ORCHESTRA'S COMBINED    *
      *            BALANCE DOES NOT MOVE.                           *
      *            WHEN THE ORCHESTRA ALREADY HOLDS THE SUCCESSOR   *
      *            IN ANOTHER SLOT, THE CONVERTED POSITION AND ITS  *
      *            ALLOCATION PERCENTAGE ARE COMBINED INTO THAT     *
      *            SLOT AND THE EMPTIED SLOT IS LEFT AT ZERO,       *
      *            POINTED AT THE SUCCESSOR; OTHERWISE THE SLOT IS  *
      *            CONVERTED IN PLACE.                              *
      *            EACH MOVE WRITES A 'MERGER OUT' AUDIT RECORD     *
      *            (CLOSING FUND, BEFORE/AFTER OF THE EMPTIED SLOT) *
      *            AND A 'MERGER IN' RECORD (SUCCESSOR FUND,        *
      *            BEFORE/AFTER OF THE RECEIVING SLOT), SO          *
      *            GLEXTRACT, STATEMENT, BALRECON AND BACKOUT ALL   *
      *            SEE THE MOVE.                                    *
      *            FUNDFILE IS NOT CHANGED: ONCE THE REGISTER IS    *
      *            PROVED THE CLOSING FUND IS DEACTIVATED THROUGH   *
      *            FUNDMAINT, WHICH REFUSES WHILE ANY HOLDER        *
      *            REMAINS.                                          *
      *                                                               *
      *  INPUT:    MERGPARM --                                       *
      *            ONE OPERATOR PARAMETER RECORD: CLOSING FUND       *
      *            NUMBER, SUCCESSOR FUND NUMBER AND CONVERSION      *
      *            DATE (CCYYMMDD). ABSENT OR INVALID, THE RUN IS    *
      *            REFUSED.                                          *
      *                                                               *
      *            ORCHFILE -- CURRENT ORCHESTRA MASTER (VIA         *
      *            BLDORCH).                                         *
      *                                                               *
      *            FUNDFILE -- CURRENT FUND MASTER (VIA BLDFUND).    *
      *                                                               *
      *            PRCHIST --                                        *
      *            SHARE PRICE HISTORY. EACH FUND'S PRICE IS THE     *
      *            LATEST ONE STRUCK ON OR BEFORE THE CONVERSION     *
      *            DATE; A FUND WITH NO HISTORY THAT EARLY USES ITS  *
      *            FUNDFILE PRICE. THE REGISTER SAYS WHICH.          *
      *                                                               *
      *            PERIODF --                                        *
      *            PERIOD CONTROL FILE. A CONVERSION DATE FALLING    *
      *            IN A CLOSED ACCOUNTING PERIOD REFUSES THE WHOLE   *
      *            RUN BEFORE ANYTHING POSTS.                        *
      *                                                               *
      *  IN/OUTPUT: RUNCTLF -- READ TO NUMBER THIS PASS FROM THE     *
      *            RESERVED 90000+ UTILITY-PASS SERIES, AND STAMPED  *
      *            WITH THE PASS'S OWN RECORD AT COMPLETION.         *
      *                                                               *
      *  OUTPUT:   ORCHFILE -- REWRITTEN WITH EVERY CONVERSION       *
      *            POSTED (VIA UPDORCH).                             *
      *                                                               *
      *            AUDITFILE -- EXTENDED, TWO RECORDS PER SLOT       *
      *            CONVERTED.                                        *
      *                                                               *
      *            MERGRPT -- CONVERSION REGISTER: ONE LINE PER      *
      *            SLOT WITH ITS BOOK DOLLARS AND SHARES BEFORE AND  *
      *            AFTER, AND DOLLAR, SHARE AND MARKET-VALUE         *
      *            CONTROL TOTALS.                                   *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: RETURN-CODE 16 WHEN THE RUN IS REFUSED     *
      *            (INVALID PARAMETERS, A FUND NOT ON FILE, AN       *
      *            INACTIVE SUCCESSOR, A ZERO PRICE, OR A CLOSED     *
      *            PERIOD -- NOTHING POSTS), 4 WHEN NO SLOT WAS      *
      *            CONVERTED OR AN INACTIVE ORCHESTRA STILL HOLDS    *
      *            THE CLOSING FUND, 0 OTHERWISE.                    *
      *                                                               *
      *  NOTES:    NONE                                               *
      ***************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.   FUNDMERG.
       AUTHOR.       MITCHELL TRAFTON.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL PARM-FILE ASSIGN TO MERGPARM.
           SELECT OPTIONAL PERIOD-FILE ASSIGN TO PERIODF.
           SELECT OPTIONAL PRICE-HIST-FILE ASSIGN TO PRCHIST.
           SELECT AUDIT-FILE ASSIGN TO AUDITFILE.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTLF.
           SELECT REPORT-FILE ASSIGN TO MERGRPT.


       DATA DIVISION.

       FILE SECTION.

       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-CLOSING-FUND-NBR    PIC 9(3).
           05                           PIC X.
           05  PARM-SUCCESSOR-FUND-NBR  PIC 9(3).
           05                           PIC X.
           05  PARM-CONVERSION-DATE     PIC 9(8).
           05                           PIC X(64).

       FD  PERIOD-FILE
           RECORDING MODE IS F.

           COPY PERIODREC.

       FD  PRICE-HIST-FILE
           RECORDING MODE IS F.

           COPY PRCHREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.

           COPY AUDITREC.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.

           COPY RUNCTLREC.

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

       01  FLAGS.
           05 RUN-REFUSED-FLAG         PIC X VALUE 'N'.
           05 RUNCTL-EOF-FLAG          PIC X VALUE 'N'.
           05 PERIOD-CLOSED-FLAG       PIC X VALUE 'N'.
           05 PERIOD-EOF-FLAG          PIC X VALUE 'N'.
           05 PRCH-EOF-FLAG            PIC X VALUE 'N'.
           05 HOLDER-SKIPPED-FLAG      PIC X VALUE 'N'.

       01  COUNTERS.
           05 ORCH-CONVERTED-CTR       PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 CONVERTED-CTR            PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 COMBINED-CTR             PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 SKIPPED-CTR              PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 ORCH-SLOT-CTR            PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 ALLOC-SUB                PIC 9.
           05 TARGET-ALLOC-SUB         PIC 9.

       01  RUN-NBR                     PIC 9(5) VALUE 0.

      *
      *    THE MERGER BEING RUN: THE TWO FUNDS, THE CONVERSION
      *    DATE, AND EACH FUND'S PRICE IN EFFECT ON THAT DATE WITH
      *    THE PRICE-HISTORY DATE IT WAS STRUCK (ZERO WHEN THE
      *    FUNDFILE PRICE WAS USED).
      *

       01  MERGER-FIELDS.
           05 CLOSING-FUND-NBR         PIC 999.
           05 SUCCESSOR-FUND-NBR       PIC 999.
           05 CONVERSION-DATE          PIC 9(8).
           05 CLOSING-SHR-PRC          PIC S9(3)V99.
           05 SUCCESSOR-SHR-PRC        PIC S9(3)V99.
           05 CLOSING-PRC-DATE         PIC 9(8) VALUE 0.
           05 SUCCESSOR-PRC-DATE       PIC 9(8) VALUE 0.
           05 CLOSING-FUND-NME         PIC X(25).
           05 SUCCESSOR-FUND-NME       PIC X(25).

      *
      *    ONE SLOT'S CONVERSION: THE POSITION LEAVING THE CLOSING
      *    FUND, ITS MARKET VALUE ON THE CONVERSION DATE, THE
      *    SUCCESSOR SHARES THAT VALUE BUYS, AND THE RECEIVING
      *    SLOT'S BALANCES BEFORE AND AFTER.
      *

       01  CONVERSION-FIELDS.
           05 MOVE-AMT                 PIC 9(9)V99 PACKED-DECIMAL.
           05 MOVE-SHARE-AMT           PIC 9(11)V9(4) PACKED-DECIMAL.
           05 MARKET-VALUE-AMT         PIC S9(9)V99.
           05 NEW-SHARE-AMT            PIC 9(11)V9(4).
           05 NEW-VALUE-AMT            PIC S9(11)V99 PACKED-DECIMAL.
           05 TARGET-AMT-BEFORE        PIC 9(9)V99 PACKED-DECIMAL.
           05 TARGET-SHARE-AMT-BEFORE  PIC 9(11)V9(4) PACKED-DECIMAL.

       01  CONTROL-TOTALS.
           05 TOT-DOLLARS-OUT-AMT      PIC 9(11)V99 PACKED-DECIMAL
                                            VALUE 0.
           05 TOT-DOLLARS-IN-AMT       PIC 9(11)V99 PACKED-DECIMAL
                                            VALUE 0.
           05 TOT-SHARES-OUT-AMT       PIC 9(11)V9(4) PACKED-DECIMAL
                                            VALUE 0.
           05 TOT-SHARES-IN-AMT        PIC 9(11)V9(4) PACKED-DECIMAL
                                            VALUE 0.
           05 TOT-VALUE-OUT-AMT        PIC S9(11)V99 PACKED-DECIMAL
                                            VALUE 0.
           05 TOT-VALUE-IN-AMT         PIC S9(11)V99 PACKED-DECIMAL
                                            VALUE 0.
           05 TOT-VALUE-DIFF-AMT       PIC S9(11)V99 PACKED-DECIMAL
                                            VALUE 0.

       01  SUBPROGRAM                  PIC 9(8).

       01  REPORT-HDR-1.
           05                          PIC X(44) VALUE
                          'FUND MERGER CONVERSION REGISTER FOR DATE: '.
           05 OUT-HDR-MONTH            PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-HDR-DAY              PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-HDR-YEAR             PIC 9999.
           05                          PIC X(78) VALUE SPACES.

       01  REPORT-FUND-HDR.
           05 OUT-FH-LABEL             PIC X(17).
           05 OUT-FH-FUND-NBR          PIC 999.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-FH-FUND-NME          PIC X(25).
           05                          PIC X(9) VALUE '  PRICE: '.
           05 OUT-FH-SHR-PRC           PIC $$$9.99.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-FH-PRC-SOURCE        PIC X(30).

       01  REPORT-COL-HDR.
           05                          PIC X(47) VALUE
                                                 'ORCHESTRA NAME'.
           05                          PIC X(4)  VALUE 'SLOT'.
           05                          PIC X(16) VALUE
                                               '    BOOK DOLLARS'.
           05                          PIC X(21) VALUE
                                               '      CLOSING SHARES'.
           05                          PIC X(21) VALUE
                                               '    SUCCESSOR SHARES'.
           05                          PIC X(5)  VALUE '  TO '.
           05                          PIC X(18) VALUE ' ACTION'.

       01  OUTPUT-CONVERSION-LINE.
           05 OUT-CV-ORCH-NME          PIC X(45).
           05                          PIC X(2) VALUE SPACES.
           05 OUT-CV-FROM-SLOT         PIC 9.
           05                          PIC X(3) VALUE SPACES.
           05 OUT-CV-BOOK-AMT          PIC $$$,$$$,$$9.99.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-CV-OLD-SHARES        PIC Z,ZZZ,ZZZ,ZZ9.9999.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-CV-NEW-SHARES        PIC Z,ZZZ,ZZZ,ZZ9.9999.
           05                          PIC X(3) VALUE SPACES.
           05 OUT-CV-TO-SLOT           PIC 9.
           05                          PIC X(3) VALUE SPACES.
           05 OUT-CV-ACTION            PIC X(18).

       01  OUTPUT-REFUSED-LINE.
           05                          PIC X(18) VALUE
                                               '*** RUN REFUSED: '.
           05 OUT-REFUSED-REASON       PIC X(100).

       01  PERIOD-CLOSED-REASON.
           05                          PIC X(50) VALUE
               'CONVERSION DATE IS IN A CLOSED ACCOUNTING PERIOD '.
           05                          PIC X(50) VALUE
               '-- REOPEN IT THROUGH PERCLOSE FIRST'.

       01  OUTPUT-NO-HOLDERS-LINE.
           05                          PIC X(60) VALUE
               '*** NO ACTIVE ORCHESTRA HOLDS THE CLOSING FUND -- '.
           05                          PIC X(30) VALUE
                                      'NOTHING CONVERTED'.

       01  OUTPUT-COUNTS-LINE.
           05                          PIC X(22) VALUE
                                               'ORCHESTRAS CONVERTED: '.
           05 OUT-ORCH-CONVERTED-CTR   PIC ZZZZ9.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(21) VALUE
                                               'SLOTS CONVERTED IN '.
           05                          PIC X(7) VALUE 'PLACE: '.
           05 OUT-CONVERTED-CTR        PIC ZZZZ9.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(16) VALUE
                                               'SLOTS COMBINED: '.
           05 OUT-COMBINED-CTR         PIC ZZZZ9.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(16) VALUE
                                               'SLOTS SKIPPED: '.
           05 OUT-SKIPPED-CTR          PIC ZZZZ9.

       01  OUTPUT-CONTROL-LINE.
           05 OUT-CTL-LABEL            PIC X(30).
           05 NEG-PAREN-OPEN           PIC X VALUE SPACES.
           05 OUT-CTL-AMT              PIC $$,$$$,$$$,$$9.99.
           05 NEG-PAREN-CLOSE          PIC X VALUE SPACES.

       01  OUTPUT-SHARE-CONTROL-LINE.
           05 OUT-SCTL-LABEL           PIC X(30).
           05                          PIC X VALUE SPACES.
           05 OUT-SCTL-AMT             PIC Z,ZZZ,ZZZ,ZZ9.9999.


       PROCEDURE DIVISION.

       0000-MAIN.

      ****************************************************************
      *    CONTROLS THE FLOW OF THE PROGRAM BY VALIDATING THE MERGER *
      *    PARAMETERS, FUNDS, PRICES AND PERIOD, CONVERTING EVERY    *
      *    HOLDER OF THE CLOSING FUND, PRINTING THE CONTROL TOTALS,  *
      *    AND REWRITING THE ORCHESTRA MASTER WITH THE CONVERSIONS   *
      *    POSTED.                                                   *
      ****************************************************************

           PERFORM 0050-READ-MERGER-PARM.

      *
      *    EVERY REFUSAL IS DECIDED BEFORE THE ORCHESTRA MASTER IS
      *    EVEN LOADED; A REFUSED RUN OPENS ONLY THE REGISTER, TO
      *    CARRY THE REFUSAL LINE, AND POSTS NOTHING.
      *

           IF RUN-REFUSED-FLAG = 'N'
              PERFORM 0055-CHECK-PERIOD-CONTROL
           END-IF.

           IF RUN-REFUSED-FLAG = 'N'
              MOVE 'BLDFUND' TO SUBPROGRAM
              CALL SUBPROGRAM USING FUNDS-TBL
              PERFORM 0080-VALIDATE-FUNDS
           END-IF.

           IF RUN-REFUSED-FLAG = 'N'
              PERFORM 0100-RESOLVE-PRICES
           END-IF.

           IF RUN-REFUSED-FLAG = 'Y'
              OPEN OUTPUT REPORT-FILE
              MOVE OUTPUT-REFUSED-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              CLOSE REPORT-FILE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE 'BLDORCH' TO SUBPROGRAM.

           CALL SUBPROGRAM USING ORCHS-TBL.

           PERFORM 0060-NUMBER-THIS-PASS.

           OPEN EXTEND AUDIT-FILE
                OUTPUT REPORT-FILE.

           PERFORM 0150-PRINT-HEADINGS.

           PERFORM 0200-CONVERT-ORCHESTRA
              VARYING ORCH-NDX FROM 1 BY 1
              UNTIL ORCH-NDX > TBL-ORCH-CTR.

           IF ORCH-CONVERTED-CTR = 0
              MOVE OUTPUT-NO-HOLDERS-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 2
           END-IF.

           PERFORM 0700-PRINT-CONTROL-TOTALS.

           CLOSE AUDIT-FILE
                 REPORT-FILE.

           MOVE 'UPDORCH' TO SUBPROGRAM.

           CALL SUBPROGRAM USING ORCHS-TBL.

           PERFORM 0900-WRITE-RUN-CONTROL.

           IF ORCH-CONVERTED-CTR = 0
              OR HOLDER-SKIPPED-FLAG = 'Y'
              MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       0000-EXIT. EXIT.

       0050-READ-MERGER-PARM.

      **************************************************************
      *    READS THE MERGER PARAMETERS FROM MERGPARM. A MISSING     *
      *    RECORD, A NON-NUMERIC OR ZERO FIELD, OR A CLOSING FUND   *
      *    EQUAL TO ITS SUCCESSOR REFUSES THE RUN.                  *
      **************************************************************

           OPEN INPUT PARM-FILE.

           READ PARM-FILE
              AT END
                 MOVE 'Y' TO RUN-REFUSED-FLAG
                 MOVE 'NO MERGER PARAMETER RECORD SUPPLIED'
                      TO OUT-REFUSED-REASON
              NOT AT END
                 IF PARM-CLOSING-FUND-NBR NUMERIC
                    AND PARM-SUCCESSOR-FUND-NBR NUMERIC
                    AND PARM-CONVERSION-DATE NUMERIC
                    AND PARM-CLOSING-FUND-NBR > 0
                    AND PARM-SUCCESSOR-FUND-NBR > 0
                    AND PARM-CONVERSION-DATE > 0
                    MOVE PARM-CLOSING-FUND-NBR TO CLOSING-FUND-NBR
                    MOVE PARM-SUCCESSOR-FUND-NBR TO SUCCESSOR-FUND-NBR
                    MOVE PARM-CONVERSION-DATE TO CONVERSION-DATE
                 ELSE
                    MOVE 'Y' TO RUN-REFUSED-FLAG
                    MOVE 'MERGER PARAMETER RECORD IS INVALID'
                         TO OUT-REFUSED-REASON
                 END-IF
           END-READ.

           CLOSE PARM-FILE.

           IF RUN-REFUSED-FLAG = 'N'
              AND CLOSING-FUND-NBR = SUCCESSOR-FUND-NBR
              MOVE 'Y' TO RUN-REFUSED-FLAG
              MOVE 'CLOSING AND SUCCESSOR FUND ARE THE SAME FUND'
                   TO OUT-REFUSED-REASON
           END-IF.

       0050-EXIT. EXIT.

       0055-CHECK-PERIOD-CONTROL.

      **************************************************************
      *    SCANS THE PERIOD CONTROL FILE FOR THE CALENDAR MONTH     *
      *    THE CONVERSION DATE FALLS IN; THE LATEST RECORD FOR THE  *
      *    PERIOD WINS. A CLOSED PERIOD REFUSES THE RUN.            *
      **************************************************************

           OPEN INPUT PERIOD-FILE.

           READ PERIOD-FILE
              AT END MOVE 'Y' TO PERIOD-EOF-FLAG
           END-READ.

           PERFORM 0056-CHECK-PERIOD-RECORD
              UNTIL PERIOD-EOF-FLAG = 'Y'.

           CLOSE PERIOD-FILE.

           IF PERIOD-CLOSED-FLAG = 'Y'
              MOVE 'Y' TO RUN-REFUSED-FLAG
              MOVE PERIOD-CLOSED-REASON TO OUT-REFUSED-REASON
           END-IF.

       0055-EXIT. EXIT.

       0056-CHECK-PERIOD-RECORD.

      **************************************************************
      *    EXAMINES ONE PERIOD CONTROL RECORD, CARRYING FORWARD     *
      *    THE LATEST CLOSED/OPEN STATUS FOR THE CONVERSION DATE'S  *
      *    PERIOD.                                                  *
      **************************************************************

           IF PD-PERIOD = CONVERSION-DATE(1:6)
              IF PD-STATUS = 'C'
                 MOVE 'Y' TO PERIOD-CLOSED-FLAG
              ELSE
                 MOVE 'N' TO PERIOD-CLOSED-FLAG
              END-IF
           END-IF.

           READ PERIOD-FILE
              AT END MOVE 'Y' TO PERIOD-EOF-FLAG
           END-READ.

       0056-EXIT. EXIT.

       0060-NUMBER-THIS-PASS.

      **************************************************************
      *    READS THE RUN CONTROL FILE FOR THE HIGHEST NUMBER IN    *
      *    THE RESERVED 90000+ UTILITY-PASS SERIES AND NUMBERS     *
      *    THIS PASS ONE HIGHER (90000 WHEN THE SERIES IS EMPTY),  *
      *    SO NO TWO PASSES EVER SHARE AN AUDIT RUN NUMBER AND     *
      *    NONE COLLIDES WITH A NIGHTLY RUN'S NUMBER.              *
      **************************************************************

           OPEN INPUT RUN-CONTROL-FILE.

           READ RUN-CONTROL-FILE
              AT END MOVE 'Y' TO RUNCTL-EOF-FLAG
           END-READ.

           PERFORM 0070-CHECK-RUN-CONTROL-RECORD
              UNTIL RUNCTL-EOF-FLAG = 'Y'.

           CLOSE RUN-CONTROL-FILE.

           IF RUN-NBR < 90000
              MOVE 90000 TO RUN-NBR
           ELSE
              ADD 1 TO RUN-NBR
           END-IF.

       0060-EXIT. EXIT.

       0070-CHECK-RUN-CONTROL-RECORD.

      **************************************************************
      *    TRACKS THE HIGHEST RESERVED-SERIES RUN NUMBER SEEN ON    *
      *    THE RUN CONTROL FILE.                                    *
      **************************************************************

           IF RC-RUN-NBR >= 90000 AND RC-RUN-NBR > RUN-NBR
              MOVE RC-RUN-NBR TO RUN-NBR
           END-IF.

           READ RUN-CONTROL-FILE
              AT END MOVE 'Y' TO RUNCTL-EOF-FLAG
           END-READ.

       0070-EXIT. EXIT.

       0080-VALIDATE-FUNDS.

      **************************************************************
      *    BOTH FUNDS MUST BE ON FILE, AND THE SUCCESSOR MUST BE    *
      *    ACTIVE -- HOLDERS ARE NEVER MOVED INTO A FUND THAT NO    *
      *    LONGER POSTS. THE CLOSING FUND MAY ALREADY BE INACTIVE.  *
      *    EACH FUND'S FUNDFILE PRICE IS KEPT AS THE FALLBACK FOR   *
      *    0100-RESOLVE-PRICES.                                     *
      **************************************************************

           SEARCH ALL TBL-FUND-NTRY
              AT END
                 MOVE 'Y' TO RUN-REFUSED-FLAG
                 MOVE 'CLOSING FUND IS NOT ON THE FUND MASTER'
                      TO OUT-REFUSED-REASON
              WHEN TBL-FUND-NBR(FUND-NDX) = CLOSING-FUND-NBR
                 MOVE TBL-FUND-NME(FUND-NDX) TO CLOSING-FUND-NME
                 MOVE TBL-FUND-SHR-PRC(FUND-NDX) TO CLOSING-SHR-PRC
           END-SEARCH.

           IF RUN-REFUSED-FLAG = 'N'
              SEARCH ALL TBL-FUND-NTRY
                 AT END
                    MOVE 'Y' TO RUN-REFUSED-FLAG
                    MOVE 'SUCCESSOR FUND IS NOT ON THE FUND MASTER'
                         TO OUT-REFUSED-REASON
                 WHEN TBL-FUND-NBR(FUND-NDX) = SUCCESSOR-FUND-NBR
                    MOVE TBL-FUND-NME(FUND-NDX) TO SUCCESSOR-FUND-NME
                    MOVE TBL-FUND-SHR-PRC(FUND-NDX)
                         TO SUCCESSOR-SHR-PRC
                    IF TBL-FUND-STATUS(FUND-NDX) NOT = 'A'
                       MOVE 'Y' TO RUN-REFUSED-FLAG
                       MOVE 'SUCCESSOR FUND IS NOT ACTIVE'
                            TO OUT-REFUSED-REASON
                    END-IF
              END-SEARCH
           END-IF.

       0080-EXIT. EXIT.

       0100-RESOLVE-PRICES.

      **************************************************************
      *    FINDS EACH FUND'S PRICE IN EFFECT ON THE CONVERSION      *
      *    DATE: THE LATEST PRICE HISTORY RECORD STRUCK ON OR       *
      *    BEFORE IT (ON A TIE THE LATER RECORD ON FILE WINS).      *
      *    WITH NO SUCH RECORD THE FUNDFILE PRICE STANDS. A PRICE   *
      *    THAT IS NOT POSITIVE REFUSES THE RUN -- NO SHARES CAN BE *
      *    STRUCK AGAINST IT.                                       *
      **************************************************************

           OPEN INPUT PRICE-HIST-FILE.

           READ PRICE-HIST-FILE
              AT END MOVE 'Y' TO PRCH-EOF-FLAG
           END-READ.

           PERFORM 0110-CHECK-PRICE-RECORD
              UNTIL PRCH-EOF-FLAG = 'Y'.

           CLOSE PRICE-HIST-FILE.

           IF CLOSING-SHR-PRC NOT > 0
              OR SUCCESSOR-SHR-PRC NOT > 0
              MOVE 'Y' TO RUN-REFUSED-FLAG
              MOVE 'A FUND HAS NO POSITIVE PRICE ON THE CONVERSION DATE'
                   TO OUT-REFUSED-REASON
           END-IF.

       0100-EXIT. EXIT.

       0110-CHECK-PRICE-RECORD.

      **************************************************************
      *    EXAMINES ONE PRICE HISTORY RECORD, KEEPING IT AS ITS     *
      *    FUND'S CONVERSION PRICE WHEN IT WAS STRUCK ON OR BEFORE  *
      *    THE CONVERSION DATE AND NO EARLIER THAN THE ONE HELD.    *
      **************************************************************

           IF PH-PRICE-DATE NOT > CONVERSION-DATE
              IF PH-FUND-NBR = CLOSING-FUND-NBR
                 AND PH-PRICE-DATE NOT < CLOSING-PRC-DATE
                 MOVE PH-NEW-SHR-PRC TO CLOSING-SHR-PRC
                 MOVE PH-PRICE-DATE TO CLOSING-PRC-DATE
              END-IF
              IF PH-FUND-NBR = SUCCESSOR-FUND-NBR
                 AND PH-PRICE-DATE NOT < SUCCESSOR-PRC-DATE
                 MOVE PH-NEW-SHR-PRC TO SUCCESSOR-SHR-PRC
                 MOVE PH-PRICE-DATE TO SUCCESSOR-PRC-DATE
              END-IF
           END-IF.

           READ PRICE-HIST-FILE
              AT END MOVE 'Y' TO PRCH-EOF-FLAG
           END-READ.

       0110-EXIT. EXIT.

       0150-PRINT-HEADINGS.

      **************************************************************
      *    PRINTS THE REGISTER HEADING, ONE LINE FOR EACH FUND      *
      *    WITH THE PRICE USED AND WHERE IT CAME FROM, AND THE      *
      *    COLUMN HEADINGS.                                         *
      **************************************************************

           MOVE CONVERSION-DATE(1:4) TO OUT-HDR-YEAR.
           MOVE CONVERSION-DATE(5:2) TO OUT-HDR-MONTH.
           MOVE CONVERSION-DATE(7:2) TO OUT-HDR-DAY.

           MOVE REPORT-HDR-1 TO REPORT-LINE.

           WRITE REPORT-LINE.

           MOVE 'CLOSING FUND:    ' TO OUT-FH-LABEL.
           MOVE CLOSING-FUND-NBR TO OUT-FH-FUND-NBR.
           MOVE CLOSING-FUND-NME TO OUT-FH-FUND-NME.
           MOVE CLOSING-SHR-PRC TO OUT-FH-SHR-PRC.

           IF CLOSING-PRC-DATE > 0
              MOVE 'PRICE HISTORY' TO OUT-FH-PRC-SOURCE
           ELSE
              MOVE 'FUND MASTER (NO HISTORY)' TO OUT-FH-PRC-SOURCE
           END-IF.

           MOVE REPORT-FUND-HDR TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 2.

           MOVE 'SUCCESSOR FUND:  ' TO OUT-FH-LABEL.
           MOVE SUCCESSOR-FUND-NBR TO OUT-FH-FUND-NBR.
           MOVE SUCCESSOR-FUND-NME TO OUT-FH-FUND-NME.
           MOVE SUCCESSOR-SHR-PRC TO OUT-FH-SHR-PRC.

           IF SUCCESSOR-PRC-DATE > 0
              MOVE 'PRICE HISTORY' TO OUT-FH-PRC-SOURCE
           ELSE
              MOVE 'FUND MASTER (NO HISTORY)' TO OUT-FH-PRC-SOURCE
           END-IF.

           MOVE REPORT-FUND-HDR TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

           MOVE REPORT-COL-HDR TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 2.

       0150-EXIT. EXIT.

       0200-CONVERT-ORCHESTRA.

      **************************************************************
      *    CONVERTS EVERY USED ALLOCATION SLOT OF ONE ORCHESTRA     *
      *    THAT HOLDS THE CLOSING FUND. AN INACTIVE ORCHESTRA IS    *
      *    NOT CONVERTED; ONE STILL CARRYING A BALANCE IN THE       *
      *    CLOSING FUND IS LISTED AS SKIPPED, SINCE FUNDMAINT WILL  *
      *    REFUSE THE DEACTIVATE UNTIL IT IS DEALT WITH.            *
      **************************************************************

           MOVE 0 TO ORCH-SLOT-CTR.

           PERFORM 0250-CHECK-ALLOCATION-SLOT
              VARYING ALLOC-SUB FROM 1 BY 1
              UNTIL ALLOC-SUB > TBL-FUND-ALLOC-CTR(ORCH-NDX).

           IF ORCH-SLOT-CTR > 0
              ADD 1 TO ORCH-CONVERTED-CTR
           END-IF.

       0200-EXIT. EXIT.

       0250-CHECK-ALLOCATION-SLOT.

      **************************************************************
      *    DECIDES WHAT TO DO WITH ONE ALLOCATION SLOT: CONVERT IT  *
      *    WHEN IT HOLDS THE CLOSING FUND FOR AN ACTIVE ORCHESTRA,  *
      *    REPORT IT WHEN AN INACTIVE ORCHESTRA STILL CARRIES A     *
      *    BALANCE THERE, OTHERWISE LEAVE IT ALONE.                 *
      **************************************************************

           IF TBL-ALLOC-FUND-NBR(ORCH-NDX, ALLOC-SUB) =
              CLOSING-FUND-NBR
              IF TBL-ORCH-STATUS(ORCH-NDX) = 'A'
                 ADD 1 TO ORCH-SLOT-CTR
                 PERFORM 0300-CONVERT-SLOT
              ELSE
                 IF TBL-ALLOC-ENDOWMT-AMT(ORCH-NDX, ALLOC-SUB) > 0
                    OR TBL-ALLOC-SHARE-AMT(ORCH-NDX, ALLOC-SUB) > 0
                    MOVE 'Y' TO HOLDER-SKIPPED-FLAG
                    ADD 1 TO SKIPPED-CTR
                    MOVE TBL-ALLOC-ENDOWMT-AMT(ORCH-NDX, ALLOC-SUB)
                         TO MOVE-AMT
                    MOVE TBL-ALLOC-SHARE-AMT(ORCH-NDX, ALLOC-SUB)
                         TO MOVE-SHARE-AMT
                    MOVE 0 TO NEW-SHARE-AMT
                    MOVE 0 TO TARGET-ALLOC-SUB
                    MOVE 'SKIPPED - INACTIVE' TO OUT-CV-ACTION
                    PERFORM 0600-PRINT-CONVERSION-LINE
                 END-IF
              END-IF
           END-IF.

       0250-EXIT. EXIT.

       0300-CONVERT-SLOT.

      **************************************************************
      *    CONVERTS ONE SLOT. ITS SHARES ARE VALUED AT THE CLOSING  *
      *    FUND'S PRICE AND THE VALUE RE-STRUCK AS SUCCESSOR SHARES *
      *    VIA CALCSHRS; ITS BOOK DOLLARS CARRY ACROSS UNCHANGED.   *
      *    THE RECEIVING SLOT IS ANOTHER SLOT ALREADY HOLDING THE   *
      *    SUCCESSOR WHEN THERE IS ONE (COMBINE), OTHERWISE THE     *
      *    SLOT ITSELF (CONVERT IN PLACE).                          *
      **************************************************************

           MOVE TBL-ALLOC-ENDOWMT-AMT(ORCH-NDX, ALLOC-SUB) TO MOVE-AMT.

           MOVE TBL-ALLOC-SHARE-AMT(ORCH-NDX, ALLOC-SUB)
                TO MOVE-SHARE-AMT.

           COMPUTE MARKET-VALUE-AMT ROUNDED =
              MOVE-SHARE-AMT * CLOSING-SHR-PRC.

           MOVE 0 TO NEW-SHARE-AMT.

           MOVE 'CALCSHRS' TO SUBPROGRAM.

           CALL SUBPROGRAM USING MARKET-VALUE-AMT
                                 SUCCESSOR-SHR-PRC
                                 NEW-SHARE-AMT.

           COMPUTE NEW-VALUE-AMT ROUNDED =
              NEW-SHARE-AMT * SUCCESSOR-SHR-PRC.

           MOVE ALLOC-SUB TO TARGET-ALLOC-SUB.

           PERFORM VARYING ALLOC-NDX FROM 1 BY 1
              UNTIL ALLOC-NDX > TBL-FUND-ALLOC-CTR(ORCH-NDX)
              IF TBL-ALLOC-FUND-NBR(ORCH-NDX, ALLOC-NDX) =
                 SUCCESSOR-FUND-NBR
                 AND TARGET-ALLOC-SUB = ALLOC-SUB
                 SET TARGET-ALLOC-SUB TO ALLOC-NDX
              END-IF
           END-PERFORM.

      *
      *    THE CLOSING FUND'S SLOT IS EMPTIED FIRST AND ITS 'MERGER
      *    OUT' RECORD WRITTEN, SO AN IN-PLACE CONVERSION'S 'MERGER
      *    IN' RECORD SHOWS THE SLOT RECEIVING FROM ZERO.
      *

           MOVE CLOSING-FUND-NBR TO AUD-FUND-NBR.
           MOVE 'MERGER OUT' TO AUD-TRAN-TYPE.
           MOVE ALLOC-SUB TO AUD-ALLOC-NBR.
           MOVE MOVE-AMT TO AUD-ENDOWMT-AMT-BEFORE.
           MOVE 0 TO AUD-ENDOWMT-AMT-AFTER.
           MOVE MOVE-SHARE-AMT TO AUD-SHARE-AMT-BEFORE.
           MOVE 0 TO AUD-SHARE-AMT-AFTER.

           PERFORM 0550-WRITE-AUDIT-RECORD.

           MOVE 0 TO TBL-ALLOC-ENDOWMT-AMT(ORCH-NDX, ALLOC-SUB).
           MOVE 0 TO TBL-ALLOC-SHARE-AMT(ORCH-NDX, ALLOC-SUB).
           MOVE SUCCESSOR-FUND-NBR TO
                TBL-ALLOC-FUND-NBR(ORCH-NDX, ALLOC-SUB).

           IF TARGET-ALLOC-SUB NOT = ALLOC-SUB
              ADD TBL-ALLOC-PCT(ORCH-NDX, ALLOC-SUB) TO
                  TBL-ALLOC-PCT(ORCH-NDX, TARGET-ALLOC-SUB)
              MOVE 0 TO TBL-ALLOC-PCT(ORCH-NDX, ALLOC-SUB)
              ADD 1 TO COMBINED-CTR
              MOVE 'COMBINED' TO OUT-CV-ACTION
           ELSE
              ADD 1 TO CONVERTED-CTR
              MOVE 'CONVERTED' TO OUT-CV-ACTION
           END-IF.

           MOVE TBL-ALLOC-ENDOWMT-AMT(ORCH-NDX, TARGET-ALLOC-SUB)
                TO TARGET-AMT-BEFORE.

           MOVE TBL-ALLOC-SHARE-AMT(ORCH-NDX, TARGET-ALLOC-SUB)
                TO TARGET-SHARE-AMT-BEFORE.

           ADD MOVE-AMT TO
               TBL-ALLOC-ENDOWMT-AMT(ORCH-NDX, TARGET-ALLOC-SUB).

           ADD NEW-SHARE-AMT TO
               TBL-ALLOC-SHARE-AMT(ORCH-NDX, TARGET-ALLOC-SUB).

           MOVE SUCCESSOR-FUND-NBR TO AUD-FUND-NBR.
           MOVE 'MERGER IN' TO AUD-TRAN-TYPE.
           MOVE TARGET-ALLOC-SUB TO AUD-ALLOC-NBR.
           MOVE TARGET-AMT-BEFORE TO AUD-ENDOWMT-AMT-BEFORE.
           MOVE TBL-ALLOC-ENDOWMT-AMT(ORCH-NDX, TARGET-ALLOC-SUB)
                TO AUD-ENDOWMT-AMT-AFTER.
           MOVE TARGET-SHARE-AMT-BEFORE TO AUD-SHARE-AMT-BEFORE.
           MOVE TBL-ALLOC-SHARE-AMT(ORCH-NDX, TARGET-ALLOC-SUB)
                TO AUD-SHARE-AMT-AFTER.

           PERFORM 0550-WRITE-AUDIT-RECORD.

           ADD MOVE-AMT TO TOT-DOLLARS-OUT-AMT.
           ADD MOVE-AMT TO TOT-DOLLARS-IN-AMT.
           ADD MOVE-SHARE-AMT TO TOT-SHARES-OUT-AMT.
           ADD NEW-SHARE-AMT TO TOT-SHARES-IN-AMT.
           ADD MARKET-VALUE-AMT TO TOT-VALUE-OUT-AMT.
           ADD NEW-VALUE-AMT TO TOT-VALUE-IN-AMT.

           PERFORM 0600-PRINT-CONVERSION-LINE.

       0300-EXIT. EXIT.

       0550-WRITE-AUDIT-RECORD.

      **************************************************************
      *    WRITES ONE AUDIT TRAIL RECORD FOR A MERGER LEG, IN       *
      *    0850-WRITE-AUDIT-RECORD STYLE. THE CALLER HAS ALREADY    *
      *    SET THE FUND, TYPE, SLOT AND BEFORE/AFTER BALANCES.      *
      **************************************************************

           MOVE TBL-ORCH-NME(ORCH-NDX)    TO AUD-ORCH-NME.
           MOVE CONVERSION-DATE            TO AUD-RUN-DATE.
           MOVE 0                          TO AUD-TRAN-REF-NBR.
           MOVE RUN-NBR                    TO AUD-RUN-NBR.

           WRITE AUDIT-RECORD.

       0550-EXIT. EXIT.

       0600-PRINT-CONVERSION-LINE.

      **************************************************************
      *    PRINTS ONE SLOT'S REGISTER LINE.                         *
      **************************************************************

           MOVE TBL-ORCH-NME(ORCH-NDX) TO OUT-CV-ORCH-NME.

           MOVE ALLOC-SUB TO OUT-CV-FROM-SLOT.

           MOVE MOVE-AMT TO OUT-CV-BOOK-AMT.

           MOVE MOVE-SHARE-AMT TO OUT-CV-OLD-SHARES.

           MOVE NEW-SHARE-AMT TO OUT-CV-NEW-SHARES.

           MOVE TARGET-ALLOC-SUB TO OUT-CV-TO-SLOT.

           MOVE OUTPUT-CONVERSION-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

       0600-EXIT. EXIT.

       0700-PRINT-CONTROL-TOTALS.

      **************************************************************
      *    PRINTS THE REGISTER'S CONTROL TOTALS. BOOK DOLLARS OUT   *
      *    MUST EQUAL BOOK DOLLARS IN; MARKET VALUE IN DIFFERS      *
      *    FROM MARKET VALUE OUT ONLY BY SHARE ROUNDING, AND THE    *
      *    DIFFERENCE IS PRINTED SO IT CAN BE SEEN TO BE PENNIES.   *
      **************************************************************

           MOVE ORCH-CONVERTED-CTR TO OUT-ORCH-CONVERTED-CTR.
           MOVE CONVERTED-CTR TO OUT-CONVERTED-CTR.
           MOVE COMBINED-CTR TO OUT-COMBINED-CTR.
           MOVE SKIPPED-CTR TO OUT-SKIPPED-CTR.

           MOVE OUTPUT-COUNTS-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 3.

           MOVE 'BOOK DOLLARS OUT:' TO OUT-CTL-LABEL.
           MOVE TOT-DOLLARS-OUT-AMT TO OUT-CTL-AMT.
           MOVE OUTPUT-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER 2.

           MOVE 'BOOK DOLLARS IN:' TO OUT-CTL-LABEL.
           MOVE TOT-DOLLARS-IN-AMT TO OUT-CTL-AMT.
           MOVE OUTPUT-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER 1.

           MOVE 'CLOSING FUND SHARES OUT:' TO OUT-SCTL-LABEL.
           MOVE TOT-SHARES-OUT-AMT TO OUT-SCTL-AMT.
           MOVE OUTPUT-SHARE-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER 2.

           MOVE 'SUCCESSOR FUND SHARES IN:' TO OUT-SCTL-LABEL.
           MOVE TOT-SHARES-IN-AMT TO OUT-SCTL-AMT.
           MOVE OUTPUT-SHARE-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER 1.

           MOVE 'MARKET VALUE OUT:' TO OUT-CTL-LABEL.
           MOVE TOT-VALUE-OUT-AMT TO OUT-CTL-AMT.
           MOVE OUTPUT-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER 2.

           MOVE 'MARKET VALUE IN:' TO OUT-CTL-LABEL.
           MOVE TOT-VALUE-IN-AMT TO OUT-CTL-AMT.
           MOVE OUTPUT-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER 1.

           COMPUTE TOT-VALUE-DIFF-AMT =
              TOT-VALUE-IN-AMT - TOT-VALUE-OUT-AMT.

           IF TOT-VALUE-DIFF-AMT < 0
              MOVE '(' TO NEG-PAREN-OPEN
              MOVE ')' TO NEG-PAREN-CLOSE
              COMPUTE TOT-VALUE-DIFF-AMT = 0 - TOT-VALUE-DIFF-AMT
           END-IF.

           MOVE 'ROUNDING DIFFERENCE:' TO OUT-CTL-LABEL.
           MOVE TOT-VALUE-DIFF-AMT TO OUT-CTL-AMT.
           MOVE OUTPUT-CONTROL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER 1.

       0700-EXIT. EXIT.

       0900-WRITE-RUN-CONTROL.

      **************************************************************
      *    STAMPS THE RUN CONTROL FILE WITH THIS PASS'S RESERVED-   *
      *    SERIES NUMBER, THE CONVERSION DATE, AND ITS COMPLETION   *
      *    STATUS, SO THE NEXT UTILITY PASS NUMBERS ITSELF HIGHER   *
      *    AND EVERY AUDIT RECORD'S RUN NUMBER TIES BACK TO         *
      *    EXACTLY ONE PASS.                                        *
      **************************************************************

           OPEN EXTEND RUN-CONTROL-FILE.

           MOVE RUN-NBR TO RC-RUN-NBR.

           MOVE CONVERSION-DATE TO RC-EFFECTIVE-DATE.

           IF HOLDER-SKIPPED-FLAG = 'Y'
              MOVE 'E' TO RC-RUN-STATUS
           ELSE
              MOVE 'C' TO RC-RUN-STATUS
           END-IF.

           WRITE RUNCTL-RECORD.

           CLOSE RUN-CONTROL-FILE.

       0900-EXIT. EXIT.
