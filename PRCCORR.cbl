      ***************************************************************
      *  FUNCTION: SHARE PRICE CORRECTION RUN. WHEN THE CUSTODIAN    *
      *            RESTATES A PRICE AFTER THE NIGHTLY LOAD HAS       *
      *            ALREADY APPLIED IT, THIS PASS TAKES THE FUND,     *
      *            THE PRICE DATE AND THE CORRECTED PRICE, FINDS     *
      *            EVERY AUDIT TRAIL POSTING THAT STRUCK ITS SHARES  *
      *            AT THE WRONG PRICE, RE-STRIKES THE SHARES ON THE  *
      *            ALLOCATION SLOT EACH ONE POSTED AGAINST, AND      *
      *            WRITES AN ADJUSTING AUDIT RECORD (TYPE 'PRICE     *
      *            CORR') FOR EACH. DOLLAR BALANCES DO NOT MOVE --   *
      *            ONLY THE NUMBER OF SHARES THE DOLLARS BOUGHT OR   *
      *            REDEEMED. THE CORRECTED PRICE IS APPENDED TO THE  *
      *            PRICE HISTORY SO AS-OF LOOKUPS FOR THE DATE SEE   *
      *            IT FROM NOW ON.                                   *
      *                                                               *
      *  INPUT:    PRCCPARM --                                       *
      *            OPERATOR PARAMETER RECORD CARRYING THE FUND       *
      *            NUMBER (999), THE PRICE DATE BEING CORRECTED      *
      *            (CCYYMMDD) AND THE CORRECTED PRICE (999V99),      *
      *            EACH FOLLOWED BY ONE SEPARATOR BYTE.              *
      *                                                               *
      *            ORCHFILE -- CURRENT ORCHESTRA MASTER (VIA         *
      *            BLDORCH).                                         *
      *                                                               *
      *            FUNDFILE -- CURRENT FUND MASTER (VIA BLDFUND).    *
      *                                                               *
      *            PERIODF --                                        *
      *            PERIOD CONTROL FILE. THE ADJUSTMENTS ARE DATED    *
      *            TODAY; A RUN TODAY IN A CLOSED ACCOUNTING PERIOD  *
      *            IS REFUSED BEFORE ANYTHING POSTS.                 *
      *                                                               *
      *  IN/OUTPUT: PRCHIST -- READ FOR THE PRICE ON FILE FOR THE    *
      *            DATE AND THE NEXT PRICE DATE AFTER IT, THEN       *
      *            EXTENDED WITH ONE RECORD FOR THE SAME PRICE DATE  *
      *            CARRYING THE WRONG PRICE AS ITS PRIOR PRICE AND   *
      *            THE CORRECTED PRICE AS ITS NEW PRICE.             *
      *                                                               *
      *            AUDITFILE -- READ TO SELECT THE POSTINGS TO       *
      *            CORRECT, THEN EXTENDED WITH ONE ADJUSTING RECORD  *
      *            PER POSTING CORRECTED.                            *
      *                                                               *
      *            RUNCTLF -- READ TO NUMBER THIS PASS FROM THE      *
      *            RESERVED 90000+ UTILITY-PASS SERIES, AND STAMPED  *
      *            WITH THE PASS'S OWN RECORD AT COMPLETION.         *
      *                                                               *
      *  OUTPUT:   ORCHFILE -- REWRITTEN WITH EVERY SLOT RE-STRUCK   *
      *            (VIA UPDORCH).                                    *
      *                                                               *
      *            FUNDFILE -- REWRITTEN (VIA UPDFUND) ONLY WHEN THE *
      *            CORRECTED DATE IS STILL THE FUND'S LATEST PRICE   *
      *            DATE AND THE MASTER STILL CARRIES THE WRONG       *
      *            PRICE, SO TONIGHT'S POSTING USES THE RIGHT ONE.   *
      *                                                               *
      *            PRCCRPT -- CORRECTION REGISTER: ONE LINE PER      *
      *            POSTING SELECTED, WITH THE SHARES STRUCK AT THE   *
      *            WRONG AND CORRECTED PRICES, THE ADJUSTMENT AND    *
      *            WHETHER IT WAS APPLIED, AND RUN TOTALS.           *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: RETURN-CODE 16 WHEN THE RUN IS REFUSED     *
      *            (PARAMETER MISSING OR NOT VALID, FUND NOT ON THE  *
      *            MASTER, NO PRICE ON FILE FOR THE DATE, CORRECTED  *
      *            PRICE SAME AS THE PRICE ON FILE, TOO MANY         *
      *            POSTINGS TO HOLD, OR TODAY IN A CLOSED PERIOD --  *
      *            NOTHING POSTS), 4 WHEN ANY SELECTED POSTING COULD *
      *            NOT BE CORRECTED OR A SLOT'S SHARES HAD TO BE     *
      *            FLOORED AT ZERO, 0 OTHERWISE.                     *
      *                                                               *
      *  NOTES:    A POSTING IS SELECTED WHEN IT IS IN THE FUND, IS  *
      *            DATED ON OR AFTER THE PRICE DATE AND BEFORE THE   *
      *            FUND'S NEXT PRICE DATE, MOVED BOTH DOLLARS AND    *
      *            SHARES, AND ITS DOLLARS OVER ITS SHARES COME TO   *
      *            A PRICE RECORDED FOR THE DATE (WITHIN A CENT).    *
      *            MERGER POSTINGS, STRUCK AT THE MERGER RATIO, AND  *
      *            EARLIER CORRECTIONS ARE NEVER SELECTED. A BACK-   *
      *            DATED POSTING MADE AFTER THE NEXT PRICE DATE IS   *
      *            DATED WITH ITS RUN'S EFFECTIVE DATE, NOT ITS OWN  *
      *            BATCH DATE, AND SO FALLS OUTSIDE THE WINDOW; THE  *
      *            AUDIT RECORD HAS NO ROOM TO CARRY THE BATCH DATE. *
      *            A SLOT THAT NO LONGER HOLDS THE FUND IS NOT       *
      *            RE-STRUCK AND THE REGISTER SAYS SO.               *
      ***************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.   PRCCORR.
       AUTHOR.       MITCHELL TRAFTON.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL PARM-FILE ASSIGN TO PRCCPARM.
           SELECT OPTIONAL PERIOD-FILE ASSIGN TO PERIODF.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO PRCHIST.
           SELECT AUDIT-FILE ASSIGN TO AUDITFILE.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTLF.
           SELECT REPORT-FILE ASSIGN TO PRCCRPT.


       DATA DIVISION.

       FILE SECTION.

       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-FUND-NBR            PIC 999.
           05                           PIC X.
           05  PARM-PRICE-DATE          PIC 9(8).
           05                           PIC X.
           05  PARM-CORR-SHR-PRC        PIC 9(3)V99.
           05                           PIC X(62).

       FD  PERIOD-FILE
           RECORDING MODE IS F.

           COPY PERIODREC.

       FD  HISTORY-FILE
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

      *
      *    EVERY PRICE THE HISTORY HAS EVER RECORDED FOR THE DATE
      *    BEING CORRECTED -- THE ORIGINAL LOAD AND ANY EARLIER
      *    CORRECTION -- SINCE A POSTING MAY HAVE BEEN STRUCK AT
      *    ANY OF THEM.
      *

       01  DATE-PRICE-TBL.
           05 DPRC-CTR                 PIC S9(4) BINARY SYNC VALUE 0.
           05 DPRC-NTRY                OCCURS 1 TO 50 TIMES
                                       DEPENDING ON DPRC-CTR
                                       INDEXED BY DPRC-NDX.
              10 DPRC-SHR-PRC          PIC S9(3)V99 PACKED-DECIMAL.

      *
      *    THE POSTINGS SELECTED ON THE AUDIT FILE READ PASS, HELD
      *    UNTIL THE FILE IS REOPENED FOR THE ADJUSTING RECORDS.
      *    SEL-CHG-AMT IS THE SIZE OF THE DOLLAR CHANGE; SEL-SHARE-
      *    DIR IS '+' WHEN THE POSTING ADDED SHARES, '-' WHEN IT
      *    TOOK THEM OFF.
      *

       01  SEL-TBL.
           05 SEL-CTR                  PIC S9(4) BINARY SYNC VALUE 0.
           05 SEL-NTRY                 OCCURS 1 TO 5000 TIMES
                                       DEPENDING ON SEL-CTR
                                       INDEXED BY SEL-NDX.
              10 SEL-ORCH-NME          PIC X(45).
              10 SEL-TRAN-TYPE         PIC X(12).
              10 SEL-CHG-AMT           PIC S9(9)V99 PACKED-DECIMAL.
              10 SEL-SHARE-DIR         PIC X.
              10 SEL-RUN-DATE          PIC 9(8).
              10 SEL-TRAN-REF-NBR      PIC 9(6).
              10 SEL-ALLOC-NBR         PIC 9.

       01  FLAGS.
           05 EOF-FLAG                 PIC X VALUE 'N'.
           05 RUNCTL-EOF-FLAG          PIC X VALUE 'N'.
           05 PERIOD-CLOSED-FLAG       PIC X VALUE 'N'.
           05 PERIOD-EOF-FLAG          PIC X VALUE 'N'.
           05 PRCH-EOF-FLAG            PIC X VALUE 'N'.
           05 RUN-REFUSED-FLAG         PIC X VALUE 'N'.
           05 PRICE-FOUND-FLAG         PIC X VALUE 'N'.
           05 SEL-OVERFLOW-FLAG        PIC X VALUE 'N'.
           05 CORR-SKIPPED-FLAG        PIC X VALUE 'N'.
           05 SLOT-OK-FLAG             PIC X VALUE 'N'.

       01  COUNTERS.
           05 CORRECTED-CTR            PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 SKIPPED-CTR              PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 FLOORED-CTR              PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 LINE-CTR                 PIC 99 BINARY SYNC VALUE 0.
           05 PAGE-CTR                 PIC 999 PACKED-DECIMAL VALUE 0.
           05 ALLOC-SUB                PIC 9.

       01  RUN-NBR                     PIC 9(5) VALUE 0.

      *
      *    THE CORRECTION ITSELF: THE FUND, THE PRICE DATE, THE
      *    CORRECTED PRICE, THE (LATEST) PRICE ON FILE FOR THE DATE
      *    THAT THE POSTINGS NOW REFLECT, AND THE FUND'S NEXT PRICE
      *    DATE AFTER IT (ZERO WHEN THE DATE IS STILL THE LATEST).
      *

       01  CORR-FIELDS.
           05 CORR-FUND-NBR            PIC 999.
           05 CORR-PRICE-DATE          PIC 9(8).
           05 CORR-SHR-PRC             PIC S9(3)V99 PACKED-DECIMAL.
           05 WRONG-SHR-PRC            PIC S9(3)V99 PACKED-DECIMAL.
           05 WINDOW-END-DATE          PIC 9(8).

      *
      *    ONE POSTING'S RE-STRIKE: ITS DOLLAR AND SHARE CHANGES AND
      *    THE PRICE THEY IMPLY, THE SHARES ITS DOLLARS COME TO AT
      *    THE WRONG AND CORRECTED PRICES, AND THE SIGNED ADJUSTMENT
      *    TO THE SLOT'S SHARE BALANCE.
      *

       01  RESTRIKE-FIELDS.
           05 AUD-CHG-AMT              PIC S9(9)V99 PACKED-DECIMAL.
           05 AUD-SHARE-CHG-AMT        PIC S9(11)V9(4) PACKED-DECIMAL.
           05 IMPLIED-SHR-PRC          PIC 9(13)V99 PACKED-DECIMAL.
           05 IMPLIED-LOW-PRC          PIC S9(13)V99 PACKED-DECIMAL.
           05 IMPLIED-HIGH-PRC         PIC S9(13)V99 PACKED-DECIMAL.
           05 OLD-STRIKE-SHARE-AMT     PIC 9(11)V9(4) PACKED-DECIMAL.
           05 NEW-STRIKE-SHARE-AMT     PIC 9(11)V9(4) PACKED-DECIMAL.
           05 SHARE-ADJ-AMT            PIC S9(11)V9(4) PACKED-DECIMAL.
           05 NEW-SLOT-SHARE-AMT       PIC S9(11)V9(4) PACKED-DECIMAL.
           05 RUN-TOT-ADJ-AMT          PIC S9(13)V9(4) PACKED-DECIMAL
                                            VALUE 0.

       01  SUBPROGRAM                  PIC 9(8).

       01  CURRENT-DATE-FIELDS.
           05  CURRENT-DATE            PIC 9(8).
           05  CURRENT-TIME            PIC X(8).
           05  DIFF-FROM-GMT           PIC S9(4).

       01  REPORT-HDR-1.
           05                          PIC X(34) VALUE
                          'PRICE CORRECTION REGISTER -- FUND '.
           05 OUT-HDR-FUND-NBR         PIC 999.
           05                          PIC X VALUE SPACE.
           05 OUT-HDR-FUND-NME         PIC X(25).
           05                          PIC X(13) VALUE
                                                 '  PRICE DATE '.
           05 OUT-HDR-MONTH            PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-HDR-DAY              PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-HDR-YEAR             PIC 9999.
           05                          PIC X(37) VALUE SPACES.
           05                          PIC X(6) VALUE 'PAGE: '.
           05 OUT-PAGE-CTR             PIC ZZ9.

       01  REPORT-HDR-2.
           05                          PIC X(15) VALUE
                                                 'PRICE ON FILE: '.
           05 OUT-HDR-WRONG-PRC        PIC ZZ9.99.
           05                          PIC X(20) VALUE
                                             '   CORRECTED PRICE: '.
           05 OUT-HDR-CORR-PRC         PIC ZZ9.99.
           05                          PIC X(85) VALUE SPACES.

       01  REPORT-COL-HDR.
           05                          PIC X(28) VALUE
                                                 'ORCHESTRA NAME'.
           05                          PIC X(14) VALUE 'TYPE'.
           05                          PIC X(11) VALUE 'POSTED'.
           05                          PIC X(7)  VALUE 'REF'.
           05                          PIC X(15) VALUE
                                                 '        AMOUNT '.
           05                          PIC X(16) VALUE
                                                 '  SHARES AT OLD '.
           05                          PIC X(16) VALUE
                                                 '  SHARES AT NEW '.
           05                          PIC X(16) VALUE
                                                 '      ADJUSTMENT'.
           05                          PIC X(9)  VALUE ' STATUS'.

       01  OUTPUT-CORR-LINE.
           05 OUT-CORR-ORCH-NME        PIC X(25).
           05                          PIC X VALUE SPACE.
           05 OUT-CORR-ALLOC-NBR       PIC 9.
           05                          PIC X VALUE SPACE.
           05 OUT-CORR-TRAN-TYPE       PIC X(12).
           05                          PIC X(2) VALUE SPACES.
           05 OUT-CORR-MONTH           PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-CORR-DAY             PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-CORR-YEAR            PIC 9999.
           05                          PIC X VALUE SPACE.
           05 OUT-CORR-REF-NBR         PIC 9(6).
           05                          PIC X VALUE SPACE.
           05 OUT-CORR-AMT             PIC $$$,$$$,$$9.99.
           05                          PIC X VALUE SPACE.
           05 OUT-CORR-OLD-SHARE-AMT   PIC ZZ,ZZZ,ZZ9.9999.
           05                          PIC X VALUE SPACE.
           05 OUT-CORR-NEW-SHARE-AMT   PIC ZZ,ZZZ,ZZ9.9999.
           05                          PIC X VALUE SPACE.
           05 OUT-CORR-ADJ-AMT         PIC -Z,ZZZ,ZZ9.9999.
           05                          PIC X VALUE SPACE.
           05 OUT-CORR-STATUS          PIC X(9).

       01  OUTPUT-NONE-LINE.
           05                          PIC X(60) VALUE
               'NO POSTINGS WERE STRUCK AT THE PRICE BEING CORRECTED'.

       01  OUTPUT-REFUSED-LINE.
           05                          PIC X(17) VALUE
                                               '*** RUN REFUSED: '.
           05 OUT-REFUSED-REASON       PIC X(60).
           05                          PIC X(55) VALUE
               ' -- NOTHING POSTED, PRICE HISTORY NOT CHANGED'.

       01  OUTPUT-TOTALS-LINE.
           05                          PIC X(11) VALUE 'CORRECTED: '.
           05 OUT-CORRECTED-CTR        PIC ZZZZ9.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(15) VALUE
                                                 'NOT CORRECTED: '.
           05 OUT-SKIPPED-CTR          PIC ZZZZ9.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(20) VALUE
                                             'FLOORED AT ZERO:    '.
           05 OUT-FLOORED-CTR          PIC ZZZZ9.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(22) VALUE
                                             'NET SHARE ADJUSTMENT: '.
           05 OUT-RUN-TOT-ADJ-AMT      PIC -ZZZ,ZZZ,ZZZ,ZZ9.9999.


       PROCEDURE DIVISION.

       0000-MAIN.

      ****************************************************************
      *    CONTROLS THE FLOW OF THE PROGRAM: VALIDATES THE           *
      *    CORRECTION AGAINST THE PARAMETER, THE PERIOD CONTROL      *
      *    FILE, THE FUND MASTER AND THE PRICE HISTORY, SELECTS THE  *
      *    POSTINGS STRUCK AT THE WRONG PRICE, RE-STRIKES THEM,      *
      *    AND RECORDS THE CORRECTED PRICE.                          *
      ****************************************************************

           PERFORM 0050-READ-CORRECTION-PARM.

           IF RUN-REFUSED-FLAG = 'N'
              PERFORM 0055-CHECK-PERIOD-CONTROL
              IF PERIOD-CLOSED-FLAG = 'Y'
                 MOVE 'Y' TO RUN-REFUSED-FLAG
                 MOVE 'TODAY IS IN A CLOSED ACCOUNTING PERIOD'
                      TO OUT-REFUSED-REASON
              END-IF
           END-IF.

           MOVE 'BLDFUND' TO SUBPROGRAM.

           CALL SUBPROGRAM USING FUNDS-TBL.

           IF RUN-REFUSED-FLAG = 'N'
              SEARCH ALL TBL-FUND-NTRY
                 AT END
                    MOVE 'Y' TO RUN-REFUSED-FLAG
                    MOVE 'FUND IS NOT ON THE FUND MASTER'
                         TO OUT-REFUSED-REASON
                 WHEN TBL-FUND-NBR(FUND-NDX) = CORR-FUND-NBR
                    CONTINUE
              END-SEARCH
           END-IF.

           IF RUN-REFUSED-FLAG = 'N'
              PERFORM 0100-SCAN-PRICE-HISTORY
           END-IF.

           IF RUN-REFUSED-FLAG = 'N'
              PERFORM 0200-SELECT-POSTINGS
           END-IF.

      *
      *    EVERY REFUSAL IS DECIDED BEFORE ANYTHING IS WRITTEN. ONLY
      *    THE REGISTER IS OPENED, TO CARRY THE REFUSAL LINE.
      *

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

           MOVE CORR-FUND-NBR TO OUT-HDR-FUND-NBR.
           MOVE TBL-FUND-NME(FUND-NDX) TO OUT-HDR-FUND-NME.
           MOVE CORR-PRICE-DATE(1:4) TO OUT-HDR-YEAR.
           MOVE CORR-PRICE-DATE(5:2) TO OUT-HDR-MONTH.
           MOVE CORR-PRICE-DATE(7:2) TO OUT-HDR-DAY.
           MOVE WRONG-SHR-PRC TO OUT-HDR-WRONG-PRC.
           MOVE CORR-SHR-PRC TO OUT-HDR-CORR-PRC.

           PERFORM 0700-PRINT-PAGE-HEADER.

           IF SEL-CTR = 0
              MOVE OUTPUT-NONE-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 1
              ADD 1 TO LINE-CTR
           END-IF.

           PERFORM 0300-CORRECT-POSTING
              VARYING SEL-NDX FROM 1 BY 1
              UNTIL SEL-NDX > SEL-CTR.

           MOVE CORRECTED-CTR TO OUT-CORRECTED-CTR.
           MOVE SKIPPED-CTR TO OUT-SKIPPED-CTR.
           MOVE FLOORED-CTR TO OUT-FLOORED-CTR.
           MOVE RUN-TOT-ADJ-AMT TO OUT-RUN-TOT-ADJ-AMT.

           MOVE OUTPUT-TOTALS-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 2.

           CLOSE AUDIT-FILE
                 REPORT-FILE.

           MOVE 'UPDORCH' TO SUBPROGRAM.

           CALL SUBPROGRAM USING ORCHS-TBL.

           PERFORM 0800-RECORD-CORRECTED-PRICE.

           PERFORM 0900-WRITE-RUN-CONTROL.

           IF CORR-SKIPPED-FLAG = 'Y'
              MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       0000-EXIT. EXIT.

       0050-READ-CORRECTION-PARM.

      **************************************************************
      *    READS THE FUND, PRICE DATE AND CORRECTED PRICE FROM      *
      *    PRCCPARM. A MISSING RECORD, A NON-NUMERIC FIELD, A ZERO  *
      *    DATE OR A ZERO PRICE REFUSES THE RUN.                    *
      **************************************************************

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.

           MOVE 'Y' TO RUN-REFUSED-FLAG.

           MOVE 'PRCCPARM FUND, DATE OR PRICE IS MISSING OR NOT VALID'
                TO OUT-REFUSED-REASON.

           OPEN INPUT PARM-FILE.

           READ PARM-FILE
              AT END CONTINUE
              NOT AT END
                 IF PARM-FUND-NBR NUMERIC
                    AND PARM-PRICE-DATE NUMERIC
                    AND PARM-PRICE-DATE > 0
                    AND PARM-CORR-SHR-PRC NUMERIC
                    AND PARM-CORR-SHR-PRC > 0
                    MOVE 'N' TO RUN-REFUSED-FLAG
                    MOVE PARM-FUND-NBR TO CORR-FUND-NBR
                    MOVE PARM-PRICE-DATE TO CORR-PRICE-DATE
                    MOVE PARM-CORR-SHR-PRC TO CORR-SHR-PRC
                 END-IF
           END-READ.

           CLOSE PARM-FILE.

       0050-EXIT. EXIT.

       0055-CHECK-PERIOD-CONTROL.

      **************************************************************
      *    SCANS THE PERIOD CONTROL FILE FOR THE CALENDAR MONTH     *
      *    TODAY FALLS IN -- THE DATE THE ADJUSTMENTS ARE STAMPED   *
      *    WITH; THE LATEST RECORD FOR THE PERIOD WINS. SETS        *
      *    PERIOD-CLOSED-FLAG WHEN THAT PERIOD HAS BEEN CLOSED.     *
      **************************************************************

           OPEN INPUT PERIOD-FILE.

           READ PERIOD-FILE
              AT END MOVE 'Y' TO PERIOD-EOF-FLAG
           END-READ.

           PERFORM 0056-CHECK-PERIOD-RECORD
              UNTIL PERIOD-EOF-FLAG = 'Y'.

           CLOSE PERIOD-FILE.

       0055-EXIT. EXIT.

       0056-CHECK-PERIOD-RECORD.

      **************************************************************
      *    EXAMINES ONE PERIOD CONTROL RECORD, CARRYING FORWARD     *
      *    THE LATEST CLOSED/OPEN STATUS FOR TODAY'S PERIOD.        *
      **************************************************************

           IF PD-PERIOD = CURRENT-DATE(1:6)
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

       0100-SCAN-PRICE-HISTORY.

      **************************************************************
      *    READS THE PRICE HISTORY FOR THE FUND: THE PRICE ON FILE  *
      *    FOR THE DATE (THE LATEST RECORD FOR IT WINS), EVERY      *
      *    PRICE EVER RECORDED FOR IT, AND THE FUND'S NEXT PRICE    *
      *    DATE AFTER IT. REFUSES THE RUN WHEN THE DATE HAS NO      *
      *    PRICE ON FILE OR THE CORRECTED PRICE IS NO CHANGE.       *
      **************************************************************

           MOVE 0 TO WINDOW-END-DATE.

           OPEN INPUT HISTORY-FILE.

           READ HISTORY-FILE
              AT END MOVE 'Y' TO PRCH-EOF-FLAG
           END-READ.

           PERFORM 0150-CHECK-PRICE-HIST-RECORD
              UNTIL PRCH-EOF-FLAG = 'Y'.

           CLOSE HISTORY-FILE.

           IF PRICE-FOUND-FLAG = 'N'
              MOVE 'Y' TO RUN-REFUSED-FLAG
              MOVE 'NO PRICE ON FILE FOR THE FUND ON THE PRICE DATE'
                   TO OUT-REFUSED-REASON
           ELSE
              IF CORR-SHR-PRC = WRONG-SHR-PRC
                 MOVE 'Y' TO RUN-REFUSED-FLAG
                 MOVE 'CORRECTED PRICE IS THE PRICE ALREADY ON FILE'
                      TO OUT-REFUSED-REASON
              END-IF
           END-IF.

       0100-EXIT. EXIT.

       0150-CHECK-PRICE-HIST-RECORD.

      **************************************************************
      *    APPLIES ONE PRICE HISTORY RECORD FOR THE FUND.           *
      **************************************************************

           IF PH-FUND-NBR = CORR-FUND-NBR
              IF PH-PRICE-DATE = CORR-PRICE-DATE
                 MOVE 'Y' TO PRICE-FOUND-FLAG
                 MOVE PH-NEW-SHR-PRC TO WRONG-SHR-PRC
                 PERFORM 0160-ADD-DATE-PRICE
              ELSE
                 IF PH-PRICE-DATE > CORR-PRICE-DATE
                    AND (WINDOW-END-DATE = 0
                         OR PH-PRICE-DATE < WINDOW-END-DATE)
                    MOVE PH-PRICE-DATE TO WINDOW-END-DATE
                 END-IF
              END-IF
           END-IF.

           READ HISTORY-FILE
              AT END MOVE 'Y' TO PRCH-EOF-FLAG
           END-READ.

       0150-EXIT. EXIT.

       0160-ADD-DATE-PRICE.

      **************************************************************
      *    ADDS A PRICE RECORDED FOR THE DATE TO DATE-PRICE-TBL     *
      *    UNLESS IT IS ALREADY THERE.                              *
      **************************************************************

           SET DPRC-NDX TO 1.

           SEARCH DPRC-NTRY
              AT END
                 IF DPRC-CTR < 50
                    ADD 1 TO DPRC-CTR
                    MOVE PH-NEW-SHR-PRC TO DPRC-SHR-PRC(DPRC-CTR)
                 END-IF
              WHEN DPRC-SHR-PRC(DPRC-NDX) = PH-NEW-SHR-PRC
                 CONTINUE
           END-SEARCH.

       0160-EXIT. EXIT.

       0200-SELECT-POSTINGS.

      **************************************************************
      *    READS THE AUDIT FILE AND HOLDS EVERY POSTING STRUCK AT   *
      *    A PRICE RECORDED FOR THE DATE (SEE NOTES). REFUSES THE   *
      *    RUN WHEN THERE ARE MORE THAN SEL-TBL CAN HOLD, SO A      *
      *    CORRECTION IS NEVER APPLIED IN PART.                     *
      **************************************************************

           OPEN INPUT AUDIT-FILE.

           READ AUDIT-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

           PERFORM 0250-CHECK-AUDIT-RECORD
              UNTIL EOF-FLAG = 'Y'.

           CLOSE AUDIT-FILE.

           IF SEL-OVERFLOW-FLAG = 'Y'
              MOVE 'Y' TO RUN-REFUSED-FLAG
              MOVE 'MORE THAN 5000 POSTINGS STRUCK AT THE PRICE'
                   TO OUT-REFUSED-REASON
           END-IF.

       0200-EXIT. EXIT.

       0250-CHECK-AUDIT-RECORD.

      **************************************************************
      *    TESTS ONE AUDIT RECORD AGAINST THE SELECTION RULES AND   *
      *    HOLDS IT WHEN IT QUALIFIES. THE PRICE IT WAS STRUCK AT   *
      *    IS ITS DOLLAR CHANGE OVER ITS SHARE CHANGE, ROUNDED TO   *
      *    THE CENT.                                                *
      **************************************************************

           COMPUTE AUD-CHG-AMT =
              AUD-ENDOWMT-AMT-AFTER - AUD-ENDOWMT-AMT-BEFORE.

           COMPUTE AUD-SHARE-CHG-AMT =
              AUD-SHARE-AMT-AFTER - AUD-SHARE-AMT-BEFORE.

           IF AUD-FUND-NBR = CORR-FUND-NBR
              AND AUD-RUN-DATE NOT < CORR-PRICE-DATE
              AND (WINDOW-END-DATE = 0
                   OR AUD-RUN-DATE < WINDOW-END-DATE)
              AND AUD-TRAN-TYPE NOT = 'MERGER OUT'
              AND AUD-TRAN-TYPE NOT = 'MERGER IN'
              AND AUD-TRAN-TYPE NOT = 'PRICE CORR'
              AND AUD-CHG-AMT NOT = 0
              AND AUD-SHARE-CHG-AMT NOT = 0

              IF AUD-CHG-AMT < 0
                 COMPUTE AUD-CHG-AMT = 0 - AUD-CHG-AMT
              END-IF

              IF AUD-SHARE-CHG-AMT < 0
                 COMPUTE IMPLIED-SHR-PRC ROUNDED =
                    AUD-CHG-AMT / (0 - AUD-SHARE-CHG-AMT)
              ELSE
                 COMPUTE IMPLIED-SHR-PRC ROUNDED =
                    AUD-CHG-AMT / AUD-SHARE-CHG-AMT
              END-IF

              COMPUTE IMPLIED-LOW-PRC = IMPLIED-SHR-PRC - .01
              COMPUTE IMPLIED-HIGH-PRC = IMPLIED-SHR-PRC + .01

              SET DPRC-NDX TO 1

              SEARCH DPRC-NTRY
                 AT END CONTINUE
                 WHEN DPRC-SHR-PRC(DPRC-NDX) NOT < IMPLIED-LOW-PRC
                  AND DPRC-SHR-PRC(DPRC-NDX) NOT > IMPLIED-HIGH-PRC
                    PERFORM 0260-HOLD-POSTING
              END-SEARCH

           END-IF.

           READ AUDIT-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0250-EXIT. EXIT.

       0260-HOLD-POSTING.

      **************************************************************
      *    HOLDS ONE SELECTED POSTING IN SEL-TBL.                   *
      **************************************************************

           IF SEL-CTR < 5000
              ADD 1 TO SEL-CTR
              MOVE AUD-ORCH-NME     TO SEL-ORCH-NME(SEL-CTR)
              MOVE AUD-TRAN-TYPE    TO SEL-TRAN-TYPE(SEL-CTR)
              MOVE AUD-CHG-AMT      TO SEL-CHG-AMT(SEL-CTR)
              IF AUD-SHARE-CHG-AMT > 0
                 MOVE '+' TO SEL-SHARE-DIR(SEL-CTR)
              ELSE
                 MOVE '-' TO SEL-SHARE-DIR(SEL-CTR)
              END-IF
              MOVE AUD-RUN-DATE     TO SEL-RUN-DATE(SEL-CTR)
              MOVE AUD-TRAN-REF-NBR TO SEL-TRAN-REF-NBR(SEL-CTR)
              IF AUD-ALLOC-NBR = 0
                 MOVE 1 TO SEL-ALLOC-NBR(SEL-CTR)
              ELSE
                 MOVE AUD-ALLOC-NBR TO SEL-ALLOC-NBR(SEL-CTR)
              END-IF
           ELSE
              MOVE 'Y' TO SEL-OVERFLOW-FLAG
           END-IF.

       0260-EXIT. EXIT.

       0300-CORRECT-POSTING.

      **************************************************************
      *    RE-STRIKES ONE SELECTED POSTING: THE SHARES ITS DOLLARS  *
      *    COME TO AT THE WRONG AND AT THE CORRECTED PRICE (VIA     *
      *    CALCSHRS, AS THE POSTING RUN STRUCK THEM), AND THE       *
      *    DIFFERENCE -- ADDED TO THE SLOT WHEN THE POSTING ADDED   *
      *    SHARES, TAKEN OFF WHEN IT REMOVED THEM. THE SLOT MUST    *
      *    STILL BELONG TO THE ORCHESTRA AND HOLD THE FUND.         *
      **************************************************************

           MOVE 'CALCSHRS' TO SUBPROGRAM.

           CALL SUBPROGRAM USING SEL-CHG-AMT(SEL-NDX)
                                 WRONG-SHR-PRC
                                 OLD-STRIKE-SHARE-AMT.

           CALL SUBPROGRAM USING SEL-CHG-AMT(SEL-NDX)
                                 CORR-SHR-PRC
                                 NEW-STRIKE-SHARE-AMT.

           IF SEL-SHARE-DIR(SEL-NDX) = '+'
              COMPUTE SHARE-ADJ-AMT =
                 NEW-STRIKE-SHARE-AMT - OLD-STRIKE-SHARE-AMT
           ELSE
              COMPUTE SHARE-ADJ-AMT =
                 OLD-STRIKE-SHARE-AMT - NEW-STRIKE-SHARE-AMT
           END-IF.

           MOVE SEL-ALLOC-NBR(SEL-NDX) TO ALLOC-SUB.

           MOVE 'N' TO SLOT-OK-FLAG.

           SEARCH ALL TBL-ORCH-NTRY
              AT END CONTINUE
              WHEN TBL-ORCH-NME(ORCH-NDX) = SEL-ORCH-NME(SEL-NDX)
                 IF ALLOC-SUB NOT > TBL-FUND-ALLOC-CTR(ORCH-NDX)
                    AND TBL-ALLOC-FUND-NBR(ORCH-NDX, ALLOC-SUB) =
                        CORR-FUND-NBR
                    MOVE 'Y' TO SLOT-OK-FLAG
                 END-IF
           END-SEARCH.

           IF SLOT-OK-FLAG = 'N'
              MOVE 'Y' TO CORR-SKIPPED-FLAG
              ADD 1 TO SKIPPED-CTR
              MOVE 'SLOT GONE' TO OUT-CORR-STATUS
           ELSE
              PERFORM 0400-RESTRIKE-SLOT
           END-IF.

           PERFORM 0600-PRINT-CORR-LINE.

       0300-EXIT. EXIT.

       0400-RESTRIKE-SLOT.

      **************************************************************
      *    APPLIES THE SHARE ADJUSTMENT TO THE SLOT, WRITING ITS    *
      *    ADJUSTING AUDIT RECORD. A SLOT WHOSE SHARES WOULD GO     *
      *    NEGATIVE (SHARES ALREADY REDEEMED SINCE) IS FLOORED AT   *
      *    ZERO AND THE REGISTER SAYS SO.                           *
      **************************************************************

           ADD 1 TO CORRECTED-CTR.

           ADD SHARE-ADJ-AMT TO RUN-TOT-ADJ-AMT.

           COMPUTE NEW-SLOT-SHARE-AMT =
              TBL-ALLOC-SHARE-AMT(ORCH-NDX, ALLOC-SUB) + SHARE-ADJ-AMT.

           IF NEW-SLOT-SHARE-AMT < 0
              MOVE 0 TO NEW-SLOT-SHARE-AMT
              MOVE 'Y' TO CORR-SKIPPED-FLAG
              ADD 1 TO FLOORED-CTR
              MOVE 'FLOORED' TO OUT-CORR-STATUS
           ELSE
              MOVE 'CORRECTED' TO OUT-CORR-STATUS
           END-IF.

           PERFORM 0550-WRITE-AUDIT-RECORD.

           MOVE NEW-SLOT-SHARE-AMT TO
                TBL-ALLOC-SHARE-AMT(ORCH-NDX, ALLOC-SUB).

       0400-EXIT. EXIT.

       0550-WRITE-AUDIT-RECORD.

      **************************************************************
      *    WRITES THE ADJUSTING AUDIT TRAIL RECORD FOR ONE RE-      *
      *    STRIKE, IN 0850-WRITE-AUDIT-RECORD STYLE. THE SLOT'S     *
      *    DOLLARS ARE THE SAME BEFORE AND AFTER; ONLY ITS SHARES   *
      *    MOVE. THE REFERENCE NUMBER IS THE CORRECTED POSTING'S,   *
      *    SO THE TWO TIE TOGETHER.                                 *
      **************************************************************

           MOVE TBL-ORCH-NME(ORCH-NDX)     TO AUD-ORCH-NME.
           MOVE CORR-FUND-NBR              TO AUD-FUND-NBR.
           MOVE 'PRICE CORR'               TO AUD-TRAN-TYPE.
           MOVE TBL-ALLOC-ENDOWMT-AMT(ORCH-NDX, ALLOC-SUB)
                                           TO AUD-ENDOWMT-AMT-BEFORE.
           MOVE TBL-ALLOC-ENDOWMT-AMT(ORCH-NDX, ALLOC-SUB)
                                           TO AUD-ENDOWMT-AMT-AFTER.
           MOVE TBL-ALLOC-SHARE-AMT(ORCH-NDX, ALLOC-SUB)
                                           TO AUD-SHARE-AMT-BEFORE.
           MOVE NEW-SLOT-SHARE-AMT         TO AUD-SHARE-AMT-AFTER.
           MOVE CURRENT-DATE               TO AUD-RUN-DATE.
           MOVE SEL-TRAN-REF-NBR(SEL-NDX)  TO AUD-TRAN-REF-NBR.
           MOVE ALLOC-SUB                  TO AUD-ALLOC-NBR.
           MOVE RUN-NBR                    TO AUD-RUN-NBR.

           WRITE AUDIT-RECORD.

       0550-EXIT. EXIT.

       0600-PRINT-CORR-LINE.

      **************************************************************
      *    PRINTS ONE SELECTED POSTING'S REGISTER LINE. A NEW PAGE  *
      *    EVERY 55 LINES.                                          *
      **************************************************************

           IF LINE-CTR > 55
              PERFORM 0700-PRINT-PAGE-HEADER
           END-IF.

           MOVE SEL-ORCH-NME(SEL-NDX)     TO OUT-CORR-ORCH-NME.
           MOVE SEL-ALLOC-NBR(SEL-NDX)    TO OUT-CORR-ALLOC-NBR.
           MOVE SEL-TRAN-TYPE(SEL-NDX)    TO OUT-CORR-TRAN-TYPE.
           MOVE SEL-RUN-DATE(SEL-NDX)(1:4) TO OUT-CORR-YEAR.
           MOVE SEL-RUN-DATE(SEL-NDX)(5:2) TO OUT-CORR-MONTH.
           MOVE SEL-RUN-DATE(SEL-NDX)(7:2) TO OUT-CORR-DAY.
           MOVE SEL-TRAN-REF-NBR(SEL-NDX) TO OUT-CORR-REF-NBR.
           MOVE SEL-CHG-AMT(SEL-NDX)      TO OUT-CORR-AMT.
           MOVE OLD-STRIKE-SHARE-AMT      TO OUT-CORR-OLD-SHARE-AMT.
           MOVE NEW-STRIKE-SHARE-AMT      TO OUT-CORR-NEW-SHARE-AMT.
           MOVE SHARE-ADJ-AMT             TO OUT-CORR-ADJ-AMT.

           MOVE OUTPUT-CORR-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

           ADD 1 TO LINE-CTR.

       0600-EXIT. EXIT.

       0700-PRINT-PAGE-HEADER.

      **************************************************************
      *    PRINTS THE REGISTER HEADINGS WITH THE PAGE NUMBER AND    *
      *    THE COLUMN HEADER AT THE TOP OF A NEW PAGE.              *
      **************************************************************

           ADD 1 TO PAGE-CTR.

           MOVE PAGE-CTR TO OUT-PAGE-CTR.

           MOVE REPORT-HDR-1 TO REPORT-LINE.

           WRITE REPORT-LINE AFTER PAGE.

           MOVE REPORT-HDR-2 TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

           MOVE REPORT-COL-HDR TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 2.

           MOVE 4 TO LINE-CTR.

       0700-EXIT. EXIT.

       0800-RECORD-CORRECTED-PRICE.

      **************************************************************
      *    APPENDS THE CORRECTED PRICE TO THE PRICE HISTORY UNDER   *
      *    THE SAME PRICE DATE, SO IT REPLACES THE WRONG ONE FOR    *
      *    EVERY AS-OF LOOKUP. WHEN THE DATE IS STILL THE FUND'S    *
      *    LATEST PRICE DATE AND THE FUND MASTER STILL CARRIES THE  *
      *    WRONG PRICE, THE MASTER IS CORRECTED TOO.                *
      **************************************************************

           OPEN EXTEND HISTORY-FILE.

           MOVE CORR-FUND-NBR     TO PH-FUND-NBR.
           MOVE CORR-PRICE-DATE   TO PH-PRICE-DATE.
           MOVE WRONG-SHR-PRC     TO PH-PRIOR-SHR-PRC.
           MOVE CORR-SHR-PRC      TO PH-NEW-SHR-PRC.
           MOVE CURRENT-DATE      TO PH-APPLIED-DATE.

           WRITE PRCH-RECORD.

           CLOSE HISTORY-FILE.

           IF WINDOW-END-DATE = 0
              AND TBL-FUND-SHR-PRC(FUND-NDX) = WRONG-SHR-PRC
              MOVE CORR-SHR-PRC TO TBL-FUND-SHR-PRC(FUND-NDX)
              MOVE 'UPDFUND' TO SUBPROGRAM
              CALL SUBPROGRAM USING FUNDS-TBL
           END-IF.

       0800-EXIT. EXIT.

       0900-WRITE-RUN-CONTROL.

      **************************************************************
      *    STAMPS THE RUN CONTROL FILE WITH THIS PASS'S RESERVED-   *
      *    SERIES NUMBER, TODAY'S DATE, AND ITS COMPLETION STATUS,  *
      *    SO THE NEXT UTILITY PASS NUMBERS ITSELF HIGHER AND       *
      *    EVERY AUDIT RECORD'S RUN NUMBER TIES BACK TO EXACTLY     *
      *    ONE PASS.                                                *
      **************************************************************

           OPEN EXTEND RUN-CONTROL-FILE.

           MOVE RUN-NBR TO RC-RUN-NBR.

           MOVE CURRENT-DATE TO RC-EFFECTIVE-DATE.

           IF CORR-SKIPPED-FLAG = 'Y'
              MOVE 'E' TO RC-RUN-STATUS
           ELSE
              MOVE 'C' TO RC-RUN-STATUS
           END-IF.

           WRITE RUNCTL-RECORD.

           CLOSE RUN-CONTROL-FILE.

       0900-EXIT. EXIT.
