      ***************************************************************
      *  FUNCTION: REBALANCING GENERATOR STEP, RUN BEFORE TRANMERG   *
      *            EACH CYCLE. VALUES EVERY ACTIVE MULTI-FUND       *
      *            ORCHESTRA'S ALLOCATION SLOTS AT CURRENT FUND     *
      *            MASTER PRICES, COMPARES EACH SLOT'S ACTUAL       *
      *            WEIGHT WITH ITS TARGET ALLOCATION PERCENTAGE,    *
      *            AND FOR ANY ORCHESTRA WITH A SLOT DRIFTED PAST   *
      *            THE OPERATOR'S TOLERANCE EMITS THE 'E' EXCHANGE  *
      *            REQUESTS (SOURCE SLOT IN IN-ALLOC-NBR, TARGET    *
      *            SLOT IN IN-DEST-ALLOC-NBR) THAT MOVE THE         *
      *            OVERWEIGHT DOLLARS INTO THE UNDERWEIGHT SLOTS.   *
      *            AN EXCHANGE IS NEVER LARGER THAN THE SOURCE      *
      *            SLOT'S CARRIED DOLLAR BALANCE (THE POSTING RUN   *
      *            REJECTS ONE THAT IS), AND NO EXCHANGE IS SENT    *
      *            INTO A SLOT WHOSE FUND IS INACTIVE.              *
      *            NOTHING IS GENERATED FOR AN ORCHESTRA THAT HAS   *
      *            OPTED OUT, OR WHOSE EXCHANGE-OUT LEG WOULD TAKE  *
      *            ITS COMBINED BALANCE BELOW ITS USUFRUCTUARY      *
      *            LIMIT -- THE SAME TEST THE POSTING RUN APPLIES.  *
      *            THE GENERATED FILE ENDS WITH ITS OWN 'X'         *
      *            CONTROL TRAILER AND EVERY RECORD CARRIES THE     *
      *            SOURCE-OFFICE IDENTIFIER 'RBL', SO IT FEEDS THE  *
      *            INTAKE STEP (TRANMERG, AS SUBFILE5) LIKE ANY     *
      *            REGIONAL OFFICE'S SUBMISSION. REFERENCE NUMBERS  *
      *            ARE 8NNNNN, NUMBERED FROM 1 EACH RUN.            *
      *                                                               *
      *  INPUT:    REBALPARM --                                      *
      *            OPTIONAL OPERATOR PARAMETER RECORD: THE DRIFT     *
      *            TOLERANCE IN PERCENTAGE POINTS (999V99, SO 00500  *
      *            IS 5.00 POINTS) AND THE EFFECTIVE DATE            *
      *            (CCYYMMDD). ABSENT OR ZERO, THE TOLERANCE IS      *
      *            5.00 POINTS AND THE DATE IS TODAY'S.              *
      *                                                               *
      *            REBALOPT --                                       *
      *            OPTIONAL LIST OF ORCHESTRAS THAT HAVE OPTED OUT   *
      *            OF AUTOMATIC REBALANCING, ONE NAME PER RECORD.    *
      *                                                               *
      *            ORCHFILE -- ORCHESTRA MASTER (VIA BLDORCH).       *
      *                                                               *
      *            FUNDFILE -- CURRENT FUND MASTER (VIA BLDFUND).    *
      *                                                               *
      *  OUTPUT:   REBALTRN --                                       *
      *            GENERATED EXCHANGE REQUESTS IN TRANFILE FORM,     *
      *            WITH CONTROL TRAILER.                             *
      *                                                               *
      *            REBALRPT -- DRIFT REPORT: EVERY ORCHESTRA         *
      *            EXAMINED WITH ITS SLOTS' TARGET, VALUE, WEIGHT    *
      *            BEFORE, DRIFT, EXCHANGE AND WEIGHT AFTER, AND     *
      *            WHAT WAS DONE, WITH RUN COUNTS.                   *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: RETURN-CODE 16 WHEN THE PARAMETER RECORD   *
      *            IS NOT NUMERIC (NOTHING GENERATED, BUT AN EMPTY   *
      *            FILE WITH ITS TRAILER IS STILL WRITTEN), 4 WHEN   *
      *            AN ORCHESTRA WAS SKIPPED BECAUSE A SLOT'S FUND    *
      *            IS NOT ON THE FUND MASTER OR ITS TARGETS DO NOT   *
      *            TOTAL 100 PERCENT, 0 OTHERWISE.                   *
      *                                                               *
      *  NOTES:    WEIGHTS ARE STRUCK AT THE PRICES ON FUNDFILE WHEN *
      *            THIS STEP RUNS; THE POSTING RUN PRICES THE        *
      *            EXCHANGES AT ITS OWN PRICES.                      *
      ***************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.   REBALGEN.
       AUTHOR.       MITCHELL TRAFTON.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL PARM-FILE ASSIGN TO REBALPARM.
           SELECT OPTIONAL OPT-OUT-FILE ASSIGN TO REBALOPT.
           SELECT GEN-FILE ASSIGN TO REBALTRN.
           SELECT REPORT-FILE ASSIGN TO REBALRPT.


       DATA DIVISION.

       FILE SECTION.

       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-TOLERANCE-PCT       PIC 9(3)V99.
           05                           PIC X.
           05  PARM-EFFECTIVE-DATE      PIC 9(8).
           05                           PIC X(66).

       FD  OPT-OUT-FILE
           RECORDING MODE IS F.

       01  OPT-OUT-RECORD.
           05  OPT-ORCH-NME             PIC X(45).
           05                           PIC X(35).

       FD  GEN-FILE
           RECORDING MODE IS F.

       01  GEN-RECORD                  PIC X(126).

       FD  REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

      *
      * THE GENERATED TRANSACTION REQUEST IS BUILT HERE IN TRANFILE
      * FORM AND MOVED OUT TO GEN-RECORD.
      *
           COPY TRANREC.

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

       01  OPT-OUT-TBL.
           05 OPT-OUT-CTR              PIC S9(4) BINARY SYNC VALUE 0.
           05 OPT-OUT-NTRY             OCCURS 1 TO 5000 TIMES
                                       DEPENDING ON OPT-OUT-CTR
                                       INDEXED BY OPT-NDX.
              10 OPT-OUT-ORCH-NME      PIC X(45).

      *
      *    ONE ORCHESTRA'S SLOTS WHILE IT IS BEING EXAMINED: VALUE
      *    AND WEIGHT BEFORE, THE DOLLARS STILL NEEDED TO REACH
      *    TARGET (NEGATIVE WHEN OVERWEIGHT), THE CARRIED DOLLARS
      *    STILL AVAILABLE TO EXCHANGE OUT, AND THE NET EXCHANGED.
      *

       01  SLOT-WORK-TBL.
           05 SLOT-WORK                OCCURS 3 TIMES.
              10 SW-FUND-NME           PIC X(25).
              10 SW-FUND-ACTIVE-FLAG   PIC X.
              10 SW-VALUE-AMT          PIC S9(11)V99 PACKED-DECIMAL.
              10 SW-WEIGHT-PCT         PIC S9(3)V99 PACKED-DECIMAL.
              10 SW-DRIFT-PCT          PIC S9(3)V99 PACKED-DECIMAL.
              10 SW-NEED-AMT           PIC S9(11)V99 PACKED-DECIMAL.
              10 SW-AVAIL-AMT          PIC S9(11)V99 PACKED-DECIMAL.
              10 SW-EXG-AMT            PIC S9(11)V99 PACKED-DECIMAL.
              10 SW-AFTER-PCT          PIC S9(3)V99 PACKED-DECIMAL.

      *
      *    THE EXCHANGES PLANNED FOR THE ORCHESTRA. THREE SLOTS
      *    NEVER NEED MORE THAN TWO, BUT EACH PASS OF THE PAIRING
      *    LOOP MAY PLAN ONE.
      *

       01  PLAN-TBL.
           05 PLAN-CTR                 PIC S9(4) BINARY SYNC VALUE 0.
           05 PLAN-NTRY                OCCURS 3 TIMES.
              10 PLAN-FROM-SLOT        PIC 9.
              10 PLAN-TO-SLOT          PIC 9.
              10 PLAN-AMT              PIC S9(9)V99 PACKED-DECIMAL.

       01  FLAGS.
           05 EOF-FLAG                 PIC X VALUE 'N'.
           05 RUN-REFUSED-FLAG         PIC X VALUE 'N'.
           05 DATA-PROBLEM-FLAG        PIC X VALUE 'N'.
           05 FUND-MISSING-FLAG        PIC X VALUE 'N'.
           05 DRIFTED-FLAG             PIC X VALUE 'N'.
           05 USUF-BREACH-FLAG         PIC X VALUE 'N'.
           05 PAIRING-DONE-FLAG        PIC X VALUE 'N'.

       01  COUNTERS.
           05 ALLOC-SUB                PIC 9.
           05 FROM-SUB                 PIC 9.
           05 TO-SUB                   PIC 9.
           05 PLAN-SUB                 PIC S9(4) BINARY SYNC VALUE 0.
           05 PASS-CTR                 PIC 9.
           05 EXAMINED-CTR             PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 IN-TOL-CTR               PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 REBALANCED-CTR           PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 OPTED-OUT-CTR            PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 SKIPPED-CTR              PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 GEN-CTR                  PIC 9(5) PACKED-DECIMAL VALUE 0.

       01  TOLERANCE-PCT               PIC 9(3)V99 VALUE 5.00.

       01  ORCH-WORK-FIELDS.
           05 ORCH-VALUE-AMT           PIC S9(11)V99 PACKED-DECIMAL.
           05 TARGET-TOTAL-PCT         PIC S9(5)V99 PACKED-DECIMAL.
           05 TARGET-AMT               PIC S9(11)V99 PACKED-DECIMAL.
           05 MOVE-AMT                 PIC S9(11)V99 PACKED-DECIMAL.
           05 ABS-DRIFT-PCT            PIC S9(3)V99 PACKED-DECIMAL.
           05 GEN-EXG-AMT              PIC S9(11)V99 PACKED-DECIMAL
                                            VALUE 0.

       01  ORCH-STATUS-TEXT            PIC X(30).

       01  EFFECTIVE-DATE.
           05  EFF-YEAR                PIC 9(4).
           05  EFF-MONTH               PIC 9(2).
           05  EFF-DAY                 PIC 9(2).

       01  EFFECTIVE-DATE-FLAT REDEFINES EFFECTIVE-DATE
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
           05                          PIC X(40) VALUE
                          'REBALANCING DRIFT REPORT FOR DATE: '.
           05 OUT-HDR-MONTH            PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-HDR-DAY              PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-HDR-YEAR             PIC 9999.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(11) VALUE 'TOLERANCE: '.
           05 OUT-HDR-TOLERANCE        PIC ZZ9.99.
           05                          PIC X(7) VALUE ' POINTS'.
           05                          PIC X(53) VALUE SPACES.

       01  REPORT-COL-HDR.
           05                          PIC X(44) VALUE
                                   'ORCHESTRA NAME / ALLOCATION SLOT'.
           05                          PIC X(8)  VALUE '  TARGET'.
           05                          PIC X(16) VALUE
                                             '   CURRENT VALUE'.
           05                          PIC X(8)  VALUE '  BEFORE'.
           05                          PIC X(9)  VALUE '    DRIFT'.
           05                          PIC X(18) VALUE
                                             '   EXCHANGE IN/OUT'.
           05                          PIC X(8)  VALUE '   AFTER'.
           05                          PIC X(21) VALUE SPACES.

       01  OUTPUT-ORCH-LINE.
           05 OUT-OL-ORCH-NME          PIC X(45).
           05                          PIC X(2) VALUE SPACES.
           05                          PIC X(7) VALUE 'VALUE: '.
           05 OUT-OL-VALUE-AMT         PIC $$,$$$,$$$,$$9.99.
           05                          PIC X(3) VALUE SPACES.
           05 OUT-OL-STATUS            PIC X(30).
           05                          PIC X(28) VALUE SPACES.

       01  OUTPUT-SLOT-LINE.
           05                          PIC X(4) VALUE SPACES.
           05                          PIC X(5) VALUE 'SLOT '.
           05 OUT-SL-ALLOC-NBR         PIC 9.
           05                          PIC X(2) VALUE SPACES.
           05                          PIC X(5) VALUE 'FUND '.
           05 OUT-SL-FUND-NBR          PIC 999.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-SL-FUND-NME          PIC X(22).
           05                          PIC X(2) VALUE SPACES.
           05 OUT-SL-TARGET-PCT        PIC ZZ9.99.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-SL-VALUE-AMT         PIC $$$,$$$,$$9.99.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-SL-BEFORE-PCT        PIC ZZ9.99.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-SL-DRIFT-PCT         PIC -ZZ9.99.
           05                          PIC X(2) VALUE SPACES.
           05 NEG-PAREN-OPEN           PIC X VALUE SPACES.
           05 OUT-SL-EXG-AMT           PIC $$$,$$$,$$9.99.
           05 NEG-PAREN-CLOSE          PIC X VALUE SPACES.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-SL-AFTER-PCT         PIC ZZ9.99.
           05                          PIC X(21) VALUE SPACES.

       01  OUTPUT-TOTALS-LINE-1.
           05                          PIC X(20) VALUE
                                               'ORCHESTRAS EXAMINED:'.
           05 OUT-EXAMINED-CTR         PIC ZZZZ9.
           05                          PIC X(4) VALUE SPACES.
           05                          PIC X(17) VALUE
                                               'WITHIN TOLERANCE:'.
           05 OUT-IN-TOL-CTR           PIC ZZZZ9.
           05                          PIC X(4) VALUE SPACES.
           05                          PIC X(11) VALUE 'REBALANCED:'.
           05 OUT-REBALANCED-CTR       PIC ZZZZ9.
           05                          PIC X(4) VALUE SPACES.
           05                          PIC X(10) VALUE 'OPTED OUT:'.
           05 OUT-OPTED-OUT-CTR        PIC ZZZZ9.
           05                          PIC X(4) VALUE SPACES.
           05                          PIC X(8) VALUE 'SKIPPED:'.
           05 OUT-SKIPPED-CTR          PIC ZZZZ9.
           05                          PIC X(25) VALUE SPACES.

       01  OUTPUT-TOTALS-LINE-2.
           05                          PIC X(24) VALUE
                                          'EXCHANGES GENERATED: '.
           05 OUT-GEN-CTR              PIC ZZZZ9.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(17) VALUE
                                          'DOLLARS MOVED: '.
           05 OUT-GEN-EXG-AMT          PIC $$$,$$$,$$$,$$9.99.
           05                          PIC X(63) VALUE SPACES.

       01  OUTPUT-REFUSED-LINE.
           05                          PIC X(60) VALUE
               '*** RUN REFUSED: REBALPARM TOLERANCE OR DATE IS NOT '.
           05                          PIC X(30) VALUE
               'NUMERIC -- NOTHING GENERATED'.
           05                          PIC X(42) VALUE SPACES.


       PROCEDURE DIVISION.

       0000-MAIN.

      ****************************************************************
      *    CONTROLS THE FLOW OF THE PROGRAM BY RESOLVING THE         *
      *    TOLERANCE AND EFFECTIVE DATE, LOADING THE MASTERS AND     *
      *    THE OPT-OUT LIST, EXAMINING EVERY ORCHESTRA, AND CLOSING  *
      *    THE GENERATED FILE WITH ITS CONTROL TRAILER.              *
      ****************************************************************

           PERFORM 0050-RESOLVE-PARAMETERS.

           OPEN OUTPUT GEN-FILE
                       REPORT-FILE.

           MOVE EFF-MONTH TO OUT-HDR-MONTH.
           MOVE EFF-DAY   TO OUT-HDR-DAY.
           MOVE EFF-YEAR  TO OUT-HDR-YEAR.
           MOVE TOLERANCE-PCT TO OUT-HDR-TOLERANCE.

           MOVE REPORT-HDR-1 TO REPORT-LINE.

           WRITE REPORT-LINE.

           IF RUN-REFUSED-FLAG = 'Y'
              MOVE OUTPUT-REFUSED-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 2
           ELSE
              MOVE 'BLDORCH' TO SUBPROGRAM
              CALL SUBPROGRAM USING ORCHS-TBL
              MOVE 'BLDFUND' TO SUBPROGRAM
              CALL SUBPROGRAM USING FUNDS-TBL
              PERFORM 0080-LOAD-OPT-OUT-LIST
              MOVE REPORT-COL-HDR TO REPORT-LINE
              WRITE REPORT-LINE AFTER 2
              PERFORM 0100-EXAMINE-ORCHESTRA
                 VARYING ORCH-NDX FROM 1 BY 1
                 UNTIL ORCH-NDX > TBL-ORCH-CTR
           END-IF.

           PERFORM 0500-WRITE-CONTROL-TRAILER.

           MOVE EXAMINED-CTR TO OUT-EXAMINED-CTR.
           MOVE IN-TOL-CTR TO OUT-IN-TOL-CTR.
           MOVE REBALANCED-CTR TO OUT-REBALANCED-CTR.
           MOVE OPTED-OUT-CTR TO OUT-OPTED-OUT-CTR.
           MOVE SKIPPED-CTR TO OUT-SKIPPED-CTR.
           MOVE GEN-CTR TO OUT-GEN-CTR.
           MOVE GEN-EXG-AMT TO OUT-GEN-EXG-AMT.

           MOVE OUTPUT-TOTALS-LINE-1 TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 2.

           MOVE OUTPUT-TOTALS-LINE-2 TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

           CLOSE GEN-FILE
                 REPORT-FILE.

           EVALUATE TRUE
              WHEN RUN-REFUSED-FLAG = 'Y'
                 MOVE 16 TO RETURN-CODE
              WHEN DATA-PROBLEM-FLAG = 'Y'
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.

           GOBACK.

       0000-EXIT. EXIT.

       0050-RESOLVE-PARAMETERS.

      **************************************************************
      *    TAKES THE TOLERANCE AND EFFECTIVE DATE FROM REBALPARM    *
      *    WHEN SUPPLIED; A ZERO FIELD KEEPS ITS DEFAULT (5.00      *
      *    POINTS, TODAY'S DATE). A NON-NUMERIC FIELD REFUSES THE   *
      *    RUN RATHER THAN GUESS AT THE OPERATOR'S INTENT.          *
      **************************************************************

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.

           MOVE CURRENT-YEAR  TO EFF-YEAR.
           MOVE CURRENT-MONTH TO EFF-MONTH.
           MOVE CURRENT-DAY   TO EFF-DAY.

           OPEN INPUT PARM-FILE.

           READ PARM-FILE
              AT END CONTINUE
              NOT AT END
                 IF PARM-TOLERANCE-PCT NUMERIC
                    AND PARM-EFFECTIVE-DATE NUMERIC
                    IF PARM-TOLERANCE-PCT > 0
                       MOVE PARM-TOLERANCE-PCT TO TOLERANCE-PCT
                    END-IF
                    IF PARM-EFFECTIVE-DATE > 0
                       MOVE PARM-EFFECTIVE-DATE
                                        TO EFFECTIVE-DATE-FLAT
                    END-IF
                 ELSE
                    MOVE 'Y' TO RUN-REFUSED-FLAG
                 END-IF
           END-READ.

           CLOSE PARM-FILE.

       0050-EXIT. EXIT.

       0080-LOAD-OPT-OUT-LIST.

      **************************************************************
      *    LOADS THE NAMES OF THE ORCHESTRAS THAT HAVE OPTED OUT OF *
      *    AUTOMATIC REBALANCING.                                   *
      **************************************************************

           OPEN INPUT OPT-OUT-FILE.

           READ OPT-OUT-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

           PERFORM 0085-LOAD-OPT-OUT-ENTRY
              UNTIL EOF-FLAG = 'Y'.

           CLOSE OPT-OUT-FILE.

       0080-EXIT. EXIT.

       0085-LOAD-OPT-OUT-ENTRY.

      **************************************************************
      *    ADDS ONE OPTED-OUT ORCHESTRA NAME TO THE TABLE.          *
      **************************************************************

           IF OPT-ORCH-NME NOT = SPACES
              AND OPT-OUT-CTR < 5000
              ADD 1 TO OPT-OUT-CTR
              MOVE OPT-ORCH-NME TO OPT-OUT-ORCH-NME(OPT-OUT-CTR)
           END-IF.

           READ OPT-OUT-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0085-EXIT. EXIT.

       0100-EXAMINE-ORCHESTRA.

      **************************************************************
      *    EXAMINES ONE ACTIVE ORCHESTRA HOLDING MORE THAN ONE      *
      *    SLOT: VALUES ITS SLOTS, MEASURES DRIFT, AND -- UNLESS IT *
      *    HAS OPTED OUT OR CANNOT BE VALUED -- PLANS AND EMITS THE *
      *    EXCHANGES THAT RESTORE ITS TARGETS, THEN PRINTS ITS      *
      *    DRIFT LINES. A SINGLE-SLOT ORCHESTRA CANNOT DRIFT.       *
      **************************************************************

           IF TBL-ORCH-STATUS(ORCH-NDX) = 'A'
              AND TBL-FUND-ALLOC-CTR(ORCH-NDX) > 1

              ADD 1 TO EXAMINED-CTR
              MOVE 0 TO PLAN-CTR
              MOVE 'N' TO DRIFTED-FLAG

              PERFORM 0150-VALUE-SLOTS

              EVALUATE TRUE
                 WHEN FUND-MISSING-FLAG = 'Y'
                    MOVE 'SKIPPED - FUND NOT ON MASTER'
                                        TO ORCH-STATUS-TEXT
                    MOVE 'Y' TO DATA-PROBLEM-FLAG
                    ADD 1 TO SKIPPED-CTR
                 WHEN TARGET-TOTAL-PCT NOT = 100
                    MOVE 'SKIPPED - TARGETS NOT 100 PCT'
                                        TO ORCH-STATUS-TEXT
                    MOVE 'Y' TO DATA-PROBLEM-FLAG
                    ADD 1 TO SKIPPED-CTR
                 WHEN ORCH-VALUE-AMT = 0
                    MOVE 'NO VALUE TO REBALANCE' TO ORCH-STATUS-TEXT
                    ADD 1 TO IN-TOL-CTR
                 WHEN DRIFTED-FLAG = 'N'
                    MOVE 'WITHIN TOLERANCE' TO ORCH-STATUS-TEXT
                    ADD 1 TO IN-TOL-CTR
                 WHEN OTHER
                    PERFORM 0200-CHECK-OPT-OUT
              END-EVALUATE

              PERFORM 0400-PRINT-DRIFT-LINES

           END-IF.

       0100-EXIT. EXIT.

       0150-VALUE-SLOTS.

      **************************************************************
      *    VALUES EACH USED SLOT AT ITS FUND'S CURRENT PRICE, THEN  *
      *    SETS EACH SLOT'S WEIGHT, DRIFT FROM TARGET, AND THE      *
      *    DOLLARS NEEDED TO REACH TARGET. ANY SLOT DRIFTED MORE    *
      *    THAN THE TOLERANCE EITHER WAY SETS DRIFTED-FLAG.         *
      **************************************************************

           MOVE 'N' TO FUND-MISSING-FLAG.
           MOVE 0 TO ORCH-VALUE-AMT.
           MOVE 0 TO TARGET-TOTAL-PCT.

           PERFORM VARYING ALLOC-SUB FROM 1 BY 1
              UNTIL ALLOC-SUB > TBL-FUND-ALLOC-CTR(ORCH-NDX)
              MOVE SPACES TO SW-FUND-NME(ALLOC-SUB)
              MOVE 'N' TO SW-FUND-ACTIVE-FLAG(ALLOC-SUB)
              MOVE 0 TO SW-VALUE-AMT(ALLOC-SUB)
              SEARCH ALL TBL-FUND-NTRY
                 AT END
                    MOVE 'Y' TO FUND-MISSING-FLAG
                 WHEN TBL-FUND-NBR(FUND-NDX) =
                      TBL-ALLOC-FUND-NBR(ORCH-NDX, ALLOC-SUB)
                    MOVE TBL-FUND-NME(FUND-NDX)
                                        TO SW-FUND-NME(ALLOC-SUB)
                    IF TBL-FUND-STATUS(FUND-NDX) = 'A'
                       MOVE 'Y' TO SW-FUND-ACTIVE-FLAG(ALLOC-SUB)
                    END-IF
                    COMPUTE SW-VALUE-AMT(ALLOC-SUB) ROUNDED =
                       TBL-ALLOC-SHARE-AMT(ORCH-NDX, ALLOC-SUB)
                       * TBL-FUND-SHR-PRC(FUND-NDX)
              END-SEARCH
              ADD SW-VALUE-AMT(ALLOC-SUB) TO ORCH-VALUE-AMT
              ADD TBL-ALLOC-PCT(ORCH-NDX, ALLOC-SUB)
                                        TO TARGET-TOTAL-PCT
              MOVE TBL-ALLOC-ENDOWMT-AMT(ORCH-NDX, ALLOC-SUB)
                                        TO SW-AVAIL-AMT(ALLOC-SUB)
              MOVE 0 TO SW-EXG-AMT(ALLOC-SUB)
           END-PERFORM.

           PERFORM VARYING ALLOC-SUB FROM 1 BY 1
              UNTIL ALLOC-SUB > TBL-FUND-ALLOC-CTR(ORCH-NDX)
              IF ORCH-VALUE-AMT > 0
                 COMPUTE SW-WEIGHT-PCT(ALLOC-SUB) ROUNDED =
                    SW-VALUE-AMT(ALLOC-SUB) * 100 / ORCH-VALUE-AMT
              ELSE
                 MOVE 0 TO SW-WEIGHT-PCT(ALLOC-SUB)
              END-IF
              COMPUTE SW-DRIFT-PCT(ALLOC-SUB) =
                 SW-WEIGHT-PCT(ALLOC-SUB)
                 - TBL-ALLOC-PCT(ORCH-NDX, ALLOC-SUB)
              MOVE SW-DRIFT-PCT(ALLOC-SUB) TO ABS-DRIFT-PCT
              IF ABS-DRIFT-PCT < 0
                 COMPUTE ABS-DRIFT-PCT = 0 - ABS-DRIFT-PCT
              END-IF
              IF ABS-DRIFT-PCT > TOLERANCE-PCT
                 MOVE 'Y' TO DRIFTED-FLAG
              END-IF
              COMPUTE TARGET-AMT ROUNDED =
                 ORCH-VALUE-AMT
                 * TBL-ALLOC-PCT(ORCH-NDX, ALLOC-SUB) / 100
              COMPUTE SW-NEED-AMT(ALLOC-SUB) =
                 TARGET-AMT - SW-VALUE-AMT(ALLOC-SUB)
              MOVE SW-WEIGHT-PCT(ALLOC-SUB) TO SW-AFTER-PCT(ALLOC-SUB)
           END-PERFORM.

       0150-EXIT. EXIT.

       0200-CHECK-OPT-OUT.

      **************************************************************
      *    A DRIFTED ORCHESTRA ON THE OPT-OUT LIST IS REPORTED BUT  *
      *    LEFT ALONE. OTHERWISE ITS EXCHANGES ARE PLANNED, TESTED  *
      *    AGAINST THE USUFRUCTUARY LIMIT, AND EMITTED.             *
      **************************************************************

           SET OPT-NDX TO 1.

           SEARCH OPT-OUT-NTRY
              AT END
                 PERFORM 0250-PLAN-EXCHANGES
                 PERFORM 0300-EMIT-EXCHANGES
              WHEN OPT-OUT-ORCH-NME(OPT-NDX) = TBL-ORCH-NME(ORCH-NDX)
                 MOVE 'DRIFTED - OPTED OUT' TO ORCH-STATUS-TEXT
                 ADD 1 TO OPTED-OUT-CTR
           END-SEARCH.

       0200-EXIT. EXIT.

       0250-PLAN-EXCHANGES.

      **************************************************************
      *    PAIRS THE MOST OVERWEIGHT SLOT WITH THE MOST UNDERWEIGHT *
      *    ONE AND PLANS AN EXCHANGE FOR THE SMALLER OF THE EXCESS, *
      *    THE SHORTFALL, AND THE SOURCE'S REMAINING CARRIED        *
      *    DOLLARS, THEN REPEATS -- AT MOST THREE PASSES. A SLOT    *
      *    WHOSE FUND IS INACTIVE IS NEVER A DESTINATION.           *
      **************************************************************

           MOVE 'N' TO PAIRING-DONE-FLAG.

           PERFORM 0260-PLAN-ONE-EXCHANGE
              VARYING PASS-CTR FROM 1 BY 1
              UNTIL PASS-CTR > 3
                 OR PAIRING-DONE-FLAG = 'Y'.

       0250-EXIT. EXIT.

       0260-PLAN-ONE-EXCHANGE.

      **************************************************************
      *    PLANS ONE EXCHANGE, OR SETS PAIRING-DONE-FLAG WHEN NO    *
      *    OVERWEIGHT SLOT WITH DOLLARS TO GIVE OR NO UNDERWEIGHT   *
      *    ACTIVE SLOT REMAINS.                                     *
      **************************************************************

           MOVE 0 TO FROM-SUB.
           MOVE 0 TO TO-SUB.

           PERFORM VARYING ALLOC-SUB FROM 1 BY 1
              UNTIL ALLOC-SUB > TBL-FUND-ALLOC-CTR(ORCH-NDX)
              IF SW-NEED-AMT(ALLOC-SUB) < 0
                 AND SW-AVAIL-AMT(ALLOC-SUB) > 0
                 IF FROM-SUB = 0
                    MOVE ALLOC-SUB TO FROM-SUB
                 ELSE
                    IF SW-NEED-AMT(ALLOC-SUB) < SW-NEED-AMT(FROM-SUB)
                       MOVE ALLOC-SUB TO FROM-SUB
                    END-IF
                 END-IF
              END-IF
              IF SW-NEED-AMT(ALLOC-SUB) > 0
                 AND SW-FUND-ACTIVE-FLAG(ALLOC-SUB) = 'Y'
                 IF TO-SUB = 0
                    MOVE ALLOC-SUB TO TO-SUB
                 ELSE
                    IF SW-NEED-AMT(ALLOC-SUB) > SW-NEED-AMT(TO-SUB)
                       MOVE ALLOC-SUB TO TO-SUB
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           IF FROM-SUB = 0 OR TO-SUB = 0
              MOVE 'Y' TO PAIRING-DONE-FLAG
           ELSE
              COMPUTE MOVE-AMT = 0 - SW-NEED-AMT(FROM-SUB)
              IF SW-NEED-AMT(TO-SUB) < MOVE-AMT
                 MOVE SW-NEED-AMT(TO-SUB) TO MOVE-AMT
              END-IF
              IF SW-AVAIL-AMT(FROM-SUB) < MOVE-AMT
                 MOVE SW-AVAIL-AMT(FROM-SUB) TO MOVE-AMT
              END-IF
              ADD 1 TO PLAN-CTR
              MOVE FROM-SUB TO PLAN-FROM-SLOT(PLAN-CTR)
              MOVE TO-SUB TO PLAN-TO-SLOT(PLAN-CTR)
              MOVE MOVE-AMT TO PLAN-AMT(PLAN-CTR)
              ADD MOVE-AMT TO SW-NEED-AMT(FROM-SUB)
              SUBTRACT MOVE-AMT FROM SW-NEED-AMT(TO-SUB)
              SUBTRACT MOVE-AMT FROM SW-AVAIL-AMT(FROM-SUB)
              SUBTRACT MOVE-AMT FROM SW-EXG-AMT(FROM-SUB)
              ADD MOVE-AMT TO SW-EXG-AMT(TO-SUB)
           END-IF.

       0260-EXIT. EXIT.

       0300-EMIT-EXCHANGES.

      **************************************************************
      *    TESTS EVERY PLANNED EXCHANGE'S OUT LEG AGAINST THE       *
      *    USUFRUCTUARY LIMIT THE WAY THE POSTING RUN WILL -- THE   *
      *    COMBINED BALANCE LESS THE AMOUNT MUST STAY AT OR ABOVE   *
      *    THE LIMIT. ANY BREACH CANCELS THE WHOLE ORCHESTRA'S      *
      *    PLAN; A HALF-REBALANCED ORCHESTRA HELPS NO ONE.          *
      *    OTHERWISE EACH PLANNED EXCHANGE IS WRITTEN AND THE       *
      *    SLOTS' AFTER WEIGHTS ARE STRUCK.                         *
      **************************************************************

           MOVE 'N' TO USUF-BREACH-FLAG.

           PERFORM VARYING PLAN-SUB FROM 1 BY 1
              UNTIL PLAN-SUB > PLAN-CTR
              IF TBL-ENDOWMT-AMT(ORCH-NDX) - PLAN-AMT(PLAN-SUB)
                 < TBL-ENDOWMT-USUF-LMT(ORCH-NDX)
                 MOVE 'Y' TO USUF-BREACH-FLAG
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN PLAN-CTR = 0
                 MOVE 'DRIFTED - NO DOLLARS TO MOVE'
                                        TO ORCH-STATUS-TEXT
                 ADD 1 TO SKIPPED-CTR
              WHEN USUF-BREACH-FLAG = 'Y'
                 MOVE 'SKIPPED - USUFRUCTUARY LIMIT'
                                        TO ORCH-STATUS-TEXT
                 ADD 1 TO SKIPPED-CTR
                 PERFORM VARYING ALLOC-SUB FROM 1 BY 1
                    UNTIL ALLOC-SUB > TBL-FUND-ALLOC-CTR(ORCH-NDX)
                    MOVE 0 TO SW-EXG-AMT(ALLOC-SUB)
                 END-PERFORM
              WHEN OTHER
                 MOVE 'REBALANCED' TO ORCH-STATUS-TEXT
                 ADD 1 TO REBALANCED-CTR
                 PERFORM 0350-WRITE-EXCHANGE
                    VARYING PLAN-SUB FROM 1 BY 1
                    UNTIL PLAN-SUB > PLAN-CTR
                 PERFORM VARYING ALLOC-SUB FROM 1 BY 1
                    UNTIL ALLOC-SUB > TBL-FUND-ALLOC-CTR(ORCH-NDX)
                    COMPUTE SW-AFTER-PCT(ALLOC-SUB) ROUNDED =
                       (SW-VALUE-AMT(ALLOC-SUB)
                        + SW-EXG-AMT(ALLOC-SUB))
                       * 100 / ORCH-VALUE-AMT
                 END-PERFORM
           END-EVALUATE.

       0300-EXIT. EXIT.

       0350-WRITE-EXCHANGE.

      **************************************************************
      *    WRITES ONE PLANNED EXCHANGE AS AN 'E' TRANSACTION        *
      *    REQUEST: SOURCE SLOT IN IN-ALLOC-NBR, TARGET SLOT IN     *
      *    IN-DEST-ALLOC-NBR, REFERENCE NUMBER 8NNNNN, BATCH DATE   *
      *    SET TO THE EFFECTIVE DATE, OFFICE 'RBL'.                 *
      **************************************************************

           ADD 1 TO GEN-CTR.

           ADD PLAN-AMT(PLAN-SUB) TO GEN-EXG-AMT.

           MOVE SPACES TO TRAN-RECORD.

           MOVE TBL-ORCH-NME(ORCH-NDX)   TO IN-ORCH-NME.
           MOVE 'E'                      TO IN-TRAN-TYPE.
           MOVE PLAN-AMT(PLAN-SUB)       TO IN-ENDOWMT-CHG-AMT.
           MOVE PLAN-FROM-SLOT(PLAN-SUB) TO IN-ALLOC-NBR.

           COMPUTE IN-TRAN-REF-NBR = 800000 + GEN-CTR.

           MOVE EFFECTIVE-DATE-FLAT      TO IN-BATCH-DATE.
           MOVE PLAN-TO-SLOT(PLAN-SUB)   TO IN-DEST-ALLOC-NBR.
           MOVE SPACES                   TO IN-DEST-ORCH-NME.
           MOVE 'RBL'                    TO IN-SOURCE-OFFICE.

           MOVE TRAN-RECORD TO GEN-RECORD.

           WRITE GEN-RECORD.

       0350-EXIT. EXIT.

       0400-PRINT-DRIFT-LINES.

      **************************************************************
      *    PRINTS THE ORCHESTRA'S HEADING LINE WITH ITS VALUE AND   *
      *    OUTCOME, THEN ONE LINE PER SLOT: TARGET, VALUE, WEIGHT   *
      *    BEFORE, DRIFT, NET DOLLARS EXCHANGED (OUT IN             *
      *    PARENTHESES) AND WEIGHT AFTER.                           *
      **************************************************************

           MOVE TBL-ORCH-NME(ORCH-NDX) TO OUT-OL-ORCH-NME.

           MOVE ORCH-VALUE-AMT TO OUT-OL-VALUE-AMT.

           MOVE ORCH-STATUS-TEXT TO OUT-OL-STATUS.

           MOVE OUTPUT-ORCH-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 2.

           PERFORM 0450-PRINT-SLOT-LINE
              VARYING ALLOC-SUB FROM 1 BY 1
              UNTIL ALLOC-SUB > TBL-FUND-ALLOC-CTR(ORCH-NDX).

       0400-EXIT. EXIT.

       0450-PRINT-SLOT-LINE.

      **************************************************************
      *    PRINTS ONE SLOT'S DRIFT LINE.                            *
      **************************************************************

           MOVE ALLOC-SUB TO OUT-SL-ALLOC-NBR.

           MOVE TBL-ALLOC-FUND-NBR(ORCH-NDX, ALLOC-SUB)
                                        TO OUT-SL-FUND-NBR.

           MOVE SW-FUND-NME(ALLOC-SUB) TO OUT-SL-FUND-NME.

           MOVE TBL-ALLOC-PCT(ORCH-NDX, ALLOC-SUB)
                                        TO OUT-SL-TARGET-PCT.

           MOVE SW-VALUE-AMT(ALLOC-SUB) TO OUT-SL-VALUE-AMT.

           MOVE SW-WEIGHT-PCT(ALLOC-SUB) TO OUT-SL-BEFORE-PCT.

           MOVE SW-DRIFT-PCT(ALLOC-SUB) TO OUT-SL-DRIFT-PCT.

           IF SW-EXG-AMT(ALLOC-SUB) < 0
              MOVE '(' TO NEG-PAREN-OPEN
              MOVE ')' TO NEG-PAREN-CLOSE
              COMPUTE MOVE-AMT = 0 - SW-EXG-AMT(ALLOC-SUB)
           ELSE
              MOVE ' ' TO NEG-PAREN-OPEN
              MOVE ' ' TO NEG-PAREN-CLOSE
              MOVE SW-EXG-AMT(ALLOC-SUB) TO MOVE-AMT
           END-IF.

           MOVE MOVE-AMT TO OUT-SL-EXG-AMT.

           MOVE SW-AFTER-PCT(ALLOC-SUB) TO OUT-SL-AFTER-PCT.

           MOVE OUTPUT-SLOT-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

       0450-EXIT. EXIT.

       0500-WRITE-CONTROL-TRAILER.

      **************************************************************
      *    WRITES THE GENERATED FILE'S OWN 'X' CONTROL TRAILER      *
      *    CARRYING THE NUMBER OF EXCHANGES GENERATED, SO THE FILE  *
      *    RECONCILES THROUGH TRANMERG LIKE ANY KEYED SUBMISSION.   *
      **************************************************************

           MOVE SPACES TO TRAN-RECORD.

           MOVE 'X' TO IN-TRAN-TYPE.

           MOVE GEN-CTR TO IN-ENDOWMT-CHG-AMT.

           MOVE 0 TO IN-ALLOC-NBR.
           MOVE 0 TO IN-TRAN-REF-NBR.
           MOVE 0 TO IN-BATCH-DATE.
           MOVE 0 TO IN-DEST-ALLOC-NBR.
           MOVE 'RBL' TO IN-SOURCE-OFFICE.

           MOVE TRAN-RECORD TO GEN-RECORD.

           WRITE GEN-RECORD.

       0500-EXIT. EXIT.
