      *            CONTAINS: ORCHESTRA NAME, TRANSACTION TYPE FLAG, *
      *            ENDOWMENT CHANGE AMOUNT.                         *
      *                                                             *
      *            PRCHIST --                                       *
      *            SHARE PRICE HISTORY (OPTIONAL). A REQUEST WHOSE  *
      *            BATCH DATE IS EARLIER THAN THE DATE OF THE RUN   *
      *            STRIKES ITS SHARES AT THE PRICE IN EFFECT ON     *
      *            THAT BATCH DATE RATHER THAN TODAY'S FUNDFILE     *
      *            PRICE.                                           *
      *                                                             *
      *            RUNPARM --                                       *
      *            OPTIONAL OPERATOR PARAMETER RECORD; THE WORD     *
      *            'OVERRIDE' ALLOWS A RERUN OF AN EFFECTIVE DATE   *
      *            RESTART CHECKPOINT, REPLAYED BY A RERUN AFTER    *
      *            AN INTERRUPTION (SEE CKPTREC).                   *
      *                                                             *
      *            ALLOWFILE --                                     *
      *            SPENDING-POLICY ALLOWANCE MASTER (SEE ALLOWREC): *
      *            A WITHDRAWAL OR TRANSFER OUT THAT WOULD TAKE AN  *
      *            ORCHESTRA'S DRAW FOR THE FISCAL YEAR PAST ITS    *
      *            ALLOWANCE IS SUSPENDED ('SP') UNLESS THE REQUEST *
      *            CARRIES THE COMMITTEE OVERRIDE; EVERY POSTED     *
      *            DRAW IS ADDED TO THE YEAR-TO-DATE FIGURE AND THE *
      *            MASTER IS REWRITTEN AT END OF RUN.               *
      *                                                             *
      *            RUNCTLF --                                       *
      *            RUN CONTROL FILE: READ TO NUMBER THE RUN AND     *
      *            CATCH A DUPLICATE SUBMISSION, STAMPED WITH THE   *
      *            RUN'S COMPLETION STATUS AT END OF RUN (SEE       *
      *            RUNCTLREC).                                      *
      *                                                             *
      *  OUTPUT:   STEPLOG --                                       *
      *            ONE STEP LOG RECORD PER REAL RUN, REFUSED RUNS   *
      *            INCLUDED (VIA STEPLOG): RUN NUMBER, EFFECTIVE    *
      *            DATE, TRANFILE RECORDS READ, AUDIT RECORDS       *
      *            WRITTEN, REQUESTS SENT TO SUSPENSE, THE          *
      *            ENDOWMENT CHANGE CONTROL TOTAL AND THE RETURN    *
      *            CODE. A TRIAL RUN LOGS NOTHING.                  *
      *                                                             *
      *  ENTRY CONDITIONS: NONE                                     *
      *                                                             *
      *  EXIT CONDITIONS: RETURN-CODE IS THE WORST CONDITION SEEN   *
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTLF.
           SELECT OPTIONAL PARM-FILE ASSIGN TO RUNPARM.
           SELECT OPTIONAL PERIOD-FILE ASSIGN TO PERIODF.
           SELECT OPTIONAL PRICE-HIST-FILE ASSIGN TO PRCHIST.


       DATA DIVISION.

           COPY PERIODREC.

       FD  PRICE-HIST-FILE
           RECORDING MODE IS F.

           COPY PRCHREC.

       WORKING-STORAGE SECTION.

      *
                                       INDEXED BY FUND-NDX.
              COPY FUNDSTBL.

       01  ALLOW-TBL.
           05 TBL-AL-CTR               PIC S9(4) BINARY SYNC VALUE 0.
           05 TBL-AL-NTRY              OCCURS 1 TO 5000
                                       DEPENDING ON TBL-AL-CTR
                                       ASCENDING KEY TBL-AL-ORCH-NME
                                       INDEXED BY AL-NDX.
              COPY ALLOWTBL.

      *
      * PER-FUND ACTIVITY TOTALS, ONE ENTRY PER TBL-FUND-NTRY ENTRY,
      * KEPT IN STEP WITH IT VIA "SET FACT-NDX TO FUND-NDX".
              10 FACT-TRANS-AMT        PIC 9(9)V99 PACKED-DECIMAL
                                            VALUE 0.

      *
      * AS-OF PRICES FOR BACK-DATED REQUESTS, ONE ENTRY PER
      * TBL-FUND-NTRY ENTRY, KEPT IN STEP WITH IT VIA "SET AOP-NDX TO
      * FUND-NDX": THE LAST BATCH DATE LOOKED UP FOR THE FUND AND THE
      * PRICE IN EFFECT ON IT, SO A REPROCESSED PRIOR-DAY TRANFILE
      * SEARCHES PRCHIST ONCE PER FUND RATHER THAN ONCE PER REQUEST.
      *

       01  AS-OF-PRICE-TBL.
           05 AOP-NTRY                 OCCURS 1 TO 999
                                       DEPENDING ON TBL-FUND-CTR
                                       INDEXED BY AOP-NDX.
              10 AOP-DATE              PIC 9(8) VALUE 0.
              10 AOP-SHR-PRC           PIC S9(3)V99 PACKED-DECIMAL
                                            VALUE 0.


      *
      * COUNTERS/FLAGS/MISC.
           05 RUN-REFUSED-FLAG         PIC X VALUE 'N'.
           05 PERIOD-CLOSED-FLAG       PIC X VALUE 'N'.
           05 PERIOD-EOF-FLAG          PIC X VALUE 'N'.
           05 ALLOW-FOUND-FLAG         PIC X VALUE 'N'.
           05 ALLOW-EXCEEDED-FLAG      PIC X VALUE 'N'.
           05 PRCH-EOF-FLAG            PIC X VALUE 'N'.
           05 AS-OF-BEFORE-FLAG        PIC X VALUE 'N'.
           05 AS-OF-AFTER-FLAG         PIC X VALUE 'N'.
           05 NORM-ALLOC-NBR           PIC 9.

      *
       01  EFFECTIVE-DATE-FLAT REDEFINES EFFECTIVE-DATE
                                    PIC 9(8).

      *
      * RUN-DATE IS THE DAY THE RUN ACTUALLY EXECUTES. A REQUEST
      * BATCH-DATED EARLIER THAN THIS IS PRICED AS OF ITS BATCH DATE
      * (SEE 0515-SET-POSTING-PRICE).
      *

       01  RUN-DATE                    PIC 9(8).

      *
      *    RUN-NBR IS THIS RUN'S RUN CONTROL NUMBER (HIGHEST NUMBER
      *    ON THE RUN CONTROL FILE PLUS ONE). RUN-RC COLLECTS THE
           05 DUP-CTR                  PIC 999 PACKED-DECIMAL VALUE 0.
           05 EXPECTED-TRAN-CTR        PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 SUB-CTR                  PIC 9 BINARY SYNC VALUE 0.
           05 AUDIT-CTR                PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 SUSP-CTR                 PIC 9(5) PACKED-DECIMAL VALUE 0.

       01  SUBPROGRAM                  PIC 9(8).

           COPY STEPLREC.

      *
      * RECORDS OF EVERY ORCHESTRA/TYPE/AMOUNT COMBINATION SEEN SO
      * FAR THIS RUN, USED TO FLAG SUSPECTED DUPLICATE OR

       01  FUND-SHR-PRC                PIC S9(3)V99 PACKED-DECIMAL.

      *
      * POST-SHR-PRC IS THE PRICE THE LEG CURRENTLY POSTING STRIKES
      * ITS SHARES AT; THE AS-OF FIELDS HOLD THE NEAREST PRCHIST
      * PRICE POINTS ON EITHER SIDE OF A BACK-DATED REQUEST'S DATE.
      *

       01  POST-SHR-PRC                PIC S9(3)V99 PACKED-DECIMAL.

       01  AS-OF-FIELDS.
           05 AS-OF-BEFORE-DATE        PIC 9(8).
           05 AS-OF-BEFORE-PRC         PIC S9(3)V99 PACKED-DECIMAL.
           05 AS-OF-AFTER-DATE         PIC 9(8).
           05 AS-OF-AFTER-PRC          PIC S9(3)V99 PACKED-DECIMAL.

       01  PAGE-HEADER-1.
           05 CURRENT-MONTH            PIC 99.
           05                          PIC X VALUE '/'.
      *    FILES AND CALLING SUBROUTINES TO HANDLE THEIR DATA        *
      ****************************************************************

           MOVE 'ENDOWMT5' TO SL-PROGRAM-NME.
           MOVE 'P' TO SL-RUN-STAGE.
           MOVE 'S' TO SL-FUNCTION.

           MOVE 'STEPLOG' TO SUBPROGRAM.

           CALL SUBPROGRAM USING STEPLOG-RECORD.

           PERFORM 0050-GET-DATE.

           OPEN INPUT TRANS-FILE.

           MOVE 'N' TO EOF-FLAG.

           PERFORM 0160-RETRIEVE-ALLOWANCES.

           PERFORM 0069-READ-RUN-PARM.

      *
              WRITE REPORT-LINE AFTER 1
              CLOSE TRANS-FILE
                    REPORT-FILE
              PERFORM 0985-WRITE-STEP-LOG
              MOVE RUN-RC TO RETURN-CODE
              GOBACK
           END-IF.
              WRITE REPORT-LINE AFTER 2
           ELSE
              PERFORM 0950-UPDATE-ORCHESTRAS
              PERFORM 0955-UPDATE-ALLOWANCES
              PERFORM 0960-CLEAR-CHECKPOINT
              PERFORM 0980-WRITE-RUN-CONTROL
              CLOSE AUDIT-FILE
                 LOWEND-FILE
                 REPORT-FILE.

           IF TRIAL-MODE-FLAG = 'N'
              PERFORM 0985-WRITE-STEP-LOG
           END-IF.

           MOVE RUN-RC TO RETURN-CODE.

           GOBACK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.

           MOVE CURRENT-DATE TO RUN-DATE.

           MOVE CORR CURRENT-DATE TO PAGE-HEADER-1.

           MOVE CORR CURRENT-TIME TO PAGE-HEADER-2.
           MOVE CKPT-TOT-SHARE-AMT       TO TOT-SHARE-AMT.
           MOVE CKPT-TOT-SHARE-CHG-AMT   TO TOT-SHARE-CHG-AMT.
           MOVE CKPT-TOT-NEW-SHARE-AMT   TO TOT-NEW-SHARE-AMT.
           MOVE CKPT-AUDIT-CTR           TO AUDIT-CTR.
           MOVE CKPT-SUSP-CTR            TO SUSP-CTR.

       0062-EXIT. EXIT.

      **************************************************************
      *    APPLIES ONE CHECKPOINTED ORCHESTRA BALANCE ONTO THE     *
      *    TABLE BLDORCH JUST LOADED FROM ORCHFILE, SO IN-FLIGHT    *
      *    CHANGES FROM BEFORE THE INTERRUPTION AREN'T LOST. THE   *
      *    ORCHESTRA'S SPENDING-POLICY DRAW IS RESTORED THE SAME    *
      *    WAY ONTO THE TABLE BLDALLOW LOADED.                      *
      **************************************************************

           SET ORCH-NDX TO 1.
                 END-PERFORM
           END-SEARCH.

           SEARCH ALL TBL-AL-NTRY
              AT END CONTINUE
              WHEN TBL-AL-ORCH-NME(AL-NDX) = CKPT-ORCH-NME
                 MOVE CKPT-ORCH-YTD-DRAWN-AMT TO
                      TBL-AL-YTD-DRAWN-AMT(AL-NDX)
           END-SEARCH.

       0064-EXIT. EXIT.

       0066-RESTORE-FUND-ACTIVITY.

       0150-EXIT. EXIT.

       0160-RETRIEVE-ALLOWANCES.

      **************************************************************
      *    RETRIEVES EACH ORCHESTRA'S SPENDING-POLICY ALLOWANCE    *
      *    AND YEAR-TO-DATE DRAW FROM THE ALLOWANCE FILE AND SAVES *
      *    THEM INTO THE ALLOW-TBL.                                *
      **************************************************************

           MOVE 'BLDALLOW' TO SUBPROGRAM.

           CALL SUBPROGRAM USING ALLOW-TBL.

       0160-EXIT. EXIT.

       0200-PROCESS-TRANSACTION.

      **************************************************************
           MOVE TOT-SHARE-AMT           TO CKPT-TOT-SHARE-AMT.
           MOVE TOT-SHARE-CHG-AMT       TO CKPT-TOT-SHARE-CHG-AMT.
           MOVE TOT-NEW-SHARE-AMT       TO CKPT-TOT-NEW-SHARE-AMT.
           MOVE AUDIT-CTR               TO CKPT-AUDIT-CTR.
           MOVE SUSP-CTR                TO CKPT-SUSP-CTR.

           WRITE CKPT-RECORD.

      **************************************************************
      *    WRITES ONE ORCHESTRA'S CURRENT COMBINED ENDOWMENT       *
      *    AMOUNT AND PER-ALLOCATION DOLLAR/SHARE BALANCES TO THE  *
      *    CHECKPOINT FILE, ALONG WITH ITS SPENDING-POLICY DRAW    *
      *    FOR THE YEAR (ZERO WHEN IT HAS NO ALLOWANCE).            *
      **************************************************************

           MOVE TBL-ORCH-NME(ORCH-NDX)    TO CKPT-ORCH-NME.
           MOVE TBL-ENDOWMT-AMT(ORCH-NDX) TO CKPT-ORCH-ENDOWMT-AMT.
           MOVE 0                         TO CKPT-ORCH-YTD-DRAWN-AMT.

           SEARCH ALL TBL-AL-NTRY
              AT END CONTINUE
              WHEN TBL-AL-ORCH-NME(AL-NDX) = TBL-ORCH-NME(ORCH-NDX)
                 MOVE TBL-AL-YTD-DRAWN-AMT(AL-NDX) TO
                      CKPT-ORCH-YTD-DRAWN-AMT
           END-SEARCH.

           PERFORM VARYING SUB-CTR FROM 1 BY 1 UNTIL SUB-CTR > 3
              MOVE TBL-ALLOC-ENDOWMT-AMT(ORCH-NDX, SUB-CTR) TO
              MOVE SUSP-REASON-CODE TO SUSP-REJ-REASON
              MOVE EFFECTIVE-DATE-FLAT TO SUSP-RUN-DATE
              WRITE SUSP-RECORD
              ADD 1 TO SUSP-CTR
           END-IF.

       0270-EXIT. EXIT.

           SET FACT-NDX TO FUND-NDX.

           PERFORM 0515-SET-POSTING-PRICE.

           ADD 1 TO TRAN-CTR.

           IF NOT IN-TRAN-TYPE = 'C'

       0510-EXIT. EXIT.

       0515-SET-POSTING-PRICE.

      **************************************************************
      *    SETS THE PRICE THE LEG ABOUT TO POST (AGAINST THE FUND  *
      *    FUND-NDX POINTS AT) STRIKES ITS SHARES AT: TODAY'S       *
      *    FUNDFILE PRICE, UNLESS THE REQUEST IS BATCH-DATED        *
      *    EARLIER THAN THE RUN, IN WHICH CASE IT IS THE PRICE IN   *
      *    EFFECT ON THE BATCH DATE.                                *
      **************************************************************

           MOVE TBL-FUND-SHR-PRC(FUND-NDX) TO POST-SHR-PRC.

           IF IN-BATCH-DATE OF TRAN-RECORD > 0
              AND IN-BATCH-DATE OF TRAN-RECORD < RUN-DATE
              SET AOP-NDX TO FUND-NDX
              IF AOP-DATE(AOP-NDX) NOT = IN-BATCH-DATE OF TRAN-RECORD
                 PERFORM 0516-LOOK-UP-AS-OF-PRICE
              END-IF
              MOVE AOP-SHR-PRC(AOP-NDX) TO POST-SHR-PRC
           END-IF.

       0515-EXIT. EXIT.

       0516-LOOK-UP-AS-OF-PRICE.

      **************************************************************
      *    READS THE PRICE HISTORY FOR THE PRICE IN EFFECT FOR THE *
      *    FUND ON THE REQUEST'S BATCH DATE: THE NEW PRICE OF THE  *
      *    LATEST PRICE DATE ON OR BEFORE IT, OR -- WHEN HISTORY   *
      *    ONLY STARTS AFTER IT -- THE PRIOR PRICE OF THE EARLIEST *
      *    LATER ONE. WITH NO HISTORY FOR THE FUND AT ALL, TODAY'S *
      *    PRICE STANDS. THE RESULT IS KEPT IN AS-OF-PRICE-TBL.    *
      **************************************************************

           MOVE IN-BATCH-DATE OF TRAN-RECORD TO AOP-DATE(AOP-NDX).

           MOVE TBL-FUND-SHR-PRC(FUND-NDX) TO AOP-SHR-PRC(AOP-NDX).

           MOVE 'N' TO AS-OF-BEFORE-FLAG.
           MOVE 'N' TO AS-OF-AFTER-FLAG.
           MOVE 0 TO AS-OF-BEFORE-DATE.
           MOVE 0 TO AS-OF-AFTER-DATE.

           MOVE 'N' TO PRCH-EOF-FLAG.

           OPEN INPUT PRICE-HIST-FILE.

           READ PRICE-HIST-FILE
              AT END MOVE 'Y' TO PRCH-EOF-FLAG
           END-READ.

           PERFORM 0517-CHECK-PRICE-HIST-RECORD
              UNTIL PRCH-EOF-FLAG = 'Y'.

           CLOSE PRICE-HIST-FILE.

           IF AS-OF-BEFORE-FLAG = 'Y'
              MOVE AS-OF-BEFORE-PRC TO AOP-SHR-PRC(AOP-NDX)
           ELSE
              IF AS-OF-AFTER-FLAG = 'Y'
                 MOVE AS-OF-AFTER-PRC TO AOP-SHR-PRC(AOP-NDX)
              END-IF
           END-IF.

       0516-EXIT. EXIT.

       0517-CHECK-PRICE-HIST-RECORD.

      **************************************************************
      *    APPLIES ONE PRICE HISTORY RECORD FOR THE FUND. ON OR     *
      *    BEFORE THE BATCH DATE THE LATEST PRICE DATE WINS (A      *
      *    LATER RECORD FOR THE SAME DATE IS A CORRECTION AND       *
      *    REPLACES IT); AFTER IT, THE EARLIEST ONE WINS.           *
      **************************************************************

           IF PH-FUND-NBR = TBL-FUND-NBR(FUND-NDX)
              IF PH-PRICE-DATE NOT > IN-BATCH-DATE OF TRAN-RECORD
                 IF AS-OF-BEFORE-FLAG = 'N'
                    OR PH-PRICE-DATE NOT < AS-OF-BEFORE-DATE
                    MOVE 'Y' TO AS-OF-BEFORE-FLAG
                    MOVE PH-PRICE-DATE TO AS-OF-BEFORE-DATE
                    MOVE PH-NEW-SHR-PRC TO AS-OF-BEFORE-PRC
                 END-IF
              ELSE
                 IF AS-OF-AFTER-FLAG = 'N'
                    OR PH-PRICE-DATE < AS-OF-AFTER-DATE
                    MOVE 'Y' TO AS-OF-AFTER-FLAG
                    MOVE PH-PRICE-DATE TO AS-OF-AFTER-DATE
                    MOVE PH-PRIOR-SHR-PRC TO AS-OF-AFTER-PRC
                 END-IF
              END-IF
           END-IF.

           READ PRICE-HIST-FILE
              AT END MOVE 'Y' TO PRCH-EOF-FLAG
           END-READ.

       0517-EXIT. EXIT.

       0520-FUND-NOT-FOUND.

      **************************************************************
      **************************************************************

           CALL SUBPROGRAM USING ENDOWMT-CHG-AMT
                                 POST-SHR-PRC
                                 SHARE-CHG-AMT.

           COMPUTE NEW-ENDOWMT-AMT ROUNDED =
      *    THE ONE ALLOCATION'S OWN CARRIED BALANCE -- THE SELECTED
      *    ALLOCATION CANNOT GO NEGATIVE JUST BECAUSE ANOTHER
      *    ALLOCATION STILL HOLDS ENOUGH TO COVER THE COMBINED TEST.
      *    IT MUST ALSO FIT WITHIN WHAT REMAINS OF THE ORCHESTRA'S
      *    SPENDING-POLICY ALLOWANCE, UNLESS THE COMMITTEE OVERRODE.
      *
           PERFORM 0615-CHECK-SPENDING-ALLOWANCE.

           IF NEW-COMBINED-ENDOWMT-AMT < TBL-ENDOWMT-USUF-LMT(ORCH-NDX)
              OR ENDOWMT-CHG-AMT > ALLOC-ENDOWMT-AMT
              OR ALLOW-EXCEEDED-FLAG = 'Y'
               IF NEW-COMBINED-ENDOWMT-AMT <
                  TBL-ENDOWMT-USUF-LMT(ORCH-NDX)
                  OR ENDOWMT-CHG-AMT > ALLOC-ENDOWMT-AMT
                  MOVE 'WITHDRAWAL NOT PROCESSED' TO OUT-TRAN-TYPE-ERR
                  MOVE 'UL' TO SUSP-REASON-CODE
               ELSE
                  MOVE 'WITHDRAWAL OVER ALLOWANCE' TO OUT-TRAN-TYPE-ERR
                  MOVE 'SP' TO SUSP-REASON-CODE
               END-IF
               PERFORM 0750-PRINT-ERROR-ENDOWMENT-LINE
               PERFORM 0270-WRITE-SUSPENSE-RECORD
               COMPUTE TOT-NEW-ENDOWMT-AMT ROUNDED =
                   ALLOC-ENDOWMT-AMT + TOT-NEW-ENDOWMT-AMT
           ELSE
               SUBTRACT ENDOWMT-CHG-AMT FROM TOT-ENDOWMT-CHG-AMT
               CALL SUBPROGRAM USING ENDOWMT-CHG-AMT
                                     POST-SHR-PRC
                                     SHARE-CHG-AMT
      *
      *    WHEN THE CURRENT PRICE SITS BELOW THE SLOT'S AVERAGE
                    TBL-ALLOC-SHARE-AMT(ORCH-NDX, ALLOC-NDX)
               ADD 1 TO FACT-TRAN-CTR(FACT-NDX)
               ADD ENDOWMT-CHG-AMT TO FACT-WD-AMT(FACT-NDX)
               PERFORM 0617-RECORD-SPENDING-DRAW
               MOVE 'Y' TO CKPT-BAL-CHANGED-FLAG
           END-IF.

       0610-EXIT. EXIT.

       0615-CHECK-SPENDING-ALLOWANCE.

      **************************************************************
      *    LOOKS UP THE ORCHESTRA'S SPENDING-POLICY ALLOWANCE FOR  *
      *    THE FISCAL YEAR THE RUN'S EFFECTIVE DATE FALLS IN AND   *
      *    FLAGS A WITHDRAWAL OR TRANSFER OUT THAT WOULD DRAW MORE *
      *    THAN IS LEFT OF IT. A REQUEST CARRYING THE COMMITTEE    *
      *    OVERRIDE IS NEVER FLAGGED. AN ORCHESTRA WITH NO         *
      *    ALLOWANCE FOR THE YEAR IS NOT LIMITED.                  *
      **************************************************************

           MOVE 'N' TO ALLOW-FOUND-FLAG.
           MOVE 'N' TO ALLOW-EXCEEDED-FLAG.

           SEARCH ALL TBL-AL-NTRY
              AT END CONTINUE
              WHEN TBL-AL-ORCH-NME(AL-NDX) = TBL-ORCH-NME(ORCH-NDX)
                 IF EFFECTIVE-DATE-FLAT NOT <
                    TBL-AL-FY-START-DATE(AL-NDX)
                    AND EFFECTIVE-DATE-FLAT <
                    TBL-AL-FY-NEXT-START-DATE(AL-NDX)
                    MOVE 'Y' TO ALLOW-FOUND-FLAG
                 END-IF
           END-SEARCH.

           IF ALLOW-FOUND-FLAG = 'Y'
              AND IN-OVERRIDE-IND OF TRAN-RECORD NOT = 'Y'
              IF ENDOWMT-CHG-AMT + TBL-AL-YTD-DRAWN-AMT(AL-NDX) >
                 TBL-AL-ALLOWANCE-AMT(AL-NDX)
                 MOVE 'Y' TO ALLOW-EXCEEDED-FLAG
              END-IF
           END-IF.

       0615-EXIT. EXIT.

       0617-RECORD-SPENDING-DRAW.

      **************************************************************
      *    ADDS A POSTED WITHDRAWAL OR TRANSFER OUT (OVERRIDDEN    *
      *    ONES INCLUDED) TO THE ORCHESTRA'S YEAR-TO-DATE DRAW.    *
      **************************************************************

           IF ALLOW-FOUND-FLAG = 'Y'
              ADD ENDOWMT-CHG-AMT TO TBL-AL-YTD-DRAWN-AMT(AL-NDX)
           END-IF.

       0617-EXIT. EXIT.

       0620-CGI-TRANSACTION.

      **************************************************************
                     TBL-CAP-GAINS-PCT-FLG(ORCH-NDX))

              CALL SUBPROGRAM USING ENDOWMT-CHG-AMT
                                    POST-SHR-PRC
                                    SHARE-CHG-AMT

              COMPUTE NEW-ENDOWMT-AMT ROUNDED =
           ELSE
               SUBTRACT ENDOWMT-CHG-AMT FROM TOT-ENDOWMT-CHG-AMT
               CALL SUBPROGRAM USING ENDOWMT-CHG-AMT
                                     POST-SHR-PRC
                                     SHARE-CHG-AMT
      *
      *    WHEN THE CURRENT PRICE SITS BELOW THE SLOT'S AVERAGE
           SET FUND-NDX TO DEST-FUND-NDX-NBR.
           SET FACT-NDX TO FUND-NDX.

           PERFORM 0515-SET-POSTING-PRICE.

           ADD 1 TO TRAN-CTR.

           MOVE TBL-ALLOC-ENDOWMT-AMT(ORCH-NDX, ALLOC-NDX)
              SHARE-AMT + TOT-SHARE-AMT.

           CALL SUBPROGRAM USING ENDOWMT-CHG-AMT
                                 POST-SHR-PRC
                                 SHARE-CHG-AMT.

           COMPUTE NEW-ENDOWMT-AMT ROUNDED =
      *    PROCESSES BOTH LEGS OF A TRANSFER BETWEEN TWO           *
      *    ORCHESTRAS AS ONE UNIT. THE DESTINATION ORCHESTRA IS    *
      *    VALIDATED FIRST (SEE 0641-EDIT-TRANS-DEST), AND THE OUT *
      *    LEG IS TESTED AGAINST THE USUFRUCTUARY LIMIT AND THE    *
      *    SPENDING-POLICY ALLOWANCE; IF ANY CHECK FAILS, NEITHER  *
      *    LEG POSTS AND THE ERROR PRINT METHOD IS CALLED.         *
      *    OTHERWISE THE OUT LEG POSTS AS BEFORE                   *
      *    AND THE IN LEG (0642-TRANS-IN-LEG) LANDS THE SAME       *
      *    AMOUNT IN THE DESTINATION ORCHESTRA'S FIRST FUND        *
      *    ALLOCATION, SO BOTH LEGS APPEAR ON THE REPORT AND THE   *

           PERFORM 0641-EDIT-TRANS-DEST.

           PERFORM 0615-CHECK-SPENDING-ALLOWANCE.

           IF NEW-COMBINED-ENDOWMT-AMT < TBL-ENDOWMT-USUF-LMT(ORCH-NDX)
              OR ENDOWMT-CHG-AMT > ALLOC-ENDOWMT-AMT
              OR DEST-VALID-FLAG = 'N'
              OR ALLOW-EXCEEDED-FLAG = 'Y'
               EVALUATE TRUE
                  WHEN DEST-VALID-FLAG = 'N'
                     MOVE 'TRANSFER DEST INVALID' TO OUT-TRAN-TYPE-ERR
                     MOVE 'DE' TO SUSP-REASON-CODE
                  WHEN NEW-COMBINED-ENDOWMT-AMT <
                       TBL-ENDOWMT-USUF-LMT(ORCH-NDX)
                    OR ENDOWMT-CHG-AMT > ALLOC-ENDOWMT-AMT
                     MOVE 'TRANSFER OUT NOT PROCESSED' TO
                          OUT-TRAN-TYPE-ERR
                     MOVE 'UL' TO SUSP-REASON-CODE
                  WHEN OTHER
                     MOVE 'TRANSFER OVER ALLOWANCE' TO OUT-TRAN-TYPE-ERR
                     MOVE 'SP' TO SUSP-REASON-CODE
               END-EVALUATE
               PERFORM 0750-PRINT-ERROR-ENDOWMENT-LINE
               PERFORM 0270-WRITE-SUSPENSE-RECORD
               COMPUTE TOT-NEW-ENDOWMT-AMT ROUNDED =
           ELSE
               SUBTRACT ENDOWMT-CHG-AMT FROM TOT-ENDOWMT-CHG-AMT
               CALL SUBPROGRAM USING ENDOWMT-CHG-AMT
                                     POST-SHR-PRC
                                     SHARE-CHG-AMT
      *
      *    WHEN THE CURRENT PRICE SITS BELOW THE SLOT'S AVERAGE
                    TBL-ALLOC-SHARE-AMT(ORCH-NDX, ALLOC-NDX)
               ADD 1 TO FACT-TRAN-CTR(FACT-NDX)
               ADD ENDOWMT-CHG-AMT TO FACT-TRANS-AMT(FACT-NDX)
               PERFORM 0617-RECORD-SPENDING-DRAW
               MOVE 'Y' TO CKPT-BAL-CHANGED-FLAG
               PERFORM 0642-TRANS-IN-LEG
           END-IF.
           SET FUND-NDX TO DEST-FUND-NDX-NBR.
           SET FACT-NDX TO FUND-NDX.

           PERFORM 0515-SET-POSTING-PRICE.

           ADD 1 TO TRAN-CTR.

           MOVE TBL-ALLOC-ENDOWMT-AMT(ORCH-NDX, ALLOC-NDX)
              SHARE-AMT + TOT-SHARE-AMT.

           CALL SUBPROGRAM USING ENDOWMT-CHG-AMT
                                 POST-SHR-PRC
                                 SHARE-CHG-AMT.

           COMPUTE NEW-ENDOWMT-AMT ROUNDED =

              WRITE AUDIT-RECORD

              ADD 1 TO AUDIT-CTR

           END-IF.

       0850-EXIT. EXIT.

       0950-EXIT. EXIT.

       0955-UPDATE-ALLOWANCES.

      **************************************************************
      *    REWRITES ALLOWFILE FROM ALLOW-TBL SO THE YEAR-TO-DATE   *
      *    DRAWS POSTED DURING THIS RUN CARRY FORWARD.             *
      **************************************************************

           MOVE 'UPDALLOW' TO SUBPROGRAM.

           CALL SUBPROGRAM USING ALLOW-TBL.

       0955-EXIT. EXIT.

       0960-CLEAR-CHECKPOINT.

      **************************************************************

       0980-EXIT. EXIT.

       0985-WRITE-STEP-LOG.

      **************************************************************
      *    APPENDS THIS RUN'S STEP LOG RECORD: RUN NUMBER AND      *
      *    EFFECTIVE DATE, TRANFILE RECORDS READ, AUDIT RECORDS    *
      *    WRITTEN, REQUESTS SENT TO SUSPENSE, THE ENDOWMENT       *
      *    CHANGE CONTROL TOTAL AND THE RUN'S RETURN CODE. THE     *
      *    AUDIT AND SUSPENSE COUNTS SURVIVE A CHECKPOINT RESTART, *
      *    SO THEY COVER THE WHOLE RUN, NOT JUST THE RESUMED PART. *
      **************************************************************

           MOVE RUN-NBR TO SL-RUN-NBR.
           MOVE EFFECTIVE-DATE-FLAT TO SL-EFFECTIVE-DATE.
           MOVE REC-CTR TO SL-READ-CTR.
           MOVE AUDIT-CTR TO SL-WRITTEN-CTR.
           MOVE SUSP-CTR TO SL-REJECTED-CTR.
           MOVE TOT-ENDOWMT-CHG-AMT TO SL-CONTROL-AMT.
           MOVE RUN-RC TO SL-RETURN-CODE.
           MOVE 'E' TO SL-FUNCTION.

           MOVE 'STEPLOG' TO SUBPROGRAM.

           CALL SUBPROGRAM USING STEPLOG-RECORD.

       0985-EXIT. EXIT.

       1000-PRINT-LE-RECORDS.

      **************************************************************
