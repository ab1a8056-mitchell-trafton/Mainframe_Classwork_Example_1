      *            PRESERVES THE PRE-BACKOUT GENERATION TO          *
      *            ORCHPREV, SO THE BACKOUT ITSELF CAN BE PROVED    *
      *            OR UNDONE.                                        *
      *            A FUND MERGER PASS (FUNDMERG) REVERSES LIKE ANY  *
      *            OTHER: ITS 'MERGER OUT' RECORD ALSO POINTS THE   *
      *            SLOT BACK AT THE CLOSING FUND. AN ALLOCATION     *
      *            PERCENTAGE THE MERGER FOLDED INTO AN EXISTING    *
      *            SUCCESSOR SLOT IS NOT ON THE AUDIT TRAIL AND IS  *
      *            RESET THROUGH ORCHMAINT AFTERWARD.               *
      *            ONCE THE MASTER IS REWRITTEN, THE RUN'S TAX-LOT  *
      *            CHANGES ARE PUT BACK AS WELL: EVERY POSTED       *
      *            LOTHIST RECORD OF THE RUN HAS ITS SHARE AND      *
      *            COST CHANGE TAKEN BACK OFF THE LOT MASTER --     *
      *            LOTS IT RELIEVED ARE RESTORED, LOTS IT OPENED    *
      *            ARE REMOVED -- AND IS MARKED REVERSED SO IT NO   *
      *            LONGER COUNTS AS REALIZED GAIN OR LOSS.          *
      *            A REVERSED WITHDRAWAL OR TRANSFER OUT THAT FELL  *
      *            IN ITS ORCHESTRA'S CURRENT SPENDING-POLICY YEAR  *
      *            IS ALSO TAKEN BACK OFF THE YEAR-TO-DATE DRAW.    *
      *            EVERY DEPOSIT OF THE RUN THAT THE PLEDGE         *
      *            MATCHING RUN APPLIED TO A DONOR PLEDGE (EACH     *
      *            POSTED PLGHIST RECORD OF THE RUN) IS TAKEN BACK  *
      *            OFF THE PLEDGE, INSTALLMENT BY INSTALLMENT; A    *
      *            PLEDGE PAID IN FULL THAT NO LONGER IS GOES BACK  *
      *            TO OPEN, AND THE HISTORY RECORD IS MARKED        *
      *            REVERSED.                                        *
      *                                                               *
      *  INPUT:    BKOUTPARM --                                      *
      *            ONE RECORD NAMING THE RUN DATE (CCYYMMDD) TO      *
      *                                                               *
      *            ORCHFILE -- CURRENT ORCHESTRA MASTER.              *
      *                                                               *
      *  IN/OUTPUT: LOTHIST -- TAX-LOT HISTORY; THE RUN'S RECORDS    *
      *            ARE REWRITTEN MARKED REVERSED.                    *
      *                                                               *
      *            LOTFILE -- TAX-LOT MASTER (VIA BLDLOT/UPDLOT),    *
      *            REWRITTEN WITH THE RUN'S LOT CHANGES TAKEN OFF.   *
      *                                                               *
      *            ALLOWFILE -- SPENDING-POLICY ALLOWANCE MASTER     *
      *            (VIA BLDALLOW/UPDALLOW), REWRITTEN WITH THE RUN'S *
      *            DRAWS TAKEN OFF.                                  *
      *                                                               *
      *            PLGHIST -- PLEDGE PAYMENT HISTORY; THE RUN'S      *
      *            RECORDS ARE REWRITTEN MARKED REVERSED.            *
      *                                                               *
      *            PLEDGFILE -- DONOR PLEDGE MASTER (VIA BLDPLG/     *
      *            UPDPLG), REWRITTEN WITH THE RUN'S PLEDGE          *
      *            PAYMENTS TAKEN OFF.                               *
      *                                                               *
      *  OUTPUT:   ORCHFILE -- REWRITTEN WITH THE RUN REVERSED.      *
      *                                                               *
      *            ORCHPREV -- THE PRE-BACKOUT MASTER (VIA UPDORCH). *
      *            MATCHED THE REQUESTED DATE, 8 WHEN AN AUDIT       *
      *            RECORD NAMED AN ORCHESTRA NOT ON THE MASTER --    *
      *            IN EITHER CASE THE MASTER IS LEFT UNTOUCHED; A    *
      *            RUN IS ONLY EVER BACKED OUT WHOLE. ALSO 8 WHEN    *
      *            THE RUN'S LOT CHANGES DID NOT FIT THE LOT TABLE:  *
      *            THE ORCHESTRA MASTER IS REVERSED BUT THE LOT      *
      *            MASTER AND LOTHIST ARE LEFT AS THEY WERE.         *
      *            0 OTHERWISE.                                      *
      *                                                               *
      *  NOTES:    A PLEDGE PAYMENT IS TAKEN OFF THE INSTALLMENTS IT *
      *            WAS APPLIED TO. IF THE SCHEDULE WAS REBUILT SINCE *
      *            (PLGMAINT CHANGE) AN INSTALLMENT IS NEVER TAKEN   *
      *            BELOW ZERO. A PLEDGE NO LONGER ON THE MASTER IS   *
      *            LISTED AND ITS HISTORY RECORD LEFT POSTED.        *
      ***************************************************************

       IDENTIFICATION DIVISION.
           SELECT PARM-FILE ASSIGN TO BKOUTPARM.
           SELECT AUDIT-FILE ASSIGN TO AUDITFILE.
           SELECT OPTIONAL PERIOD-FILE ASSIGN TO PERIODF.
           SELECT OPTIONAL LOT-HIST-FILE ASSIGN TO LOTHIST.
           SELECT OPTIONAL PLEDGE-HIST-FILE ASSIGN TO PLGHIST.
           SELECT REPORT-FILE ASSIGN TO BKOUTRPT.



           COPY PERIODREC.

       FD  LOT-HIST-FILE
           RECORDING MODE IS F.

           COPY LOTHREC.

       FD  PLEDGE-HIST-FILE
           RECORDING MODE IS F.

           COPY PLGHREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.

      *
           COPY ORCHTBL.

       01  LOT-TBL.
           05 TBL-LOT-CTR              PIC S9(5) BINARY SYNC VALUE 0.
           05 TBL-LOT-NTRY             OCCURS 1 TO 20000
                                       DEPENDING ON TBL-LOT-CTR
                                       ASCENDING KEY TBL-LOT-KEY
                                       INDEXED BY LOT-NDX.
              COPY LOTTBL.

       01  ALLOW-TBL.
           05 TBL-AL-CTR               PIC S9(4) BINARY SYNC VALUE 0.
           05 TBL-AL-NTRY              OCCURS 1 TO 5000
                                       DEPENDING ON TBL-AL-CTR
                                       ASCENDING KEY TBL-AL-ORCH-NME
                                       INDEXED BY AL-NDX.
              COPY ALLOWTBL.

       01  PLEDGE-TBL.
           05 TBL-PL-CTR               PIC S9(4) BINARY SYNC VALUE 0.
           05 TBL-PL-NTRY              OCCURS 1 TO 3000
                                       DEPENDING ON TBL-PL-CTR
                                       ASCENDING KEY TBL-PL-ORCH-NME
                                                     TBL-PL-PLEDGE-ID
                                       INDEXED BY PL-NDX.
              COPY PLGTBL.

       01  FLAGS.
           05 EOF-FLAG                 PIC X VALUE 'N'.
           05 ORCH-NOT-FOUND-FLAG      PIC X VALUE 'N'.
           05 PERIOD-CLOSED-FLAG       PIC X VALUE 'N'.
           05 PERIOD-EOF-FLAG          PIC X VALUE 'N'.
           05 LOTH-EOF-FLAG            PIC X VALUE 'N'.
           05 LOT-TBL-FULL-FLAG        PIC X VALUE 'N'.
           05 PLGH-EOF-FLAG            PIC X VALUE 'N'.
           05 PLEDGE-FOUND-FLAG        PIC X VALUE 'N'.

       01  BACKOUT-RUN-DATE            PIC 9(8).

           05 REVERSED-CTR             PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 SKIPPED-CTR              PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 UNKNOWN-CTR              PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 LOTS-RESTORED-CTR        PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 PLEDGE-PMTS-CTR          PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 PLEDGES-REOPENED-CTR     PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 PLEDGE-MISSING-CTR       PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 INSTL-SUB                PIC S9(4) BINARY SYNC VALUE 0.
           05 INS-NDX                  PIC S9(5) BINARY SYNC VALUE 0.
           05 SHIFT-NDX                PIC S9(5) BINARY SYNC VALUE 0.

       01  REVERSAL-AMT                PIC S9(9)V99 PACKED-DECIMAL.


       01  SUBPROGRAM                  PIC 9(8).

      *
      *    THE LOT A LOTHIST RECORD CHANGED, IN TBL-LOT-KEY'S
      *    LAYOUT, AND THE SHARES AND COST THAT PUT THE CHANGE BACK.
      *

       01  SEARCH-LOT-KEY.
           05 SRCH-ORCH-NME            PIC X(45).
           05 SRCH-ALLOC-NBR           PIC 9.
           05 SRCH-ACQ-DATE            PIC 9(8).

       01  POST-FIELDS.
           05 POST-SHARE-AMT           PIC S9(11)V9(4) PACKED-DECIMAL.
           05 POST-COST-AMT            PIC S9(9)V99 PACKED-DECIMAL.

       01  REPORT-HDR-1.
           05                          PIC X(26) VALUE
                                               'RUN BACKOUT FOR DATE: '.
                                               'UNKNOWN ORCHESTRAS: '.
           05 OUT-UNKNOWN-CTR          PIC ZZZZ9.

       01  OUTPUT-LOTS-LINE.
           05                          PIC X(30) VALUE
                                       'TAX-LOT CHANGES PUT BACK: '.
           05 OUT-LOTS-RESTORED-CTR    PIC ZZZZ9.

       01  OUTPUT-PLEDGES-LINE.
           05                          PIC X(30) VALUE
                                   'PLEDGE PAYMENTS TAKEN BACK: '.
           05 OUT-PLEDGE-PMTS-CTR      PIC ZZZZ9.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(20) VALUE
                                               'PLEDGES REOPENED: '.
           05 OUT-PLEDGES-REOPENED-CTR PIC ZZZZ9.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(20) VALUE
                                               'PLEDGE NOT ON FILE: '.
           05 OUT-PLEDGE-MISSING-CTR   PIC ZZZZ9.

       01  OUTPUT-PLEDGE-MISSING-LINE.
           05 OUT-PM-ORCH-NME          PIC X(45).
           05                          PIC XXX VALUE SPACES.
           05 OUT-PM-PLEDGE-ID         PIC X(4).
           05                          PIC XXX VALUE SPACES.
           05                          PIC X(45) VALUE
                       'PLEDGE NOT ON MASTER - PAYMENT LEFT APPLIED'.

       01  OUTPUT-LOT-TBL-FULL-LINE.
           05                          PIC X(60) VALUE
               '*** LOT TABLE FULL AT 20000 LOTS -- LOT MASTER NOT'.
           05                          PIC X(60) VALUE
               ' REWRITTEN; LOTHIST RECORDS LEFT AS POSTED'.

       01  OUTPUT-NO-MATCH-LINE.
           05                          PIC X(60) VALUE
               '*** NO AUDIT RECORDS MATCHED THE REQUESTED RUN DATE --'.

           CALL SUBPROGRAM USING ORCHS-TBL.

           MOVE 'BLDALLOW' TO SUBPROGRAM.

           CALL SUBPROGRAM USING ALLOW-TBL.

           OPEN INPUT AUDIT-FILE.

           READ AUDIT-FILE
              ELSE
                 MOVE 'UPDORCH' TO SUBPROGRAM
                 CALL SUBPROGRAM USING ORCHS-TBL
                 MOVE 'UPDALLOW' TO SUBPROGRAM
                 CALL SUBPROGRAM USING ALLOW-TBL
                 PERFORM 0200-RESTORE-TAX-LOTS
                 PERFORM 0300-REVERSE-PLEDGE-PAYMENTS
              END-IF
           END-IF.

           SUBTRACT SHARE-REVERSAL-AMT FROM
              TBL-ALLOC-SHARE-AMT(ORCH-NDX, ALLOC-SUB).

      *
      *    A MERGER RE-POINTED THE SLOT AT THE SUCCESSOR FUND; THE
      *    'MERGER OUT' RECORD CARRIES THE CLOSING FUND IT LEFT.
      *

           IF AUD-TRAN-TYPE = 'MERGER OUT'
              MOVE AUD-FUND-NBR TO
                   TBL-ALLOC-FUND-NBR(ORCH-NDX, ALLOC-SUB)
           END-IF.

           IF AUD-TRAN-TYPE = 'WITHDRAWAL'
              OR AUD-TRAN-TYPE = 'TRANSFER OUT'
              PERFORM 0160-REVERSE-SPENDING-DRAW
           END-IF.

           MOVE AUD-ORCH-NME TO OUT-BK-ORCH-NME.

           MOVE AUD-TRAN-TYPE TO OUT-BK-TRAN-TYPE.
           WRITE REPORT-LINE AFTER 1.

       0150-EXIT. EXIT.

       0160-REVERSE-SPENDING-DRAW.

      **************************************************************
      *    TAKES A REVERSED WITHDRAWAL OR TRANSFER OUT BACK OFF    *
      *    ITS ORCHESTRA'S SPENDING-POLICY DRAW, WHEN IT POSTED    *
      *    WITHIN THE FISCAL YEAR THE ALLOWANCE MASTER NOW HOLDS.  *
      *    REVERSAL-AMT IS STILL THE (NEGATIVE) POSTED CHANGE.     *
      **************************************************************

           SEARCH ALL TBL-AL-NTRY
              AT END CONTINUE
              WHEN TBL-AL-ORCH-NME(AL-NDX) = AUD-ORCH-NME
                 IF AUD-RUN-DATE NOT < TBL-AL-FY-START-DATE(AL-NDX)
                    AND AUD-RUN-DATE <
                        TBL-AL-FY-NEXT-START-DATE(AL-NDX)
                    IF TBL-AL-YTD-DRAWN-AMT(AL-NDX) + REVERSAL-AMT < 0
                       MOVE 0 TO TBL-AL-YTD-DRAWN-AMT(AL-NDX)
                    ELSE
                       ADD REVERSAL-AMT TO TBL-AL-YTD-DRAWN-AMT(AL-NDX)
                    END-IF
                 END-IF
           END-SEARCH.

       0160-EXIT. EXIT.

       0200-RESTORE-TAX-LOTS.

      **************************************************************
      *    PUTS THE BACKED-OUT RUN'S TAX-LOT CHANGES BACK. THE LOT  *
      *    MASTER IS LOADED AND EVERY POSTED LOTHIST RECORD OF THE  *
      *    RUN IS UNDONE ON IT IN A FIRST PASS; ONLY WHEN ALL OF    *
      *    THEM FIT IS THE MASTER REWRITTEN AND A SECOND PASS       *
      *    MARKS THE RECORDS REVERSED, SO THE LOTS AND THEIR        *
      *    HISTORY NEVER DISAGREE.                                  *
      **************************************************************

           MOVE 'BLDLOT' TO SUBPROGRAM.

           CALL SUBPROGRAM USING LOT-TBL.

           OPEN INPUT LOT-HIST-FILE.

           READ LOT-HIST-FILE
              AT END MOVE 'Y' TO LOTH-EOF-FLAG
           END-READ.

           PERFORM 0210-UNDO-LOT-CHANGE
              UNTIL LOTH-EOF-FLAG = 'Y'.

           CLOSE LOT-HIST-FILE.

           IF LOT-TBL-FULL-FLAG = 'Y'
              MOVE OUTPUT-LOT-TBL-FULL-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 1
              MOVE 8 TO RETURN-CODE
           ELSE
              IF LOTS-RESTORED-CTR > 0
                 MOVE 'UPDLOT' TO SUBPROGRAM
                 CALL SUBPROGRAM USING LOT-TBL
                 MOVE 'N' TO LOTH-EOF-FLAG
                 OPEN I-O LOT-HIST-FILE
                 READ LOT-HIST-FILE
                    AT END MOVE 'Y' TO LOTH-EOF-FLAG
                 END-READ
                 PERFORM 0230-MARK-LOT-CHANGE-REVERSED
                    UNTIL LOTH-EOF-FLAG = 'Y'
                 CLOSE LOT-HIST-FILE
              END-IF
              MOVE LOTS-RESTORED-CTR TO OUT-LOTS-RESTORED-CTR
              MOVE OUTPUT-LOTS-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 1
           END-IF.

       0200-EXIT. EXIT.

       0210-UNDO-LOT-CHANGE.

      **************************************************************
      *    TAKES ONE POSTED LOTHIST RECORD OF THE BACKED-OUT RUN    *
      *    BACK OFF ITS LOT: A RELIEF'S SHARES AND COST GO BACK ON  *
      *    (RE-CREATING THE LOT IF IT WAS RELIEVED AWAY), AN        *
      *    OPENING'S COME OFF. A BASIS-SHORTFALL RECORD (ZERO       *
      *    ACQUISITION DATE) NEVER TOUCHED A LOT AND IS ONLY        *
      *    COUNTED.                                                 *
      **************************************************************

           IF LH-RUN-DATE = BACKOUT-RUN-DATE
              AND (BACKOUT-RUN-NBR = 0
                   OR LH-RUN-NBR = BACKOUT-RUN-NBR)
              AND LH-STATUS = 'P'
              ADD 1 TO LOTS-RESTORED-CTR
              IF LH-ACQ-DATE > 0
                 MOVE LH-ORCH-NME  TO SRCH-ORCH-NME
                 MOVE LH-ALLOC-NBR TO SRCH-ALLOC-NBR
                 MOVE LH-ACQ-DATE  TO SRCH-ACQ-DATE
                 COMPUTE POST-SHARE-AMT = 0 - LH-SHARE-CHG-AMT
                 COMPUTE POST-COST-AMT = 0 - LH-COST-CHG-AMT
                 PERFORM 0220-POST-TO-LOT
              END-IF
           END-IF.

           READ LOT-HIST-FILE
              AT END MOVE 'Y' TO LOTH-EOF-FLAG
           END-READ.

       0210-EXIT. EXIT.

       0220-POST-TO-LOT.

      **************************************************************
      *    ADDS POST-SHARE-AMT AND POST-COST-AMT TO THE LOT NAMED   *
      *    BY SEARCH-LOT-KEY, INSERTING IT AT ITS PLACE IN THE      *
      *    TABLE WHEN IT IS NOT THERE. ONLY SHARES GOING BACK ON    *
      *    SET THE LOT'S FUND, SO UNDOING A MERGER LEAVES THE LOT   *
      *    IN THE CLOSING FUND IT CAME FROM.                        *
      **************************************************************

           PERFORM VARYING INS-NDX FROM 1 BY 1
              UNTIL INS-NDX > TBL-LOT-CTR
                 OR TBL-LOT-KEY(INS-NDX) >= SEARCH-LOT-KEY
              CONTINUE
           END-PERFORM.

           IF INS-NDX <= TBL-LOT-CTR
              AND TBL-LOT-KEY(INS-NDX) = SEARCH-LOT-KEY
              ADD POST-SHARE-AMT TO TBL-LOT-SHARE-AMT(INS-NDX)
              ADD POST-COST-AMT TO TBL-LOT-COST-AMT(INS-NDX)
              IF POST-SHARE-AMT > 0
                 MOVE LH-FUND-NBR TO TBL-LOT-FUND-NBR(INS-NDX)
              END-IF
           ELSE
              IF TBL-LOT-CTR = 20000
                 MOVE 'Y' TO LOT-TBL-FULL-FLAG
              ELSE
                 ADD 1 TO TBL-LOT-CTR
                 PERFORM VARYING SHIFT-NDX FROM TBL-LOT-CTR BY -1
                    UNTIL SHIFT-NDX <= INS-NDX
                    MOVE TBL-LOT-NTRY(SHIFT-NDX - 1)
                                        TO TBL-LOT-NTRY(SHIFT-NDX)
                 END-PERFORM
                 MOVE SEARCH-LOT-KEY TO TBL-LOT-KEY(INS-NDX)
                 MOVE LH-FUND-NBR    TO TBL-LOT-FUND-NBR(INS-NDX)
                 MOVE POST-SHARE-AMT TO TBL-LOT-SHARE-AMT(INS-NDX)
                 MOVE POST-COST-AMT  TO TBL-LOT-COST-AMT(INS-NDX)
                 MOVE LH-RUN-NBR     TO TBL-LOT-OPEN-RUN-NBR(INS-NDX)
              END-IF
           END-IF.

       0220-EXIT. EXIT.

       0230-MARK-LOT-CHANGE-REVERSED.

      **************************************************************
      *    REWRITES EACH POSTED LOTHIST RECORD OF THE BACKED-OUT    *
      *    RUN WITH STATUS 'R', NOW THAT ITS CHANGE IS OFF THE LOT  *
      *    MASTER.                                                  *
      **************************************************************

           IF LH-RUN-DATE = BACKOUT-RUN-DATE
              AND (BACKOUT-RUN-NBR = 0
                   OR LH-RUN-NBR = BACKOUT-RUN-NBR)
              AND LH-STATUS = 'P'
              MOVE 'R' TO LH-STATUS
              REWRITE LOTH-RECORD
           END-IF.

           READ LOT-HIST-FILE
              AT END MOVE 'Y' TO LOTH-EOF-FLAG
           END-READ.

       0230-EXIT. EXIT.

       0300-REVERSE-PLEDGE-PAYMENTS.

      **************************************************************
      *    TAKES THE BACKED-OUT RUN'S PLEDGE PAYMENTS BACK OFF THE  *
      *    DONOR PLEDGE MASTER. EVERY POSTED PLGHIST RECORD OF THE  *
      *    RUN IS UNDONE ON THE LOADED MASTER IN A FIRST PASS; THE  *
      *    MASTER IS THEN REWRITTEN AND A SECOND PASS MARKS THE     *
      *    RECORDS REVERSED, SO THE PLEDGES AND THEIR HISTORY       *
      *    NEVER DISAGREE.                                          *
      **************************************************************

           MOVE 'BLDPLG' TO SUBPROGRAM.

           CALL SUBPROGRAM USING PLEDGE-TBL.

           OPEN INPUT PLEDGE-HIST-FILE.

           READ PLEDGE-HIST-FILE
              AT END MOVE 'Y' TO PLGH-EOF-FLAG
           END-READ.

           PERFORM 0310-UNDO-PLEDGE-PAYMENT
              UNTIL PLGH-EOF-FLAG = 'Y'.

           CLOSE PLEDGE-HIST-FILE.

           IF PLEDGE-PMTS-CTR > 0
              MOVE 'UPDPLG' TO SUBPROGRAM
              CALL SUBPROGRAM USING PLEDGE-TBL
              MOVE 'N' TO PLGH-EOF-FLAG
              OPEN I-O PLEDGE-HIST-FILE
              READ PLEDGE-HIST-FILE
                 AT END MOVE 'Y' TO PLGH-EOF-FLAG
              END-READ
              PERFORM 0330-MARK-PAYMENT-REVERSED
                 UNTIL PLGH-EOF-FLAG = 'Y'
              CLOSE PLEDGE-HIST-FILE
           END-IF.

           MOVE PLEDGE-PMTS-CTR      TO OUT-PLEDGE-PMTS-CTR.
           MOVE PLEDGES-REOPENED-CTR TO OUT-PLEDGES-REOPENED-CTR.
           MOVE PLEDGE-MISSING-CTR   TO OUT-PLEDGE-MISSING-CTR.

           MOVE OUTPUT-PLEDGES-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

       0300-EXIT. EXIT.

       0310-UNDO-PLEDGE-PAYMENT.

      **************************************************************
      *    TAKES ONE POSTED PLGHIST RECORD OF THE BACKED-OUT RUN    *
      *    BACK OFF ITS PLEDGE: THE TOTAL COMES OFF THE PAID        *
      *    AMOUNT AND EACH INSTALLMENT'S SHARE OFF THAT             *
      *    INSTALLMENT. A PLEDGE PAID IN FULL WHOSE PAID AMOUNT IS  *
      *    NOW SHORT OF ITS TOTAL IS OPEN AGAIN.                    *
      **************************************************************

           IF PLH-RUN-DATE = BACKOUT-RUN-DATE
              AND (BACKOUT-RUN-NBR = 0
                   OR PLH-RUN-NBR = BACKOUT-RUN-NBR)
              AND PLH-STATUS = 'P'
              PERFORM 0340-FIND-PLEDGE
              IF PLEDGE-FOUND-FLAG = 'N'
                 ADD 1 TO PLEDGE-MISSING-CTR
                 MOVE PLH-ORCH-NME  TO OUT-PM-ORCH-NME
                 MOVE PLH-PLEDGE-ID TO OUT-PM-PLEDGE-ID
                 MOVE OUTPUT-PLEDGE-MISSING-LINE TO REPORT-LINE
                 WRITE REPORT-LINE AFTER 1
              ELSE
                 ADD 1 TO PLEDGE-PMTS-CTR
                 IF PLH-APPLIED-AMT > TBL-PL-PAID-AMT(PL-NDX)
                    MOVE 0 TO TBL-PL-PAID-AMT(PL-NDX)
                 ELSE
                    SUBTRACT PLH-APPLIED-AMT FROM
                       TBL-PL-PAID-AMT(PL-NDX)
                 END-IF
                 PERFORM 0320-UNDO-INSTALLMENT
                    VARYING INSTL-SUB FROM 1 BY 1
                    UNTIL INSTL-SUB > 12
                 IF TBL-PL-STATUS(PL-NDX) = 'P'
                    AND TBL-PL-PAID-AMT(PL-NDX) <
                        TBL-PL-TOTAL-AMT(PL-NDX)
                    MOVE 'O' TO TBL-PL-STATUS(PL-NDX)
                    MOVE 0   TO TBL-PL-STATUS-DATE(PL-NDX)
                    ADD 1 TO PLEDGES-REOPENED-CTR
                 END-IF
              END-IF
           END-IF.

           READ PLEDGE-HIST-FILE
              AT END MOVE 'Y' TO PLGH-EOF-FLAG
           END-READ.

       0310-EXIT. EXIT.

       0320-UNDO-INSTALLMENT.

      **************************************************************
      *    TAKES ONE INSTALLMENT'S SHARE OF THE PAYMENT BACK OFF    *
      *    THAT INSTALLMENT, NEVER BELOW ZERO.                      *
      **************************************************************

           IF PLH-INSTL-APPLIED-AMT(INSTL-SUB) >
              TBL-PL-INSTL-PAID-AMT(PL-NDX, INSTL-SUB)
              MOVE 0 TO TBL-PL-INSTL-PAID-AMT(PL-NDX, INSTL-SUB)
           ELSE
              SUBTRACT PLH-INSTL-APPLIED-AMT(INSTL-SUB) FROM
                 TBL-PL-INSTL-PAID-AMT(PL-NDX, INSTL-SUB)
           END-IF.

       0320-EXIT. EXIT.

       0330-MARK-PAYMENT-REVERSED.

      **************************************************************
      *    REWRITES EACH POSTED PLGHIST RECORD OF THE BACKED-OUT    *
      *    RUN WHOSE PLEDGE WAS ON THE MASTER WITH STATUS 'R', NOW  *
      *    THAT ITS PAYMENT IS OFF THE PLEDGE.                      *
      **************************************************************

           IF PLH-RUN-DATE = BACKOUT-RUN-DATE
              AND (BACKOUT-RUN-NBR = 0
                   OR PLH-RUN-NBR = BACKOUT-RUN-NBR)
              AND PLH-STATUS = 'P'
              PERFORM 0340-FIND-PLEDGE
              IF PLEDGE-FOUND-FLAG = 'Y'
                 MOVE 'R' TO PLH-STATUS
                 REWRITE PLGH-RECORD
              END-IF
           END-IF.

           READ PLEDGE-HIST-FILE
              AT END MOVE 'Y' TO PLGH-EOF-FLAG
           END-READ.

       0330-EXIT. EXIT.

       0340-FIND-PLEDGE.

      **************************************************************
      *    LOOKS UP THE HISTORY RECORD'S ORCHESTRA AND PLEDGE ID IN *
      *    THE PLEDGE TABLE, LEAVING PL-NDX ON THE ENTRY AND        *
      *    PLEDGE-FOUND-FLAG SET TO 'Y' WHEN IT IS THERE.           *
      **************************************************************

           MOVE 'N' TO PLEDGE-FOUND-FLAG.

           IF TBL-PL-CTR > 0
              SEARCH ALL TBL-PL-NTRY
                 AT END CONTINUE
                 WHEN TBL-PL-ORCH-NME(PL-NDX) = PLH-ORCH-NME
                  AND TBL-PL-PLEDGE-ID(PL-NDX) = PLH-PLEDGE-ID
                    MOVE 'Y' TO PLEDGE-FOUND-FLAG
              END-SEARCH
           END-IF.

       0340-EXIT. EXIT.
