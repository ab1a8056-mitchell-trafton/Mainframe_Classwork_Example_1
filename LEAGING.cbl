      *                                                               *
      *            LEAGERPT -- AGING REPORT.                         *
      *                                                               *
      *            STEPLOG -- ONE STEP LOG RECORD (VIA STEPLOG):     *
      *            LOW-ENDOWMENT RECORDS READ, HISTORY RECORDS       *
      *            WRITTEN, RECORDS NOT TRACKED BECAUSE THE HISTORY  *
      *            TABLE WAS FULL, AND THE TOTAL LOW-ENDOWMENT       *
      *            BALANCE READ AS CONTROL TOTAL.                    *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: NONE                                       *
           05 NEW-CTR                  PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 ONGOING-CTR              PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 RECOVERED-CTR            PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 LOWEND-READ-CTR          PIC 9(7) PACKED-DECIMAL VALUE 0.
           05 HIST-WRITTEN-CTR         PIC 9(7) PACKED-DECIMAL VALUE 0.
           05 NOT-TRACKED-CTR          PIC 9(7) PACKED-DECIMAL VALUE 0.

       01  LOWEND-TOT-AMT              PIC S9(13)V99 PACKED-DECIMAL
                                            VALUE 0.

       01  SUBPROGRAM                  PIC 9(8).

           COPY STEPLREC.

       01  CURRENT-DATE-FIELDS.
           05  CURRENT-DATE.
      *    THE CASES STILL OPEN.                                     *
      ****************************************************************

           MOVE 'LEAGING' TO SL-PROGRAM-NME.
           MOVE 'A' TO SL-RUN-STAGE.
           MOVE 'S' TO SL-FUNCTION.

           MOVE 'STEPLOG' TO SUBPROGRAM.

           CALL SUBPROGRAM USING STEPLOG-RECORD.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.

           MOVE CURRENT-DATE-FLAT TO RUN-EFF-DATE.

           PERFORM 0500-REWRITE-HISTORY.

           MOVE LOWEND-READ-CTR TO SL-READ-CTR.
           MOVE HIST-WRITTEN-CTR TO SL-WRITTEN-CTR.
           MOVE NOT-TRACKED-CTR TO SL-REJECTED-CTR.
           MOVE LOWEND-TOT-AMT TO SL-CONTROL-AMT.
           MOVE RETURN-CODE TO SL-RETURN-CODE.
           MOVE 'E' TO SL-FUNCTION.

           MOVE 'STEPLOG' TO SUBPROGRAM.

           CALL SUBPROGRAM USING STEPLOG-RECORD.

           GOBACK.

       0000-EXIT. EXIT.
      *    TABLE IS A NEW ENTRANT STAMPED WITH TODAY'S DATE.        *
      **************************************************************

           ADD 1 TO LOWEND-READ-CTR.

           ADD LE-ENDOWMT-AMT TO LOWEND-TOT-AMT.

           MOVE 'N' TO NOT-FOUND-WORK-FLAG.

           IF HIST-CTR > 0

           IF HIST-CTR = 5000
              MOVE 'Y' TO TBL-FULL-FLAG
              ADD 1 TO NOT-TRACKED-CTR
           ELSE
              PERFORM VARYING INS-NDX FROM 1 BY 1
                 UNTIL INS-NDX > HIST-CTR
                 MOVE HIST-RUN-CTR(PRT-NDX) TO LEH-RUN-CTR
                 MOVE HIST-ENDOWMT-AMT(PRT-NDX) TO LEH-ENDOWMT-AMT
                 WRITE LEH-RECORD
                 ADD 1 TO HIST-WRITTEN-CTR
              END-IF
           END-PERFORM.

