      *            DOESN'T BALANCE, WITH THE DIFFERENCE, PLUS        *
      *            CONTROL COUNTS.                                   *
      *                                                               *
      *            STEPLOG -- ONE STEP LOG RECORD (VIA STEPLOG):     *
      *            AUDIT RECORDS READ, ORCHESTRAS IN BALANCE,        *
      *            ORCHESTRAS OUT OF BALANCE PLUS UNKNOWN AUDITS,    *
      *            AND THE NET AUDITED CHANGE AS CONTROL TOTAL.      *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: RETURN-CODE 8 WHEN ANY ORCHESTRA IS OUT    *
           05 BALANCED-CTR             PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 UNBAL-CTR                PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 AUD-UNKNOWN-CTR          PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 AUDIT-READ-CTR           PIC 9(7) PACKED-DECIMAL VALUE 0.

       01  RECON-WORK-FIELDS.
           05 EXPECTED-AMT             PIC S9(11)V99 PACKED-DECIMAL.
           05 DIFF-AMT                 PIC S9(11)V99 PACKED-DECIMAL.
           05 AUDIT-NET-AMT            PIC S9(13)V99 PACKED-DECIMAL
                                            VALUE 0.

       01  SUBPROGRAM                  PIC 9(8).

           COPY STEPLREC.

       01  CURRENT-DATE-FIELDS.
           05  CURRENT-DATE            PIC 9(8).
      *    MASTER DROPPED.                                           *
      ****************************************************************

           MOVE 'BALRECON' TO SL-PROGRAM-NME.
           MOVE 'A' TO SL-RUN-STAGE.
           MOVE 'S' TO SL-FUNCTION.

           MOVE 'STEPLOG' TO SUBPROGRAM.

           CALL SUBPROGRAM USING STEPLOG-RECORD.

           OPEN INPUT PRIOR-ORCH-FILE
                OUTPUT REPORT-FILE.

              MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE AUDIT-READ-CTR TO SL-READ-CTR.
           MOVE BALANCED-CTR TO SL-WRITTEN-CTR.
           COMPUTE SL-REJECTED-CTR = UNBAL-CTR + AUD-UNKNOWN-CTR.
           MOVE AUDIT-NET-AMT TO SL-CONTROL-AMT.
           MOVE RETURN-CODE TO SL-RETURN-CODE.
           MOVE 'E' TO SL-FUNCTION.

           MOVE 'STEPLOG' TO SUBPROGRAM.

           CALL SUBPROGRAM USING STEPLOG-RECORD.

           GOBACK.

       0000-EXIT. EXIT.
      *    TRAIL SHOULD NEVER LEAD ANYWHERE THE MASTER DOESN'T.    *
      **************************************************************

           ADD 1 TO AUDIT-READ-CTR.

           COMPUTE AUDIT-NET-AMT = AUDIT-NET-AMT
              + AUD-ENDOWMT-AMT-AFTER - AUD-ENDOWMT-AMT-BEFORE.

           SET RECON-NDX TO 1.

           SEARCH RECON-NTRY
