      ***************************************************************
      *  FUNCTION: MULTI-BRANCH TRANSACTION INTAKE, RUN AHEAD OF     *
      *            TRANEDIT. ACCEPTS THE THREE REGIONAL OFFICES'    *
      *            SUBMISSION FILES PLUS THE STANDING-ORDER AND     *
      *            REBALANCING GENERATORS' OUTPUT -- EVERY          *
      *            SUBMISSION IS IN TRANFILE FORM (SEE TRANREC),    *
      *            EACH RECORD CARRYING ITS SOURCE-OFFICE           *
      *            IDENTIFIER --                                    *
      *            VERIFIES EACH FILE'S OWN 'X' CONTROL TRAILER     *
      *            INDEPENDENTLY, AND MERGES THE SUBMISSIONS THAT   *
      *            RECONCILE INTO A SINGLE TRANFILE ENDING WITH A   *
      *            OPTIONAL, VERIFIED AGAINST ITS OWN TRAILER        *
      *            EXACTLY LIKE A REGIONAL SUBMISSION.               *
      *                                                               *
      *            SUBFILE5 --                                       *
      *            THE REBALANCING GENERATOR'S REBALTRN OUTPUT,      *
      *            OPTIONAL, VERIFIED AGAINST ITS OWN TRAILER        *
      *            EXACTLY LIKE A REGIONAL SUBMISSION.               *
      *                                                               *
      *  OUTPUT:   TRANFILE --                                       *
      *            THE ACCEPTED SUBMISSIONS' DETAIL RECORDS IN       *
      *            SUBMISSION ORDER, ENDING WITH ONE COMBINED 'X'    *
      *            READ, DETAILS ACCEPTED OR REJECTED AND WHY,       *
      *            PLUS COMBINED TOTALS.                             *
      *                                                               *
      *            STEPLOG -- ONE STEP LOG RECORD (VIA STEPLOG):     *
      *            RECORDS READ OVER ALL SUBMISSIONS, RECORDS        *
      *            WRITTEN TO TRANFILE (TRAILER INCLUDED), RECORDS   *
      *            OF REJECTED SUBMISSIONS, AND THE TOTAL OF MERGED  *
      *            DETAIL CHANGE AMOUNTS AS CONTROL TOTAL.           *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: RETURN-CODE 4 WHEN ANY SUBMISSION WAS      *
           SELECT OPTIONAL SUB-FILE-2 ASSIGN TO SUBFILE2.
           SELECT OPTIONAL SUB-FILE-3 ASSIGN TO SUBFILE3.
           SELECT OPTIONAL SUB-FILE-4 ASSIGN TO SUBFILE4.
           SELECT OPTIONAL SUB-FILE-5 ASSIGN TO SUBFILE5.
           SELECT TRANS-FILE ASSIGN TO TRANFILE.
           SELECT REPORT-FILE ASSIGN TO MERGRPT.


       01  SUB-RECORD-4                PIC X(126).

       FD  SUB-FILE-5
           RECORDING MODE IS F.

       01  SUB-RECORD-5                PIC X(126).

       FD  TRANS-FILE
           RECORDING MODE IS F.

           05 MERGED-CTR               PIC 9(7) PACKED-DECIMAL VALUE 0.
           05 ACCEPTED-SUB-CTR         PIC 999 PACKED-DECIMAL VALUE 0.
           05 REJECTED-SUB-CTR         PIC 999 PACKED-DECIMAL VALUE 0.
           05 READ-CTR                 PIC 9(7) PACKED-DECIMAL VALUE 0.
           05 REJECTED-REC-CTR         PIC 9(7) PACKED-DECIMAL VALUE 0.

      *
      *    MERGED-AMT TOTALS THE CHANGE AMOUNTS OF THE DETAIL
      *    RECORDS RELEASED TO TRANFILE, FOR THE STEP LOG.
      *

       01  MERGED-AMT                  PIC S9(13)V99 PACKED-DECIMAL
                                            VALUE 0.

       01  SUBPROGRAM                  PIC 9(8).

           COPY STEPLREC.

       01  SUB-SOURCE-OFFICE-ID        PIC X(3).

      *    COMBINED TRAILER.                                          *
      ****************************************************************

           MOVE 'TRANMERG' TO SL-PROGRAM-NME.
           MOVE 'B' TO SL-RUN-STAGE.
           MOVE 'S' TO SL-FUNCTION.

           MOVE 'STEPLOG' TO SUBPROGRAM.

           CALL SUBPROGRAM USING STEPLOG-RECORD.

           OPEN OUTPUT TRANS-FILE
                       REPORT-FILE.


           PERFORM 0100-PROCESS-SUBMISSION
              VARYING SUB-FILE-NBR FROM 1 BY 1
              UNTIL SUB-FILE-NBR > 5.

           PERFORM 0700-WRITE-COMBINED-TRAILER.

              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE READ-CTR TO SL-READ-CTR.
           COMPUTE SL-WRITTEN-CTR = MERGED-CTR + 1.
           MOVE REJECTED-REC-CTR TO SL-REJECTED-CTR.
           MOVE MERGED-AMT TO SL-CONTROL-AMT.
           MOVE RETURN-CODE TO SL-RETURN-CODE.
           MOVE 'E' TO SL-FUNCTION.

           MOVE 'STEPLOG' TO SUBPROGRAM.

           CALL SUBPROGRAM USING STEPLOG-RECORD.

           GOBACK.

       0000-EXIT. EXIT.

           PERFORM 0200-BUFFER-SUBMISSION.

           ADD SUB-REC-CTR TO READ-CTR.

           IF SUB-REC-CTR = 0
              MOVE 'EMPTY    ' TO OUT-SB-STATUS
              MOVE 'NO RECORDS SUBMITTED' TO SUB-REJECT-REASON
                 PERFORM 0600-PRINT-SUBMISSION-LINE
              ELSE
                 ADD 1 TO REJECTED-SUB-CTR
                 ADD SUB-REC-CTR TO REJECTED-REC-CTR
                 MOVE 'Y' TO ANY-REJECTED-FLAG
                 MOVE 'REJECTED ' TO OUT-SB-STATUS
                 PERFORM 0600-PRINT-SUBMISSION-LINE
                 OPEN INPUT SUB-FILE-3
              WHEN 4
                 OPEN INPUT SUB-FILE-4
              WHEN 5
                 OPEN INPUT SUB-FILE-5
           END-EVALUATE.

       0250-EXIT. EXIT.
                    AT END MOVE 'Y' TO EOF-FLAG
                    NOT AT END MOVE SUB-RECORD-4 TO TRAN-RECORD
                 END-READ
              WHEN 5
                 READ SUB-FILE-5
                    AT END MOVE 'Y' TO EOF-FLAG
                    NOT AT END MOVE SUB-RECORD-5 TO TRAN-RECORD
                 END-READ
           END-EVALUATE.

       0260-EXIT. EXIT.
                 CLOSE SUB-FILE-3
              WHEN 4
                 CLOSE SUB-FILE-4
              WHEN 5
                 CLOSE SUB-FILE-5
           END-EVALUATE.

       0270-EXIT. EXIT.
              MOVE SUB-BUF-RECORD(BUF-NDX) TO TRAN-RECORD
              IF IN-TRAN-TYPE NOT = 'X'
                 ADD 1 TO MERGED-CTR
                 ADD IN-ENDOWMT-CHG-AMT TO MERGED-AMT
                 MOVE SUB-BUF-RECORD(BUF-NDX) TO TRAN-OUT-RECORD
                 WRITE TRAN-OUT-RECORD
              END-IF
