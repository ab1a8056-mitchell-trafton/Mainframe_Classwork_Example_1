      *            - AN EXCHANGE MUST NAME A DESTINATION ALLOCATION *
      *              OF 1 THROUGH 3; A TRANSFER MUST NAME A         *
      *              DESTINATION ORCHESTRA.                         *
      *            - THE COMMITTEE-OVERRIDE INDICATOR MUST BE SPACE *
      *              OR 'Y'.                                        *
      *            - A PLEDGE ID MAY ONLY BE CARRIED ON A DEPOSIT.  *
      *            THE CONTROL TRAILER (TYPE 'X') ONLY NEEDS A      *
      *            NUMERIC COUNT IN THE CHANGE-AMOUNT FIELD; ON THE *
      *            CLEAN FILE ITS COUNT IS RESTATED TO THE NUMBER   *
      *            TRANERPT -- LISTING OF EACH REJECTED RECORD AND   *
      *            THE EDIT IT FAILED, WITH ACCEPT/REJECT COUNTS.    *
      *                                                               *
      *            STEPLOG -- ONE STEP LOG RECORD (VIA STEPLOG):     *
      *            RECORDS READ, CLEAN AND REJECTED, WITH THE TOTAL  *
      *            OF CLEAN DETAIL CHANGE AMOUNTS AS CONTROL TOTAL.  *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: NONE                                       *
           05 CLEAN-CTR                PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 REJ-CTR                  PIC 9(5) PACKED-DECIMAL VALUE 0.

      *
      *    CLEAN-AMT TOTALS THE CHANGE AMOUNTS OF THE CLEAN DETAIL
      *    RECORDS (NOT THE TRAILER'S COUNT) FOR THE STEP LOG.
      *

       01  CLEAN-AMT                   PIC S9(13)V99 PACKED-DECIMAL
                                            VALUE 0.

       01  SUBPROGRAM                  PIC 9(8).

           COPY STEPLREC.

      *
      *    BATCH-DATE EDIT WORK FIELDS. DAYS-IN-MONTH IS SET PER THE
      *    MONTH BEING EDITED, WITH FEBRUARY ADJUSTED FOR LEAP YEARS.
      *    FILE OR THE EDIT-REJECT FILE.                             *
      ****************************************************************

           MOVE 'TRANEDIT' TO SL-PROGRAM-NME.
           MOVE 'B' TO SL-RUN-STAGE.
           MOVE 'S' TO SL-FUNCTION.

           MOVE 'STEPLOG' TO SUBPROGRAM.

           CALL SUBPROGRAM USING STEPLOG-RECORD.

           OPEN INPUT TRANS-FILE
                OUTPUT CLEAN-FILE
                       REJECT-FILE
                 REJECT-FILE
                 REPORT-FILE.

           MOVE REC-CTR TO SL-READ-CTR.
           MOVE CLEAN-CTR TO SL-WRITTEN-CTR.
           MOVE REJ-CTR TO SL-REJECTED-CTR.
           MOVE CLEAN-AMT TO SL-CONTROL-AMT.
           MOVE RETURN-CODE TO SL-RETURN-CODE.
           MOVE 'E' TO SL-FUNCTION.

           MOVE 'STEPLOG' TO SUBPROGRAM.

           CALL SUBPROGRAM USING STEPLOG-RECORD.

           GOBACK.

       0000-EXIT. EXIT.
      *    APPLIES THE EDITS THAT ONLY MAKE SENSE FOR A REAL       *
      *    TRANSACTION REQUEST (NOT THE CONTROL TRAILER): THE      *
      *    ORCHESTRA NAME, THE ALLOCATION NUMBER, THE BATCH DATE,  *
      *    FOR EXCHANGES AND TRANSFERS, THE DESTINATION             *
      *    ALLOCATION OR ORCHESTRA, THE COMMITTEE OVERRIDE, AND     *
      *    THE PLEDGE ID (DEPOSITS ONLY).                           *
      **************************************************************

           IF IN-ORCH-NME = SPACES
              END-IF
           END-IF.

           IF REC-VALID-FLAG = 'Y'
              IF IN-OVERRIDE-IND NOT = SPACE
                 AND IN-OVERRIDE-IND NOT = 'Y'
                 MOVE 'N' TO REC-VALID-FLAG
                 MOVE 'OV' TO REJ-REASON-CODE
              END-IF
           END-IF.

           IF REC-VALID-FLAG = 'Y' AND IN-TRAN-TYPE NOT = 'D'
              IF IN-PLEDGE-ID NOT = SPACES
                 MOVE 'N' TO REC-VALID-FLAG
                 MOVE 'PL' TO REJ-REASON-CODE
              END-IF
           END-IF.

       0200-EXIT. EXIT.

       0250-EDIT-BATCH-DATE.

      **************************************************************
      *    WRITES THE CURRENT RECORD TO THE CLEAN TRANSACTION FILE *
      *    THE POSTING RUN READS. DETAIL RECORDS GO OUT UNCHANGED, *
      *    THEIR AMOUNTS JOINING THE STEP LOG CONTROL TOTAL;       *
      *    THE CONTROL TRAILER'S COUNT IS RESTATED TO THE NUMBER   *
      *    OF CLEAN DETAIL RECORDS ACTUALLY WRITTEN, SINCE THE     *
      *    RECORDS THIS STEP REJECTED NEVER REACH THE POSTING RUN  *

           IF IN-TRAN-TYPE = 'X'
              MOVE CLEAN-CTR TO IN-ENDOWMT-CHG-AMT
           ELSE
              ADD IN-ENDOWMT-CHG-AMT TO CLEAN-AMT
           END-IF.

           ADD 1 TO CLEAN-CTR.
              WHEN 'DO'
                 MOVE 'TRANSFER DEST ORCH BLANK' TO
                      OUT-EJ-REASON-TEXT
              WHEN 'OV'
                 MOVE 'OVERRIDE IND NOT SPACE/Y' TO
                      OUT-EJ-REASON-TEXT
              WHEN 'PL'
                 MOVE 'PLEDGE ID ON NON-DEPOSIT' TO
                      OUT-EJ-REASON-TEXT
           END-EVALUATE.

           MOVE OUTPUT-REJECT-LINE TO REPORT-LINE.
