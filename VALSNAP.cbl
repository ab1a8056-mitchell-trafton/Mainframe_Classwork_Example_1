      *  OUTPUT:   VALRPT -- VALUATION REPORT WITH TREND COLUMNS     *
      *            AND RUN TOTALS.                                   *
      *                                                               *
      *            STEPLOG -- ONE STEP LOG RECORD (VIA STEPLOG):     *
      *            ORCHESTRAS ON THE MASTER, SNAPSHOT RECORDS        *
      *            WRITTEN, SLOTS VALUED AT ZERO FOR A MISSING       *
      *            FUND, AND THE TOTAL VALUE AS CONTROL TOTAL.       *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: RETURN-CODE 4 WHEN AN ALLOCATION NAMED A   *
       01  COUNTERS.
           05 ORCH-VALUED-CTR          PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 SNAP-REC-CTR             PIC 9(7) PACKED-DECIMAL VALUE 0.
           05 FUND-MISSING-CTR         PIC 9(7) PACKED-DECIMAL VALUE 0.
           05 ALLOC-SUB                PIC 9.

       01  RUN-NBR                     PIC 9(5) VALUE 0.

       01  SUBPROGRAM                  PIC 9(8).

           COPY STEPLREC.

       01  CURRENT-DATE-FIELDS.
           05  CURRENT-DATE            PIC 9(8).
           05  CURRENT-TIME            PIC X(8).
      *    WHILE APPENDING THE NEW SNAPSHOT.                          *
      ****************************************************************

           MOVE 'VALSNAP' TO SL-PROGRAM-NME.
           MOVE 'A' TO SL-RUN-STAGE.
           MOVE 'S' TO SL-FUNCTION.

           MOVE 'STEPLOG' TO SUBPROGRAM.

           CALL SUBPROGRAM USING STEPLOG-RECORD.

           PERFORM 0050-RESOLVE-SNAPSHOT-DATE.

           MOVE 'BLDORCH' TO SUBPROGRAM.
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE TBL-ORCH-CTR TO SL-READ-CTR.
           MOVE SNAP-REC-CTR TO SL-WRITTEN-CTR.
           MOVE FUND-MISSING-CTR TO SL-REJECTED-CTR.
           MOVE RUN-TOT-VALUE-AMT TO SL-CONTROL-AMT.
           MOVE RETURN-CODE TO SL-RETURN-CODE.
           MOVE 'E' TO SL-FUNCTION.

           MOVE 'STEPLOG' TO SUBPROGRAM.

           CALL SUBPROGRAM USING STEPLOG-RECORD.

           GOBACK.

       0000-EXIT. EXIT.
           SEARCH ALL TBL-FUND-NTRY
              AT END
                 MOVE 'Y' TO FUND-MISSING-FLAG
                 ADD 1 TO FUND-MISSING-CTR
              WHEN TBL-FUND-NBR(FUND-NDX) =
                   TBL-ALLOC-FUND-NBR(ORCH-NDX, ALLOC-SUB)
                 COMPUTE ALLOC-VALUE-AMT ROUNDED =
