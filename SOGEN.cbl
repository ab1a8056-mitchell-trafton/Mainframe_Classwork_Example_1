      *            SOGRPT -- LISTING OF EVERY TRANSACTION            *
      *            GENERATED, WITH COUNTS.                           *
      *                                                               *
      *            STEPLOG -- ONE STEP LOG RECORD (VIA STEPLOG):     *
      *            STANDING ORDERS ON THE MASTER, RECORDS WRITTEN    *
      *            TO GENTRAN (TRAILER INCLUDED), ORDERS SKIPPED,    *
      *            AND THE TOTAL GENERATED AMOUNT AS CONTROL TOTAL.  *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: RETURN-CODE 4 WHEN AN ORDER CARRIED AN     *

       01  GEN-TRAN-AMT                PIC 9(9)V99 PACKED-DECIMAL.

       01  GEN-TOT-AMT                 PIC S9(13)V99 PACKED-DECIMAL
                                            VALUE 0.

       01  EFFECTIVE-DATE.
           05  EFF-YEAR                PIC 9(4).
           05  EFF-MONTH               PIC 9(2).

       01  SUBPROGRAM                  PIC 9(8).

           COPY STEPLREC.

       01  REPORT-HDR-1.
           05                          PIC X(40) VALUE
                          'STANDING ORDERS GENERATED FOR DATE: '.
      *    TRAILER, AND REWRITING SOFILE WITH THE STEPPED DATES.     *
      ****************************************************************

           MOVE 'SOGEN' TO SL-PROGRAM-NME.
           MOVE 'B' TO SL-RUN-STAGE.
           MOVE 'S' TO SL-FUNCTION.

           MOVE 'STEPLOG' TO SUBPROGRAM.

           CALL SUBPROGRAM USING STEPLOG-RECORD.

           PERFORM 0050-RESOLVE-EFFECTIVE-DATE.

           MOVE 'BLDSO' TO SUBPROGRAM.
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE TBL-SO-CTR TO SL-READ-CTR.
           COMPUTE SL-WRITTEN-CTR = GEN-CTR + 1.
           MOVE SKIPPED-CTR TO SL-REJECTED-CTR.
           MOVE GEN-TOT-AMT TO SL-CONTROL-AMT.
           MOVE RETURN-CODE TO SL-RETURN-CODE.
           MOVE 'E' TO SL-FUNCTION.

           MOVE 'STEPLOG' TO SUBPROGRAM.

           CALL SUBPROGRAM USING STEPLOG-RECORD.

           GOBACK.

       0000-EXIT. EXIT.
           COMPUTE GEN-TRAN-AMT =
              TBL-SO-TRAN-AMT(SO-NDX) * PERIOD-DUE-CTR.

           ADD GEN-TRAN-AMT TO GEN-TOT-AMT.

           MOVE SPACES TO TRAN-RECORD.

           MOVE TBL-SO-ORCH-NME(SO-NDX)  TO IN-ORCH-NME.
