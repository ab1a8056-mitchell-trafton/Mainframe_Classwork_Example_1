      *            PRCRPT -- LISTING OF EVERY FEED RECORD AND        *
      *            WHETHER IT WAS APPLIED OR HELD, WITH TOTALS.      *
      *                                                               *
      *            STEPLOG -- ONE STEP LOG RECORD (VIA STEPLOG):     *
      *            PRICES READ, APPLIED AND HELD, WITH THE SUM OF    *
      *            THE APPLIED PRICES AS CONTROL TOTAL.              *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: RETURN-CODE 4 WHEN ANY PRICE WAS HELD      *
           05 APPLIED-CTR              PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 HELD-CTR                 PIC 9(5) PACKED-DECIMAL VALUE 0.

      *
      *    APPLIED-PRC-AMT SUMS EVERY PRICE APPLIED, A HASH TOTAL
      *    FOR THE STEP LOG.
      *

       01  APPLIED-PRC-AMT             PIC S9(9)V99 PACKED-DECIMAL
                                            VALUE 0.

      *
      *    TOLERANCE-PCT IS THE OPERATOR-SET MAXIMUM PRICE MOVE,
      *    AS A PERCENTAGE OF THE PRICE ON FILE, THAT THE LOAD

       01  SUBPROGRAM                  PIC 9(8).

           COPY STEPLREC.

       01  CURRENT-DATE-FIELDS.
           05  CURRENT-DATE.
               10  CURRENT-YEAR        PIC 9(4).
      *    FUNDFILE WITH THE RESULT.                                 *
      ****************************************************************

           MOVE 'PRICELOAD' TO SL-PROGRAM-NME.
           MOVE 'B' TO SL-RUN-STAGE.
           MOVE 'S' TO SL-FUNCTION.

           MOVE 'STEPLOG' TO SUBPROGRAM.

           CALL SUBPROGRAM USING STEPLOG-RECORD.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.

           PERFORM 0050-READ-TOLERANCE-PARM.
              MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE REC-CTR TO SL-READ-CTR.
           MOVE APPLIED-CTR TO SL-WRITTEN-CTR.
           MOVE HELD-CTR TO SL-REJECTED-CTR.
           MOVE APPLIED-PRC-AMT TO SL-CONTROL-AMT.
           MOVE RETURN-CODE TO SL-RETURN-CODE.
           MOVE 'E' TO SL-FUNCTION.

           MOVE 'STEPLOG' TO SUBPROGRAM.

           CALL SUBPROGRAM USING STEPLOG-RECORD.

           GOBACK.

       0000-EXIT. EXIT.

           ADD 1 TO APPLIED-CTR.

           ADD PF-FUND-SHR-PRC TO APPLIED-PRC-AMT.

           MOVE PF-FUND-SHR-PRC TO TBL-FUND-SHR-PRC(FUND-NDX).

           MOVE PF-FUND-NBR      TO PH-FUND-NBR.
