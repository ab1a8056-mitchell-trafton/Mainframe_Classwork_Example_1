      *            GLRPT -- CONTROL LISTING OF RECORD COUNTS AND     *
      *            THE HASH TOTAL WRITTEN TO THE TRAILER.            *
      *                                                               *
      *            STEPLOG -- ONE STEP LOG RECORD (VIA STEPLOG):     *
      *            AUDIT RECORDS READ, GL PAIRS WRITTEN, UNKNOWN     *
      *            TYPES SKIPPED, AND THE HASH TOTAL AS CONTROL      *
      *            TOTAL.                                            *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: NONE                                       *
       01  COUNTERS.
           05 PAIR-CTR                 PIC 9(7) PACKED-DECIMAL VALUE 0.
           05 UNKNOWN-CTR              PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 AUDIT-READ-CTR           PIC 9(7) PACKED-DECIMAL VALUE 0.

       01  CHANGE-AMT                  PIC S9(9)V99 PACKED-DECIMAL.

      *    LEDGER ACCOUNTS POSTED PER TRANSACTION TYPE. EACH TYPE
      *    DEBITS ONE ACCOUNT AND CREDITS ANOTHER FOR THE SAME
      *    AMOUNT, SO EVERY PAIR THIS EXTRACT WRITES IS BALANCED.
      *    A FUND MERGER'S TWO LEGS RUN THROUGH EXCHANGE CLEARING
      *    JUST AS AN EXCHANGE'S DO, SO THEY NET TO ZERO THERE.
      *

       01  GL-ACCOUNT-NUMBERS.

       01  CR-ACCT-NBR                 PIC 9(6).

       01  SUBPROGRAM                  PIC 9(8).

           COPY STEPLREC.

       01  OUTPUT-TOTALS-LINE-1.
           05                          PIC X(20) VALUE
                                               'GL PAIRS WRITTEN: '.
      *    INTERFACE FILE WITH THE HASH TRAILER.                     *
      ****************************************************************

           MOVE 'GLEXTRACT' TO SL-PROGRAM-NME.
           MOVE 'A' TO SL-RUN-STAGE.
           MOVE 'S' TO SL-FUNCTION.

           MOVE 'STEPLOG' TO SUBPROGRAM.

           CALL SUBPROGRAM USING STEPLOG-RECORD.

           OPEN INPUT AUDIT-FILE
                OUTPUT GL-FILE
                       REPORT-FILE.

           WRITE REPORT-LINE.

           MOVE HASH-AMT TO SL-CONTROL-AMT.

           IF HASH-AMT < 0
              MOVE '(' TO NEG-PAREN-OPEN
              MOVE ')' TO NEG-PAREN-CLOSE
                 GL-FILE
                 REPORT-FILE.

           MOVE AUDIT-READ-CTR TO SL-READ-CTR.
           MOVE PAIR-CTR TO SL-WRITTEN-CTR.
           MOVE UNKNOWN-CTR TO SL-REJECTED-CTR.
           MOVE RETURN-CODE TO SL-RETURN-CODE.
           MOVE 'E' TO SL-FUNCTION.

           MOVE 'STEPLOG' TO SUBPROGRAM.

           CALL SUBPROGRAM USING STEPLOG-RECORD.

           GOBACK.

       0000-EXIT. EXIT.
      *    UNBALANCED OR MISCODED POSTING.                          *
      **************************************************************

           ADD 1 TO AUDIT-READ-CTR.

           COMPUTE CHANGE-AMT =
              AUD-ENDOWMT-AMT-AFTER - AUD-ENDOWMT-AMT-BEFORE.

                 MOVE ACCT-MGMT-FEE-EXPENSE TO DR-ACCT-NBR
                 MOVE ACCT-ENDOWMT-CASH TO CR-ACCT-NBR
                 PERFORM 0200-WRITE-GL-PAIR
              WHEN 'MERGER OUT'
                 MOVE ACCT-EXCHANGE-CLEARING TO DR-ACCT-NBR
                 MOVE ACCT-FUND-INVESTMENT TO CR-ACCT-NBR
                 PERFORM 0200-WRITE-GL-PAIR
              WHEN 'MERGER IN'
                 MOVE ACCT-FUND-INVESTMENT TO DR-ACCT-NBR
                 MOVE ACCT-EXCHANGE-CLEARING TO CR-ACCT-NBR
                 PERFORM 0200-WRITE-GL-PAIR
      *
      *       A PRICE CORRECTION RE-STRIKES SHARES ONLY; THE DOLLAR
      *       BALANCE IT CARRIES IS UNCHANGED, SO THERE IS NOTHING
      *       FOR THE LEDGER.
      *
              WHEN 'PRICE CORR'
                 CONTINUE
              WHEN OTHER
                 ADD 1 TO UNKNOWN-CTR
           END-EVALUATE.
