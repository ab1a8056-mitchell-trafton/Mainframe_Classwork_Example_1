      ***************************************************************
      *  FUNCTION: STEP LOG WRITER, CALLED BY EVERY STEP OF THE      *
      *            NIGHTLY STREAM AS IT STARTS AND AS IT ENDS, SO   *
      *            EACH STEP LEAVES ONE STANDARD RECORD OF WHEN IT  *
      *            RAN, WHAT IT READ, WROTE AND REJECTED, ITS KEY   *
      *            DOLLAR CONTROL TOTAL AND ITS RETURN CODE -- THE  *
      *            RECORDS STEPSUMM PROVES THE NIGHT FROM.          *
      *                                                               *
      *  INPUT:    LS-STEPLOG-RECORD -- THE CALLER'S STEP LOG        *
      *            RECORD (SEE STEPLREC). THE CALLER SETS            *
      *            SL-FUNCTION, SL-PROGRAM-NME AND SL-RUN-STAGE      *
      *            BEFORE THE 'S' CALL, AND ITS COUNTS, CONTROL      *
      *            TOTAL AND RETURN CODE BEFORE THE 'E' CALL.        *
      *                                                               *
      *            RUNCTLF --                                        *
      *            RUN CONTROL FILE; READ ON THE 'E' CALL WHEN THE   *
      *            CALLER HAS NOT SUPPLIED A RUN NUMBER, TO TIE THE  *
      *            STEP TO THE NIGHT'S POSTING RUN. EMPTY OR ABSENT  *
      *            MEANS NO RUN HAS POSTED YET.                      *
      *                                                               *
      *  OUTPUT:   STEPLOG -- EXTENDED WITH THE CALLER'S RECORD ON   *
      *            THE 'E' CALL.                                     *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: RETURN-CODE IS SET FROM SL-RETURN-CODE, SO *
      *            THE CALLER'S OWN RETURN CODE SURVIVES THE CALL.   *
      *                                                               *
      *  NOTES:    RECORDS IN THE RESERVED 90000+ UTILITY-PASS       *
      *            SERIES ON RUNCTLF ARE PASSED OVER -- A FEE OR     *
      *            DISTRIBUTION PASS IS NOT THE NIGHT'S POSTING RUN. *
      ***************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.   STEPLOG.
       AUTHOR.       MITCHELL TRAFTON.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO RUNCTLF.
           SELECT OPTIONAL STEPLOG-FILE ASSIGN TO STEPLOG.


       DATA DIVISION.

       FILE SECTION.

       FD  RUNCTL-FILE
           RECORDING MODE IS F.

           COPY RUNCTLREC.

       FD  STEPLOG-FILE
           RECORDING MODE IS F.

       01  STEPLOG-FILE-RECORD         PIC X(120).

       WORKING-STORAGE SECTION.

       01  FLAGS.
           05 RUNCTL-EOF-FLAG          PIC X VALUE 'N'.

      *
      *    HIGH-RUN-NBR AND HIGH-EFF-DATE ARE THE HIGHEST NIGHTLY
      *    RUN NUMBER ON THE RUN CONTROL FILE AND THAT RUN'S
      *    EFFECTIVE DATE.
      *

       01  RUN-CONTROL-FIELDS.
           05 HIGH-RUN-NBR             PIC 9(5) VALUE 0.
           05 HIGH-EFF-DATE            PIC 9(8) VALUE 0.

       01  CURRENT-DATE-FIELDS.
           05  CURRENT-DATE            PIC 9(8).
           05  CURRENT-TIME            PIC 9(8).
           05  DIFF-FROM-GMT           PIC S9(4).

       LINKAGE SECTION.

           COPY STEPLREC.


       PROCEDURE DIVISION USING STEPLOG-RECORD.

       0000-MAIN.

      ****************************************************************
      *    STARTS OR ENDS THE CALLER'S STEP LOG RECORD PER           *
      *    SL-FUNCTION, THEN HANDS THE CALLER'S RETURN CODE BACK.    *
      ****************************************************************

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.

           IF SL-FUNCTION = 'S'
              PERFORM 0100-START-STEP
           ELSE
              PERFORM 0200-END-STEP
           END-IF.

           MOVE SL-RETURN-CODE TO RETURN-CODE.

           GOBACK.

       0000-EXIT. EXIT.

       0100-START-STEP.

      **************************************************************
      *    CLEARS THE CALLER'S COUNTS AND STAMPS THE START DATE     *
      *    AND TIME. THE EFFECTIVE DATE DEFAULTS TO TODAY; THE      *
      *    POSTING RUN AND THE AFTER-POSTING STEPS REPLACE IT.      *
      **************************************************************

           MOVE 0 TO SL-RUN-NBR.
           MOVE CURRENT-DATE TO SL-EFFECTIVE-DATE.
           MOVE CURRENT-DATE TO SL-START-DATE.
           MOVE CURRENT-TIME TO SL-START-TIME.
           MOVE 0 TO SL-END-DATE.
           MOVE 0 TO SL-END-TIME.
           MOVE 0 TO SL-READ-CTR.
           MOVE 0 TO SL-WRITTEN-CTR.
           MOVE 0 TO SL-REJECTED-CTR.
           MOVE 0 TO SL-CONTROL-AMT.
           MOVE 0 TO SL-RETURN-CODE.

       0100-EXIT. EXIT.

       0200-END-STEP.

      **************************************************************
      *    STAMPS THE END DATE AND TIME, TIES A STEP THAT DID NOT   *
      *    NUMBER ITSELF TO THE NIGHT'S RUN NUMBER, AND APPENDS     *
      *    THE RECORD TO THE STEP LOG.                              *
      **************************************************************

           MOVE CURRENT-DATE TO SL-END-DATE.
           MOVE CURRENT-TIME TO SL-END-TIME.

           IF SL-RUN-NBR = 0
              PERFORM 0300-RESOLVE-RUN-NBR
           END-IF.

           OPEN EXTEND STEPLOG-FILE.

           MOVE STEPLOG-RECORD TO STEPLOG-FILE-RECORD.

           WRITE STEPLOG-FILE-RECORD.

           CLOSE STEPLOG-FILE.

       0200-EXIT. EXIT.

       0300-RESOLVE-RUN-NBR.

      **************************************************************
      *    READS THE RUN CONTROL FILE FOR THE HIGHEST NIGHTLY RUN   *
      *    NUMBER. A STEP THAT RUNS BEFORE POSTING BELONGS TO THE   *
      *    RUN ABOUT TO BE NUMBERED (HIGHEST PLUS ONE); A STEP      *
      *    THAT RUNS AFTER POSTING BELONGS TO THE HIGHEST RUN       *
      *    ITSELF AND CARRIES THAT RUN'S EFFECTIVE DATE.            *
      **************************************************************

           MOVE 0 TO HIGH-RUN-NBR.
           MOVE 0 TO HIGH-EFF-DATE.
           MOVE 'N' TO RUNCTL-EOF-FLAG.

           OPEN INPUT RUNCTL-FILE.

           READ RUNCTL-FILE
              AT END MOVE 'Y' TO RUNCTL-EOF-FLAG
           END-READ.

           PERFORM 0310-CHECK-RUN-CONTROL-RECORD
              UNTIL RUNCTL-EOF-FLAG = 'Y'.

           CLOSE RUNCTL-FILE.

           IF SL-RUN-STAGE = 'A'
              MOVE HIGH-RUN-NBR TO SL-RUN-NBR
              IF HIGH-EFF-DATE > 0
                 MOVE HIGH-EFF-DATE TO SL-EFFECTIVE-DATE
              END-IF
           ELSE
              COMPUTE SL-RUN-NBR = HIGH-RUN-NBR + 1
           END-IF.

       0300-EXIT. EXIT.

       0310-CHECK-RUN-CONTROL-RECORD.

      **************************************************************
      *    EXAMINES ONE RUN CONTROL RECORD, CARRYING FORWARD THE    *
      *    HIGHEST NIGHTLY RUN NUMBER AND ITS EFFECTIVE DATE.       *
      **************************************************************

           IF RC-RUN-NBR > HIGH-RUN-NBR AND RC-RUN-NBR < 90000
              MOVE RC-RUN-NBR TO HIGH-RUN-NBR
              MOVE RC-EFFECTIVE-DATE TO HIGH-EFF-DATE
           END-IF.

           READ RUNCTL-FILE
              AT END MOVE 'Y' TO RUNCTL-EOF-FLAG
           END-READ.

       0310-EXIT. EXIT.
