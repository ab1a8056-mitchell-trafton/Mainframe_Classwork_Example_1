      ***************************************************************
      *  FUNCTION: MORNING STEP SUMMARY, RUN AT THE END OF THE       *
      *            NIGHTLY STREAM. READS THE STEP LOG EVERY STEP    *
      *            APPENDS TO (SEE STEPLREC) AND PRINTS ONE PAGE    *
      *            FOR THE NIGHT'S RUN: EACH STEP IN STREAM ORDER   *
      *            WITH ITS TIMES, COUNTS, CONTROL TOTAL AND        *
      *            RETURN CODE, THEN THE CONTROL PROOFS THAT TIE    *
      *            THE STEPS TOGETHER:                              *
      *            - TRANMERG RECORDS WRITTEN EQUAL TRANEDIT        *
      *              RECORDS READ.                                  *
      *            - TRANEDIT CLEAN RECORDS EQUAL ENDOWMT5          *
      *              RECORDS READ.                                  *
      *            - ENDOWMT5 AUDIT RECORDS EQUAL GLEXTRACT GL      *
      *              PAIRS.                                         *
      *            - SUSPFILE GROWTH (RECORDS CARRYING THE POSTING  *
      *              RUN'S EFFECTIVE DATE) EQUALS THE REJECTS OF    *
      *              EVERY POSTING RUN THAT POSTED THAT DATE.       *
      *            - GLEXTRACT HASH TOTAL EQUALS THE ENDOWMT5       *
      *              ENDOWMENT CHANGE CONTROL TOTAL.                *
      *            ANY BREAK IS FLAGGED ON THE PAGE, SO OPERATIONS  *
      *            SEES A SHORT OR DOUBLED STEP BEFORE THE BUSINESS *
      *            DAY STARTS INSTEAD OF HEARING ABOUT IT FROM      *
      *            ACCOUNTING.                                      *
      *                                                               *
      *  INPUT:    STEPSPARM --                                      *
      *            OPTIONAL OPERATOR PARAMETER RECORD CARRYING THE   *
      *            RUN NUMBER TO SUMMARIZE (99999). ABSENT, ZERO OR  *
      *            NON-NUMERIC, THE HIGHEST RUN NUMBER ON THE STEP   *
      *            LOG IS USED.                                      *
      *                                                               *
      *            STEPLOG --                                        *
      *            THE STEP LOG. WHEN A STEP LOGGED MORE THAN ONCE   *
      *            FOR THE RUN (A RERUN), ITS LATEST RECORD WINS.    *
      *                                                               *
      *            SUSPFILE --                                       *
      *            SUSPENSE FILE (SEE SUSPREC), COUNTED FOR THE      *
      *            POSTING RUN'S EFFECTIVE DATE.                     *
      *                                                               *
      *  OUTPUT:   STEPSRPT -- ONE-PAGE STEP SUMMARY.                *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: RETURN-CODE 8 WHEN ANY PROOF BREAKS OR     *
      *            CANNOT BE MADE BECAUSE A STEP IN IT DID NOT LOG,  *
      *            4 WHEN THE PROOFS HOLD BUT A STEP ENDED WITH A    *
      *            NONZERO RETURN CODE OR DID NOT LOG, 0 OTHERWISE.  *
      *                                                               *
      *  NOTES:    NONE                                               *
      ***************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.   STEPSUMM.
       AUTHOR.       MITCHELL TRAFTON.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL PARM-FILE ASSIGN TO STEPSPARM.
           SELECT OPTIONAL STEPLOG-FILE ASSIGN TO STEPLOG.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO SUSPFILE.
           SELECT REPORT-FILE ASSIGN TO STEPSRPT.


       DATA DIVISION.

       FILE SECTION.

       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-RUN-NBR             PIC 9(5).
           05                           PIC X(75).

       FD  STEPLOG-FILE
           RECORDING MODE IS F.

           COPY STEPLREC.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.

           COPY SUSPREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

      *
      *    THE NIGHTLY STREAM'S STEPS IN THE ORDER THEY RUN. THE
      *    STEP TABLE BELOW IS KEPT IN STEP WITH THIS ONE VIA
      *    "SET STEP-NDX TO NAME-NDX", AND THE PROOFS REACH THEIR
      *    STEPS THROUGH THE POSITIONS IN STEP-POSITIONS.
      *

       01  STEP-NAME-VALUES.
           05                          PIC X(10) VALUE 'PRICELOAD'.
           05                          PIC X(10) VALUE 'SOGEN'.
           05                          PIC X(10) VALUE 'TRANMERG'.
           05                          PIC X(10) VALUE 'TRANEDIT'.
           05                          PIC X(10) VALUE 'ENDOWMT5'.
           05                          PIC X(10) VALUE 'GLEXTRACT'.
           05                          PIC X(10) VALUE 'BALRECON'.
           05                          PIC X(10) VALUE 'LEAGING'.
           05                          PIC X(10) VALUE 'VALSNAP'.

       01  STEP-NAME-TBL REDEFINES STEP-NAME-VALUES.
           05 STEP-NAME                PIC X(10) OCCURS 9 TIMES
                                       INDEXED BY NAME-NDX.

       01  STEP-POSITIONS.
           05 TRANMERG-POS             PIC S9(4) BINARY SYNC VALUE 3.
           05 TRANEDIT-POS             PIC S9(4) BINARY SYNC VALUE 4.
           05 ENDOWMT5-POS             PIC S9(4) BINARY SYNC VALUE 5.
           05 GLEXTRACT-POS            PIC S9(4) BINARY SYNC VALUE 6.

      *
      *    THE LATEST STEP LOG RECORD FOR THE RUN, PER STEP.
      *    STEP-LOGGED-FLAG 'N' MEANS THE STEP NEVER LOGGED.
      *

       01  STEP-TBL.
           05 STEP-NTRY                OCCURS 9 TIMES
                                       INDEXED BY STEP-NDX.
              10 STEP-LOGGED-FLAG      PIC X.
              10 STEP-START-DATE       PIC 9(8).
              10 STEP-START-TIME       PIC 9(8).
              10 STEP-END-DATE         PIC 9(8).
              10 STEP-END-TIME         PIC 9(8).
              10 STEP-READ-CTR         PIC 9(9).
              10 STEP-WRITTEN-CTR      PIC 9(9).
              10 STEP-REJECTED-CTR     PIC 9(9).
              10 STEP-CONTROL-AMT      PIC S9(13)V99.
              10 STEP-RETURN-CODE      PIC 9(4).

      *
      *    EVERY POSTING RUN THAT POSTED THE NIGHT'S EFFECTIVE DATE
      *    (AN OVERRIDE RERUN POSTS IT AGAIN UNDER A NEW NUMBER),
      *    WITH ITS REJECTS; THE LATEST RECORD PER RUN WINS. THEIR
      *    SUM IS WHAT SUSPFILE SHOULD HAVE GROWN BY FOR THE DATE.
      *

       01  POSTING-RUN-TBL.
           05 POST-RUN-CTR             PIC S9(4) BINARY SYNC VALUE 0.
           05 POST-RUN-NTRY            OCCURS 1 TO 100 TIMES
                                       DEPENDING ON POST-RUN-CTR
                                       INDEXED BY POST-NDX.
              10 POST-RUN-NBR          PIC 9(5).
              10 POST-REJECTED-CTR     PIC 9(9).

       01  FLAGS.
           05 EOF-FLAG                 PIC X VALUE 'N'.
           05 POST-TBL-FULL-FLAG       PIC X VALUE 'N'.
           05 PROOF-LOGGED-FLAG        PIC X VALUE 'N'.

       01  COUNTERS.
           05 STEPS-LOGGED-CTR         PIC 99 PACKED-DECIMAL VALUE 0.
           05 STEPS-MISSING-CTR        PIC 99 PACKED-DECIMAL VALUE 0.
           05 STEPS-NONZERO-CTR        PIC 99 PACKED-DECIMAL VALUE 0.
           05 BREAK-CTR                PIC 99 PACKED-DECIMAL VALUE 0.
           05 NOT-PROVED-CTR           PIC 99 PACKED-DECIMAL VALUE 0.
           05 SUSP-RUN-CTR             PIC 9(9) PACKED-DECIMAL
                                            VALUE 0.
           05 POST-REJ-TOT-CTR         PIC 9(9) PACKED-DECIMAL
                                            VALUE 0.

      *
      *    RUN-NBR IS THE RUN BEING SUMMARIZED. RUN-EFF-DATE IS THE
      *    EFFECTIVE DATE THE POSTING RUN LOGGED (ZERO WHEN IT DID
      *    NOT LOG).
      *

       01  RUN-NBR                     PIC 9(5) VALUE 0.

       01  RUN-EFF-DATE                PIC 9(8) VALUE 0.

      *
      *    ONE PROOF: ITS DESCRIPTION AND THE TWO FIGURES THAT MUST
      *    AGREE. PROOF-LOGGED-FLAG SAYS BOTH STEPS IN IT LOGGED.
      *

       01  PROOF-FIELDS.
           05 PROOF-DESC               PIC X(50).
           05 PROOF-LEFT-CTR           PIC 9(9).
           05 PROOF-RIGHT-CTR          PIC 9(9).
           05 PROOF-LEFT-AMT           PIC S9(13)V99.
           05 PROOF-RIGHT-AMT          PIC S9(13)V99.
           05 PROOF-STATUS             PIC X(14).

       01  PRINT-AMT                   PIC S9(13)V99.

       01  CURRENT-DATE-FIELDS.
           05  CURRENT-DATE            PIC 9(8).
           05  CURRENT-TIME            PIC X(8).
           05  DIFF-FROM-GMT           PIC S9(4).

       01  REPORT-HDR-1.
           05                          PIC X(40) VALUE
                          'NIGHTLY STREAM STEP SUMMARY'.
           05                          PIC X(10) VALUE 'RUN NBR: '.
           05 OUT-HDR-RUN-NBR          PIC ZZZZ9.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(17) VALUE
                                               'EFFECTIVE DATE: '.
           05 OUT-HDR-EFF-DATE         PIC X(10).
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(10) VALUE 'PRINTED: '.
           05 OUT-HDR-MONTH            PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-HDR-DAY              PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-HDR-YEAR             PIC 9999.
           05                          PIC X(20) VALUE SPACES.

       01  OUTPUT-EFF-DATE.
           05 OUT-EFF-MONTH            PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-EFF-DAY              PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-EFF-YEAR             PIC 9999.

       01  REPORT-COL-HDR.
           05                          PIC X(12) VALUE 'STEP'.
           05                          PIC X(16) VALUE 'STARTED'.
           05                          PIC X(16) VALUE 'ENDED'.
           05                          PIC X(12) VALUE '       READ'.
           05                          PIC X(12) VALUE '    WRITTEN'.
           05                          PIC X(13) VALUE '   REJECTED'.
           05                          PIC X(25) VALUE
                                           '          CONTROL TOTAL'.
           05                          PIC X(6)  VALUE '  RC'.
           05                          PIC X(12) VALUE 'STATUS'.

       01  OUTPUT-STEP-LINE.
           05 OUT-ST-PROGRAM-NME       PIC X(10).
           05                          PIC X(2) VALUE SPACES.
           05 OUT-ST-START-MONTH       PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-ST-START-DAY         PIC 99.
           05                          PIC X VALUE SPACE.
           05 OUT-ST-START-HH          PIC 99.
           05                          PIC X VALUE ':'.
           05 OUT-ST-START-MM          PIC 99.
           05                          PIC X VALUE ':'.
           05 OUT-ST-START-SS          PIC 99.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-ST-END-MONTH         PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-ST-END-DAY           PIC 99.
           05                          PIC X VALUE SPACE.
           05 OUT-ST-END-HH            PIC 99.
           05                          PIC X VALUE ':'.
           05 OUT-ST-END-MM            PIC 99.
           05                          PIC X VALUE ':'.
           05 OUT-ST-END-SS            PIC 99.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-ST-READ-CTR          PIC ZZZ,ZZZ,ZZ9.
           05                          PIC X VALUE SPACE.
           05 OUT-ST-WRITTEN-CTR       PIC ZZZ,ZZZ,ZZ9.
           05                          PIC X VALUE SPACE.
           05 OUT-ST-REJECTED-CTR      PIC ZZZ,ZZZ,ZZ9.
           05                          PIC X(2) VALUE SPACES.
           05 NEG-PAREN-OPEN           PIC X VALUE SPACES.
           05 OUT-ST-CONTROL-AMT       PIC $$,$$$,$$$,$$$,$$9.99.
           05 NEG-PAREN-CLOSE          PIC X VALUE SPACES.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-ST-RETURN-CODE       PIC ZZZ9.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-ST-STATUS            PIC X(12).

       01  OUTPUT-NOT-LOGGED-LINE.
           05 OUT-NL-PROGRAM-NME       PIC X(10).
           05                          PIC X(2) VALUE SPACES.
           05                          PIC X(40) VALUE
                              '*** NOT LOGGED FOR THIS RUN ***'.

       01  PROOF-HDR.
           05                          PIC X(50) VALUE
                                               'CONTROL PROOFS'.
           05                          PIC X(24) VALUE
                                          '                    LEFT'.
           05                          PIC X(24) VALUE
                                          '                   RIGHT'.
           05                          PIC X(14) VALUE '  RESULT'.

       01  OUTPUT-PROOF-CTR-LINE.
           05 OUT-PC-DESC              PIC X(50).
           05                          PIC X(13) VALUE SPACES.
           05 OUT-PC-LEFT-CTR          PIC ZZZ,ZZZ,ZZ9.
           05                          PIC X(13) VALUE SPACES.
           05 OUT-PC-RIGHT-CTR         PIC ZZZ,ZZZ,ZZ9.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-PC-STATUS            PIC X(14).

       01  OUTPUT-PROOF-AMT-LINE.
           05 OUT-PA-DESC              PIC X(50).
           05                          PIC X VALUE SPACE.
           05 NEG-PAREN-OPEN           PIC X VALUE SPACES.
           05 OUT-PA-LEFT-AMT          PIC $$,$$$,$$$,$$$,$$9.99.
           05 NEG-PAREN-CLOSE          PIC X VALUE SPACES.
           05                          PIC X VALUE SPACE.
           05 NEG-PAREN-OPEN-2         PIC X VALUE SPACES.
           05 OUT-PA-RIGHT-AMT         PIC $$,$$$,$$$,$$$,$$9.99.
           05 NEG-PAREN-CLOSE-2        PIC X VALUE SPACES.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-PA-STATUS            PIC X(14).

       01  OUTPUT-TOTALS-LINE.
           05                          PIC X(15) VALUE
                                               'STEPS LOGGED: '.
           05 OUT-LOGGED-CTR           PIC Z9.
           05                          PIC X(5) VALUE ' OF 9'.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(20) VALUE
                                               'NONZERO RETURNS: '.
           05 OUT-NONZERO-CTR          PIC Z9.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(9) VALUE 'BREAKS: '.
           05 OUT-BREAK-CTR            PIC Z9.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(13) VALUE 'NOT PROVED: '.
           05 OUT-NOT-PROVED-CTR       PIC Z9.

       01  OUTPUT-PROVED-LINE.
           05                          PIC X(60) VALUE
               'ALL CONTROL PROOFS HOLD'.

       01  OUTPUT-BREAK-LINE.
           05                          PIC X(60) VALUE
               '*** STREAM DOES NOT PROVE -- INVESTIGATE THE BREAKS '.
           05                          PIC X(60) VALUE
               'ABOVE BEFORE RELEASING THE NIGHT''S OUTPUT'.

       01  OUTPUT-POST-TBL-FULL-LINE.
           05                          PIC X(60) VALUE
               '*** WARNING: OVER 100 POSTING RUNS FOR THE DATE -- '.
           05                          PIC X(60) VALUE
               'SUSPENSE PROOF COVERS THE FIRST 100 ONLY'.


       PROCEDURE DIVISION.

       0000-MAIN.

      ****************************************************************
      *    CONTROLS THE FLOW OF THE PROGRAM BY SETTLING WHICH RUN TO *
      *    SUMMARIZE, GATHERING ITS STEP LOG RECORDS AND THE         *
      *    SUSPENSE COUNT, AND PRINTING THE STEP TABLE AND THE       *
      *    CONTROL PROOFS.                                           *
      ****************************************************************

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.

           PERFORM 0050-READ-RUN-PARM.

           IF RUN-NBR = 0
              PERFORM 0100-FIND-HIGH-RUN
           END-IF.

           PERFORM 0200-LOAD-STEP-RECORDS.

           IF STEP-LOGGED-FLAG(ENDOWMT5-POS) = 'Y'
              PERFORM 0300-TOTAL-POSTING-REJECTS
              PERFORM 0400-COUNT-SUSPENSE
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE RUN-NBR TO OUT-HDR-RUN-NBR.

           IF RUN-EFF-DATE > 0
              MOVE RUN-EFF-DATE(5:2) TO OUT-EFF-MONTH
              MOVE RUN-EFF-DATE(7:2) TO OUT-EFF-DAY
              MOVE RUN-EFF-DATE(1:4) TO OUT-EFF-YEAR
              MOVE OUTPUT-EFF-DATE TO OUT-HDR-EFF-DATE
           ELSE
              MOVE 'NOT POSTED' TO OUT-HDR-EFF-DATE
           END-IF.

           MOVE CURRENT-DATE(5:2) TO OUT-HDR-MONTH.
           MOVE CURRENT-DATE(7:2) TO OUT-HDR-DAY.
           MOVE CURRENT-DATE(1:4) TO OUT-HDR-YEAR.

           MOVE REPORT-HDR-1 TO REPORT-LINE.

           WRITE REPORT-LINE.

           MOVE REPORT-COL-HDR TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 2.

           PERFORM 0500-PRINT-STEP-LINE
              VARYING STEP-NDX FROM 1 BY 1
              UNTIL STEP-NDX > 9.

           MOVE PROOF-HDR TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 2.

           PERFORM 0600-PROVE-STREAM.

           MOVE STEPS-LOGGED-CTR TO OUT-LOGGED-CTR.
           MOVE STEPS-NONZERO-CTR TO OUT-NONZERO-CTR.
           MOVE BREAK-CTR TO OUT-BREAK-CTR.
           MOVE NOT-PROVED-CTR TO OUT-NOT-PROVED-CTR.

           MOVE OUTPUT-TOTALS-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 2.

           IF POST-TBL-FULL-FLAG = 'Y'
              MOVE OUTPUT-POST-TBL-FULL-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 1
           END-IF.

           IF BREAK-CTR > 0 OR NOT-PROVED-CTR > 0
              MOVE OUTPUT-BREAK-LINE TO REPORT-LINE
           ELSE
              MOVE OUTPUT-PROVED-LINE TO REPORT-LINE
           END-IF.

           WRITE REPORT-LINE AFTER 2.

           CLOSE REPORT-FILE.

           IF BREAK-CTR > 0 OR NOT-PROVED-CTR > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF STEPS-NONZERO-CTR > 0 OR STEPS-MISSING-CTR > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           GOBACK.

       0000-EXIT. EXIT.

       0050-READ-RUN-PARM.

      **************************************************************
      *    TAKES THE RUN NUMBER TO SUMMARIZE FROM STEPSPARM WHEN    *
      *    ONE WAS SUPPLIED AND IS NUMERIC; OTHERWISE LEAVES IT     *
      *    ZERO SO THE HIGHEST RUN ON THE STEP LOG IS USED.         *
      **************************************************************

           OPEN INPUT PARM-FILE.

           READ PARM-FILE
              AT END CONTINUE
              NOT AT END
                 IF PARM-RUN-NBR NUMERIC
                    MOVE PARM-RUN-NBR TO RUN-NBR
                 END-IF
           END-READ.

           CLOSE PARM-FILE.

       0050-EXIT. EXIT.

       0100-FIND-HIGH-RUN.

      **************************************************************
      *    READS THE STEP LOG FOR THE HIGHEST RUN NUMBER ON IT --   *
      *    THE NIGHT JUST RUN.                                      *
      **************************************************************

           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT STEPLOG-FILE.

           READ STEPLOG-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

           PERFORM 0150-CHECK-HIGH-RUN
              UNTIL EOF-FLAG = 'Y'.

           CLOSE STEPLOG-FILE.

       0100-EXIT. EXIT.

       0150-CHECK-HIGH-RUN.

      **************************************************************
      *    CARRIES FORWARD THE HIGHEST RUN NUMBER SEEN.             *
      **************************************************************

           IF SL-RUN-NBR > RUN-NBR
              MOVE SL-RUN-NBR TO RUN-NBR
           END-IF.

           READ STEPLOG-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0150-EXIT. EXIT.

       0200-LOAD-STEP-RECORDS.

      **************************************************************
      *    READS THE STEP LOG AND KEEPS, PER STEP, THE LATEST       *
      *    RECORD LOGGED FOR THE RUN. A PROGRAM NOT IN THE STREAM   *
      *    TABLE IS PASSED OVER.                                    *
      **************************************************************

           PERFORM VARYING STEP-NDX FROM 1 BY 1
              UNTIL STEP-NDX > 9
              MOVE 'N' TO STEP-LOGGED-FLAG(STEP-NDX)
           END-PERFORM.

           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT STEPLOG-FILE.

           READ STEPLOG-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

           PERFORM 0250-LOAD-STEP-RECORD
              UNTIL EOF-FLAG = 'Y'.

           CLOSE STEPLOG-FILE.

       0200-EXIT. EXIT.

       0250-LOAD-STEP-RECORD.

      **************************************************************
      *    OVERLAYS ONE STEP LOG RECORD FOR THE RUN ONTO ITS STEP'S *
      *    ENTRY. THE POSTING RUN'S RECORD ALSO SUPPLIES THE        *
      *    NIGHT'S EFFECTIVE DATE.                                  *
      **************************************************************

           IF SL-RUN-NBR = RUN-NBR
              SET NAME-NDX TO 1
              SEARCH STEP-NAME
                 AT END CONTINUE
                 WHEN STEP-NAME(NAME-NDX) = SL-PROGRAM-NME
                    SET STEP-NDX TO NAME-NDX
                    MOVE 'Y' TO STEP-LOGGED-FLAG(STEP-NDX)
                    MOVE SL-START-DATE TO STEP-START-DATE(STEP-NDX)
                    MOVE SL-START-TIME TO STEP-START-TIME(STEP-NDX)
                    MOVE SL-END-DATE TO STEP-END-DATE(STEP-NDX)
                    MOVE SL-END-TIME TO STEP-END-TIME(STEP-NDX)
                    MOVE SL-READ-CTR TO STEP-READ-CTR(STEP-NDX)
                    MOVE SL-WRITTEN-CTR TO STEP-WRITTEN-CTR(STEP-NDX)
                    MOVE SL-REJECTED-CTR
                                     TO STEP-REJECTED-CTR(STEP-NDX)
                    MOVE SL-CONTROL-AMT TO STEP-CONTROL-AMT(STEP-NDX)
                    MOVE SL-RETURN-CODE TO STEP-RETURN-CODE(STEP-NDX)
                    IF SL-PROGRAM-NME = 'ENDOWMT5'
                       MOVE SL-EFFECTIVE-DATE TO RUN-EFF-DATE
                    END-IF
              END-SEARCH
           END-IF.

           READ STEPLOG-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0250-EXIT. EXIT.

       0300-TOTAL-POSTING-REJECTS.

      **************************************************************
      *    READS THE STEP LOG FOR EVERY POSTING RUN THAT POSTED THE *
      *    NIGHT'S EFFECTIVE DATE AND TOTALS THEIR REJECTS -- THE   *
      *    NUMBER OF SUSPENSE RECORDS THAT DATE SHOULD CARRY.       *
      **************************************************************

           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT STEPLOG-FILE.

           READ STEPLOG-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

           PERFORM 0350-CHECK-POSTING-RUN
              UNTIL EOF-FLAG = 'Y'.

           CLOSE STEPLOG-FILE.

           PERFORM VARYING POST-NDX FROM 1 BY 1
              UNTIL POST-NDX > POST-RUN-CTR
              ADD POST-REJECTED-CTR(POST-NDX) TO POST-REJ-TOT-CTR
           END-PERFORM.

       0300-EXIT. EXIT.

       0350-CHECK-POSTING-RUN.

      **************************************************************
      *    RECORDS ONE POSTING RUN'S REJECTS WHEN IT POSTED THE     *
      *    NIGHT'S EFFECTIVE DATE. A LATER RECORD FOR THE SAME RUN  *
      *    NUMBER (A RESTART OR A RERUN AFTER A REFUSAL) OVERLAYS   *
      *    THE EARLIER ONE.                                         *
      **************************************************************

           IF SL-PROGRAM-NME = 'ENDOWMT5'
              AND SL-EFFECTIVE-DATE = RUN-EFF-DATE
              IF POST-RUN-CTR > 0
                 SET POST-NDX TO 1
                 SEARCH POST-RUN-NTRY
                    AT END
                       PERFORM 0360-ADD-POSTING-RUN
                    WHEN POST-RUN-NBR(POST-NDX) = SL-RUN-NBR
                       MOVE SL-REJECTED-CTR
                                     TO POST-REJECTED-CTR(POST-NDX)
                 END-SEARCH
              ELSE
                 PERFORM 0360-ADD-POSTING-RUN
              END-IF
           END-IF.

           READ STEPLOG-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0350-EXIT. EXIT.

       0360-ADD-POSTING-RUN.

      **************************************************************
      *    ADDS A POSTING RUN NOT YET SEEN TO THE POSTING RUN       *
      *    TABLE.                                                   *
      **************************************************************

           IF POST-RUN-CTR = 100
              MOVE 'Y' TO POST-TBL-FULL-FLAG
           ELSE
              ADD 1 TO POST-RUN-CTR
              MOVE SL-RUN-NBR TO POST-RUN-NBR(POST-RUN-CTR)
              MOVE SL-REJECTED-CTR TO POST-REJECTED-CTR(POST-RUN-CTR)
           END-IF.

       0360-EXIT. EXIT.

       0400-COUNT-SUSPENSE.

      **************************************************************
      *    COUNTS THE SUSPENSE RECORDS STAMPED WITH THE NIGHT'S     *
      *    EFFECTIVE DATE. ONLY THE POSTING RUN WRITES SUSPFILE     *
      *    AND IT ONLY EVER EXTENDS IT, SO THESE ARE EXACTLY THE    *
      *    RECORDS THE DATE'S POSTING RUNS ADDED.                   *
      **************************************************************

           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT SUSPENSE-FILE.

           READ SUSPENSE-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

           PERFORM 0450-COUNT-SUSPENSE-RECORD
              UNTIL EOF-FLAG = 'Y'.

           CLOSE SUSPENSE-FILE.

       0400-EXIT. EXIT.

       0450-COUNT-SUSPENSE-RECORD.

      **************************************************************
      *    COUNTS ONE SUSPENSE RECORD WHEN IT CARRIES THE NIGHT'S   *
      *    EFFECTIVE DATE.                                          *
      **************************************************************

           IF SUSP-RUN-DATE = RUN-EFF-DATE
              ADD 1 TO SUSP-RUN-CTR
           END-IF.

           READ SUSPENSE-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0450-EXIT. EXIT.

       0500-PRINT-STEP-LINE.

      **************************************************************
      *    PRINTS ONE STEP'S LINE: TIMES, COUNTS, CONTROL TOTAL,    *
      *    RETURN CODE AND STATUS -- OR A NOT-LOGGED LINE WHEN THE  *
      *    STEP LEFT NO RECORD FOR THE RUN.                         *
      **************************************************************

           SET NAME-NDX TO STEP-NDX.

           IF STEP-LOGGED-FLAG(STEP-NDX) = 'N'
              ADD 1 TO STEPS-MISSING-CTR
              MOVE STEP-NAME(NAME-NDX) TO OUT-NL-PROGRAM-NME
              MOVE OUTPUT-NOT-LOGGED-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 1
           ELSE
              ADD 1 TO STEPS-LOGGED-CTR
              MOVE STEP-NAME(NAME-NDX) TO OUT-ST-PROGRAM-NME
              MOVE STEP-START-DATE(STEP-NDX)(5:2)
                                     TO OUT-ST-START-MONTH
              MOVE STEP-START-DATE(STEP-NDX)(7:2) TO OUT-ST-START-DAY
              MOVE STEP-START-TIME(STEP-NDX)(1:2) TO OUT-ST-START-HH
              MOVE STEP-START-TIME(STEP-NDX)(3:2) TO OUT-ST-START-MM
              MOVE STEP-START-TIME(STEP-NDX)(5:2) TO OUT-ST-START-SS
              MOVE STEP-END-DATE(STEP-NDX)(5:2) TO OUT-ST-END-MONTH
              MOVE STEP-END-DATE(STEP-NDX)(7:2) TO OUT-ST-END-DAY
              MOVE STEP-END-TIME(STEP-NDX)(1:2) TO OUT-ST-END-HH
              MOVE STEP-END-TIME(STEP-NDX)(3:2) TO OUT-ST-END-MM
              MOVE STEP-END-TIME(STEP-NDX)(5:2) TO OUT-ST-END-SS
              MOVE STEP-READ-CTR(STEP-NDX) TO OUT-ST-READ-CTR
              MOVE STEP-WRITTEN-CTR(STEP-NDX) TO OUT-ST-WRITTEN-CTR
              MOVE STEP-REJECTED-CTR(STEP-NDX) TO OUT-ST-REJECTED-CTR
              MOVE STEP-CONTROL-AMT(STEP-NDX) TO PRINT-AMT
              IF PRINT-AMT < 0
                 MOVE '(' TO NEG-PAREN-OPEN OF OUTPUT-STEP-LINE
                 MOVE ')' TO NEG-PAREN-CLOSE OF OUTPUT-STEP-LINE
                 COMPUTE PRINT-AMT = 0 - PRINT-AMT
              ELSE
                 MOVE SPACE TO NEG-PAREN-OPEN OF OUTPUT-STEP-LINE
                 MOVE SPACE TO NEG-PAREN-CLOSE OF OUTPUT-STEP-LINE
              END-IF
              MOVE PRINT-AMT TO OUT-ST-CONTROL-AMT
              MOVE STEP-RETURN-CODE(STEP-NDX) TO OUT-ST-RETURN-CODE
              IF STEP-RETURN-CODE(STEP-NDX) = 0
                 MOVE 'CLEAN' TO OUT-ST-STATUS
              ELSE
                 ADD 1 TO STEPS-NONZERO-CTR
                 MOVE 'NONZERO RC' TO OUT-ST-STATUS
              END-IF
              MOVE OUTPUT-STEP-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 1
           END-IF.

       0500-EXIT. EXIT.

       0600-PROVE-STREAM.

      **************************************************************
      *    MAKES AND PRINTS EACH CONTROL PROOF IN STREAM ORDER.     *
      **************************************************************

           MOVE 'TRANMERG RECORDS WRITTEN = TRANEDIT RECORDS READ'
                                        TO PROOF-DESC.
           MOVE STEP-WRITTEN-CTR(TRANMERG-POS) TO PROOF-LEFT-CTR.
           MOVE STEP-READ-CTR(TRANEDIT-POS) TO PROOF-RIGHT-CTR.
           IF STEP-LOGGED-FLAG(TRANMERG-POS) = 'Y'
              AND STEP-LOGGED-FLAG(TRANEDIT-POS) = 'Y'
              MOVE 'Y' TO PROOF-LOGGED-FLAG
           ELSE
              MOVE 'N' TO PROOF-LOGGED-FLAG
           END-IF.
           PERFORM 0650-PRINT-COUNT-PROOF.

           MOVE 'TRANEDIT CLEAN RECORDS = ENDOWMT5 RECORDS READ'
                                        TO PROOF-DESC.
           MOVE STEP-WRITTEN-CTR(TRANEDIT-POS) TO PROOF-LEFT-CTR.
           MOVE STEP-READ-CTR(ENDOWMT5-POS) TO PROOF-RIGHT-CTR.
           IF STEP-LOGGED-FLAG(TRANEDIT-POS) = 'Y'
              AND STEP-LOGGED-FLAG(ENDOWMT5-POS) = 'Y'
              MOVE 'Y' TO PROOF-LOGGED-FLAG
           ELSE
              MOVE 'N' TO PROOF-LOGGED-FLAG
           END-IF.
           PERFORM 0650-PRINT-COUNT-PROOF.

           MOVE 'ENDOWMT5 AUDIT RECORDS = GLEXTRACT GL PAIRS'
                                        TO PROOF-DESC.
           MOVE STEP-WRITTEN-CTR(ENDOWMT5-POS) TO PROOF-LEFT-CTR.
           MOVE STEP-WRITTEN-CTR(GLEXTRACT-POS) TO PROOF-RIGHT-CTR.
           IF STEP-LOGGED-FLAG(ENDOWMT5-POS) = 'Y'
              AND STEP-LOGGED-FLAG(GLEXTRACT-POS) = 'Y'
              MOVE 'Y' TO PROOF-LOGGED-FLAG
           ELSE
              MOVE 'N' TO PROOF-LOGGED-FLAG
           END-IF.
           PERFORM 0650-PRINT-COUNT-PROOF.

           MOVE 'SUSPFILE GROWTH = ENDOWMT5 REJECTS'
                                        TO PROOF-DESC.
           MOVE SUSP-RUN-CTR TO PROOF-LEFT-CTR.
           MOVE POST-REJ-TOT-CTR TO PROOF-RIGHT-CTR.
           MOVE STEP-LOGGED-FLAG(ENDOWMT5-POS) TO PROOF-LOGGED-FLAG.
           PERFORM 0650-PRINT-COUNT-PROOF.

           MOVE 'GLEXTRACT HASH TOTAL = ENDOWMT5 CHANGE TOTAL'
                                        TO PROOF-DESC.
           MOVE STEP-CONTROL-AMT(GLEXTRACT-POS) TO PROOF-LEFT-AMT.
           MOVE STEP-CONTROL-AMT(ENDOWMT5-POS) TO PROOF-RIGHT-AMT.
           IF STEP-LOGGED-FLAG(GLEXTRACT-POS) = 'Y'
              AND STEP-LOGGED-FLAG(ENDOWMT5-POS) = 'Y'
              MOVE 'Y' TO PROOF-LOGGED-FLAG
           ELSE
              MOVE 'N' TO PROOF-LOGGED-FLAG
           END-IF.
           PERFORM 0660-PRINT-AMOUNT-PROOF.

       0600-EXIT. EXIT.

       0650-PRINT-COUNT-PROOF.

      **************************************************************
      *    PRINTS ONE COUNT PROOF WITH BOTH FIGURES AND ITS RESULT. *
      *    A PROOF WHOSE STEPS DID NOT BOTH LOG CANNOT BE MADE AND  *
      *    IS COUNTED SEPARATELY FROM A BREAK.                      *
      **************************************************************

           PERFORM 0670-SET-PROOF-STATUS.

           MOVE PROOF-DESC TO OUT-PC-DESC.
           MOVE PROOF-LEFT-CTR TO OUT-PC-LEFT-CTR.
           MOVE PROOF-RIGHT-CTR TO OUT-PC-RIGHT-CTR.
           MOVE PROOF-STATUS TO OUT-PC-STATUS.

           MOVE OUTPUT-PROOF-CTR-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

       0650-EXIT. EXIT.

       0660-PRINT-AMOUNT-PROOF.

      **************************************************************
      *    PRINTS ONE DOLLAR PROOF WITH BOTH FIGURES AND ITS        *
      *    RESULT, NEGATIVE FIGURES IN PARENTHESES.                 *
      **************************************************************

           IF PROOF-LOGGED-FLAG = 'N'
              ADD 1 TO NOT-PROVED-CTR
              MOVE 'NOT PROVED' TO PROOF-STATUS
           ELSE
              IF PROOF-LEFT-AMT = PROOF-RIGHT-AMT
                 MOVE 'OK' TO PROOF-STATUS
              ELSE
                 ADD 1 TO BREAK-CTR
                 MOVE '*** BREAK ***' TO PROOF-STATUS
              END-IF
           END-IF.

           MOVE PROOF-DESC TO OUT-PA-DESC.

           MOVE PROOF-LEFT-AMT TO PRINT-AMT.
           IF PRINT-AMT < 0
              MOVE '(' TO NEG-PAREN-OPEN OF OUTPUT-PROOF-AMT-LINE
              MOVE ')' TO NEG-PAREN-CLOSE OF OUTPUT-PROOF-AMT-LINE
              COMPUTE PRINT-AMT = 0 - PRINT-AMT
           END-IF.
           MOVE PRINT-AMT TO OUT-PA-LEFT-AMT.

           MOVE PROOF-RIGHT-AMT TO PRINT-AMT.
           IF PRINT-AMT < 0
              MOVE '(' TO NEG-PAREN-OPEN-2
              MOVE ')' TO NEG-PAREN-CLOSE-2
              COMPUTE PRINT-AMT = 0 - PRINT-AMT
           END-IF.
           MOVE PRINT-AMT TO OUT-PA-RIGHT-AMT.

           MOVE PROOF-STATUS TO OUT-PA-STATUS.

           MOVE OUTPUT-PROOF-AMT-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

       0660-EXIT. EXIT.

       0670-SET-PROOF-STATUS.

      **************************************************************
      *    SETS THE RESULT OF ONE COUNT PROOF: NOT PROVED WHEN A    *
      *    STEP IN IT DID NOT LOG, OK WHEN THE COUNTS AGREE, A      *
      *    BREAK OTHERWISE.                                         *
      **************************************************************

           IF PROOF-LOGGED-FLAG = 'N'
              ADD 1 TO NOT-PROVED-CTR
              MOVE 'NOT PROVED' TO PROOF-STATUS
           ELSE
              IF PROOF-LEFT-CTR = PROOF-RIGHT-CTR
                 MOVE 'OK' TO PROOF-STATUS
              ELSE
                 ADD 1 TO BREAK-CTR
                 MOVE '*** BREAK ***' TO PROOF-STATUS
              END-IF
           END-IF.

       0670-EXIT. EXIT.
