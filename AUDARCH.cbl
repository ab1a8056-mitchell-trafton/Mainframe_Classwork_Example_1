      ***************************************************************
      *  FUNCTION: AUDIT TRAIL ARCHIVE RUN, RUN AFTER PERCLOSE HAS   *
      *            CLOSED A PERIOD. MOVES THE PERIOD'S AUDIT        *
      *            RECORDS (BY RUN DATE) OFF THE ACTIVE AUDITFILE   *
      *            INTO THAT PERIOD'S DATED ARCHIVE, LEAVES EVERY   *
      *            OTHER RECORD ON AUDITFILE IN ITS POSTING ORDER,  *
      *            AND APPENDS AN INDEX RECORD (SEE AUDIXREC)       *
      *            CARRYING THE ARCHIVE'S RECORD COUNT AND DOLLAR   *
      *            AND SHARE HASH TOTALS, SO THE ARCHIVE CAN BE     *
      *            PROVEN INTACT WHENEVER IT IS READ BACK. KEEPS    *
      *            AUDITFILE -- WHICH STATEMENT, BALRECON,          *
      *            GLEXTRACT AND BACKOUT ALL READ END TO END --     *
      *            FROM GROWING WITHOUT LIMIT.                      *
      *            THE RUN IS REFUSED, AND NOTHING IS MOVED, WHEN   *
      *            PERIODF DOES NOT SHOW THE PERIOD CLOSED, WHEN    *
      *            THE PERIOD IS ALREADY ON THE INDEX, OR WHEN THE  *
      *            ARCHIVE WRITTEN DOES NOT READ BACK TO THE SAME   *
      *            CONTROL TOTALS.                                  *
      *                                                               *
      *  INPUT:    ARCHPARM --                                       *
      *            OPERATOR PARAMETER RECORD CARRYING THE PERIOD TO  *
      *            ARCHIVE (CCYYMM).                                 *
      *                                                               *
      *            PERIODF -- PERIOD CONTROL FILE (SEE PERIODREC).   *
      *                                                               *
      *  IN/OUTPUT: AUDITFILE -- READ END TO END, THEN REWRITTEN     *
      *            WITH ONLY THE RECORDS NOT ARCHIVED.               *
      *                                                               *
      *            AUDINDX -- ARCHIVE INDEX, READ TO REFUSE A PERIOD *
      *            ALREADY ARCHIVED, THEN EXTENDED WITH THE PERIOD'S *
      *            INDEX RECORD.                                     *
      *                                                               *
      *            AUDWORK -- WORK FILE HOLDING THE RECORDS TO BE    *
      *            KEPT WHILE AUDITFILE IS BEING READ.               *
      *                                                               *
      *  OUTPUT:   AUDARCH -- THE PERIOD'S ARCHIVE, IN THE AUDIT     *
      *            TRAIL LAYOUT (SEE AUDITREC). CATALOGED UNDER A    *
      *            NAME CARRYING THE PERIOD, ONE ARCHIVE PER PERIOD. *
      *                                                               *
      *            ARCHRPT -- ARCHIVE LISTING: RECORDS READ,         *
      *            ARCHIVED AND KEPT, THE CONTROL TOTALS AND THE     *
      *            READ-BACK PROOF, OR WHY THE RUN WAS REFUSED.      *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: RETURN-CODE 16 WHEN THE RUN IS REFUSED     *
      *            (PARAMETER MISSING OR NOT VALID, PERIOD NOT       *
      *            CLOSED, PERIOD ALREADY ARCHIVED, OR THE ARCHIVE   *
      *            DID NOT READ BACK TO ITS CONTROL TOTALS --        *
      *            AUDITFILE AND AUDINDX ARE LEFT AS THEY WERE), 4   *
      *            WHEN THE PERIOD HAD NO AUDIT RECORDS OR RECORDS   *
      *            OF ANOTHER CLOSED PERIOD REMAIN ON AUDITFILE, 0   *
      *            OTHERWISE.                                        *
      *                                                               *
      *  NOTES:    A RECORD'S PERIOD IS THE CALENDAR MONTH OF ITS    *
      *            AUD-RUN-DATE. RECORDS OF AN EARLIER CLOSED PERIOD *
      *            THAT WAS NEVER ARCHIVED ARE KEPT AND COUNTED ON   *
      *            THE LISTING; ARCHIVE THAT PERIOD ON ITS OWN.      *
      *            A STEP THAT NEEDS HISTORY FROM ARCHIVED PERIODS   *
      *            (PERFRPT OVER A LONG WINDOW) READS THE ARCHIVES   *
      *            CONCATENATED AHEAD OF AUDITFILE, OLDEST FIRST.    *
      ***************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.   AUDARCH.
       AUTHOR.       MITCHELL TRAFTON.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL PARM-FILE ASSIGN TO ARCHPARM.
           SELECT OPTIONAL PERIOD-FILE ASSIGN TO PERIODF.
           SELECT AUDIT-FILE ASSIGN TO AUDITFILE.
           SELECT OPTIONAL INDEX-FILE ASSIGN TO AUDINDX.
           SELECT WORK-FILE ASSIGN TO AUDWORK.
           SELECT ARCHIVE-FILE ASSIGN TO AUDARCH.
           SELECT REPORT-FILE ASSIGN TO ARCHRPT.


       DATA DIVISION.

       FILE SECTION.

       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-PERIOD              PIC 9(6).
           05                           PIC X(74).

       FD  PERIOD-FILE
           RECORDING MODE IS F.

           COPY PERIODREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.

           COPY AUDITREC.

       FD  INDEX-FILE
           RECORDING MODE IS F.

           COPY AUDIXREC.

       FD  WORK-FILE
           RECORDING MODE IS F.

       01  WORK-RECORD                 PIC X(132).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.

       01  ARCHIVE-RECORD.
           05  ARC-ORCH-NME             PIC X(45).
           05  ARC-FUND-NBR             PIC 999.
           05  ARC-TRAN-TYPE            PIC X(12).
           05  ARC-ENDOWMT-AMT-BEFORE   PIC 9(9)V99.
           05  ARC-ENDOWMT-AMT-AFTER    PIC 9(9)V99.
           05  ARC-SHARE-AMT-BEFORE     PIC 9(11)V9(4).
           05  ARC-SHARE-AMT-AFTER      PIC 9(11)V9(4).
           05  ARC-RUN-DATE             PIC 9(8).
           05                           PIC X(12).

       FD  REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-LINE                 PIC X(120).

       WORKING-STORAGE SECTION.

      *
      *    THE LATEST CLOSED/OPEN STATUS OF EVERY PERIOD ON PERIODF,
      *    SO A KEPT RECORD CAN BE TOLD APART AS OPEN-PERIOD OR AS
      *    LEFT OVER FROM ANOTHER CLOSED PERIOD.
      *

       01  PERIOD-TBL.
           05 PERIOD-CTR               PIC S9(4) BINARY SYNC VALUE 0.
           05 PERIOD-NTRY              OCCURS 1 TO 600 TIMES
                                       DEPENDING ON PERIOD-CTR
                                       INDEXED BY PERIOD-NDX.
              10 TBL-PERIOD            PIC 9(6).
              10 TBL-PERIOD-STATUS     PIC X.

       01  FLAGS.
           05 EOF-FLAG                 PIC X VALUE 'N'.
           05 RUN-REFUSED-FLAG         PIC X VALUE 'N'.
           05 PERIOD-TBL-FULL-FLAG     PIC X VALUE 'N'.

       01  ARCHIVE-PERIOD              PIC 9(6) VALUE 0.

       01  RECORD-PERIOD               PIC 9(6).

       01  COUNTERS.
           05 READ-CTR                 PIC 9(9) PACKED-DECIMAL VALUE 0.
           05 ARCHIVED-CTR             PIC 9(9) PACKED-DECIMAL VALUE 0.
           05 KEPT-CTR                 PIC 9(9) PACKED-DECIMAL VALUE 0.
           05 KEPT-CLOSED-CTR          PIC 9(9) PACKED-DECIMAL VALUE 0.
           05 RESTORED-CTR             PIC 9(9) PACKED-DECIMAL VALUE 0.
           05 PROOF-CTR                PIC 9(9) PACKED-DECIMAL VALUE 0.

      *
      *    CONTROL TOTALS OF THE RECORDS ARCHIVED, AND THE SAME
      *    TOTALS RECOMPUTED FROM THE ARCHIVE AS READ BACK.
      *

       01  HASH-FIELDS.
           05 DOLLAR-HASH-AMT          PIC S9(13)V99 PACKED-DECIMAL
                                            VALUE 0.
           05 SHARE-HASH-AMT           PIC S9(13)V9(4) PACKED-DECIMAL
                                            VALUE 0.
           05 PROOF-DOLLAR-HASH-AMT    PIC S9(13)V99 PACKED-DECIMAL
                                            VALUE 0.
           05 PROOF-SHARE-HASH-AMT     PIC S9(13)V9(4) PACKED-DECIMAL
                                            VALUE 0.

       01  CURRENT-DATE-FIELDS.
           05  CURRENT-DATE            PIC 9(8).
           05  CURRENT-TIME            PIC X(8).
           05  DIFF-FROM-GMT           PIC S9(4).

       01  REPORT-HDR-1.
           05                          PIC X(40) VALUE
                          'AUDIT TRAIL ARCHIVE'.
           05                          PIC X(8) VALUE 'PERIOD: '.
           05 OUT-HDR-PERIOD           PIC 9(6).
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(10) VALUE 'RUN DATE: '.
           05 OUT-HDR-MONTH            PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-HDR-DAY              PIC 99.
           05                          PIC X VALUE '/'.
           05 OUT-HDR-YEAR             PIC 9999.

       01  OUTPUT-COUNT-LINE.
           05 OUT-CNT-DESC             PIC X(40).
           05 OUT-CNT-CTR              PIC ZZZ,ZZZ,ZZ9.

       01  OUTPUT-DOLLAR-HASH-LINE.
           05                          PIC X(40) VALUE
                                       'DOLLAR HASH (SIGNED CHANGE):'.
           05 OUT-DOLLAR-HASH-AMT      PIC -$$,$$$,$$$,$$$,$$9.99.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(10) VALUE 'READ BACK '.
           05 OUT-PROOF-DOLLAR-AMT     PIC -$$,$$$,$$$,$$$,$$9.99.

       01  OUTPUT-SHARE-HASH-LINE.
           05                          PIC X(40) VALUE
                                       'SHARE HASH (SIGNED CHANGE):'.
           05 OUT-SHARE-HASH-AMT       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.9999.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(10) VALUE 'READ BACK '.
           05 OUT-PROOF-SHARE-AMT      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.9999.

       01  OUTPUT-PROVED-LINE.
           05                          PIC X(60) VALUE
               'ARCHIVE READ BACK AND PROVED; INDEX RECORD WRITTEN'.

       01  OUTPUT-NONE-LINE.
           05                          PIC X(60) VALUE
               'NO AUDIT RECORDS WERE DATED IN THE PERIOD'.

       01  OUTPUT-LEFTOVER-LINE.
           05                          PIC X(60) VALUE
               '*** WARNING: RECORDS OF ANOTHER CLOSED PERIOD REMAIN '.
           05                          PIC X(60) VALUE
               'ON AUDITFILE -- ARCHIVE THAT PERIOD ON ITS OWN'.

       01  OUTPUT-PERIOD-TBL-FULL-LINE.
           05                          PIC X(60) VALUE
               '*** WARNING: MORE THAN 600 PERIODS ON PERIODF -- '.
           05                          PIC X(60) VALUE
               'LEFTOVER CLOSED-PERIOD COUNT MAY BE UNDERSTATED'.

       01  OUTPUT-REFUSED-LINE.
           05                          PIC X(17) VALUE
                                               '*** RUN REFUSED: '.
           05 OUT-REFUSED-REASON       PIC X(60).
           05                          PIC X(43) VALUE
               ' -- AUDITFILE AND AUDINDX NOT CHANGED'.


       PROCEDURE DIVISION.

       0000-MAIN.

      ****************************************************************
      *    CONTROLS THE FLOW OF THE PROGRAM: VALIDATES THE PERIOD    *
      *    AGAINST THE PARAMETER, THE PERIOD CONTROL FILE AND THE    *
      *    ARCHIVE INDEX, SPLITS AUDITFILE INTO THE ARCHIVE AND THE  *
      *    RECORDS TO KEEP, PROVES THE ARCHIVE BY READING IT BACK,   *
      *    AND ONLY THEN REWRITES AUDITFILE AND INDEXES THE ARCHIVE. *
      ****************************************************************

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.

           PERFORM 0050-READ-ARCHIVE-PARM.

           IF RUN-REFUSED-FLAG = 'N'
              PERFORM 0100-LOAD-PERIOD-STATUS
              SET PERIOD-NDX TO 1
              SEARCH PERIOD-NTRY
                 AT END
                    MOVE 'Y' TO RUN-REFUSED-FLAG
                 WHEN TBL-PERIOD(PERIOD-NDX) = ARCHIVE-PERIOD
                    IF TBL-PERIOD-STATUS(PERIOD-NDX) NOT = 'C'
                       MOVE 'Y' TO RUN-REFUSED-FLAG
                    END-IF
              END-SEARCH
              IF RUN-REFUSED-FLAG = 'Y'
                 MOVE 'PERIODF DOES NOT SHOW THE PERIOD CLOSED'
                      TO OUT-REFUSED-REASON
              END-IF
           END-IF.

           IF RUN-REFUSED-FLAG = 'N'
              PERFORM 0200-CHECK-ARCHIVE-INDEX
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           MOVE ARCHIVE-PERIOD TO OUT-HDR-PERIOD.
           MOVE CURRENT-DATE(5:2) TO OUT-HDR-MONTH.
           MOVE CURRENT-DATE(7:2) TO OUT-HDR-DAY.
           MOVE CURRENT-DATE(1:4) TO OUT-HDR-YEAR.

           MOVE REPORT-HDR-1 TO REPORT-LINE.

           WRITE REPORT-LINE.

           IF RUN-REFUSED-FLAG = 'N'
              PERFORM 0300-SPLIT-AUDIT-FILE
              PERFORM 0500-PROVE-ARCHIVE
           END-IF.

      *
      *    EVERY REFUSAL IS DECIDED BEFORE AUDITFILE IS REWRITTEN.
      *

           IF RUN-REFUSED-FLAG = 'Y'
              MOVE OUTPUT-REFUSED-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 2
              CLOSE REPORT-FILE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 0600-RESTORE-AUDIT-FILE.

           PERFORM 0700-WRITE-INDEX-RECORD.

           PERFORM 0800-PRINT-TOTALS.

           CLOSE REPORT-FILE.

           IF ARCHIVED-CTR = 0 OR KEPT-CLOSED-CTR > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       0000-EXIT. EXIT.

       0050-READ-ARCHIVE-PARM.

      **************************************************************
      *    READS THE PERIOD TO ARCHIVE FROM ARCHPARM. A MISSING     *
      *    RECORD, A NON-NUMERIC PERIOD OR A MONTH OUTSIDE 01-12    *
      *    REFUSES THE RUN.                                         *
      **************************************************************

           MOVE 'Y' TO RUN-REFUSED-FLAG.

           MOVE 'ARCHPARM PERIOD IS MISSING OR NOT VALID'
                TO OUT-REFUSED-REASON.

           OPEN INPUT PARM-FILE.

           READ PARM-FILE
              AT END CONTINUE
              NOT AT END
                 IF PARM-PERIOD NUMERIC
                    AND PARM-PERIOD(5:2) >= '01'
                    AND PARM-PERIOD(5:2) <= '12'
                    MOVE 'N' TO RUN-REFUSED-FLAG
                    MOVE PARM-PERIOD TO ARCHIVE-PERIOD
                 END-IF
           END-READ.

           CLOSE PARM-FILE.

       0050-EXIT. EXIT.

       0100-LOAD-PERIOD-STATUS.

      **************************************************************
      *    READS THE PERIOD CONTROL FILE INTO THE PERIOD TABLE;     *
      *    FOR EACH PERIOD THE LATEST RECORD ON FILE WINS.          *
      **************************************************************

           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT PERIOD-FILE.

           READ PERIOD-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

           PERFORM 0150-LOAD-PERIOD-RECORD
              UNTIL EOF-FLAG = 'Y'.

           CLOSE PERIOD-FILE.

       0100-EXIT. EXIT.

       0150-LOAD-PERIOD-RECORD.

      **************************************************************
      *    CARRIES ONE PERIOD CONTROL RECORD INTO THE PERIOD        *
      *    TABLE, REPLACING THE STATUS OF A PERIOD ALREADY LOADED.  *
      **************************************************************

           SET PERIOD-NDX TO 1.

           SEARCH PERIOD-NTRY
              AT END
                 IF PERIOD-CTR = 600
                    MOVE 'Y' TO PERIOD-TBL-FULL-FLAG
                 ELSE
                    ADD 1 TO PERIOD-CTR
                    MOVE PD-PERIOD TO TBL-PERIOD(PERIOD-CTR)
                    MOVE PD-STATUS TO TBL-PERIOD-STATUS(PERIOD-CTR)
                 END-IF
              WHEN TBL-PERIOD(PERIOD-NDX) = PD-PERIOD
                 MOVE PD-STATUS TO TBL-PERIOD-STATUS(PERIOD-NDX)
           END-SEARCH.

           READ PERIOD-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0150-EXIT. EXIT.

       0200-CHECK-ARCHIVE-INDEX.

      **************************************************************
      *    READS THE ARCHIVE INDEX AND REFUSES THE RUN WHEN THE     *
      *    PERIOD IS ALREADY ON IT -- ITS ARCHIVE EXISTS AND MUST   *
      *    NOT BE WRITTEN OVER.                                     *
      **************************************************************

           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT INDEX-FILE.

           READ INDEX-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

           PERFORM 0250-CHECK-INDEX-RECORD
              UNTIL EOF-FLAG = 'Y'.

           CLOSE INDEX-FILE.

       0200-EXIT. EXIT.

       0250-CHECK-INDEX-RECORD.

      **************************************************************
      *    EXAMINES ONE ARCHIVE INDEX RECORD.                       *
      **************************************************************

           IF AX-PERIOD = ARCHIVE-PERIOD
              MOVE 'Y' TO RUN-REFUSED-FLAG
              MOVE 'PERIOD IS ALREADY ON THE ARCHIVE INDEX'
                   TO OUT-REFUSED-REASON
           END-IF.

           READ INDEX-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0250-EXIT. EXIT.

       0300-SPLIT-AUDIT-FILE.

      **************************************************************
      *    READS AUDITFILE END TO END, WRITING THE PERIOD'S         *
      *    RECORDS TO THE ARCHIVE AND EVERY OTHER RECORD TO THE     *
      *    WORK FILE, IN POSTING ORDER. AUDITFILE ITSELF IS NOT     *
      *    TOUCHED UNTIL THE ARCHIVE HAS PROVED.                    *
      **************************************************************

           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT AUDIT-FILE
                OUTPUT WORK-FILE
                OUTPUT ARCHIVE-FILE.

           READ AUDIT-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

           PERFORM 0350-SPLIT-AUDIT-RECORD
              UNTIL EOF-FLAG = 'Y'.

           CLOSE AUDIT-FILE
                 WORK-FILE
                 ARCHIVE-FILE.

       0300-EXIT. EXIT.

       0350-SPLIT-AUDIT-RECORD.

      **************************************************************
      *    SENDS ONE AUDIT RECORD TO THE ARCHIVE (ADDING IT TO THE  *
      *    CONTROL TOTALS) OR TO THE WORK FILE. A KEPT RECORD       *
      *    WHOSE OWN PERIOD IS CLOSED IS COUNTED AS LEFT OVER.      *
      **************************************************************

           ADD 1 TO READ-CTR.

           MOVE AUD-RUN-DATE(1:6) TO RECORD-PERIOD.

           IF RECORD-PERIOD = ARCHIVE-PERIOD
              ADD 1 TO ARCHIVED-CTR
              COMPUTE DOLLAR-HASH-AMT = DOLLAR-HASH-AMT
                 + AUD-ENDOWMT-AMT-AFTER - AUD-ENDOWMT-AMT-BEFORE
              COMPUTE SHARE-HASH-AMT = SHARE-HASH-AMT
                 + AUD-SHARE-AMT-AFTER - AUD-SHARE-AMT-BEFORE
              WRITE ARCHIVE-RECORD FROM AUDIT-RECORD
           ELSE
              ADD 1 TO KEPT-CTR
              SET PERIOD-NDX TO 1
              SEARCH PERIOD-NTRY
                 AT END CONTINUE
                 WHEN TBL-PERIOD(PERIOD-NDX) = RECORD-PERIOD
                    IF TBL-PERIOD-STATUS(PERIOD-NDX) = 'C'
                       ADD 1 TO KEPT-CLOSED-CTR
                    END-IF
              END-SEARCH
              WRITE WORK-RECORD FROM AUDIT-RECORD
           END-IF.

           READ AUDIT-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0350-EXIT. EXIT.

       0500-PROVE-ARCHIVE.

      **************************************************************
      *    READS THE ARCHIVE BACK AND RECOMPUTES ITS RECORD COUNT   *
      *    AND HASH TOTALS. ANY DIFFERENCE FROM THE TOTALS TAKEN    *
      *    AS IT WAS WRITTEN REFUSES THE RUN, SO AUDITFILE IS       *
      *    NEVER CUT BACK AGAINST AN ARCHIVE THAT DID NOT LAND      *
      *    WHOLE.                                                   *
      **************************************************************

           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT ARCHIVE-FILE.

           READ ARCHIVE-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

           PERFORM 0550-PROVE-ARCHIVE-RECORD
              UNTIL EOF-FLAG = 'Y'.

           CLOSE ARCHIVE-FILE.

           IF PROOF-CTR NOT = ARCHIVED-CTR
              OR PROOF-DOLLAR-HASH-AMT NOT = DOLLAR-HASH-AMT
              OR PROOF-SHARE-HASH-AMT NOT = SHARE-HASH-AMT
              MOVE 'Y' TO RUN-REFUSED-FLAG
              MOVE 'ARCHIVE DID NOT READ BACK TO ITS CONTROL TOTALS'
                   TO OUT-REFUSED-REASON
              PERFORM 0800-PRINT-TOTALS
           END-IF.

       0500-EXIT. EXIT.

       0550-PROVE-ARCHIVE-RECORD.

      **************************************************************
      *    ADDS ONE ARCHIVE RECORD TO THE READ-BACK TOTALS.         *
      **************************************************************

           ADD 1 TO PROOF-CTR.

           COMPUTE PROOF-DOLLAR-HASH-AMT = PROOF-DOLLAR-HASH-AMT
              + ARC-ENDOWMT-AMT-AFTER - ARC-ENDOWMT-AMT-BEFORE.

           COMPUTE PROOF-SHARE-HASH-AMT = PROOF-SHARE-HASH-AMT
              + ARC-SHARE-AMT-AFTER - ARC-SHARE-AMT-BEFORE.

           READ ARCHIVE-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0550-EXIT. EXIT.

       0600-RESTORE-AUDIT-FILE.

      **************************************************************
      *    REWRITES AUDITFILE FROM THE WORK FILE, SO IT CARRIES     *
      *    ONLY THE RECORDS NOT ARCHIVED, IN THEIR POSTING ORDER.   *
      **************************************************************

           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT WORK-FILE
                OUTPUT AUDIT-FILE.

           READ WORK-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

           PERFORM 0650-RESTORE-AUDIT-RECORD
              UNTIL EOF-FLAG = 'Y'.

           CLOSE WORK-FILE
                 AUDIT-FILE.

       0600-EXIT. EXIT.

       0650-RESTORE-AUDIT-RECORD.

      **************************************************************
      *    COPIES ONE KEPT RECORD BACK TO AUDITFILE.                *
      **************************************************************

           WRITE AUDIT-RECORD FROM WORK-RECORD.

           ADD 1 TO RESTORED-CTR.

           READ WORK-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0650-EXIT. EXIT.

       0700-WRITE-INDEX-RECORD.

      **************************************************************
      *    APPENDS THE PERIOD'S INDEX RECORD WITH THE CONTROL       *
      *    TOTALS OF ITS ARCHIVE.                                   *
      **************************************************************

           OPEN EXTEND INDEX-FILE.

           MOVE SPACES TO AUDIT-INDEX-RECORD.

           MOVE ARCHIVE-PERIOD TO AX-PERIOD.
           MOVE CURRENT-DATE TO AX-ARCHIVE-DATE.
           MOVE ARCHIVED-CTR TO AX-REC-CTR.
           MOVE DOLLAR-HASH-AMT TO AX-DOLLAR-HASH.
           MOVE SHARE-HASH-AMT TO AX-SHARE-HASH.
           MOVE RESTORED-CTR TO AX-KEPT-CTR.

           WRITE AUDIT-INDEX-RECORD.

           CLOSE INDEX-FILE.

       0700-EXIT. EXIT.

       0800-PRINT-TOTALS.

      **************************************************************
      *    PRINTS THE RECORD COUNTS, THE CONTROL TOTALS AS WRITTEN  *
      *    AND AS READ BACK, AND ANY WARNINGS.                      *
      **************************************************************

           MOVE 'AUDIT RECORDS READ:' TO OUT-CNT-DESC.
           MOVE READ-CTR TO OUT-CNT-CTR.
           MOVE OUTPUT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER 2.

           MOVE 'RECORDS ARCHIVED:' TO OUT-CNT-DESC.
           MOVE ARCHIVED-CTR TO OUT-CNT-CTR.
           MOVE OUTPUT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER 1.

           MOVE 'ARCHIVE RECORDS READ BACK:' TO OUT-CNT-DESC.
           MOVE PROOF-CTR TO OUT-CNT-CTR.
           MOVE OUTPUT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER 1.

           MOVE 'RECORDS KEPT ON AUDITFILE:' TO OUT-CNT-DESC.
           MOVE KEPT-CTR TO OUT-CNT-CTR.
           MOVE OUTPUT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER 1.

           MOVE '  OF WHICH IN ANOTHER CLOSED PERIOD:' TO OUT-CNT-DESC.
           MOVE KEPT-CLOSED-CTR TO OUT-CNT-CTR.
           MOVE OUTPUT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER 1.

           MOVE DOLLAR-HASH-AMT TO OUT-DOLLAR-HASH-AMT.
           MOVE PROOF-DOLLAR-HASH-AMT TO OUT-PROOF-DOLLAR-AMT.
           MOVE OUTPUT-DOLLAR-HASH-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER 2.

           MOVE SHARE-HASH-AMT TO OUT-SHARE-HASH-AMT.
           MOVE PROOF-SHARE-HASH-AMT TO OUT-PROOF-SHARE-AMT.
           MOVE OUTPUT-SHARE-HASH-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER 1.

           IF ARCHIVED-CTR = 0
              MOVE OUTPUT-NONE-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 2
           END-IF.

           IF KEPT-CLOSED-CTR > 0
              MOVE OUTPUT-LEFTOVER-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 2
           END-IF.

           IF PERIOD-TBL-FULL-FLAG = 'Y'
              MOVE OUTPUT-PERIOD-TBL-FULL-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 1
           END-IF.

           IF RUN-REFUSED-FLAG = 'N'
              MOVE OUTPUT-PROVED-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 2
           END-IF.

       0800-EXIT. EXIT.
