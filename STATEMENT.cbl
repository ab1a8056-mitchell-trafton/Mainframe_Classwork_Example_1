      *            SEQUENTIAL FILE OF AUDIT TRAIL RECORDS AS         *
      *            ACCUMULATED OVER THE STATEMENT PERIOD.            *
      *                                                               *
      *            STMTPARM --                                       *
      *            OPTIONAL PARAMETER RECORD CARRYING A PERIOD       *
      *            (CCYYMM) TO REPRINT FROM THE AUDIT ARCHIVE.       *
      *            ABSENT, ZERO OR NON-NUMERIC, STATEMENTS ARE       *
      *            PRINTED FROM AUDITFILE AS USUAL.                  *
      *                                                               *
      *            AUDINDX -- AUDIT ARCHIVE INDEX (SEE AUDIXREC),    *
      *            READ ON A REPRINT FOR THE PERIOD'S CONTROL        *
      *            TOTALS.                                           *
      *                                                               *
      *            AUDARCH -- THE PERIOD'S AUDIT ARCHIVE, READ ON A  *
      *            REPRINT IN PLACE OF AUDITFILE AND PROVED AGAINST  *
      *            ITS INDEX RECORD.                                 *
      *                                                               *
      *  OUTPUT:   STMTRPT --                                        *
      *            ONE PRINTED STATEMENT PER ORCHESTRA.              *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: RETURN-CODE 16 WHEN A REPRINT PERIOD IS    *
      *            NOT ON THE ARCHIVE INDEX (NOTHING PRINTED), 8     *
      *            WHEN THE ARCHIVE DOES NOT PROVE AGAINST ITS INDEX *
      *            RECORD (STATEMENTS ARE PRINTED WITH A WARNING),   *
      *            0 OTHERWISE.                                      *
      *                                                               *
      *  NOTES:    THE BALANCES SHOWN ARE THE FUND-ALLOCATION        *
      *            BALANCES CARRIED ON EACH AUDIT RECORD.            *
       FILE-CONTROL.

           SELECT AUDIT-FILE ASSIGN TO AUDITFILE.
           SELECT OPTIONAL PARM-FILE ASSIGN TO STMTPARM.
           SELECT OPTIONAL INDEX-FILE ASSIGN TO AUDINDX.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO AUDARCH.
           SELECT REPORT-FILE ASSIGN TO STMTRPT.


       FD  AUDIT-FILE
           RECORDING MODE IS F.

       01  AUDIT-FILE-RECORD           PIC X(132).

       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-PERIOD              PIC 9(6).
           05                           PIC X(74).

       FD  INDEX-FILE
           RECORDING MODE IS F.

           COPY AUDIXREC.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.

       01  ARCHIVE-FILE-RECORD         PIC X(132).

       FD  REPORT-FILE
           RECORDING MODE IS F.

       WORKING-STORAGE SECTION.

      *
      *    THE AUDIT RECORD CURRENTLY BEING LOADED, READ FROM
      *    AUDITFILE OR, ON A REPRINT, FROM THE PERIOD'S ARCHIVE.
      *

           COPY AUDITREC.

      *
      *    AUDIT RECORDS LOADED AND KEPT IN STATEMENT ORDER
      *    (ORCHESTRA NAME, THEN RUN DATE, THEN POSTING ORDER).
       01  FLAGS.
           05 EOF-FLAG                 PIC X VALUE 'N'.
           05 TBL-FULL-FLAG            PIC X VALUE 'N'.
           05 INDEX-FOUND-FLAG         PIC X VALUE 'N'.
           05 ARCHIVE-PROVED-FLAG      PIC X VALUE 'Y'.

      *
      *    REPRINT-PERIOD IS THE ARCHIVED PERIOD BEING REPRINTED,
      *    ZERO FOR AN ORDINARY RUN FROM AUDITFILE. THE INDEX
      *    FIGURES ARE THE PERIOD'S CONTROL TOTALS AS ARCHIVED; THE
      *    ARCHIVE FIGURES ARE RECOMPUTED AS THE ARCHIVE IS READ.
      *

       01  REPRINT-PERIOD              PIC 9(6) VALUE 0.

       01  ARCHIVE-PROOF-FIELDS.
           05 INDEX-REC-CTR            PIC 9(9) PACKED-DECIMAL VALUE 0.
           05 INDEX-DOLLAR-HASH        PIC S9(13)V99 PACKED-DECIMAL
                                            VALUE 0.
           05 INDEX-SHARE-HASH         PIC S9(13)V9(4) PACKED-DECIMAL
                                            VALUE 0.
           05 ARCHIVE-REC-CTR          PIC 9(9) PACKED-DECIMAL VALUE 0.
           05 ARCHIVE-DOLLAR-HASH      PIC S9(13)V99 PACKED-DECIMAL
                                            VALUE 0.
           05 ARCHIVE-SHARE-HASH       PIC S9(13)V9(4) PACKED-DECIMAL
                                            VALUE 0.

       01  COUNTERS.
           05 LINE-CTR                 PIC 99 BINARY SYNC VALUE 0.
                                        'MONTHLY ENDOWMENT STATEMENT'.
           05                          PIC X(53) VALUE SPACES.

       01  PAGE-HEADER-3.
           05                          PIC X(45) VALUE SPACES.
           05                          PIC X(35) VALUE
                                'REPRINT FROM AUDIT ARCHIVE PERIOD: '.
           05 OUT-HDR-REPRINT-PERIOD   PIC 9(6).
           05                          PIC X(46) VALUE SPACES.

       01  STMT-ORCH-HEADER.
           05                          PIC X(11) VALUE 'STATEMENT: '.
           05 OUT-STMT-ORCH-NME        PIC X(45).
           05                          PIC X(60) VALUE
               'REMAINING AUDIT RECORDS NOT ON THESE STATEMENTS'.

       01  OUTPUT-ARCHIVE-PROOF-LINE.
           05                          PIC X(18) VALUE
                                               'ARCHIVE RECORDS: '.
           05 OUT-ARC-REC-CTR          PIC ZZZ,ZZZ,ZZ9.
           05                          PIC X(3) VALUE ' / '.
           05 OUT-IDX-REC-CTR          PIC ZZZ,ZZZ,ZZ9.
           05                          PIC X(16) VALUE
                                               '   DOLLAR HASH: '.
           05 OUT-ARC-DOLLAR-HASH      PIC -$$,$$$,$$$,$$$,$$9.99.
           05                          PIC X(3) VALUE ' / '.
           05 OUT-IDX-DOLLAR-HASH      PIC -$$,$$$,$$$,$$$,$$9.99.

       01  OUTPUT-SHARE-PROOF-LINE.
           05                          PIC X(48) VALUE SPACES.
           05                          PIC X(16) VALUE
                                               '   SHARE HASH:  '.
           05 OUT-ARC-SHARE-HASH       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.9999.
           05                          PIC X(3) VALUE ' / '.
           05 OUT-IDX-SHARE-HASH       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.9999.

       01  OUTPUT-ARCHIVE-PROVED-LINE.
           05                          PIC X(60) VALUE
               'ARCHIVE PROVED AGAINST ITS INDEX RECORD'.

       01  OUTPUT-ARCHIVE-BREAK-LINE.
           05                          PIC X(60) VALUE
               '*** WARNING: ARCHIVE DOES NOT PROVE AGAINST ITS INDEX '.
           05                          PIC X(60) VALUE
               'RECORD -- THESE STATEMENTS MAY BE INCOMPLETE'.

       01  OUTPUT-NOT-INDEXED-LINE.
           05                          PIC X(25) VALUE
                                          '*** REPRINT REFUSED: '.
           05 OUT-NI-PERIOD            PIC 9(6).
           05                          PIC X(60) VALUE
               ' IS NOT ON THE AUDIT ARCHIVE INDEX -- NOTHING PRINTED'.


       PROCEDURE DIVISION.


           MOVE CORR CURRENT-DATE TO PAGE-HEADER-1.

           PERFORM 0050-READ-STATEMENT-PARM.

           OPEN OUTPUT REPORT-FILE.

           IF REPRINT-PERIOD > 0
              PERFORM 0060-FIND-ARCHIVE-INDEX
              IF INDEX-FOUND-FLAG = 'N'
                 MOVE REPRINT-PERIOD TO OUT-NI-PERIOD
                 MOVE OUTPUT-NOT-INDEXED-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
                 CLOSE REPORT-FILE
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE REPRINT-PERIOD TO OUT-HDR-REPRINT-PERIOD
              OPEN INPUT ARCHIVE-FILE
           ELSE
              OPEN INPUT AUDIT-FILE
           END-IF.

           PERFORM 0150-READ-AUDIT-RECORD.

           PERFORM 0100-LOAD-AUDIT-RECORD
              UNTIL EOF-FLAG = 'Y'.
              WRITE REPORT-LINE AFTER 2
           END-IF.

           IF REPRINT-PERIOD > 0
              PERFORM 0600-PRINT-ARCHIVE-PROOF
              CLOSE ARCHIVE-FILE
           ELSE
              CLOSE AUDIT-FILE
           END-IF.

           CLOSE REPORT-FILE.

           IF ARCHIVE-PROVED-FLAG = 'N'
              MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

       0000-EXIT. EXIT.

       0050-READ-STATEMENT-PARM.

      **************************************************************
      *    TAKES A REPRINT PERIOD FROM STMTPARM WHEN ONE WAS        *
      *    SUPPLIED AND IS NUMERIC; OTHERWISE LEAVES IT ZERO SO     *
      *    THE RUN PRINTS FROM AUDITFILE.                           *
      **************************************************************

           OPEN INPUT PARM-FILE.

           READ PARM-FILE
              AT END CONTINUE
              NOT AT END
                 IF PARM-PERIOD NUMERIC
                    MOVE PARM-PERIOD TO REPRINT-PERIOD
                 END-IF
           END-READ.

           CLOSE PARM-FILE.

       0050-EXIT. EXIT.

       0060-FIND-ARCHIVE-INDEX.

      **************************************************************
      *    READS THE ARCHIVE INDEX FOR THE REPRINT PERIOD'S         *
      *    CONTROL TOTALS. A PERIOD NOT ON THE INDEX WAS NEVER      *
      *    ARCHIVED AND CANNOT BE REPRINTED FROM THE ARCHIVE.       *
      **************************************************************

           MOVE 'N' TO EOF-FLAG.

           OPEN INPUT INDEX-FILE.

           READ INDEX-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

           PERFORM 0070-CHECK-INDEX-RECORD
              UNTIL EOF-FLAG = 'Y'.

           CLOSE INDEX-FILE.

           MOVE 'N' TO EOF-FLAG.

       0060-EXIT. EXIT.

       0070-CHECK-INDEX-RECORD.

      **************************************************************
      *    CAPTURES THE CONTROL TOTALS OF THE REPRINT PERIOD'S      *
      *    INDEX RECORD.                                            *
      **************************************************************

           IF AX-PERIOD = REPRINT-PERIOD
              MOVE 'Y' TO INDEX-FOUND-FLAG
              MOVE AX-REC-CTR TO INDEX-REC-CTR
              MOVE AX-DOLLAR-HASH TO INDEX-DOLLAR-HASH
              MOVE AX-SHARE-HASH TO INDEX-SHARE-HASH
           END-IF.

           READ INDEX-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0070-EXIT. EXIT.

       0100-LOAD-AUDIT-RECORD.

      **************************************************************
                                           STMT-TRAN-REF-NBR(INS-NDX)
           END-IF.

           PERFORM 0150-READ-AUDIT-RECORD.

       0100-EXIT. EXIT.

       0150-READ-AUDIT-RECORD.

      **************************************************************
      *    READS THE NEXT AUDIT RECORD FROM AUDITFILE OR, ON A      *
      *    REPRINT, FROM THE ARCHIVE -- ADDING EACH ARCHIVE RECORD  *
      *    TO THE TOTALS PROVED AGAINST ITS INDEX RECORD.           *
      **************************************************************

           IF REPRINT-PERIOD > 0
              READ ARCHIVE-FILE INTO AUDIT-RECORD
                 AT END MOVE 'Y' TO EOF-FLAG
              END-READ
              IF EOF-FLAG = 'N'
                 ADD 1 TO ARCHIVE-REC-CTR
                 COMPUTE ARCHIVE-DOLLAR-HASH = ARCHIVE-DOLLAR-HASH
                    + AUD-ENDOWMT-AMT-AFTER - AUD-ENDOWMT-AMT-BEFORE
                 COMPUTE ARCHIVE-SHARE-HASH = ARCHIVE-SHARE-HASH
                    + AUD-SHARE-AMT-AFTER - AUD-SHARE-AMT-BEFORE
              END-IF
           ELSE
              READ AUDIT-FILE INTO AUDIT-RECORD
                 AT END MOVE 'Y' TO EOF-FLAG
              END-READ
           END-IF.

       0150-EXIT. EXIT.

       0300-PRINT-STATEMENT-LINE.

      **************************************************************

           WRITE REPORT-LINE AFTER 1.

           IF REPRINT-PERIOD > 0
              MOVE PAGE-HEADER-3 TO REPORT-LINE
              WRITE REPORT-LINE AFTER 1
           END-IF.

           MOVE PRIOR-ORCH-NME TO OUT-STMT-ORCH-NME.

           MOVE STMT-ORCH-HEADER TO REPORT-LINE.

           MOVE 7 TO LINE-CTR.

           IF REPRINT-PERIOD > 0
              ADD 1 TO LINE-CTR
           END-IF.

       0400-EXIT. EXIT.

       0500-PRINT-CLOSING.
           WRITE REPORT-LINE AFTER 2.

       0500-EXIT. EXIT.

       0600-PRINT-ARCHIVE-PROOF.

      **************************************************************
      *    PRINTS THE ARCHIVE'S RECORD COUNT AND HASH TOTALS AS     *
      *    READ AGAINST THOSE ON ITS INDEX RECORD. ANY DIFFERENCE   *
      *    MEANS THE ARCHIVE IS NOT AS IT WAS WRITTEN.              *
      **************************************************************

           MOVE ARCHIVE-REC-CTR TO OUT-ARC-REC-CTR.
           MOVE INDEX-REC-CTR TO OUT-IDX-REC-CTR.
           MOVE ARCHIVE-DOLLAR-HASH TO OUT-ARC-DOLLAR-HASH.
           MOVE INDEX-DOLLAR-HASH TO OUT-IDX-DOLLAR-HASH.

           MOVE OUTPUT-ARCHIVE-PROOF-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 2.

           MOVE ARCHIVE-SHARE-HASH TO OUT-ARC-SHARE-HASH.
           MOVE INDEX-SHARE-HASH TO OUT-IDX-SHARE-HASH.

           MOVE OUTPUT-SHARE-PROOF-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

           IF ARCHIVE-REC-CTR NOT = INDEX-REC-CTR
              OR ARCHIVE-DOLLAR-HASH NOT = INDEX-DOLLAR-HASH
              OR ARCHIVE-SHARE-HASH NOT = INDEX-SHARE-HASH
              MOVE 'N' TO ARCHIVE-PROVED-FLAG
              MOVE OUTPUT-ARCHIVE-BREAK-LINE TO REPORT-LINE
           ELSE
              MOVE OUTPUT-ARCHIVE-PROVED-LINE TO REPORT-LINE
           END-IF.

           WRITE REPORT-LINE AFTER 1.

       0600-EXIT. EXIT.
