      ***************************************************************
      *  FUNCTION: TAX-LOT POSTING, RUN AS A COMPANION STEP AFTER    *
      *            EVERY POSTING RUN -- THE NIGHTLY ENDOWMT5 RUN    *
      *            AND THE DISTPROC, FEEASSESS, FUNDMERG AND        *
      *            PRCCORR UTILITY PASSES. READS THE AUDIT TRAIL    *
      *            THE RUN JUST WROTE AND KEEPS THE COST-BASIS      *
      *            MASTER (LOTFILE) IN STEP WITH IT:                *
      *              DEPOSIT, REINVESTMENT, EXCHANGE IN AND         *
      *              TRANSFER IN OPEN A LOT IN THE SLOT THEY        *
      *              POSTED TO, DATED THE RUN DATE, FOR THE SHARES  *
      *              THEY ADDED AT THE DOLLARS THEY POSTED -- THAT  *
      *              IS, AT THE SHARE PRICE THEY POSTED AT.         *
      *              WITHDRAWAL, EXCHANGE OUT, TRANSFER OUT AND     *
      *              MGMT FEE RELIEVE THE SLOT'S LOTS FIRST-IN-     *
      *              FIRST-OUT FOR THE SHARES THEY REMOVED. THE     *
      *              DOLLARS THE POSTING REMOVED ARE THE PROCEEDS,  *
      *              SHARED ACROSS THE LOTS IT TOUCHED BY SHARES,   *
      *              AND EACH LOT'S PROCEEDS LESS THE COST          *
      *              RELIEVED IS ITS REALIZED GAIN OR LOSS.         *
      *              MERGER OUT AND MERGER IN CARRY THE CLOSING     *
      *              FUND'S LOTS INTO THE RECEIVING SLOT WITH THEIR *
      *              ACQUISITION DATES AND COST INTACT, THE SHARES  *
      *              RESTATED IN THE SUCCESSOR FUND -- A MERGER     *
      *              REALIZES NOTHING.                              *
      *              PRICE CORR (A PRCCORR RE-STRIKE) RESTATES THE  *
      *              SLOT'S LOTS FOR THE SHARES IT ADDED OR TOOK    *
      *              AWAY, WITH NO CHANGE TO COST AND NOTHING       *
      *              REALIZED: SHARES ADDED GO ON THE SLOT'S NEWEST *
      *              OPEN LOT, SHARES TAKEN AWAY COME OFF THE LOTS  *
      *              FIRST-IN-FIRST-OUT.                            *
      *            EVERY LOT CHANGE IS JOURNALED TO LOTHIST, WHICH  *
      *            IS WHAT THE REALIZED GAIN/LOSS REPORT (LOTRPT)   *
      *            READS AND WHAT BACKOUT USES TO PUT A BACKED-OUT  *
      *            RUN'S LOTS BACK.                                  *
      *            A RUN ALREADY ON LOTHIST IS NOT APPLIED TWICE:   *
      *            AN AUDIT RECORD WHOSE RUN NUMBER IS AT OR BELOW  *
      *            THE HIGHEST ALREADY JOURNALED IN ITS SERIES      *
      *            (NIGHTLY, OR THE RESERVED 90000+ UTILITY-PASS    *
      *            SERIES) IS COUNTED AND PASSED OVER, SO THE STEP  *
      *            CAN FOLLOW EACH PASS THAT EXTENDS THE SAME       *
      *            AUDIT GENERATION.                                 *
      *            A ONE-TIME SEED MODE OPENS A LOT FOR EVERY SLOT  *
      *            ALREADY HOLDING SHARES WITHOUT ONE, AT THE       *
      *            SLOT'S BOOK DOLLARS, SO POSITIONS THAT PREDATE   *
      *            LOT TRACKING HAVE A BASIS TO RELIEVE. THE SEED   *
      *            JOURNALS A ZERO-CHANGE MARKER FOR THE LAST RUN   *
      *            OF EACH SERIES ON RUNCTLF, SINCE THE BALANCES IT *
      *            SEEDED FROM ALREADY REFLECT THOSE RUNS.          *
      *                                                               *
      *  INPUT:    LOTPARM --                                        *
      *            OPTIONAL PARAMETER RECORD. ABSENT OR BLANK, THE   *
      *            RUN POSTS THE AUDIT TRAIL. 'SEED' FOLLOWED BY AN  *
      *            ACQUISITION DATE (CCYYMMDD) SEEDS OPENING LOTS    *
      *            FROM THE ORCHESTRA MASTER INSTEAD.                *
      *                                                               *
      *            AUDITFILE --                                      *
      *            AUDIT TRAIL OF THE POSTING RUN JUST COMPLETED.    *
      *                                                               *
      *            ORCHFILE -- CURRENT ORCHESTRA MASTER (VIA         *
      *            BLDORCH), SEED MODE ONLY.                         *
      *                                                               *
      *            RUNCTLF -- RUN CONTROL FILE, SEED MODE ONLY: THE  *
      *            SEEDED LOTS ARE STAMPED WITH THE LAST NIGHTLY RUN *
      *            NUMBER, AND THE LAST NIGHTLY RUN AND THE LAST     *
      *            UTILITY PASS ARE EACH JOURNALED TO LOTHIST AS A   *
      *            SEED MARKER, SO NEITHER SERIES' AUDIT TRAIL IS    *
      *            APPLIED ON TOP OF THEM.                           *
      *                                                               *
      *  IN/OUTPUT: LOTFILE -- TAX-LOT MASTER (VIA BLDLOT/UPDLOT).   *
      *                                                               *
      *            LOTHIST -- READ FOR THE RUNS ALREADY APPLIED,     *
      *            THEN EXTENDED WITH ONE RECORD PER LOT CHANGE.     *
      *                                                               *
      *  OUTPUT:   LOTPRPT -- LOT POSTING REGISTER: ONE LINE PER LOT *
      *            CHANGE, WITH COUNTS AND THE REALIZED GAIN/LOSS    *
      *            TOTAL FOR THE RUN.                                *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: RETURN-CODE 16 WHEN THE PARAMETER RECORD   *
      *            IS INVALID (NOTHING POSTS), 8 WHEN THE LOT TABLE  *
      *            FILLED AND A LOT COULD NOT BE OPENED, 4 WHEN A    *
      *            RELIEF RAN PAST THE SLOT'S LAST LOT OR A PRICE    *
      *            CORRECTION FOUND NO LOT TO RESTATE (A BASIS       *
      *            SHORTFALL), 0 OTHERWISE.                          *
      *                                                               *
      *  NOTES:    NONE                                               *
      ***************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.   LOTPOST.
       AUTHOR.       MITCHELL TRAFTON.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL PARM-FILE ASSIGN TO LOTPARM.
           SELECT AUDIT-FILE ASSIGN TO AUDITFILE.
           SELECT OPTIONAL LOT-HIST-FILE ASSIGN TO LOTHIST.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTLF.
           SELECT REPORT-FILE ASSIGN TO LOTPRPT.


       DATA DIVISION.

       FILE SECTION.

       FD  PARM-FILE
           RECORDING MODE IS F.

       01  PARM-RECORD.
           05  PARM-MODE                PIC X(8).
           05                           PIC X.
           05  PARM-SEED-DATE           PIC 9(8).
           05                           PIC X(63).

       FD  AUDIT-FILE
           RECORDING MODE IS F.

           COPY AUDITREC.

       FD  LOT-HIST-FILE
           RECORDING MODE IS F.

           COPY LOTHREC.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.

           COPY RUNCTLREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.

       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

      *
      * TABLES FROM COPY LIB
      *
           COPY ORCHTBL.

       01  LOT-TBL.
           05 TBL-LOT-CTR              PIC S9(5) BINARY SYNC VALUE 0.
           05 TBL-LOT-NTRY             OCCURS 1 TO 20000
                                       DEPENDING ON TBL-LOT-CTR
                                       ASCENDING KEY TBL-LOT-KEY
                                       INDEXED BY LOT-NDX.
              COPY LOTTBL.

      *
      *    THE LOTS A 'MERGER OUT' TOOK OFF THE CLOSING FUND'S SLOT,
      *    HELD UNTIL THE 'MERGER IN' RECORD THAT FOLLOWS IT SAYS
      *    WHICH SLOT RECEIVED THEM AND HOW MANY SUCCESSOR SHARES
      *    THEY BECAME.
      *

       01  CARRY-TBL.
           05 CARRY-CTR                PIC S9(4) BINARY SYNC VALUE 0.
           05 CARRY-NTRY               OCCURS 1 TO 500 TIMES
                                       DEPENDING ON CARRY-CTR
                                       INDEXED BY CARRY-NDX.
              10 CARRY-ACQ-DATE        PIC 9(8).
              10 CARRY-SHARE-AMT       PIC S9(11)V9(4) PACKED-DECIMAL.
              10 CARRY-COST-AMT        PIC S9(9)V99 PACKED-DECIMAL.
              10 CARRY-OPEN-RUN-NBR    PIC 9(5).

       01  CARRY-ORCH-NME              PIC X(45) VALUE SPACES.

       01  CARRY-TOT-SHARE-AMT         PIC S9(11)V9(4) PACKED-DECIMAL
                                            VALUE 0.

       01  FLAGS.
           05 EOF-FLAG                 PIC X VALUE 'N'.
           05 LOTH-EOF-FLAG            PIC X VALUE 'N'.
           05 RUNCTL-EOF-FLAG          PIC X VALUE 'N'.
           05 SEED-MODE-FLAG           PIC X VALUE 'N'.
           05 RUN-REFUSED-FLAG         PIC X VALUE 'N'.
           05 TBL-FULL-FLAG            PIC X VALUE 'N'.
           05 SLOT-HAS-LOTS-FLAG       PIC X VALUE 'N'.

       01  COUNTERS.
           05 AUDIT-READ-CTR           PIC 9(7) PACKED-DECIMAL VALUE 0.
           05 APPLIED-BEFORE-CTR       PIC 9(7) PACKED-DECIMAL VALUE 0.
           05 OTHER-TYPE-CTR           PIC 9(7) PACKED-DECIMAL VALUE 0.
           05 LOTS-OPENED-CTR          PIC 9(7) PACKED-DECIMAL VALUE 0.
           05 LOTS-RELIEVED-CTR        PIC 9(7) PACKED-DECIMAL VALUE 0.
           05 LOTS-CARRIED-CTR         PIC 9(7) PACKED-DECIMAL VALUE 0.
           05 SHORTFALL-CTR            PIC 9(7) PACKED-DECIMAL VALUE 0.
           05 NOT-OPENED-CTR           PIC 9(7) PACKED-DECIMAL VALUE 0.
           05 LOTS-RESTATED-CTR        PIC 9(7) PACKED-DECIMAL VALUE 0.
           05 INS-NDX                  PIC S9(5) BINARY SYNC VALUE 0.
           05 SHIFT-NDX                PIC S9(5) BINARY SYNC VALUE 0.
           05 SCAN-NDX                 PIC S9(5) BINARY SYNC VALUE 0.
           05 NEWEST-NDX               PIC S9(5) BINARY SYNC VALUE 0.
           05 LINE-CTR                 PIC 99 BINARY SYNC VALUE 0.
           05 ALLOC-SUB                PIC 9.

      *
      *    THE HIGHEST RUN NUMBER OF EACH SERIES ALREADY ON LOTHIST.
      *    ZERO MEANS NOTHING IN THAT SERIES HAS BEEN APPLIED YET.
      *

       01  APPLIED-RUN-FIELDS.
           05 APPLIED-NIGHTLY-RUN-NBR  PIC 9(5) VALUE 0.
           05 APPLIED-UTILITY-RUN-NBR  PIC 9(5) VALUE 0.

       01  SEED-FIELDS.
           05 SEED-DATE                PIC 9(8) VALUE 0.
           05 SEED-RUN-NBR             PIC 9(5) VALUE 0.
           05 SEED-UTILITY-RUN-NBR     PIC 9(5) VALUE 0.

      *
      *    THE LOT BEING LOOKED UP, IN TBL-LOT-KEY'S LAYOUT SO THE
      *    TWO COMPARE DIRECTLY, AND THE SHARES AND COST TO ADD TO
      *    IT (NEGATIVE TO TAKE AWAY).
      *

       01  SEARCH-LOT-KEY.
           05 SRCH-ORCH-NME            PIC X(45).
           05 SRCH-ALLOC-NBR           PIC 9.
           05 SRCH-ACQ-DATE            PIC 9(8).

       01  POST-FIELDS.
           05 POST-FUND-NBR            PIC 999.
           05 POST-SHARE-AMT           PIC S9(11)V9(4) PACKED-DECIMAL.
           05 POST-COST-AMT            PIC S9(9)V99 PACKED-DECIMAL.
           05 POST-OPEN-RUN-NBR        PIC 9(5).

      *
      *    ONE RELIEF IN PROGRESS: THE SHARES AND PROCEEDS THE
      *    POSTING REMOVED, WHAT IS STILL TO BE SPREAD ACROSS LOTS,
      *    AND THE PIECE TAKEN FROM THE CURRENT LOT.
      *

       01  RELIEF-FIELDS.
           05 RELIEF-TOT-SHARE-AMT     PIC S9(11)V9(4) PACKED-DECIMAL.
           05 RELIEF-SHARE-AMT         PIC S9(11)V9(4) PACKED-DECIMAL.
           05 PROCEEDS-AMT             PIC S9(9)V99 PACKED-DECIMAL.
           05 PROCEEDS-LEFT-AMT        PIC S9(9)V99 PACKED-DECIMAL.
           05 TAKE-SHARE-AMT           PIC S9(11)V9(4) PACKED-DECIMAL.
           05 TAKE-COST-AMT            PIC S9(9)V99 PACKED-DECIMAL.
           05 TAKE-PROCEEDS-AMT        PIC S9(9)V99 PACKED-DECIMAL.
           05 IN-SHARE-AMT             PIC S9(11)V9(4) PACKED-DECIMAL.
           05 IN-SHARE-LEFT-AMT        PIC S9(11)V9(4) PACKED-DECIMAL.

      *
      *    THE LOT HISTORY RECORD BEING BUILT. THE POSTING'S OWN
      *    IDENTITY (ORCHESTRA, FUND, TYPE, DATE, REFERENCE, RUN)
      *    IS SET ONCE PER AUDIT RECORD; THE LOT AND ITS CHANGE ARE
      *    SET PER LOT TOUCHED.
      *

       01  HIST-FIELDS.
           05 HIST-ORCH-NME            PIC X(45).
           05 HIST-FUND-NBR            PIC 999.
           05 HIST-TRAN-TYPE           PIC X(12).
           05 HIST-RUN-DATE            PIC 9(8).
           05 HIST-TRAN-REF-NBR        PIC 9(6).
           05 HIST-RUN-NBR             PIC 9(5).
           05 HIST-ACQ-DATE            PIC 9(8).
           05 HIST-SHARE-CHG-AMT       PIC S9(11)V9(4) PACKED-DECIMAL.
           05 HIST-COST-CHG-AMT        PIC S9(9)V99 PACKED-DECIMAL.
           05 HIST-PROCEEDS-AMT        PIC S9(9)V99 PACKED-DECIMAL.
           05 HIST-GAIN-LOSS-AMT       PIC S9(9)V99 PACKED-DECIMAL.

       01  CONTROL-TOTALS.
           05 TOT-PROCEEDS-AMT         PIC S9(11)V99 PACKED-DECIMAL
                                            VALUE 0.
           05 TOT-COST-RELIEVED-AMT    PIC S9(11)V99 PACKED-DECIMAL
                                            VALUE 0.
           05 TOT-GAIN-LOSS-AMT        PIC S9(11)V99 PACKED-DECIMAL
                                            VALUE 0.
           05 TOT-COST-OPENED-AMT      PIC S9(11)V99 PACKED-DECIMAL
                                            VALUE 0.

       01  PRINT-AMT                   PIC S9(11)V99 PACKED-DECIMAL.

       01  SUBPROGRAM                  PIC 9(8).

       01  CURRENT-DATE-FIELDS.
           05  CURRENT-DATE.
               10  CURRENT-YEAR        PIC 9(4).
               10  CURRENT-MONTH       PIC 9(2).
               10  CURRENT-DAY         PIC 9(2).
           05  CURRENT-TIME            PIC X(8).
           05  DIFF-FROM-GMT           PIC S9(4).

       01  REPORT-HDR-1.
           05 CURRENT-MONTH            PIC 99.
           05                          PIC X VALUE '/'.
           05 CURRENT-DAY              PIC 99.
           05                          PIC X VALUE '/'.
           05 CURRENT-YEAR             PIC 9999.
           05                          PIC X(38) VALUE SPACES.
           05                          PIC X(36) VALUE
                                'ORCHESTRAL INVESTMENTS COMPANY, INC.'.

       01  REPORT-HDR-2.
           05                          PIC X(48) VALUE SPACES.
           05 OUT-HDR-TITLE            PIC X(40) VALUE
                                'TAX-LOT POSTING REGISTER'.

       01  REPORT-COL-HDR.
           05                          PIC X(46) VALUE
                                                 'ORCHESTRA NAME'.
           05                          PIC X(5)  VALUE 'SLOT'.
           05                          PIC X(5)  VALUE 'FUND'.
           05                          PIC X(13) VALUE 'TYPE'.
           05                          PIC X(11) VALUE 'ACQ DATE'.
           05                          PIC X(19) VALUE
                                               '         SHARES'.
           05                          PIC X(15) VALUE
                                               '           COST'.
           05                          PIC X(16) VALUE
                                               '      GAIN/LOSS'.

       01  OUTPUT-LOT-LINE.
           05 OUT-LOT-ORCH-NME         PIC X(45).
           05                          PIC X VALUE SPACES.
           05 OUT-LOT-ALLOC-NBR        PIC 9.
           05                          PIC X(3) VALUE SPACES.
           05 OUT-LOT-FUND-NBR         PIC ZZ9.
           05                          PIC X(2) VALUE SPACES.
           05 OUT-LOT-TRAN-TYPE        PIC X(12).
           05                          PIC X VALUE SPACES.
           05 OUT-LOT-ACQ-DATE.
              10 OUT-LOT-ACQ-MONTH     PIC 99.
              10                       PIC X VALUE '/'.
              10 OUT-LOT-ACQ-DAY       PIC 99.
              10                       PIC X VALUE '/'.
              10 OUT-LOT-ACQ-YEAR      PIC 9999.
           05                          PIC X VALUE SPACES.
           05 OUT-LOT-SHARE-AMT        PIC Z,ZZZ,ZZZ,ZZ9.9999.
           05                          PIC X VALUE SPACES.
           05 OUT-LOT-COST-AMT         PIC $$$,$$$,$$9.99.
           05                          PIC X VALUE SPACES.
           05 NEG-PAREN-OPEN           PIC X VALUE SPACES.
           05 OUT-LOT-GAIN-AMT         PIC $$$,$$$,$$9.99.
           05 NEG-PAREN-CLOSE          PIC X VALUE SPACES.

       01  OUTPUT-COUNTS-LINE-1.
           05                          PIC X(20) VALUE
                                               'AUDIT RECORDS READ: '.
           05 OUT-AUDIT-READ-CTR       PIC ZZZZZZ9.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(24) VALUE
                                       'ALREADY APPLIED (SKIP): '.
           05 OUT-APPLIED-BEFORE-CTR   PIC ZZZZZZ9.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(20) VALUE
                                               'NO LOT EFFECT: '.
           05 OUT-OTHER-TYPE-CTR       PIC ZZZZZZ9.

       01  OUTPUT-COUNTS-LINE-2.
           05                          PIC X(20) VALUE
                                               'LOTS OPENED/ADDED: '.
           05 OUT-LOTS-OPENED-CTR      PIC ZZZZZZ9.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(24) VALUE
                                               'LOTS RELIEVED: '.
           05 OUT-LOTS-RELIEVED-CTR    PIC ZZZZZZ9.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(20) VALUE
                                               'LOTS CARRIED: '.
           05 OUT-LOTS-CARRIED-CTR     PIC ZZZZZZ9.

       01  OUTPUT-COUNTS-LINE-3.
           05                          PIC X(20) VALUE
                                               'BASIS SHORTFALLS: '.
           05 OUT-SHORTFALL-CTR        PIC ZZZZZZ9.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(24) VALUE
                                       'NOT OPENED (TBL FULL): '.
           05 OUT-NOT-OPENED-CTR       PIC ZZZZZZ9.
           05                          PIC X(5) VALUE SPACES.
           05                          PIC X(20) VALUE
                                               'LOTS RESTATED: '.
           05 OUT-LOTS-RESTATED-CTR    PIC ZZZZZZ9.

       01  OUTPUT-CONTROL-LINE.
           05 OUT-CTL-LABEL            PIC X(30).
           05 NEG-PAREN-OPEN           PIC X VALUE SPACES.
           05 OUT-CTL-AMT              PIC $$,$$$,$$$,$$9.99.
           05 NEG-PAREN-CLOSE          PIC X VALUE SPACES.

       01  OUTPUT-REFUSED-LINE.
           05                          PIC X(60) VALUE
               '*** RUN REFUSED: LOTPARM IS NEITHER BLANK NOR A VALID'.
           05                          PIC X(60) VALUE
               ' SEED REQUEST -- NOTHING POSTED'.

       01  OUTPUT-TBL-FULL-LINE.
           05                          PIC X(60) VALUE
               '*** WARNING: LOT TABLE FULL AT 20000 LOTS -- LOTS NOT'.
           05                          PIC X(60) VALUE
               ' OPENED ARE COUNTED ABOVE; ENLARGE LOT-TBL AND RERUN'.


       PROCEDURE DIVISION.

       0000-MAIN.

      ****************************************************************
      *    CONTROLS THE FLOW OF THE PROGRAM: READS THE PARAMETER,    *
      *    LOADS THE LOT MASTER AND THE RUNS ALREADY APPLIED, POSTS  *
      *    THE AUDIT TRAIL (OR SEEDS OPENING LOTS), PRINTS THE       *
      *    TOTALS, AND REWRITES THE LOT MASTER.                      *
      ****************************************************************

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.

           MOVE CORR CURRENT-DATE TO REPORT-HDR-1.

           PERFORM 0050-READ-LOT-PARM.

           IF RUN-REFUSED-FLAG = 'Y'
              OPEN OUTPUT REPORT-FILE
              MOVE OUTPUT-REFUSED-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              CLOSE REPORT-FILE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE 'BLDLOT' TO SUBPROGRAM.

           CALL SUBPROGRAM USING LOT-TBL.

           PERFORM 0100-FIND-APPLIED-RUNS.

           OPEN EXTEND LOT-HIST-FILE
                OUTPUT REPORT-FILE.

           PERFORM 0150-PRINT-HEADINGS.

           IF SEED-MODE-FLAG = 'Y'
              PERFORM 0900-SEED-OPENING-LOTS
           ELSE
              OPEN INPUT AUDIT-FILE
              READ AUDIT-FILE
                 AT END MOVE 'Y' TO EOF-FLAG
              END-READ
              PERFORM 0200-APPLY-AUDIT-RECORD
                 UNTIL EOF-FLAG = 'Y'
              CLOSE AUDIT-FILE
           END-IF.

           PERFORM 0950-PRINT-TOTALS.

           CLOSE LOT-HIST-FILE
                 REPORT-FILE.

           MOVE 'UPDLOT' TO SUBPROGRAM.

           CALL SUBPROGRAM USING LOT-TBL.

           IF TBL-FULL-FLAG = 'Y'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF SHORTFALL-CTR > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           GOBACK.

       0000-EXIT. EXIT.

       0050-READ-LOT-PARM.

      **************************************************************
      *    READS THE OPTIONAL PARAMETER RECORD. NONE, OR A BLANK    *
      *    ONE, MEANS A NORMAL POSTING RUN. 'SEED' WITH A VALID     *
      *    ACQUISITION DATE SELECTS SEED MODE; ANYTHING ELSE        *
      *    REFUSES THE RUN.                                         *
      **************************************************************

           OPEN INPUT PARM-FILE.

           READ PARM-FILE
              AT END CONTINUE
              NOT AT END
                 IF PARM-MODE = 'SEED'
                    IF PARM-SEED-DATE NUMERIC
                       AND PARM-SEED-DATE > 0
                       MOVE 'Y' TO SEED-MODE-FLAG
                       MOVE PARM-SEED-DATE TO SEED-DATE
                    ELSE
                       MOVE 'Y' TO RUN-REFUSED-FLAG
                    END-IF
                 ELSE
                    IF PARM-MODE NOT = SPACES
                       MOVE 'Y' TO RUN-REFUSED-FLAG
                    END-IF
                 END-IF
           END-READ.

           CLOSE PARM-FILE.

       0050-EXIT. EXIT.

       0100-FIND-APPLIED-RUNS.

      **************************************************************
      *    READS THE LOT HISTORY FOR THE HIGHEST RUN NUMBER OF     *
      *    EACH SERIES ALREADY APPLIED TO THE LOT MASTER.          *
      **************************************************************

           OPEN INPUT LOT-HIST-FILE.

           READ LOT-HIST-FILE
              AT END MOVE 'Y' TO LOTH-EOF-FLAG
           END-READ.

           PERFORM 0110-CHECK-HISTORY-RECORD
              UNTIL LOTH-EOF-FLAG = 'Y'.

           CLOSE LOT-HIST-FILE.

       0100-EXIT. EXIT.

       0110-CHECK-HISTORY-RECORD.

      **************************************************************
      *    CARRIES FORWARD THE HIGHEST RUN NUMBER SEEN IN THE      *
      *    SERIES THIS HISTORY RECORD BELONGS TO.                  *
      **************************************************************

           IF LH-RUN-NBR >= 90000
              IF LH-RUN-NBR > APPLIED-UTILITY-RUN-NBR
                 MOVE LH-RUN-NBR TO APPLIED-UTILITY-RUN-NBR
              END-IF
           ELSE
              IF LH-RUN-NBR > APPLIED-NIGHTLY-RUN-NBR
                 MOVE LH-RUN-NBR TO APPLIED-NIGHTLY-RUN-NBR
              END-IF
           END-IF.

           READ LOT-HIST-FILE
              AT END MOVE 'Y' TO LOTH-EOF-FLAG
           END-READ.

       0110-EXIT. EXIT.

       0150-PRINT-HEADINGS.

      **************************************************************
      *    PRINTS THE REGISTER'S PAGE AND COLUMN HEADINGS.         *
      **************************************************************

           IF SEED-MODE-FLAG = 'Y'
              MOVE 'TAX-LOT OPENING SEED REGISTER' TO OUT-HDR-TITLE
           END-IF.

           MOVE REPORT-HDR-1 TO REPORT-LINE.

           WRITE REPORT-LINE AFTER PAGE.

           MOVE REPORT-HDR-2 TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

           MOVE REPORT-COL-HDR TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 2.

           MOVE 4 TO LINE-CTR.

       0150-EXIT. EXIT.

       0200-APPLY-AUDIT-RECORD.

      **************************************************************
      *    APPLIES ONE AUDIT RECORD TO THE LOT MASTER ACCORDING TO *
      *    ITS TRANSACTION TYPE, UNLESS ITS RUN IS ALREADY ON THE  *
      *    LOT HISTORY. TYPES THAT DO NOT MOVE SHARES IN OR OUT OF *
      *    A POSITION ARE COUNTED AND PASSED OVER.                 *
      **************************************************************

           ADD 1 TO AUDIT-READ-CTR.

           IF (AUD-RUN-NBR >= 90000
               AND APPLIED-UTILITY-RUN-NBR > 0
               AND AUD-RUN-NBR <= APPLIED-UTILITY-RUN-NBR)
              OR (AUD-RUN-NBR < 90000
               AND APPLIED-NIGHTLY-RUN-NBR > 0
               AND AUD-RUN-NBR <= APPLIED-NIGHTLY-RUN-NBR)
              ADD 1 TO APPLIED-BEFORE-CTR
           ELSE
              MOVE AUD-ALLOC-NBR TO ALLOC-SUB
              IF ALLOC-SUB = 0
                 MOVE 1 TO ALLOC-SUB
              END-IF
              MOVE AUD-ORCH-NME     TO HIST-ORCH-NME
              MOVE AUD-FUND-NBR     TO HIST-FUND-NBR
              MOVE AUD-TRAN-TYPE    TO HIST-TRAN-TYPE
              MOVE AUD-RUN-DATE     TO HIST-RUN-DATE
              MOVE AUD-TRAN-REF-NBR TO HIST-TRAN-REF-NBR
              MOVE AUD-RUN-NBR      TO HIST-RUN-NBR
              EVALUATE AUD-TRAN-TYPE
                 WHEN 'DEPOSIT'
                 WHEN 'REINVESTMENT'
                 WHEN 'EXCHANGE IN'
                 WHEN 'TRANSFER IN'
                    PERFORM 0300-OPEN-LOT
                 WHEN 'WITHDRAWAL'
                 WHEN 'EXCHANGE OUT'
                 WHEN 'TRANSFER OUT'
                 WHEN 'MGMT FEE'
                    PERFORM 0400-RELIEVE-LOTS
                 WHEN 'MERGER OUT'
                    PERFORM 0500-CARRY-LOTS-OUT
                 WHEN 'MERGER IN'
                    PERFORM 0550-CARRY-LOTS-IN
                 WHEN 'PRICE CORR'
                    PERFORM 0570-RESTATE-LOT-SHARES
                 WHEN OTHER
                    ADD 1 TO OTHER-TYPE-CTR
              END-EVALUATE
           END-IF.

           READ AUDIT-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0200-EXIT. EXIT.

       0300-OPEN-LOT.

      **************************************************************
      *    OPENS (OR ADDS TO) THE LOT DATED THE RUN DATE IN THE    *
      *    SLOT THE POSTING WENT TO, FOR THE SHARES IT ADDED AND   *
      *    THE DOLLARS IT POSTED.                                  *
      **************************************************************

           COMPUTE POST-SHARE-AMT =
              AUD-SHARE-AMT-AFTER - AUD-SHARE-AMT-BEFORE.

           COMPUTE POST-COST-AMT =
              AUD-ENDOWMT-AMT-AFTER - AUD-ENDOWMT-AMT-BEFORE.

           IF POST-SHARE-AMT > 0
              MOVE AUD-ORCH-NME TO SRCH-ORCH-NME
              MOVE ALLOC-SUB    TO SRCH-ALLOC-NBR
              MOVE AUD-RUN-DATE TO SRCH-ACQ-DATE
              MOVE AUD-FUND-NBR TO POST-FUND-NBR
              MOVE AUD-RUN-NBR  TO POST-OPEN-RUN-NBR
              PERFORM 0600-POST-TO-LOT
              MOVE 0 TO HIST-PROCEEDS-AMT
              MOVE 0 TO HIST-GAIN-LOSS-AMT
              PERFORM 0700-WRITE-LOT-HISTORY
              ADD 1 TO LOTS-OPENED-CTR
              ADD POST-COST-AMT TO TOT-COST-OPENED-AMT
           ELSE
              ADD 1 TO OTHER-TYPE-CTR
           END-IF.

       0300-EXIT. EXIT.

       0400-RELIEVE-LOTS.

      **************************************************************
      *    RELIEVES THE SHARES THE POSTING REMOVED FROM THE SLOT'S *
      *    LOTS, OLDEST FIRST, SPREADING THE PROCEEDS (THE DOLLARS *
      *    REMOVED) ACROSS THE LOTS BY SHARES. WHATEVER IS LEFT    *
      *    AFTER THE SLOT'S LAST LOT IS A BASIS SHORTFALL.         *
      **************************************************************

           COMPUTE RELIEF-TOT-SHARE-AMT =
              AUD-SHARE-AMT-BEFORE - AUD-SHARE-AMT-AFTER.

           COMPUTE PROCEEDS-AMT =
              AUD-ENDOWMT-AMT-BEFORE - AUD-ENDOWMT-AMT-AFTER.

           IF PROCEEDS-AMT < 0
              MOVE 0 TO PROCEEDS-AMT
           END-IF.

           IF RELIEF-TOT-SHARE-AMT > 0
              MOVE RELIEF-TOT-SHARE-AMT TO RELIEF-SHARE-AMT
              MOVE PROCEEDS-AMT TO PROCEEDS-LEFT-AMT
              MOVE AUD-ORCH-NME TO SRCH-ORCH-NME
              MOVE ALLOC-SUB    TO SRCH-ALLOC-NBR
              MOVE 0            TO SRCH-ACQ-DATE
              PERFORM 0650-FIND-FIRST-SLOT-LOT
              PERFORM 0450-RELIEVE-ONE-LOT
                 UNTIL RELIEF-SHARE-AMT = 0
                    OR SCAN-NDX > TBL-LOT-CTR
                    OR TBL-LOT-ORCH-NME(SCAN-NDX) NOT = AUD-ORCH-NME
                    OR TBL-LOT-ALLOC-NBR(SCAN-NDX) NOT = ALLOC-SUB
              IF RELIEF-SHARE-AMT > 0
                 PERFORM 0480-RECORD-SHORTFALL
              END-IF
           ELSE
              ADD 1 TO OTHER-TYPE-CTR
           END-IF.

       0400-EXIT. EXIT.

       0450-RELIEVE-ONE-LOT.

      **************************************************************
      *    TAKES AS MANY OF THE OUTSTANDING SHARES AS THE CURRENT  *
      *    LOT HOLDS. A LOT TAKEN WHOLE GIVES UP ALL ITS COST; A   *
      *    PART LOT GIVES UP COST IN PROPORTION TO SHARES. THE     *
      *    LAST PIECE OF A RELIEF TAKES WHATEVER PROCEEDS REMAIN,  *
      *    SO THE PIECES ALWAYS ADD BACK TO THE POSTED DOLLARS.    *
      **************************************************************

           IF TBL-LOT-SHARE-AMT(SCAN-NDX) > 0
              IF TBL-LOT-SHARE-AMT(SCAN-NDX) > RELIEF-SHARE-AMT
                 MOVE RELIEF-SHARE-AMT TO TAKE-SHARE-AMT
                 COMPUTE TAKE-COST-AMT ROUNDED =
                    TBL-LOT-COST-AMT(SCAN-NDX) * TAKE-SHARE-AMT
                    / TBL-LOT-SHARE-AMT(SCAN-NDX)
              ELSE
                 MOVE TBL-LOT-SHARE-AMT(SCAN-NDX) TO TAKE-SHARE-AMT
                 MOVE TBL-LOT-COST-AMT(SCAN-NDX) TO TAKE-COST-AMT
              END-IF
              IF TAKE-SHARE-AMT = RELIEF-SHARE-AMT
                 MOVE PROCEEDS-LEFT-AMT TO TAKE-PROCEEDS-AMT
              ELSE
                 COMPUTE TAKE-PROCEEDS-AMT ROUNDED =
                    PROCEEDS-AMT * TAKE-SHARE-AMT
                    / RELIEF-TOT-SHARE-AMT
              END-IF
              SUBTRACT TAKE-SHARE-AMT FROM TBL-LOT-SHARE-AMT(SCAN-NDX)
              SUBTRACT TAKE-COST-AMT FROM TBL-LOT-COST-AMT(SCAN-NDX)
              SUBTRACT TAKE-SHARE-AMT FROM RELIEF-SHARE-AMT
              SUBTRACT TAKE-PROCEEDS-AMT FROM PROCEEDS-LEFT-AMT
              MOVE TBL-LOT-ACQ-DATE(SCAN-NDX) TO HIST-ACQ-DATE
              COMPUTE HIST-SHARE-CHG-AMT = 0 - TAKE-SHARE-AMT
              COMPUTE HIST-COST-CHG-AMT = 0 - TAKE-COST-AMT
              MOVE TAKE-PROCEEDS-AMT TO HIST-PROCEEDS-AMT
              COMPUTE HIST-GAIN-LOSS-AMT =
                 TAKE-PROCEEDS-AMT - TAKE-COST-AMT
              PERFORM 0750-WRITE-HISTORY-RECORD
              ADD 1 TO LOTS-RELIEVED-CTR
              ADD TAKE-PROCEEDS-AMT TO TOT-PROCEEDS-AMT
              ADD TAKE-COST-AMT TO TOT-COST-RELIEVED-AMT
              ADD HIST-GAIN-LOSS-AMT TO TOT-GAIN-LOSS-AMT
           END-IF.

           SET SCAN-NDX UP BY 1.

       0450-EXIT. EXIT.

       0480-RECORD-SHORTFALL.

      **************************************************************
      *    RECORDS THE SHARES A RELIEF COULD NOT FIND A LOT FOR.   *
      *    WITH NO KNOWN COST THE REMAINING PROCEEDS ARE TAKEN AS  *
      *    RETURN OF BASIS AND NO GAIN OR LOSS IS REALIZED; THE    *
      *    ZERO ACQUISITION DATE MARKS THE RECORD FOR FOLLOW-UP.   *
      **************************************************************

           MOVE 0 TO HIST-ACQ-DATE.

           COMPUTE HIST-SHARE-CHG-AMT = 0 - RELIEF-SHARE-AMT.

           MOVE 0 TO HIST-COST-CHG-AMT.

           MOVE PROCEEDS-LEFT-AMT TO HIST-PROCEEDS-AMT.

           MOVE 0 TO HIST-GAIN-LOSS-AMT.

           PERFORM 0750-WRITE-HISTORY-RECORD.

           ADD 1 TO SHORTFALL-CTR.

           ADD PROCEEDS-LEFT-AMT TO TOT-PROCEEDS-AMT.

           MOVE 0 TO RELIEF-SHARE-AMT.

       0480-EXIT. EXIT.

       0500-CARRY-LOTS-OUT.

      **************************************************************
      *    A MERGER IS EMPTYING THIS SLOT OF THE CLOSING FUND:     *
      *    LIFTS EVERY ONE OF ITS LOTS INTO THE CARRY TABLE,       *
      *    JOURNALING EACH AS TAKEN OFF THE SLOT WITH NOTHING      *
      *    REALIZED.                                               *
      **************************************************************

           MOVE 0 TO CARRY-CTR.

           MOVE 0 TO CARRY-TOT-SHARE-AMT.

           MOVE AUD-ORCH-NME TO CARRY-ORCH-NME.

           MOVE AUD-ORCH-NME TO SRCH-ORCH-NME.

           MOVE ALLOC-SUB    TO SRCH-ALLOC-NBR.

           MOVE 0            TO SRCH-ACQ-DATE.

           PERFORM 0650-FIND-FIRST-SLOT-LOT.

           PERFORM 0510-CARRY-ONE-LOT
              UNTIL SCAN-NDX > TBL-LOT-CTR
                 OR TBL-LOT-ORCH-NME(SCAN-NDX) NOT = AUD-ORCH-NME
                 OR TBL-LOT-ALLOC-NBR(SCAN-NDX) NOT = ALLOC-SUB.

       0500-EXIT. EXIT.

       0510-CARRY-ONE-LOT.

      **************************************************************
      *    MOVES ONE LOT OF THE EMPTIED SLOT INTO THE CARRY TABLE  *
      *    AND ZEROES IT ON THE MASTER.                            *
      **************************************************************

           IF TBL-LOT-SHARE-AMT(SCAN-NDX) > 0
              AND CARRY-CTR < 500
              ADD 1 TO CARRY-CTR
              MOVE TBL-LOT-ACQ-DATE(SCAN-NDX) TO
                   CARRY-ACQ-DATE(CARRY-CTR)
              MOVE TBL-LOT-SHARE-AMT(SCAN-NDX) TO
                   CARRY-SHARE-AMT(CARRY-CTR)
              MOVE TBL-LOT-COST-AMT(SCAN-NDX) TO
                   CARRY-COST-AMT(CARRY-CTR)
              MOVE TBL-LOT-OPEN-RUN-NBR(SCAN-NDX) TO
                   CARRY-OPEN-RUN-NBR(CARRY-CTR)
              ADD TBL-LOT-SHARE-AMT(SCAN-NDX) TO CARRY-TOT-SHARE-AMT
              MOVE TBL-LOT-ACQ-DATE(SCAN-NDX) TO HIST-ACQ-DATE
              COMPUTE HIST-SHARE-CHG-AMT =
                 0 - TBL-LOT-SHARE-AMT(SCAN-NDX)
              COMPUTE HIST-COST-CHG-AMT =
                 0 - TBL-LOT-COST-AMT(SCAN-NDX)
              MOVE 0 TO HIST-PROCEEDS-AMT
              MOVE 0 TO HIST-GAIN-LOSS-AMT
              PERFORM 0750-WRITE-HISTORY-RECORD
              MOVE 0 TO TBL-LOT-SHARE-AMT(SCAN-NDX)
              MOVE 0 TO TBL-LOT-COST-AMT(SCAN-NDX)
              ADD 1 TO LOTS-CARRIED-CTR
           END-IF.

           SET SCAN-NDX UP BY 1.

       0510-EXIT. EXIT.

       0550-CARRY-LOTS-IN.

      **************************************************************
      *    RE-OPENS THE CARRIED LOTS IN THE RECEIVING SLOT UNDER   *
      *    THE SUCCESSOR FUND, KEEPING EACH LOT'S ACQUISITION DATE *
      *    AND COST AND RESTATING ITS SHARES IN PROPORTION TO THE  *
      *    SUCCESSOR SHARES POSTED; THE LAST LOT TAKES THE         *
      *    ROUNDING. WITH NOTHING CARRIED (THE CLOSING POSITION    *
      *    PREDATES LOT TRACKING) A PLAIN LOT IS OPENED INSTEAD.   *
      **************************************************************

           COMPUTE IN-SHARE-AMT =
              AUD-SHARE-AMT-AFTER - AUD-SHARE-AMT-BEFORE.

           IF CARRY-CTR = 0
              OR CARRY-ORCH-NME NOT = AUD-ORCH-NME
              OR CARRY-TOT-SHARE-AMT = 0
              PERFORM 0300-OPEN-LOT
           ELSE
              MOVE IN-SHARE-AMT TO IN-SHARE-LEFT-AMT
              PERFORM 0560-RE-OPEN-CARRIED-LOT
                 VARYING CARRY-NDX FROM 1 BY 1
                 UNTIL CARRY-NDX > CARRY-CTR
           END-IF.

           MOVE 0 TO CARRY-CTR.

           MOVE SPACES TO CARRY-ORCH-NME.

       0550-EXIT. EXIT.

       0560-RE-OPEN-CARRIED-LOT.

      **************************************************************
      *    POSTS ONE CARRIED LOT INTO THE RECEIVING SLOT.          *
      **************************************************************

           IF CARRY-NDX = CARRY-CTR
              MOVE IN-SHARE-LEFT-AMT TO POST-SHARE-AMT
           ELSE
              COMPUTE POST-SHARE-AMT ROUNDED =
                 CARRY-SHARE-AMT(CARRY-NDX) * IN-SHARE-AMT
                 / CARRY-TOT-SHARE-AMT
           END-IF.

           SUBTRACT POST-SHARE-AMT FROM IN-SHARE-LEFT-AMT.

           MOVE CARRY-COST-AMT(CARRY-NDX) TO POST-COST-AMT.

           MOVE AUD-ORCH-NME TO SRCH-ORCH-NME.

           MOVE ALLOC-SUB    TO SRCH-ALLOC-NBR.

           MOVE CARRY-ACQ-DATE(CARRY-NDX) TO SRCH-ACQ-DATE.

           MOVE AUD-FUND-NBR TO POST-FUND-NBR.

           MOVE CARRY-OPEN-RUN-NBR(CARRY-NDX) TO POST-OPEN-RUN-NBR.

           PERFORM 0600-POST-TO-LOT.

           MOVE 0 TO HIST-PROCEEDS-AMT.

           MOVE 0 TO HIST-GAIN-LOSS-AMT.

           PERFORM 0700-WRITE-LOT-HISTORY.

       0560-EXIT. EXIT.

       0570-RESTATE-LOT-SHARES.

      **************************************************************
      *    A PRICE CORRECTION RE-STRUCK THE SLOT'S SHARES WITHOUT  *
      *    MOVING ITS DOLLARS, SO THE SLOT'S LOTS TAKE THE SAME    *
      *    SHARE CHANGE WITH NO CHANGE TO COST AND NOTHING         *
      *    REALIZED. SHARES ADDED GO ON THE SLOT'S NEWEST OPEN     *
      *    LOT; SHARES TAKEN AWAY COME OFF THE OLDEST LOTS FIRST.  *
      *    SHARES THE SLOT'S LOTS CANNOT TAKE ARE JOURNALED WITH   *
      *    NO LOT, AS A BASIS SHORTFALL.                           *
      **************************************************************

           COMPUTE POST-SHARE-AMT =
              AUD-SHARE-AMT-AFTER - AUD-SHARE-AMT-BEFORE.

           MOVE 0 TO HIST-COST-CHG-AMT.

           MOVE 0 TO HIST-PROCEEDS-AMT.

           MOVE 0 TO HIST-GAIN-LOSS-AMT.

           MOVE AUD-ORCH-NME TO SRCH-ORCH-NME.

           MOVE ALLOC-SUB    TO SRCH-ALLOC-NBR.

           MOVE 0            TO SRCH-ACQ-DATE.

           PERFORM 0650-FIND-FIRST-SLOT-LOT.

           EVALUATE TRUE
              WHEN POST-SHARE-AMT > 0
                 MOVE 0 TO NEWEST-NDX
                 PERFORM 0575-FIND-NEWEST-LOT
                    UNTIL SCAN-NDX > TBL-LOT-CTR
                       OR TBL-LOT-ORCH-NME(SCAN-NDX) NOT = AUD-ORCH-NME
                       OR TBL-LOT-ALLOC-NBR(SCAN-NDX) NOT = ALLOC-SUB
                 MOVE POST-SHARE-AMT TO HIST-SHARE-CHG-AMT
                 IF NEWEST-NDX > 0
                    ADD POST-SHARE-AMT TO
                        TBL-LOT-SHARE-AMT(NEWEST-NDX)
                    MOVE TBL-LOT-ACQ-DATE(NEWEST-NDX) TO HIST-ACQ-DATE
                    PERFORM 0750-WRITE-HISTORY-RECORD
                    ADD 1 TO LOTS-RESTATED-CTR
                 ELSE
                    MOVE 0 TO HIST-ACQ-DATE
                    PERFORM 0750-WRITE-HISTORY-RECORD
                    ADD 1 TO SHORTFALL-CTR
                 END-IF
              WHEN POST-SHARE-AMT < 0
                 COMPUTE RELIEF-SHARE-AMT = 0 - POST-SHARE-AMT
                 PERFORM 0580-RESTATE-ONE-LOT
                    UNTIL RELIEF-SHARE-AMT = 0
                       OR SCAN-NDX > TBL-LOT-CTR
                       OR TBL-LOT-ORCH-NME(SCAN-NDX) NOT = AUD-ORCH-NME
                       OR TBL-LOT-ALLOC-NBR(SCAN-NDX) NOT = ALLOC-SUB
                 IF RELIEF-SHARE-AMT > 0
                    MOVE 0 TO HIST-ACQ-DATE
                    COMPUTE HIST-SHARE-CHG-AMT = 0 - RELIEF-SHARE-AMT
                    PERFORM 0750-WRITE-HISTORY-RECORD
                    ADD 1 TO SHORTFALL-CTR
                 END-IF
              WHEN OTHER
                 ADD 1 TO OTHER-TYPE-CTR
           END-EVALUATE.

       0570-EXIT. EXIT.

       0575-FIND-NEWEST-LOT.

      **************************************************************
      *    REMEMBERS THE LAST LOT OF THE SLOT STILL HOLDING SHARES *
      *    -- THE SLOT'S NEWEST OPEN LOT, SINCE ITS LOTS RUN       *
      *    OLDEST FIRST.                                           *
      **************************************************************

           IF TBL-LOT-SHARE-AMT(SCAN-NDX) > 0
              MOVE SCAN-NDX TO NEWEST-NDX
           END-IF.

           SET SCAN-NDX UP BY 1.

       0575-EXIT. EXIT.

       0580-RESTATE-ONE-LOT.

      **************************************************************
      *    TAKES AS MANY OF THE SHARES STILL TO COME OFF AS THE    *
      *    CURRENT LOT HOLDS, LEAVING ITS COST AS IT WAS.          *
      **************************************************************

           IF TBL-LOT-SHARE-AMT(SCAN-NDX) > 0
              IF TBL-LOT-SHARE-AMT(SCAN-NDX) > RELIEF-SHARE-AMT
                 MOVE RELIEF-SHARE-AMT TO TAKE-SHARE-AMT
              ELSE
                 MOVE TBL-LOT-SHARE-AMT(SCAN-NDX) TO TAKE-SHARE-AMT
              END-IF
              SUBTRACT TAKE-SHARE-AMT FROM TBL-LOT-SHARE-AMT(SCAN-NDX)
              SUBTRACT TAKE-SHARE-AMT FROM RELIEF-SHARE-AMT
              MOVE TBL-LOT-ACQ-DATE(SCAN-NDX) TO HIST-ACQ-DATE
              COMPUTE HIST-SHARE-CHG-AMT = 0 - TAKE-SHARE-AMT
              PERFORM 0750-WRITE-HISTORY-RECORD
              ADD 1 TO LOTS-RESTATED-CTR
           END-IF.

           SET SCAN-NDX UP BY 1.

       0580-EXIT. EXIT.

       0600-POST-TO-LOT.

      **************************************************************
      *    ADDS POST-SHARE-AMT AND POST-COST-AMT TO THE LOT NAMED  *
      *    BY SEARCH-LOT-KEY, INSERTING THE LOT AT ITS PLACE IN    *
      *    THE TABLE WHEN IT IS NOT THERE YET. A FULL TABLE        *
      *    LEAVES THE LOT UNOPENED AND COUNTS IT.                  *
      **************************************************************

           PERFORM VARYING INS-NDX FROM 1 BY 1
              UNTIL INS-NDX > TBL-LOT-CTR
                 OR TBL-LOT-KEY(INS-NDX) >= SEARCH-LOT-KEY
              CONTINUE
           END-PERFORM.

           IF INS-NDX <= TBL-LOT-CTR
              AND TBL-LOT-KEY(INS-NDX) = SEARCH-LOT-KEY
              ADD POST-SHARE-AMT TO TBL-LOT-SHARE-AMT(INS-NDX)
              ADD POST-COST-AMT TO TBL-LOT-COST-AMT(INS-NDX)
              IF POST-SHARE-AMT > 0
                 MOVE POST-FUND-NBR TO TBL-LOT-FUND-NBR(INS-NDX)
              END-IF
           ELSE
              IF TBL-LOT-CTR = 20000
                 MOVE 'Y' TO TBL-FULL-FLAG
                 ADD 1 TO NOT-OPENED-CTR
              ELSE
                 ADD 1 TO TBL-LOT-CTR
                 PERFORM VARYING SHIFT-NDX FROM TBL-LOT-CTR BY -1
                    UNTIL SHIFT-NDX <= INS-NDX
                    MOVE TBL-LOT-NTRY(SHIFT-NDX - 1)
                                        TO TBL-LOT-NTRY(SHIFT-NDX)
                 END-PERFORM
                 MOVE SEARCH-LOT-KEY    TO TBL-LOT-KEY(INS-NDX)
                 MOVE POST-FUND-NBR     TO TBL-LOT-FUND-NBR(INS-NDX)
                 MOVE POST-SHARE-AMT    TO TBL-LOT-SHARE-AMT(INS-NDX)
                 MOVE POST-COST-AMT     TO TBL-LOT-COST-AMT(INS-NDX)
                 MOVE POST-OPEN-RUN-NBR TO
                                     TBL-LOT-OPEN-RUN-NBR(INS-NDX)
              END-IF
           END-IF.

       0600-EXIT. EXIT.

       0650-FIND-FIRST-SLOT-LOT.

      **************************************************************
      *    POSITIONS SCAN-NDX ON THE FIRST (OLDEST) LOT AT OR      *
      *    AFTER SEARCH-LOT-KEY -- WITH A ZERO DATE, THE SLOT'S    *
      *    OLDEST LOT, IF IT HAS ANY.                              *
      **************************************************************

           PERFORM VARYING SCAN-NDX FROM 1 BY 1
              UNTIL SCAN-NDX > TBL-LOT-CTR
                 OR TBL-LOT-KEY(SCAN-NDX) >= SEARCH-LOT-KEY
              CONTINUE
           END-PERFORM.

       0650-EXIT. EXIT.

       0700-WRITE-LOT-HISTORY.

      **************************************************************
      *    JOURNALS A LOT OPENED OR ADDED TO BY 0600-POST-TO-LOT.  *
      **************************************************************

           MOVE SRCH-ACQ-DATE TO HIST-ACQ-DATE.

           MOVE POST-SHARE-AMT TO HIST-SHARE-CHG-AMT.

           MOVE POST-COST-AMT TO HIST-COST-CHG-AMT.

           PERFORM 0750-WRITE-HISTORY-RECORD.

       0700-EXIT. EXIT.

       0750-WRITE-HISTORY-RECORD.

      **************************************************************
      *    WRITES THE LOT HISTORY RECORD BUILT IN HIST-FIELDS AND  *
      *    PRINTS ITS REGISTER LINE.                                *
      **************************************************************

           MOVE HIST-ORCH-NME      TO LH-ORCH-NME.
           MOVE ALLOC-SUB          TO LH-ALLOC-NBR.
           MOVE HIST-ACQ-DATE      TO LH-ACQ-DATE.
           MOVE HIST-FUND-NBR      TO LH-FUND-NBR.
           MOVE HIST-TRAN-TYPE     TO LH-TRAN-TYPE.
           MOVE HIST-SHARE-CHG-AMT TO LH-SHARE-CHG-AMT.
           MOVE HIST-COST-CHG-AMT  TO LH-COST-CHG-AMT.
           MOVE HIST-PROCEEDS-AMT  TO LH-PROCEEDS-AMT.
           MOVE HIST-GAIN-LOSS-AMT TO LH-GAIN-LOSS-AMT.
           MOVE HIST-RUN-DATE      TO LH-RUN-DATE.
           MOVE HIST-TRAN-REF-NBR  TO LH-TRAN-REF-NBR.
           MOVE HIST-RUN-NBR       TO LH-RUN-NBR.
           MOVE 'P'                TO LH-STATUS.

           WRITE LOTH-RECORD.

           PERFORM 0800-PRINT-LOT-LINE.

       0750-EXIT. EXIT.

       0800-PRINT-LOT-LINE.

      **************************************************************
      *    PRINTS ONE REGISTER LINE FOR THE HISTORY RECORD JUST    *
      *    WRITTEN: SHARES AND COST AS SIZES (THE TYPE SAYS WHICH  *
      *    WAY THEY MOVED) AND ANY GAIN OR LOSS REALIZED, A LOSS   *
      *    IN PARENTHESES. A NEW PAGE EVERY 55 LINES.              *
      **************************************************************

           IF LINE-CTR > 55
              PERFORM 0150-PRINT-HEADINGS
           END-IF.

           MOVE LH-ORCH-NME TO OUT-LOT-ORCH-NME.

           MOVE LH-ALLOC-NBR TO OUT-LOT-ALLOC-NBR.

           MOVE LH-FUND-NBR TO OUT-LOT-FUND-NBR.

           MOVE LH-TRAN-TYPE TO OUT-LOT-TRAN-TYPE.

           IF LH-ACQ-DATE = 0
              MOVE 'NO LOT    ' TO OUT-LOT-ACQ-DATE
           ELSE
              MOVE '/' TO OUT-LOT-ACQ-DATE(3:1)
              MOVE '/' TO OUT-LOT-ACQ-DATE(6:1)
              MOVE LH-ACQ-DATE(1:4) TO OUT-LOT-ACQ-YEAR
              MOVE LH-ACQ-DATE(5:2) TO OUT-LOT-ACQ-MONTH
              MOVE LH-ACQ-DATE(7:2) TO OUT-LOT-ACQ-DAY
           END-IF.

           IF HIST-SHARE-CHG-AMT < 0
              COMPUTE OUT-LOT-SHARE-AMT = 0 - HIST-SHARE-CHG-AMT
           ELSE
              MOVE HIST-SHARE-CHG-AMT TO OUT-LOT-SHARE-AMT
           END-IF.

           IF HIST-COST-CHG-AMT < 0
              COMPUTE OUT-LOT-COST-AMT = 0 - HIST-COST-CHG-AMT
           ELSE
              MOVE HIST-COST-CHG-AMT TO OUT-LOT-COST-AMT
           END-IF.

           IF HIST-GAIN-LOSS-AMT < 0
              MOVE '(' TO NEG-PAREN-OPEN OF OUTPUT-LOT-LINE
              MOVE ')' TO NEG-PAREN-CLOSE OF OUTPUT-LOT-LINE
              COMPUTE OUT-LOT-GAIN-AMT = 0 - HIST-GAIN-LOSS-AMT
           ELSE
              MOVE ' ' TO NEG-PAREN-OPEN OF OUTPUT-LOT-LINE
              MOVE ' ' TO NEG-PAREN-CLOSE OF OUTPUT-LOT-LINE
              MOVE HIST-GAIN-LOSS-AMT TO OUT-LOT-GAIN-AMT
           END-IF.

           MOVE OUTPUT-LOT-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

           ADD 1 TO LINE-CTR.

       0800-EXIT. EXIT.

       0900-SEED-OPENING-LOTS.

      **************************************************************
      *    SEED MODE: OPENS ONE LOT, DATED THE SEED DATE, FOR      *
      *    EVERY ALLOCATION SLOT THAT HOLDS SHARES BUT HAS NO LOT, *
      *    AT THE SLOT'S SHARES AND BOOK DOLLARS. THE LOTS ARE     *
      *    STAMPED WITH THE LAST NIGHTLY RUN NUMBER ON RUNCTLF.    *
      *    THE LAST RUN OF EACH SERIES IS THEN JOURNALED AS A      *
      *    MARKER, SO 0100-FIND-APPLIED-RUNS TREATS BOTH AS        *
      *    ALREADY APPLIED ON THE NEXT POSTING RUN.                *
      **************************************************************

           MOVE 'BLDORCH' TO SUBPROGRAM.

           CALL SUBPROGRAM USING ORCHS-TBL.

           OPEN INPUT RUN-CONTROL-FILE.

           READ RUN-CONTROL-FILE
              AT END MOVE 'Y' TO RUNCTL-EOF-FLAG
           END-READ.

           PERFORM 0910-CHECK-RUN-CONTROL-RECORD
              UNTIL RUNCTL-EOF-FLAG = 'Y'.

           CLOSE RUN-CONTROL-FILE.

           MOVE 'OPENING LOT' TO HIST-TRAN-TYPE.

           MOVE SEED-DATE     TO HIST-RUN-DATE.

           MOVE 0             TO HIST-TRAN-REF-NBR.

           MOVE SEED-RUN-NBR  TO HIST-RUN-NBR.

           PERFORM VARYING ORCH-NDX FROM 1 BY 1
              UNTIL ORCH-NDX > TBL-ORCH-CTR
              PERFORM 0920-SEED-SLOT
                 VARYING ALLOC-SUB FROM 1 BY 1
                 UNTIL ALLOC-SUB > TBL-FUND-ALLOC-CTR(ORCH-NDX)
           END-PERFORM.

           IF SEED-RUN-NBR > 0
              MOVE SEED-RUN-NBR TO LH-RUN-NBR
              PERFORM 0930-WRITE-SEED-MARKER
           END-IF.

           IF SEED-UTILITY-RUN-NBR > 0
              MOVE SEED-UTILITY-RUN-NBR TO LH-RUN-NBR
              PERFORM 0930-WRITE-SEED-MARKER
           END-IF.

       0900-EXIT. EXIT.

       0910-CHECK-RUN-CONTROL-RECORD.

      **************************************************************
      *    TRACKS THE HIGHEST NIGHTLY (BELOW 90000) AND THE        *
      *    HIGHEST UTILITY-PASS (90000+) RUN NUMBER ON THE RUN     *
      *    CONTROL FILE.                                            *
      **************************************************************

           IF RC-RUN-NBR < 90000
              IF RC-RUN-NBR > SEED-RUN-NBR
                 MOVE RC-RUN-NBR TO SEED-RUN-NBR
              END-IF
           ELSE
              IF RC-RUN-NBR > SEED-UTILITY-RUN-NBR
                 MOVE RC-RUN-NBR TO SEED-UTILITY-RUN-NBR
              END-IF
           END-IF.

           READ RUN-CONTROL-FILE
              AT END MOVE 'Y' TO RUNCTL-EOF-FLAG
           END-READ.

       0910-EXIT. EXIT.

       0920-SEED-SLOT.

      **************************************************************
      *    OPENS THE SEED LOT FOR ONE SLOT WHEN IT HOLDS SHARES    *
      *    AND HAS NO LOT ALREADY.                                 *
      **************************************************************

           IF TBL-ALLOC-SHARE-AMT(ORCH-NDX, ALLOC-SUB) > 0
              MOVE TBL-ORCH-NME(ORCH-NDX) TO SRCH-ORCH-NME
              MOVE ALLOC-SUB              TO SRCH-ALLOC-NBR
              MOVE 0                      TO SRCH-ACQ-DATE
              PERFORM 0650-FIND-FIRST-SLOT-LOT
              MOVE 'N' TO SLOT-HAS-LOTS-FLAG
              IF SCAN-NDX <= TBL-LOT-CTR
                 IF TBL-LOT-ORCH-NME(SCAN-NDX) = SRCH-ORCH-NME
                    AND TBL-LOT-ALLOC-NBR(SCAN-NDX) = ALLOC-SUB
                    MOVE 'Y' TO SLOT-HAS-LOTS-FLAG
                 END-IF
              END-IF
              IF SLOT-HAS-LOTS-FLAG = 'N'
                 MOVE TBL-ORCH-NME(ORCH-NDX) TO HIST-ORCH-NME
                 MOVE TBL-ALLOC-FUND-NBR(ORCH-NDX, ALLOC-SUB)
                                             TO HIST-FUND-NBR
                                                POST-FUND-NBR
                 MOVE TBL-ALLOC-SHARE-AMT(ORCH-NDX, ALLOC-SUB)
                                             TO POST-SHARE-AMT
                 MOVE TBL-ALLOC-ENDOWMT-AMT(ORCH-NDX, ALLOC-SUB)
                                             TO POST-COST-AMT
                 MOVE SEED-DATE              TO SRCH-ACQ-DATE
                 MOVE SEED-RUN-NBR           TO POST-OPEN-RUN-NBR
                 PERFORM 0600-POST-TO-LOT
                 MOVE 0 TO HIST-PROCEEDS-AMT
                 MOVE 0 TO HIST-GAIN-LOSS-AMT
                 PERFORM 0700-WRITE-LOT-HISTORY
                 ADD 1 TO LOTS-OPENED-CTR
                 ADD POST-COST-AMT TO TOT-COST-OPENED-AMT
              END-IF
           END-IF.

       0920-EXIT. EXIT.

       0930-WRITE-SEED-MARKER.

      **************************************************************
      *    JOURNALS A SEED MARKER FOR THE RUN NUMBER ALREADY IN    *
      *    LH-RUN-NBR: NO ORCHESTRA, NO LOT AND NO CHANGE, ONLY    *
      *    THE RUN NUMBER, SO THE RUN COUNTS AS APPLIED. NOTHING   *
      *    IS PRINTED FOR IT.                                      *
      **************************************************************

           MOVE SPACES        TO LH-ORCH-NME.
           MOVE 0             TO LH-ALLOC-NBR.
           MOVE 0             TO LH-ACQ-DATE.
           MOVE 0             TO LH-FUND-NBR.
           MOVE 'SEED MARKER' TO LH-TRAN-TYPE.
           MOVE 0             TO LH-SHARE-CHG-AMT.
           MOVE 0             TO LH-COST-CHG-AMT.
           MOVE 0             TO LH-PROCEEDS-AMT.
           MOVE 0             TO LH-GAIN-LOSS-AMT.
           MOVE SEED-DATE     TO LH-RUN-DATE.
           MOVE 0             TO LH-TRAN-REF-NBR.
           MOVE 'P'           TO LH-STATUS.

           WRITE LOTH-RECORD.

       0930-EXIT. EXIT.

       0950-PRINT-TOTALS.

      **************************************************************
      *    PRINTS THE RUN'S COUNTS AND DOLLAR CONTROL TOTALS.      *
      **************************************************************

           MOVE AUDIT-READ-CTR     TO OUT-AUDIT-READ-CTR.
           MOVE APPLIED-BEFORE-CTR TO OUT-APPLIED-BEFORE-CTR.
           MOVE OTHER-TYPE-CTR     TO OUT-OTHER-TYPE-CTR.

           MOVE OUTPUT-COUNTS-LINE-1 TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 3.

           MOVE LOTS-OPENED-CTR    TO OUT-LOTS-OPENED-CTR.
           MOVE LOTS-RELIEVED-CTR  TO OUT-LOTS-RELIEVED-CTR.
           MOVE LOTS-CARRIED-CTR   TO OUT-LOTS-CARRIED-CTR.

           MOVE OUTPUT-COUNTS-LINE-2 TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

           MOVE SHORTFALL-CTR      TO OUT-SHORTFALL-CTR.
           MOVE NOT-OPENED-CTR     TO OUT-NOT-OPENED-CTR.
           MOVE LOTS-RESTATED-CTR  TO OUT-LOTS-RESTATED-CTR.

           MOVE OUTPUT-COUNTS-LINE-3 TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

           MOVE 'COST OPENED:' TO OUT-CTL-LABEL.
           MOVE TOT-COST-OPENED-AMT TO PRINT-AMT.
           PERFORM 0960-PRINT-CONTROL-LINE.

           MOVE 'PROCEEDS RELIEVED:' TO OUT-CTL-LABEL.
           MOVE TOT-PROCEEDS-AMT TO PRINT-AMT.
           PERFORM 0960-PRINT-CONTROL-LINE.

           MOVE 'COST RELIEVED:' TO OUT-CTL-LABEL.
           MOVE TOT-COST-RELIEVED-AMT TO PRINT-AMT.
           PERFORM 0960-PRINT-CONTROL-LINE.

           MOVE 'REALIZED GAIN/(LOSS):' TO OUT-CTL-LABEL.
           MOVE TOT-GAIN-LOSS-AMT TO PRINT-AMT.
           PERFORM 0960-PRINT-CONTROL-LINE.

           IF TBL-FULL-FLAG = 'Y'
              MOVE OUTPUT-TBL-FULL-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER 2
           END-IF.

       0950-EXIT. EXIT.

       0960-PRINT-CONTROL-LINE.

      **************************************************************
      *    PRINTS ONE DOLLAR CONTROL TOTAL, A NEGATIVE AMOUNT IN   *
      *    PARENTHESES.                                            *
      **************************************************************

           IF PRINT-AMT < 0
              MOVE '(' TO NEG-PAREN-OPEN OF OUTPUT-CONTROL-LINE
              MOVE ')' TO NEG-PAREN-CLOSE OF OUTPUT-CONTROL-LINE
              COMPUTE PRINT-AMT = 0 - PRINT-AMT
           ELSE
              MOVE ' ' TO NEG-PAREN-OPEN OF OUTPUT-CONTROL-LINE
              MOVE ' ' TO NEG-PAREN-CLOSE OF OUTPUT-CONTROL-LINE
           END-IF.

           MOVE PRINT-AMT TO OUT-CTL-AMT.

           MOVE OUTPUT-CONTROL-LINE TO REPORT-LINE.

           WRITE REPORT-LINE AFTER 1.

       0960-EXIT. EXIT.
