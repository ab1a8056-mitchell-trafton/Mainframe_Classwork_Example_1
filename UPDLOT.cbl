      ***************************************************************
      *  FUNCTION: REWRITES LOTFILE FROM THE CALLER'S LOT-TBL SO     *
      *            THAT THE NEXT RUN STARTS FROM THE CURRENT COST-  *
      *            BASIS MASTER. COMPANION MASTER-FILE-UPDATE PASS  *
      *            TO BLDLOT, WHICH ONLY READS LOTFILE. A LOT LEFT  *
      *            WITH NO SHARES HAS BEEN RELIEVED IN FULL AND IS  *
      *            NOT WRITTEN BACK.                                 *
      *                                                               *
      *  INPUT:    LS-LOT-TBL -- IN-MEMORY TAX-LOT TABLE AS LEFT BY  *
      *            LOTPOST OR BACKOUT.                               *
      *                                                               *
      *  OUTPUT:   LOTFILE -- REWRITTEN, ONE RECORD PER LOT STILL    *
      *            HOLDING SHARES, IN TABLE ORDER (ORCHESTRA, SLOT,  *
      *            ACQUISITION DATE).                                *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: NONE                                       *
      *                                                               *
      *  NOTES:    NONE                                               *
      ***************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.   UPDLOT.
       AUTHOR.       MITCHELL TRAFTON.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT LOT-FILE ASSIGN TO LOTFILE.


       DATA DIVISION.

       FILE SECTION.

       FD  LOT-FILE
           RECORDING MODE IS F.

           COPY LOTREC.

       WORKING-STORAGE SECTION.

       LINKAGE SECTION.

       01  LOT-TBL.
           05 TBL-LOT-CTR              PIC S9(5) BINARY SYNC.
           05 TBL-LOT-NTRY             OCCURS 1 TO 20000
                                       DEPENDING ON TBL-LOT-CTR
                                       ASCENDING KEY TBL-LOT-KEY
                                       INDEXED BY LOT-NDX.
              COPY LOTTBL.


       PROCEDURE DIVISION USING LOT-TBL.

       0000-MAIN.

      ****************************************************************
      *    REBUILDS LOTFILE FROM SCRATCH USING THE CURRENT CONTENTS  *
      *    OF LOT-TBL, INCLUDING EVERY LOT OPENED OR RELIEVED DURING *
      *    THE RUN JUST COMPLETED.                                   *
      ****************************************************************

           OPEN OUTPUT LOT-FILE.

           PERFORM VARYING LOT-NDX FROM 1 BY 1
              UNTIL LOT-NDX > TBL-LOT-CTR
              IF TBL-LOT-SHARE-AMT(LOT-NDX) > 0
                 PERFORM 0100-WRITE-LOT
              END-IF
           END-PERFORM.

           CLOSE LOT-FILE.

           GOBACK.

       0000-EXIT. EXIT.

       0100-WRITE-LOT.

      **************************************************************
      *    MOVES ONE LOT-TBL ENTRY OUT TO A LOTFILE RECORD AND     *
      *    WRITES IT. A COST DRIVEN BELOW ZERO BY ROUNDING ON AN   *
      *    EARLIER PARTIAL RELIEF IS WRITTEN AS ZERO.               *
      **************************************************************

           MOVE TBL-LOT-ORCH-NME(LOT-NDX)     TO LOT-ORCH-NME.
           MOVE TBL-LOT-ALLOC-NBR(LOT-NDX)    TO LOT-ALLOC-NBR.
           MOVE TBL-LOT-ACQ-DATE(LOT-NDX)     TO LOT-ACQ-DATE.
           MOVE TBL-LOT-FUND-NBR(LOT-NDX)     TO LOT-FUND-NBR.
           MOVE TBL-LOT-SHARE-AMT(LOT-NDX)    TO LOT-SHARE-AMT.

           IF TBL-LOT-COST-AMT(LOT-NDX) < 0
              MOVE 0 TO LOT-COST-AMT
           ELSE
              MOVE TBL-LOT-COST-AMT(LOT-NDX)  TO LOT-COST-AMT
           END-IF.

           MOVE TBL-LOT-OPEN-RUN-NBR(LOT-NDX) TO LOT-OPEN-RUN-NBR.

           WRITE LOT-RECORD.

       0100-EXIT. EXIT.
