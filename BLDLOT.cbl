      ***************************************************************
      *  FUNCTION: READS LOTFILE SEQUENTIALLY AND LOADS EACH TAX-LOT *
      *            RECORD INTO THE CALLER'S LOT-TBL.                 *
      *                                                               *
      *  INPUT:    LOTFILE --                                        *
      *            SEQUENTIAL FILE OF TAX-LOT RECORDS, ORDERED       *
      *            ASCENDINGLY BY ORCHESTRA NAME, ALLOCATION SLOT    *
      *            AND ACQUISITION DATE. OPTIONAL, SO THE FIRST      *
      *            RUN STARTS FROM AN EMPTY MASTER.                  *
      *                                                               *
      *  OUTPUT:   LS-LOT-TBL -- POPULATED VIA LINKAGE SECTION.      *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: NONE                                       *
      *                                                               *
      *  NOTES:    NONE                                               *
      ***************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.   BLDLOT.
       AUTHOR.       MITCHELL TRAFTON.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL LOT-FILE ASSIGN TO LOTFILE.


       DATA DIVISION.

       FILE SECTION.

       FD  LOT-FILE
           RECORDING MODE IS F.

           COPY LOTREC.

       WORKING-STORAGE SECTION.

       01  FLAGS.
           05 EOF-FLAG                 PIC X VALUE 'N'.

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
      *    READS LOTFILE FROM START TO FINISH, LOADING EACH RECORD   *
      *    INTO THE NEXT ENTRY OF LOT-TBL.                           *
      ****************************************************************

           MOVE 0 TO TBL-LOT-CTR.

           OPEN INPUT LOT-FILE.

           READ LOT-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

           PERFORM 0100-LOAD-LOT
              UNTIL EOF-FLAG = 'Y'.

           CLOSE LOT-FILE.

           GOBACK.

       0000-EXIT. EXIT.

       0100-LOAD-LOT.

      **************************************************************
      *    MOVES ONE LOTFILE RECORD INTO THE NEXT LOT-TBL ENTRY    *
      *    AND ADVANCES THE TABLE COUNTER.                         *
      **************************************************************

           ADD 1 TO TBL-LOT-CTR.

           MOVE LOT-ORCH-NME     TO TBL-LOT-ORCH-NME(TBL-LOT-CTR).
           MOVE LOT-ALLOC-NBR    TO TBL-LOT-ALLOC-NBR(TBL-LOT-CTR).
           MOVE LOT-ACQ-DATE     TO TBL-LOT-ACQ-DATE(TBL-LOT-CTR).
           MOVE LOT-FUND-NBR     TO TBL-LOT-FUND-NBR(TBL-LOT-CTR).
           MOVE LOT-SHARE-AMT    TO TBL-LOT-SHARE-AMT(TBL-LOT-CTR).
           MOVE LOT-COST-AMT     TO TBL-LOT-COST-AMT(TBL-LOT-CTR).
           MOVE LOT-OPEN-RUN-NBR TO TBL-LOT-OPEN-RUN-NBR(TBL-LOT-CTR).

           READ LOT-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0100-EXIT. EXIT.
