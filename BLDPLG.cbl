      ***************************************************************
      *  FUNCTION: READS PLEDGFILE SEQUENTIALLY AND LOADS EACH       *
      *            DONOR PLEDGE RECORD INTO THE CALLER'S PLEDGE-TBL. *
      *                                                               *
      *  INPUT:    PLEDGFILE --                                      *
      *            SEQUENTIAL FILE OF DONOR PLEDGE RECORDS, ORDERED  *
      *            ASCENDINGLY BY ORCHESTRA NAME AND PLEDGE ID.      *
      *            OPTIONAL, SO THE FIRST MAINTENANCE RUN STARTS     *
      *            FROM AN EMPTY MASTER.                             *
      *                                                               *
      *  OUTPUT:   LS-PLEDGE-TBL -- POPULATED VIA LINKAGE SECTION.   *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: NONE                                       *
      *                                                               *
      *  NOTES:    NONE                                               *
      ***************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.   BLDPLG.
       AUTHOR.       MITCHELL TRAFTON.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL PLEDGE-FILE ASSIGN TO PLEDGFILE.


       DATA DIVISION.

       FILE SECTION.

       FD  PLEDGE-FILE
           RECORDING MODE IS F.

           COPY PLEDGREC.

       WORKING-STORAGE SECTION.

       01  FLAGS.
           05 EOF-FLAG                 PIC X VALUE 'N'.

       01  COUNTERS.
           05 INSTL-SUB                PIC S9(4) BINARY SYNC VALUE 0.

       LINKAGE SECTION.

       01  PLEDGE-TBL.
           05 TBL-PL-CTR               PIC S9(4) BINARY SYNC.
           05 TBL-PL-NTRY              OCCURS 1 TO 3000
                                       DEPENDING ON TBL-PL-CTR
                                       ASCENDING KEY TBL-PL-ORCH-NME
                                                     TBL-PL-PLEDGE-ID
                                       INDEXED BY PL-NDX.
              COPY PLGTBL.


       PROCEDURE DIVISION USING PLEDGE-TBL.

       0000-MAIN.

      ****************************************************************
      *    READS PLEDGFILE FROM START TO FINISH, LOADING EACH RECORD *
      *    INTO THE NEXT ENTRY OF PLEDGE-TBL.                        *
      ****************************************************************

           MOVE 0 TO TBL-PL-CTR.

           OPEN INPUT PLEDGE-FILE.

           READ PLEDGE-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

           PERFORM 0100-LOAD-PLEDGE
              UNTIL EOF-FLAG = 'Y'.

           CLOSE PLEDGE-FILE.

           GOBACK.

       0000-EXIT. EXIT.

       0100-LOAD-PLEDGE.

      **************************************************************
      *    MOVES ONE PLEDGFILE RECORD, INSTALLMENT SCHEDULE AND    *
      *    ALL, INTO THE NEXT PLEDGE-TBL ENTRY AND ADVANCES THE    *
      *    TABLE COUNTER.                                          *
      **************************************************************

           ADD 1 TO TBL-PL-CTR.

           MOVE PL-ORCH-NME      TO TBL-PL-ORCH-NME(TBL-PL-CTR).
           MOVE PL-PLEDGE-ID     TO TBL-PL-PLEDGE-ID(TBL-PL-CTR).
           MOVE PL-DONOR-NME     TO TBL-PL-DONOR-NME(TBL-PL-CTR).
           MOVE PL-TOTAL-AMT     TO TBL-PL-TOTAL-AMT(TBL-PL-CTR).
           MOVE PL-ALLOC-NBR     TO TBL-PL-ALLOC-NBR(TBL-PL-CTR).
           MOVE PL-FREQ          TO TBL-PL-FREQ(TBL-PL-CTR).
           MOVE PL-STATUS        TO TBL-PL-STATUS(TBL-PL-CTR).
           MOVE PL-STATUS-DATE   TO TBL-PL-STATUS-DATE(TBL-PL-CTR).
           MOVE PL-PAID-AMT      TO TBL-PL-PAID-AMT(TBL-PL-CTR).
           MOVE PL-LAST-RUN-NBR  TO TBL-PL-LAST-RUN-NBR(TBL-PL-CTR).
           MOVE PL-INSTL-CTR     TO TBL-PL-INSTL-CTR(TBL-PL-CTR).

           PERFORM 0110-LOAD-INSTALLMENT
              VARYING INSTL-SUB FROM 1 BY 1
              UNTIL INSTL-SUB > 12.

           READ PLEDGE-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0100-EXIT. EXIT.

       0110-LOAD-INSTALLMENT.

      **************************************************************
      *    MOVES ONE INSTALLMENT OF THE SCHEDULE INTO THE ENTRY.   *
      **************************************************************

           MOVE PL-INSTL-DUE-DATE(INSTL-SUB)
                       TO TBL-PL-INSTL-DUE-DATE(TBL-PL-CTR, INSTL-SUB).
           MOVE PL-INSTL-AMT(INSTL-SUB)
                       TO TBL-PL-INSTL-AMT(TBL-PL-CTR, INSTL-SUB).
           MOVE PL-INSTL-PAID-AMT(INSTL-SUB)
                       TO TBL-PL-INSTL-PAID-AMT(TBL-PL-CTR, INSTL-SUB).

       0110-EXIT. EXIT.
