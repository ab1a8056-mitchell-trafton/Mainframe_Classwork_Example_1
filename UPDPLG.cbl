      ***************************************************************
      *  FUNCTION: REWRITES PLEDGFILE FROM THE CALLER'S PLEDGE-TBL   *
      *            SO THAT THE NEXT CYCLE STARTS FROM THE CURRENT    *
      *            DONOR PLEDGE MASTER. COMPANION MASTER-FILE-UPDATE *
      *            PASS TO BLDPLG, WHICH ONLY READS PLEDGFILE.       *
      *                                                               *
      *  INPUT:    LS-PLEDGE-TBL -- IN-MEMORY DONOR PLEDGE TABLE AS  *
      *            LEFT BY PLGMAINT OR PLGMATCH.                     *
      *                                                               *
      *  OUTPUT:   PLEDGFILE -- REWRITTEN, ONE RECORD PER ENTRY IN   *
      *            THE TABLE, IN TABLE ORDER (ASCENDING ORCHESTRA    *
      *            NAME AND PLEDGE ID).                              *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: NONE                                       *
      *                                                               *
      *  NOTES:    NONE                                               *
      ***************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.   UPDPLG.
       AUTHOR.       MITCHELL TRAFTON.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PLEDGE-FILE ASSIGN TO PLEDGFILE.


       DATA DIVISION.

       FILE SECTION.

       FD  PLEDGE-FILE
           RECORDING MODE IS F.

           COPY PLEDGREC.

       WORKING-STORAGE SECTION.

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
      *    REBUILDS PLEDGFILE FROM SCRATCH USING THE CURRENT         *
      *    CONTENTS OF PLEDGE-TBL, INCLUDING EVERY FIELD UPDATED     *
      *    DURING THE RUN JUST COMPLETED.                            *
      ****************************************************************

           OPEN OUTPUT PLEDGE-FILE.

           PERFORM VARYING PL-NDX FROM 1 BY 1
              UNTIL PL-NDX > TBL-PL-CTR
              PERFORM 0100-WRITE-PLEDGE
           END-PERFORM.

           CLOSE PLEDGE-FILE.

           GOBACK.

       0000-EXIT. EXIT.

       0100-WRITE-PLEDGE.

      **************************************************************
      *    MOVES ONE PLEDGE-TBL ENTRY, INSTALLMENT SCHEDULE AND    *
      *    ALL, OUT TO A PLEDGFILE RECORD AND WRITES IT.            *
      **************************************************************

           MOVE SPACES TO PLEDGE-RECORD.

           MOVE TBL-PL-ORCH-NME(PL-NDX)     TO PL-ORCH-NME.
           MOVE TBL-PL-PLEDGE-ID(PL-NDX)    TO PL-PLEDGE-ID.
           MOVE TBL-PL-DONOR-NME(PL-NDX)    TO PL-DONOR-NME.
           MOVE TBL-PL-TOTAL-AMT(PL-NDX)    TO PL-TOTAL-AMT.
           MOVE TBL-PL-ALLOC-NBR(PL-NDX)    TO PL-ALLOC-NBR.
           MOVE TBL-PL-FREQ(PL-NDX)         TO PL-FREQ.
           MOVE TBL-PL-STATUS(PL-NDX)       TO PL-STATUS.
           MOVE TBL-PL-STATUS-DATE(PL-NDX)  TO PL-STATUS-DATE.
           MOVE TBL-PL-PAID-AMT(PL-NDX)     TO PL-PAID-AMT.
           MOVE TBL-PL-LAST-RUN-NBR(PL-NDX) TO PL-LAST-RUN-NBR.
           MOVE TBL-PL-INSTL-CTR(PL-NDX)    TO PL-INSTL-CTR.

           PERFORM 0110-WRITE-INSTALLMENT
              VARYING INSTL-SUB FROM 1 BY 1
              UNTIL INSTL-SUB > 12.

           WRITE PLEDGE-RECORD.

       0100-EXIT. EXIT.

       0110-WRITE-INSTALLMENT.

      **************************************************************
      *    MOVES ONE INSTALLMENT OF THE ENTRY'S SCHEDULE OUT TO    *
      *    THE RECORD.                                              *
      **************************************************************

           MOVE TBL-PL-INSTL-DUE-DATE(PL-NDX, INSTL-SUB)
                                  TO PL-INSTL-DUE-DATE(INSTL-SUB).
           MOVE TBL-PL-INSTL-AMT(PL-NDX, INSTL-SUB)
                                  TO PL-INSTL-AMT(INSTL-SUB).
           MOVE TBL-PL-INSTL-PAID-AMT(PL-NDX, INSTL-SUB)
                                  TO PL-INSTL-PAID-AMT(INSTL-SUB).

       0110-EXIT. EXIT.
