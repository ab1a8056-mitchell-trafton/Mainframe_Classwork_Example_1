      ***************************************************************
      *  FUNCTION: REWRITES ALLOWFILE FROM THE CALLER'S ALLOW-TBL SO *
      *            THAT THE NEXT RUN STARTS FROM THE CURRENT         *
      *            ALLOWANCES AND YEAR-TO-DATE DRAWS. COMPANION      *
      *            MASTER-FILE-UPDATE PASS TO BLDALLOW, WHICH ONLY   *
      *            READS ALLOWFILE.                                  *
      *                                                               *
      *  INPUT:    LS-ALLOW-TBL -- IN-MEMORY ALLOWANCE TABLE AS LEFT *
      *            BY THE POSTING RUN, SPENDPOL OR BACKOUT.          *
      *                                                               *
      *  OUTPUT:   ALLOWFILE -- REWRITTEN, ONE RECORD PER TABLE      *
      *            ENTRY, IN TABLE (ORCHESTRA NAME) ORDER.           *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: NONE                                       *
      *                                                               *
      *  NOTES:    NONE                                               *
      ***************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.   UPDALLOW.
       AUTHOR.       MITCHELL TRAFTON.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT ALLOW-FILE ASSIGN TO ALLOWFILE.


       DATA DIVISION.

       FILE SECTION.

       FD  ALLOW-FILE
           RECORDING MODE IS F.

           COPY ALLOWREC.

       WORKING-STORAGE SECTION.

       LINKAGE SECTION.

       01  ALLOW-TBL.
           05 TBL-AL-CTR               PIC S9(4) BINARY SYNC.
           05 TBL-AL-NTRY              OCCURS 1 TO 5000
                                       DEPENDING ON TBL-AL-CTR
                                       ASCENDING KEY TBL-AL-ORCH-NME
                                       INDEXED BY AL-NDX.
              COPY ALLOWTBL.


       PROCEDURE DIVISION USING ALLOW-TBL.

       0000-MAIN.

      ****************************************************************
      *    REBUILDS ALLOWFILE FROM SCRATCH USING THE CURRENT         *
      *    CONTENTS OF ALLOW-TBL.                                    *
      ****************************************************************

           OPEN OUTPUT ALLOW-FILE.

           PERFORM VARYING AL-NDX FROM 1 BY 1
              UNTIL AL-NDX > TBL-AL-CTR
              PERFORM 0100-WRITE-ALLOWANCE
           END-PERFORM.

           CLOSE ALLOW-FILE.

           GOBACK.

       0000-EXIT. EXIT.

       0100-WRITE-ALLOWANCE.

      **************************************************************
      *    MOVES ONE ALLOW-TBL ENTRY OUT TO AN ALLOWFILE RECORD    *
      *    AND WRITES IT.                                          *
      **************************************************************

           MOVE SPACES TO ALLOW-RECORD.

           MOVE TBL-AL-ORCH-NME(AL-NDX)      TO AL-ORCH-NME.
           MOVE TBL-AL-FY-START-DATE(AL-NDX) TO AL-FY-START-DATE.
           MOVE TBL-AL-FY-NEXT-START-DATE(AL-NDX)
                                             TO AL-FY-NEXT-START-DATE.
           MOVE TBL-AL-POLICY-PCT(AL-NDX)    TO AL-POLICY-PCT.
           MOVE TBL-AL-QTR-CTR(AL-NDX)       TO AL-QTR-CTR.
           MOVE TBL-AL-AVG-VALUE-AMT(AL-NDX) TO AL-AVG-VALUE-AMT.
           MOVE TBL-AL-ALLOWANCE-AMT(AL-NDX) TO AL-ALLOWANCE-AMT.
           MOVE TBL-AL-YTD-DRAWN-AMT(AL-NDX) TO AL-YTD-DRAWN-AMT.

           WRITE ALLOW-RECORD.

       0100-EXIT. EXIT.
