      ***************************************************************
      *  FUNCTION: READS ALLOWFILE SEQUENTIALLY AND LOADS EACH       *
      *            SPENDING-POLICY ALLOWANCE RECORD INTO THE        *
      *            CALLER'S ALLOW-TBL.                               *
      *                                                               *
      *  INPUT:    ALLOWFILE --                                      *
      *            SEQUENTIAL FILE OF ALLOWANCE RECORDS, ORDERED     *
      *            ASCENDINGLY BY ORCHESTRA NAME. OPTIONAL, SO A     *
      *            SHOP NOT YET UNDER THE SPENDING POLICY LOADS AN   *
      *            EMPTY TABLE AND NO DRAW IS LIMITED.               *
      *                                                               *
      *  OUTPUT:   LS-ALLOW-TBL -- POPULATED VIA LINKAGE SECTION.    *
      *                                                               *
      *  ENTRY CONDITIONS: NONE                                      *
      *                                                               *
      *  EXIT CONDITIONS: NONE                                       *
      *                                                               *
      *  NOTES:    NONE                                               *
      ***************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID.   BLDALLOW.
       AUTHOR.       MITCHELL TRAFTON.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.


       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ALLOW-FILE ASSIGN TO ALLOWFILE.


       DATA DIVISION.

       FILE SECTION.

       FD  ALLOW-FILE
           RECORDING MODE IS F.

           COPY ALLOWREC.

       WORKING-STORAGE SECTION.

       01  FLAGS.
           05 EOF-FLAG                 PIC X VALUE 'N'.

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
      *    READS ALLOWFILE FROM START TO FINISH, LOADING EACH RECORD *
      *    INTO THE NEXT ENTRY OF ALLOW-TBL.                         *
      ****************************************************************

           MOVE 0 TO TBL-AL-CTR.

           OPEN INPUT ALLOW-FILE.

           READ ALLOW-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

           PERFORM 0100-LOAD-ALLOWANCE
              UNTIL EOF-FLAG = 'Y'.

           CLOSE ALLOW-FILE.

           GOBACK.

       0000-EXIT. EXIT.

       0100-LOAD-ALLOWANCE.

      **************************************************************
      *    MOVES ONE ALLOWFILE RECORD INTO THE NEXT ALLOW-TBL      *
      *    ENTRY AND ADVANCES THE TABLE COUNTER.                   *
      **************************************************************

           ADD 1 TO TBL-AL-CTR.

           MOVE AL-ORCH-NME      TO TBL-AL-ORCH-NME(TBL-AL-CTR).
           MOVE AL-FY-START-DATE TO TBL-AL-FY-START-DATE(TBL-AL-CTR).
           MOVE AL-FY-NEXT-START-DATE
                                 TO TBL-AL-FY-NEXT-START-DATE
                                       (TBL-AL-CTR).
           MOVE AL-POLICY-PCT    TO TBL-AL-POLICY-PCT(TBL-AL-CTR).
           MOVE AL-QTR-CTR       TO TBL-AL-QTR-CTR(TBL-AL-CTR).
           MOVE AL-AVG-VALUE-AMT TO TBL-AL-AVG-VALUE-AMT(TBL-AL-CTR).
           MOVE AL-ALLOWANCE-AMT TO TBL-AL-ALLOWANCE-AMT(TBL-AL-CTR).
           MOVE AL-YTD-DRAWN-AMT TO TBL-AL-YTD-DRAWN-AMT(TBL-AL-CTR).

           READ ALLOW-FILE
              AT END MOVE 'Y' TO EOF-FLAG
           END-READ.

       0100-EXIT. EXIT.
