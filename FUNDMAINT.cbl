      *            TRANSACTION PROCESSING. ADDS KEEP THE TABLE IN   *
      *            ASCENDING FUND NUMBER ORDER SO FUNDFILE STAYS    *
      *            SORTED AFTER IT IS REWRITTEN.                    *
      *            A DEACTIVATE IS REFUSED WHILE ANY ORCHESTRA      *
      *            STILL HOLDS THE FUND -- A CLOSING FUND'S         *
      *            HOLDERS ARE MOVED OUT FIRST BY THE FUND MERGER   *
      *            RUN (FUNDMERG), SO NO SLOT IS EVER LEFT POINTING *
      *            AT A FUND THAT NO LONGER PRICES OR POSTS.        *
      *                                                               *
      *  INPUT:    FUNDFILE --                                       *
      *            SEQUENTIAL FILE OF MUTUAL FUND RECORDS, ORDERED   *
      *            FUNDMFILE --                                      *
      *            SEQUENTIAL FILE OF MAINTENANCE REQUESTS.          *
      *                                                               *
      *            ORCHFILE -- CURRENT ORCHESTRA MASTER (VIA         *
      *            BLDORCH), READ ONLY TO FIND A DEACTIVATED FUND'S  *
      *            REMAINING HOLDERS.                                *
      *                                                               *
      *  OUTPUT:   FUNDFILE -- REWRITTEN WITH EVERY REQUEST APPLIED. *
      *                                                               *
      *            FUNDMRPT -- LISTING OF EACH REQUEST AND WHETHER   *
      *
      * TABLES FROM COPY LIB
      *
           COPY ORCHTBL.

       01  FUNDS-TBL.
           05 TBL-FUND-CTR             PIC S9(3) BINARY SYNC VALUE 0.
           05 EOF-FLAG                 PIC X VALUE 'N'.
           05 FOUND-FLAG                PIC X VALUE 'N'.
           05 FIELDS-VALID-FLAG         PIC X VALUE 'Y'.
           05 HOLDER-FOUND-FLAG         PIC X VALUE 'N'.

       01  FIELD-REJECT-REASON         PIC X(30).

           05 REQ-CTR                  PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 APPLIED-CTR              PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 REJECTED-CTR             PIC 9(5) PACKED-DECIMAL VALUE 0.
           05 ALLOC-SUB                PIC 9.

       01  SUBPROGRAM                  PIC 9(8).


           CALL SUBPROGRAM USING FUNDS-TBL.

           MOVE 'BLDORCH' TO SUBPROGRAM.

           CALL SUBPROGRAM USING ORCHS-TBL.

           OPEN INPUT MAINT-FILE
                OUTPUT REPORT-FILE.

      **************************************************************
      *    MARKS AN EXISTING FUND INACTIVE SO ORCHESTRA            *
      *    MAINTENANCE WILL NO LONGER ALLOCATE AGAINST IT.          *
      *    REJECTED IF NO FUND BY THAT NUMBER IS ON RECORD, IT IS  *
      *    ALREADY INACTIVE, OR ANY ORCHESTRA STILL HOLDS IT (SEE  *
      *    0410-CHECK-FOR-HOLDERS) -- THE HOLDERS MUST BE MOVED    *
      *    TO A SUCCESSOR FUND THROUGH FUNDMERG FIRST.              *
      **************************************************************

           MOVE 'N' TO FOUND-FLAG.
                 MOVE 'ALREADY INACTIVE' TO OUT-FM-REASON
                 ADD 1 TO REJECTED-CTR
              ELSE
                 PERFORM 0410-CHECK-FOR-HOLDERS
                 IF HOLDER-FOUND-FLAG = 'Y'
                    MOVE 'REJECTED ' TO OUT-FM-STATUS
                    MOVE 'HOLDERS REMAIN - RUN FUNDMERG' TO
                         OUT-FM-REASON
                    ADD 1 TO REJECTED-CTR
                 ELSE
                    MOVE 'I' TO TBL-FUND-STATUS(FUND-NDX)
                    MOVE 'APPLIED  ' TO OUT-FM-STATUS
                    MOVE SPACES TO OUT-FM-REASON
                    ADD 1 TO APPLIED-CTR
                 END-IF
              END-IF
           END-IF.

       0400-EXIT. EXIT.

       0410-CHECK-FOR-HOLDERS.

      **************************************************************
      *    SCANS EVERY ORCHESTRA'S USED ALLOCATION SLOTS FOR THE    *
      *    FUND BEING DEACTIVATED. AN ACTIVE ORCHESTRA WITH ANY     *
      *    SLOT IN THE FUND IS A HOLDER; AN INACTIVE ORCHESTRA IS   *
      *    A HOLDER ONLY WHILE ITS SLOT STILL CARRIES DOLLARS OR    *
      *    SHARES. SETS HOLDER-FOUND-FLAG.                          *
      **************************************************************

           MOVE 'N' TO HOLDER-FOUND-FLAG.

           PERFORM VARYING ORCH-NDX FROM 1 BY 1
              UNTIL ORCH-NDX > TBL-ORCH-CTR
                 OR HOLDER-FOUND-FLAG = 'Y'
              PERFORM VARYING ALLOC-SUB FROM 1 BY 1
                 UNTIL ALLOC-SUB > TBL-FUND-ALLOC-CTR(ORCH-NDX)
                 IF TBL-ALLOC-FUND-NBR(ORCH-NDX, ALLOC-SUB) =
                    FM-FUND-NBR
                    IF TBL-ORCH-STATUS(ORCH-NDX) = 'A'
                       OR TBL-ALLOC-ENDOWMT-AMT(ORCH-NDX, ALLOC-SUB)
                          > 0
                       OR TBL-ALLOC-SHARE-AMT(ORCH-NDX, ALLOC-SUB)
                          > 0
                       MOVE 'Y' TO HOLDER-FOUND-FLAG
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

       0410-EXIT. EXIT.

       0450-PROCESS-REACTIVATE.

      **************************************************************
