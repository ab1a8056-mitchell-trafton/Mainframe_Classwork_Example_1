      ***************************************************************
      *  AUDIXREC -- AUDIT ARCHIVE INDEX RECORD LAYOUT FOR AUDINDX.  *
      *              THE AUDIT ARCHIVE RUN (AUDARCH) APPENDS ONE    *
      *              RECORD PER CLOSED PERIOD IT MOVES OFF THE      *
      *              ACTIVE AUDITFILE, CARRYING THE CONTROL TOTALS  *
      *              OF THE RECORDS IT WROTE TO THAT PERIOD'S       *
      *              ARCHIVE, SO THE ARCHIVE CAN BE PROVEN INTACT   *
      *              WHENEVER IT IS READ BACK:                      *
      *                AX-REC-CTR     - AUDIT RECORDS ARCHIVED.     *
      *                AX-DOLLAR-HASH - SUM OF EVERY RECORD'S       *
      *                                 SIGNED ENDOWMENT CHANGE     *
      *                                 (AFTER MINUS BEFORE).       *
      *                AX-SHARE-HASH  - SUM OF EVERY RECORD'S       *
      *                                 SIGNED SHARE CHANGE.        *
      *              AX-KEPT-CTR IS THE NUMBER OF OPEN-PERIOD       *
      *              RECORDS LEFT ON AUDITFILE BY THE SAME RUN.     *
      *              AX-PERIOD IS THE CALENDAR MONTH (CCYYMM).      *
      ***************************************************************

       01  AUDIT-INDEX-RECORD.
           05  AX-PERIOD                PIC 9(6).
           05  AX-ARCHIVE-DATE          PIC 9(8).
           05  AX-REC-CTR               PIC 9(9).
           05  AX-DOLLAR-HASH           PIC S9(13)V99.
           05  AX-SHARE-HASH            PIC S9(13)V9(4).
           05  AX-KEPT-CTR              PIC 9(9).
           05                           PIC X(16).
