      *    CONSISTENT - AND THE CHANGE IS LOGGED TO THE INVENTORY
      *    AUDIT FILE. AN UNAPPROVED COUNT PRINTS REPORT ONLY.
      *
      *    STOCK IS COUNTED BY LOCATION. EACH COUNT NAMES THE
      *    STOCKING LOCATION IT WAS TAKEN IN - A BLANK LOCATION IS
      *    THE MAIN STOCKROOM, STK - AND IS RECONCILED TO THAT
      *    LOCATION'S INVENTORY RECORD ONLY.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO "INVENTORY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS I-INV-KEY
               FILE STATUS IS WS-INV-STATUS.

           SELECT AUDIT-FILE

       FD  COUNT-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS COUNT-RECORD.

       01  COUNT-RECORD.
           05  I-CNT-QTY           PIC 9(5).
           05  I-CNT-DATE          PIC X(10).
           05  I-CNT-APPROVED      PIC X(1).
           05  I-CNT-LOC           PIC X(3).

       FD  INVENTORY-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.

       01  INVENTORY-RECORD.
           05  I-INV-KEY.
               10  I-INV-PART      PIC X(5).
               10  I-INV-LOC       PIC X(3).
           05  I-INV-QTY           PIC 9(5).
           05  I-INV-COST          PIC 9(4)V99.
           05  I-INV-VENDOR        PIC X(5).
           05  I-INV-AVAIL         PIC 9(5).
           05  I-INV-SHORT         PIC S9(5).
           05  I-INV-SAFETY        PIC 9(5).
           05  I-INV-MIN-ORD       PIC 9(5).
           05  I-INV-ORD-MULT      PIC 9(5).

       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS AUDIT-LN.

       01  AUDIT-LN.
                                   SIGN IS LEADING SEPARATE.
           05  O-AUD-AFTER         PIC S9(5)
                                   SIGN IS LEADING SEPARATE.
           05  O-AUD-LOC           PIC X(3).

       FD  PRTOUT1
           LABEL RECORD IS OMITTED
           05  WS-VAR-QTY          PIC S9(7)       VALUE 0.
           05  WS-VAR-DOLS         PIC S9(9)V99    VALUE 0.
           05  WS-NEW-AVAIL        PIC S9(7)       VALUE 0.
           05  WS-CNT-LOC          PIC X(3)        VALUE SPACES.

       01  AUDIT-WORK-AREA.
           05  WS-AUD-FIELD        PIC X(5)        VALUE SPACES.
       01  RPT1-COL-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE 'PART'.
           05  FILLER              PIC X(5)    VALUE 'LOC'.
           05  FILLER              PIC X(9)    VALUE 'COUNTED'.
           05  FILLER              PIC X(9)    VALUE 'ON HAND'.
           05  FILLER              PIC X(9)    VALUE 'VAR QTY'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-PART          PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-LOC           PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-COUNTED       PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-DET-ONHAND        PIC ZZ,ZZ9.
      *    UNSIGNED FIELD.
      *****************************************************************
       L3-RECONCILE.
           MOVE I-CNT-LOC TO WS-CNT-LOC.
           IF WS-CNT-LOC = SPACES
               MOVE 'STK' TO WS-CNT-LOC
           END-IF.
           MOVE I-CNT-PART TO O-DET-PART.
           MOVE WS-CNT-LOC TO O-DET-LOC.
           MOVE I-CNT-QTY TO O-DET-COUNTED.
           MOVE I-CNT-PART TO I-INV-PART.
           MOVE WS-CNT-LOC TO I-INV-LOC.
           READ INVENTORY-DATA
               INVALID KEY
                   ADD 1 TO WS-NOFIND-CTR

      *****************************************************************
      *    WRITE ONE INVENTORY AUDIT TRANSACTION - DATE, PROGRAM,
      *    PART, FIELD, THE BEFORE AND AFTER VALUES AND LOCATION.
      *    A MOVE THAT DID NOT CHANGE THE VALUE IS NOT LOGGED.
      *****************************************************************
       L9-WRITE-AUDIT.
           IF WS-AUD-BEFORE = WS-AUD-AFTER
           MOVE WS-AUD-FIELD TO O-AUD-FIELD.
           MOVE WS-AUD-BEFORE TO O-AUD-BEFORE.
           MOVE WS-AUD-AFTER TO O-AUD-AFTER.
           MOVE I-INV-LOC TO O-AUD-LOC.
           WRITE AUDIT-LN.
       L9-WRITE-AUDIT-EXIT.
           EXIT.
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'PART/LOCATIONS NOT ON FILE:' TO O-TOT-DESC.
           MOVE WS-NOFIND-CTR TO O-TOT-CTR.
           WRITE RPT1-LN FROM T1
               AFTER ADVANCING 1 LINE
