      *    SHORT QUANTITY - WHICH THE SHORTAGE RUN MAINTAINS IN
      *    PLACE. BOTH ARE RESET HERE, AVAILABLE TO THE ON HAND
      *    QUANTITY AND SHORT TO ZERO. DUPLICATE PART NUMBERS IN
      *    THE INPUT ARE DROPPED AND COUNTED. EVERY RECORD LOADED IS
      *    LOGGED TO THE INVENTORY AUDIT FILE AS A LOAD TRANSACTION
      *    SO A REBUILD SHOWS UP IN THE PART HISTORY.
      *
      *    THE SEQUENTIAL LAYOUT MAY ALSO CARRY THE THREE PLANNING
      *    FIELDS - SAFETY STOCK, MINIMUM ORDER QUANTITY AND ORDER
      *    MULTIPLE. THEY ARE OPTIONAL ON THE INPUT; A SHORT RECORD
      *    OR A NON-NUMERIC VALUE LOADS AS ZERO, WHICH MEANS NO
      *    SAFETY STOCK, NO MINIMUM AND NO MULTIPLE.
      *
      *    THE INVENTORY FILE IS KEYED BY PART AND STOCKING LOCATION.
      *    THE LOCATION FOLLOWS THE PLANNING FIELDS ON THE SEQUENTIAL
      *    LAYOUT; A BLANK LOCATION LOADS TO THE MAIN STOCKROOM, STK,
      *    SO AN OLD SINGLE LOCATION FILE LOADS UNCHANGED. THE COST,
      *    VENDOR AND PLANNING FIELDS BELONG TO THE PART AND ARE
      *    CARRIED ON EVERY LOCATION RECORD OF IT - WHEN A PART HAS
      *    MORE THAN ONE LOCATION IN THE INPUT THE LATER RECORDS TAKE
      *    THEM FROM THE FIRST RECORD OF THE PART. A DUPLICATE PART
      *    AND LOCATION IS DROPPED AND COUNTED.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO "INVENTORY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS X-INV-KEY
               FILE STATUS IS WS-IDX-STATUS.

           SELECT AUDIT-FILE

       FD  INVENTORY-SEQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.

       01  INVENTORY-RECORD.
           05  I-INV-QTY           PIC 9(5).
           05  I-INV-COST          PIC 9(4)V99.
           05  I-INV-VENDOR        PIC X(5).
           05  I-INV-SAFETY        PIC 9(5).
           05  I-INV-MIN-ORD       PIC 9(5).
           05  I-INV-ORD-MULT      PIC 9(5).
           05  I-INV-LOC           PIC X(3).

       FD  INVENTORY-IDX
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS INVENTORY-IDX-RECORD.

       01  INVENTORY-IDX-RECORD.
           05  X-INV-KEY.
               10  X-INV-PART      PIC X(5).
               10  X-INV-LOC       PIC X(3).
           05  X-INV-QTY           PIC 9(5).
           05  X-INV-COST          PIC 9(4)V99.
           05  X-INV-VENDOR        PIC X(5).
           05  X-INV-AVAIL         PIC 9(5).
           05  X-INV-SHORT         PIC S9(5).
           05  X-INV-SAFETY        PIC 9(5).
           05  X-INV-MIN-ORD       PIC 9(5).
           05  X-INV-ORD-MULT      PIC 9(5).

       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS AUDIT-LN.

       01  AUDIT-LN.
                                   SIGN IS LEADING SEPARATE.
           05  O-AUD-AFTER         PIC S9(5)
                                   SIGN IS LEADING SEPARATE.
           05  O-AUD-LOC           PIC X(3).

       WORKING-STORAGE SECTION.


       01  WS-TODAY                PIC X(10)       VALUE SPACES.

       01  PART-HOLD-AREA.
           05  WS-HOLD-PART        PIC X(5)        VALUE SPACES.
           05  WS-HOLD-COST        PIC 9(4)V99     VALUE 0.
           05  WS-HOLD-VENDOR      PIC X(5)        VALUE SPACES.
           05  WS-HOLD-SAFETY      PIC 9(5)        VALUE 0.
           05  WS-HOLD-MIN-ORD     PIC 9(5)        VALUE 0.
           05  WS-HOLD-ORD-MULT    PIC 9(5)        VALUE 0.

       01  LOAD-COUNTERS.
           05  WS-READ-CTR         PIC 9(5)        VALUE 0.
           05  WS-LOAD-CTR         PIC 9(5)        VALUE 0.
           MOVE I-INV-VENDOR TO X-INV-VENDOR.
           MOVE I-INV-QTY TO X-INV-AVAIL.
           MOVE ZERO TO X-INV-SHORT.
           MOVE ZERO TO X-INV-SAFETY X-INV-MIN-ORD X-INV-ORD-MULT.
           IF I-INV-SAFETY IS NUMERIC
               MOVE I-INV-SAFETY TO X-INV-SAFETY
           END-IF.
           IF I-INV-MIN-ORD IS NUMERIC
               MOVE I-INV-MIN-ORD TO X-INV-MIN-ORD
           END-IF.
           IF I-INV-ORD-MULT IS NUMERIC
               MOVE I-INV-ORD-MULT TO X-INV-ORD-MULT
           END-IF.
           MOVE I-INV-LOC TO X-INV-LOC.
           IF X-INV-LOC = SPACES
               MOVE 'STK' TO X-INV-LOC
           END-IF.
           IF X-INV-PART = WS-HOLD-PART
               MOVE WS-HOLD-COST TO X-INV-COST
               MOVE WS-HOLD-VENDOR TO X-INV-VENDOR
               MOVE WS-HOLD-SAFETY TO X-INV-SAFETY
               MOVE WS-HOLD-MIN-ORD TO X-INV-MIN-ORD
               MOVE WS-HOLD-ORD-MULT TO X-INV-ORD-MULT
           ELSE
               MOVE X-INV-PART TO WS-HOLD-PART
               MOVE X-INV-COST TO WS-HOLD-COST
               MOVE X-INV-VENDOR TO WS-HOLD-VENDOR
               MOVE X-INV-SAFETY TO WS-HOLD-SAFETY
               MOVE X-INV-MIN-ORD TO WS-HOLD-MIN-ORD
               MOVE X-INV-ORD-MULT TO WS-HOLD-ORD-MULT
           END-IF.
           WRITE INVENTORY-IDX-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-CTR
                   DISPLAY 'WARNING - DUPLICATE PART DROPPED - '
                           X-INV-PART ' LOCATION ' X-INV-LOC
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-CTR
                   PERFORM L9-WRITE-AUDIT THRU L9-WRITE-AUDIT-EXIT
           EXIT.

      *****************************************************************
      *    LOG ONE LOADED RECORD TO THE INVENTORY AUDIT FILE. A REBUILD
      *    REPLACES THE WHOLE FILE SO THERE IS NO BEFORE VALUE TO
      *    REPORT - THE LOAD TRANSACTION CARRIES ZERO BEFORE AND THE
      *    LOADED ON HAND QUANTITY AFTER.
           MOVE 'LOAD' TO O-AUD-FIELD.
           MOVE ZERO TO O-AUD-BEFORE.
           MOVE X-INV-QTY TO O-AUD-AFTER.
           MOVE X-INV-LOC TO O-AUD-LOC.
           WRITE AUDIT-LN.
       L9-WRITE-AUDIT-EXIT.
           EXIT.
