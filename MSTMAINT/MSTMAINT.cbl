      *****************************************************************
      *
      *    THIS PROGRAM IS THE BATCH MAINTENANCE RUN FOR THE MACHINE
      *    MASTER, THE VENDOR MASTER, THE MACHINE DESCRIPTION FILE,
      *    THE ALTERNATE PARTS FILE AND THE STOCKING LOCATION
      *    MASTER, REPLACING THE HAND EDITS
      *    THAT KEPT PUTTING BAD RECORDS IN FRONT OF THE EDIT RUN.
      *    IT READS A TRANSACTION
      *    FILE OF ADD / CHANGE / DELETE RECORDS, APPLIES THE SAME
      *    REFERENTIAL CHECKS THE FRONT END EDIT APPLIES - COMPONENT
      *    PART ON INVENTORY, SUBASSEMBLY PARENT IN THE MASTER,
      *    FILES ARE ONLY RELEASED FROM A CLEAN RUN.
      *
      *    TRANSACTION LAYOUT - ACTION, FILE, RECORD IMAGE:
      *        ACTION  A = ADD, C = CHANGE, D = DELETE,
      *                P = PHASE OUT (MACHINE MASTER ONLY)
      *        FILE    M = MACHINE MASTER (KEY MACHINE + PART +
      *                    EFFECTIVE FROM DATE). A DATED ADD CARRIES
      *                    THE FROM AND TO DATES, EITHER LEFT BLANK
      *                    FOR AN OPEN END. A PHASE OUT CARRIES THE
      *                    KEY AND THE LAST DAY THE LINE IS IN EFFECT
      *                    AS ITS TO DATE - THE REST OF THE LINE IS
      *                    LEFT AS IT IS. NO TWO LINES FOR THE SAME
      *                    MACHINE AND PART MAY BE IN EFFECT ON THE
      *                    SAME DATE.
      *                V = VENDOR MASTER  (KEY VENDOR CODE)
      *                D = DESCRIPTIONS   (KEY MACHINE CODE)
      *                I = INVENTORY PLANNING FIELDS (KEY PART) -
      *                    SAFETY STOCK, MINIMUM ORDER QUANTITY AND
      *                    ORDER MULTIPLE. CHANGE ONLY - PARTS ARE
      *                    ADDED AND DROPPED BY THE INVENTORY LOAD.
      *                    THE FIELDS BELONG TO THE PART, SO EVERY
      *                    LOCATION RECORD OF THE PART IS REWRITTEN IN
      *                    PLACE AS EACH CHANGE IS APPLIED.
      *                A = ALTERNATE PARTS (KEY PRIMARY + ALTERNATE)
      *                    WITH DRAW PRIORITY AND CONVERSION RATIO -
      *                    ALTERNATE UNITS PER UNIT OF THE PRIMARY.
      *                    BOTH PARTS MUST BE ON INVENTORY.
      *                L = STOCKING LOCATIONS (KEY LOCATION CODE)
      *                    WITH NAME, PRODUCTION FLAG - Y WHEN THE
      *                    SHORTAGE RUN MAY ALLOCATE FROM IT - AND
      *                    DRAW PRIORITY, 01 DRAWN FIRST. A LOCATION
      *                    STILL HOLDING INVENTORY RECORDS CANNOT BE
      *                    DELETED.
      *
      *    REJECT REASON CODES:
      *        01 - NON NUMERIC QUANTITY, LEAD TIME, PLANNING
      *             FIELD, PRIORITY OR RATIO
      *        03 - PART NOT IN INVENTORY
      *        05 - INVALID COMPONENT TYPE
      *        06 - SUBASSEMBLY NOT IN MASTER
      *        09 - DUPLICATE RECORD
      *        10 - INVALID ACTION CODE
      *        11 - INVALID FILE CODE
      *        12 - ACTION NOT VALID FOR FILE
      *        13 - INVALID ALTERNATE - SAME PART OR ZERO RATIO
      *        14 - INVALID EFFECTIVE DATE
      *        15 - OVERLAPPING EFFECTIVITY
      *        17 - INVALID PRODUCTION FLAG
      *        18 - LOCATION IN USE ON INVENTORY
      *
      *****************************************************************

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESC-STATUS.

           SELECT OPTIONAL ALTERNATE-MASTER
               ASSIGN TO "ALTPART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-STATUS.

           SELECT OPTIONAL LOCATION-MASTER
               ASSIGN TO "LOCATION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOC-STATUS.

           SELECT INVENTORY-DATA
               ASSIGN TO "INVENTORY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS I-INV-KEY
               FILE STATUS IS WS-INV-STATUS.

           SELECT REJECT-FILE
               10  T-MACH-PART     PIC X(5).
               10  T-PART-QTY      PIC 999.
               10  T-PART-TYPE     PIC X(1).
               10  T-EFF-FROM      PIC X(10).
               10  T-EFF-TO        PIC X(10).
               10  FILLER          PIC X(44).
           05  I-TRN-VEND-R REDEFINES I-TRN-IMAGE.
               10  T-VEND-CODE     PIC X(5).
               10  T-VEND-NAME     PIC X(20).
               10  T-DESC-CODE     PIC X(5).
               10  T-DESC-TEXT     PIC X(20).
               10  FILLER          PIC X(53).
           05  I-TRN-PLAN-R REDEFINES I-TRN-IMAGE.
               10  T-PLAN-PART     PIC X(5).
               10  T-PLAN-SAFETY   PIC 9(5).
               10  T-PLAN-MIN-ORD  PIC 9(5).
               10  T-PLAN-ORD-MULT PIC 9(5).
               10  FILLER          PIC X(58).
           05  I-TRN-ALT-R REDEFINES I-TRN-IMAGE.
               10  T-ALT-PRIMARY   PIC X(5).
               10  T-ALT-PART      PIC X(5).
               10  T-ALT-PRIORITY  PIC 9(2).
               10  T-ALT-RATIO     PIC 9(3)V99.
               10  FILLER          PIC X(61).
           05  I-TRN-LOC-R REDEFINES I-TRN-IMAGE.
               10  T-LOC-CODE      PIC X(3).
               10  T-LOC-NAME      PIC X(20).
               10  T-LOC-PROD      PIC X(1).
               10  T-LOC-PRIORITY  PIC 9(2).
               10  FILLER          PIC X(52).

       FD  MACHINE-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS MACHINE-RECORD.

       01  MACHINE-RECORD          PIC X(34).

       FD  VENDOR-MASTER
           LABEL RECORD IS STANDARD

       01  MACHDESC-RECORD         PIC X(25).

       FD  ALTERNATE-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS ALTERNATE-RECORD.

       01  ALTERNATE-RECORD        PIC X(17).

       FD  LOCATION-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS LOCATION-RECORD.

       01  LOCATION-RECORD         PIC X(26).

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

       FD  REJECT-FILE
           LABEL RECORD IS STANDARD
           05  WS-VEND-STATUS      PIC XX          VALUE SPACES.
           05  WS-DESC-STATUS      PIC XX          VALUE SPACES.
           05  WS-INV-STATUS       PIC XX          VALUE SPACES.
           05  WS-ALT-STATUS       PIC XX          VALUE SPACES.
           05  WS-LOC-STATUS       PIC XX          VALUE SPACES.
           05  WS-REJ-STATUS       PIC XX          VALUE SPACES.

       01  MAINT-COUNTERS.
           05  WS-MACH-APPLIED     PIC 9(5)        VALUE 0.
           05  WS-VEND-APPLIED     PIC 9(5)        VALUE 0.
           05  WS-DESC-APPLIED     PIC 9(5)        VALUE 0.
           05  WS-PLAN-APPLIED     PIC 9(5)        VALUE 0.
           05  WS-ALT-APPLIED      PIC 9(5)        VALUE 0.
           05  WS-LOC-APPLIED      PIC 9(5)        VALUE 0.

       01  MAST-FILE-DATA.
           05  WS-MAST-CTR         PIC 9(4)        VALUE 0.
           05  MAX-MAST-SIZE       PIC 9(4)        VALUE 2000.
           05  MAST-TABLE OCCURS 2000 TIMES.
               10  TBL-MAST-REC    PIC X(34).

       01  VEND-FILE-DATA.
           05  WS-VEND-CTR         PIC 9(4)        VALUE 0.
           05  DESC-TABLE OCCURS 500 TIMES.
               10  TBL-DESC-REC    PIC X(25).

       01  ALT-FILE-DATA.
           05  WS-ALT-CTR          PIC 9(4)        VALUE 0.
           05  MAX-ALT-SIZE        PIC 9(4)        VALUE 1000.
           05  ALT-TABLE OCCURS 1000 TIMES.
               10  TBL-ALT-REC     PIC X(17).

       01  LOC-FILE-DATA.
           05  WS-LOC-CTR          PIC 9(4)        VALUE 0.
           05  MAX-LOC-SIZE        PIC 9(4)        VALUE 50.
           05  LOC-TABLE OCCURS 50 TIMES.
               10  TBL-LOC-REC     PIC X(26).

       01  INV-FIND-AREA.
           05  WS-INV-FIND-PART    PIC X(5)        VALUE SPACES.
           05  WS-INV-FOUND        PIC X           VALUE 'N'.
           05  WS-INV-MORE         PIC X           VALUE 'Y'.

       01  IMAGE-WORK-AREA.
           05  WS-BEFORE-IMAGE     PIC X(78)       VALUE SPACES.
           05  WS-AFTER-IMAGE      PIC X(78)       VALUE SPACES.
           05  WS-PRINT-IMAGE      PIC X(78)       VALUE SPACES.
           05  WS-PRINT-LABEL      PIC X(8)        VALUE SPACES.

       01  EFF-WORK-AREA.
           05  WS-EFF-DATE         PIC X(10)       VALUE SPACES.
           05  WS-EFF-DATE-R REDEFINES WS-EFF-DATE.
               10  WS-EFF-MM       PIC 99.
               10  FILLER          PIC X.
               10  WS-EFF-DD       PIC 99.
               10  FILLER          PIC X.
               10  WS-EFF-YY       PIC 9(4).
           05  WS-EFF-GOOD         PIC X           VALUE 'Y'.
           05  WS-EFF-KEY          PIC X(8)        VALUE SPACES.
           05  WS-EFF-KEY-N REDEFINES WS-EFF-KEY
                                   PIC 9(8).
           05  WS-EFF-FROM-KEY     PIC X(8)        VALUE SPACES.
           05  WS-EFF-TO-KEY       PIC X(8)        VALUE SPACES.
           05  WS-LINE-FROM-KEY    PIC X(8)        VALUE SPACES.
           05  WS-LINE-TO-KEY      PIC X(8)        VALUE SPACES.
           05  WS-OVERLAP-SW       PIC X           VALUE 'N'.

       01  PLAN-IMAGE.
           05  WS-PLAN-PART        PIC X(5)        VALUE SPACES.
           05  WS-PLAN-SAFETY      PIC 9(5)        VALUE 0.
           05  WS-PLAN-MIN-ORD     PIC 9(5)        VALUE 0.
           05  WS-PLAN-ORD-MULT    PIC 9(5)        VALUE 0.

       01  CURRENT-DATE.
           05  I-SYS-DATE          PIC 9(8).
           05  I-SYS-DATE-R REDEFINES I-SYS-DATE.
               MOVE SPACES TO TBL-VEND-REC(SUB).
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > MAX-DESC-SIZE
               MOVE SPACES TO TBL-DESC-REC(SUB).
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > MAX-ALT-SIZE
               MOVE SPACES TO TBL-ALT-REC(SUB).
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > MAX-LOC-SIZE
               MOVE SPACES TO TBL-LOC-REC(SUB).
           MOVE 1 TO SUB.
           PERFORM L3-OPENS THRU L3-OPENS-EXIT.
           PERFORM L3-LOAD-MASTERS THRU L3-LOAD-MASTERS-EXIT.
                       'FILE STATUS ' WS-TRN-STATUS
               STOP RUN
           END-IF.
           OPEN I-O INVENTORY-DATA.
           IF WS-INV-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN INVENTORY.IDX - '
                       'FILE STATUS ' WS-INV-STATUS
           EXIT.

      *****************************************************************
      *    LOAD THE MAINTAINED FILES INTO THE WORK TABLES. THE
      *    RECORDS ARE HELD AS RAW IMAGES SO AN UNTOUCHED RECORD
      *    WRITES BACK BYTE FOR BYTE THE WAY IT CAME IN. THE
      *    ALTERNATE PARTS FILE AND THE LOCATION MASTER ARE
      *    OPTIONAL - THE FIRST RUN THAT ADDS A RECORD CREATES THEM.
      *****************************************************************
       L3-LOAD-MASTERS.
           OPEN INPUT MACHINE-MASTER.
               UNTIL NO-MORE-RECS.
           CLOSE MACHDESC-MASTER.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT ALTERNATE-MASTER.
           IF WS-ALT-STATUS NOT = '00' AND WS-ALT-STATUS NOT = '05'
               DISPLAY 'ERROR - UNABLE TO OPEN ALTPART.DAT - '
                       'FILE STATUS ' WS-ALT-STATUS
               CLOSE TRANS-DATA INVENTORY-DATA REJECT-FILE PRTOUT1
               STOP RUN
           END-IF.
           READ ALTERNATE-MASTER
               AT END MOVE 'N' TO MORE-RECS.
           PERFORM L4-READ-ALT THRU L4-READ-ALT-EXIT
               UNTIL NO-MORE-RECS.
           CLOSE ALTERNATE-MASTER.
           MOVE 'Y' TO MORE-RECS.
           OPEN INPUT LOCATION-MASTER.
           IF WS-LOC-STATUS NOT = '00' AND WS-LOC-STATUS NOT = '05'
               DISPLAY 'ERROR - UNABLE TO OPEN LOCATION.DAT - '
                       'FILE STATUS ' WS-LOC-STATUS
               CLOSE TRANS-DATA INVENTORY-DATA REJECT-FILE PRTOUT1
               STOP RUN
           END-IF.
           READ LOCATION-MASTER
               AT END MOVE 'N' TO MORE-RECS.
           PERFORM L4-READ-LOC THRU L4-READ-LOC-EXIT
               UNTIL NO-MORE-RECS.
           CLOSE LOCATION-MASTER.
           MOVE 'Y' TO MORE-RECS.
       L3-LOAD-MASTERS-EXIT.
           EXIT.

       L4-READ-DESC-EXIT.
           EXIT.

       L4-READ-ALT.
           IF WS-ALT-CTR >= MAX-ALT-SIZE
               DISPLAY 'ERROR - ALTERNATE TABLE CAPACITY EXCEEDED, '
                       'CONTACT OPS'
               CLOSE TRANS-DATA INVENTORY-DATA REJECT-FILE PRTOUT1
                     ALTERNATE-MASTER
               STOP RUN
           END-IF.
           ADD 1 TO WS-ALT-CTR.
           MOVE ALTERNATE-RECORD TO TBL-ALT-REC(WS-ALT-CTR).
           READ ALTERNATE-MASTER
               AT END MOVE 'N' TO MORE-RECS.
       L4-READ-ALT-EXIT.
           EXIT.

       L4-READ-LOC.
           IF WS-LOC-CTR >= MAX-LOC-SIZE
               DISPLAY 'ERROR - LOCATION TABLE CAPACITY EXCEEDED, '
                       'CONTACT OPS'
               CLOSE TRANS-DATA INVENTORY-DATA REJECT-FILE PRTOUT1
                     LOCATION-MASTER
               STOP RUN
           END-IF.
           ADD 1 TO WS-LOC-CTR.
           MOVE LOCATION-RECORD TO TBL-LOC-REC(WS-LOC-CTR).
           READ LOCATION-MASTER
               AT END MOVE 'N' TO MORE-RECS.
       L4-READ-LOC-EXIT.
           EXIT.

      *****************************************************************
      *    VALIDATE AND APPLY ONE TRANSACTION. THE ACTION AND FILE
      *    CODES GATE THE DISPATCH - EVERYTHING ELSE IS CHECKED IN
           MOVE 'Y' TO WS-REC-GOOD.
           MOVE SPACES TO WS-BEFORE-IMAGE WS-AFTER-IMAGE O-DET-KEY.
           IF I-TRN-ACTION NOT = 'A' AND I-TRN-ACTION NOT = 'C'
               AND I-TRN-ACTION NOT = 'D' AND I-TRN-ACTION NOT = 'P'
               MOVE '10' TO O-REJ-REASON
               MOVE 'INVALID ACTION CODE' TO O-DET-DESC
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               GO TO L3-APPLY-TRANS-EXIT
           END-IF.
           IF I-TRN-ACTION = 'P'
               AND (I-TRN-FILE = 'V' OR I-TRN-FILE = 'D'
                 OR I-TRN-FILE = 'A' OR I-TRN-FILE = 'L')
               MOVE '12' TO O-REJ-REASON
               MOVE 'ACTION NOT VALID FOR FILE' TO O-DET-DESC
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               GO TO L3-APPLY-TRANS-EXIT
           END-IF.
           EVALUATE I-TRN-FILE
               WHEN 'M'
                   PERFORM L4-TRANS-MACH THRU L4-TRANS-MACH-EXIT
                   PERFORM L4-TRANS-VEND THRU L4-TRANS-VEND-EXIT
               WHEN 'D'
                   PERFORM L4-TRANS-DESC THRU L4-TRANS-DESC-EXIT
               WHEN 'I'
                   PERFORM L4-TRANS-PLAN THRU L4-TRANS-PLAN-EXIT
               WHEN 'A'
                   PERFORM L4-TRANS-ALT THRU L4-TRANS-ALT-EXIT
               WHEN 'L'
                   PERFORM L4-TRANS-LOC THRU L4-TRANS-LOC-EXIT
               WHEN OTHER
                   MOVE '11' TO O-REJ-REASON
                   MOVE 'INVALID FILE CODE' TO O-DET-DESC
      *    FULL COMPONENT LINE AND PASS THE EDIT RUN'S CHECKS FIRST.
      *    AN ADD IS INSERTED AFTER THE LAST LINE OF ITS MACHINE SO
      *    THE FILE STAYS GROUPED - A NEW MACHINE GOES TO THE END.
      *    A PHASE OUT ONLY SETS THE TO DATE ON THE KEYED LINE.
      *****************************************************************
       L4-TRANS-MACH.
           MOVE SPACES TO O-DET-KEY.
               END-IF
               GO TO L4-TRANS-MACH-EXIT
           END-IF.
           IF I-TRN-ACTION = 'P'
               IF WS-FOUND-SUB = 0
                   MOVE '08' TO O-REJ-REASON
                   MOVE 'RECORD NOT FOUND' TO O-DET-DESC
                   PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               ELSE
                   PERFORM L5-MACH-PHASE-OUT
                       THRU L5-MACH-PHASE-OUT-EXIT
               END-IF
               GO TO L4-TRANS-MACH-EXIT
           END-IF.
           PERFORM L5-EDIT-MACH-IMAGE THRU L5-EDIT-MACH-IMAGE-EXIT.
           IF WS-REC-GOOD = 'N'
               GO TO L4-TRANS-MACH-EXIT
                   PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               ELSE
                   PERFORM L5-MACH-INSERT THRU L5-MACH-INSERT-EXIT
                   MOVE I-TRN-IMAGE(1:34) TO WS-AFTER-IMAGE
                   ADD 1 TO WS-MACH-APPLIED
                   PERFORM L9-WRITE-REGISTER THRU L9-WRITE-REGISTER-EXIT
               END-IF
                   PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               ELSE
                   MOVE TBL-MAST-REC(WS-FOUND-SUB) TO WS-BEFORE-IMAGE
                   MOVE I-TRN-IMAGE(1:34)
                       TO TBL-MAST-REC(WS-FOUND-SUB)
                   MOVE I-TRN-IMAGE(1:34) TO WS-AFTER-IMAGE
                   ADD 1 TO WS-MACH-APPLIED
                   PERFORM L9-WRITE-REGISTER THRU L9-WRITE-REGISTER-EXIT
               END-IF
      *****************************************************************
      *    THE EDIT RUN'S CHECKS APPLIED AT ENTRY TIME - NUMERIC
      *    QUANTITY, VALID COMPONENT TYPE, SUBASSEMBLY PARENT IN THE
      *    MASTER FOR S LINES AND PART ON INVENTORY FOR THE REST,
      *    THEN VALID EFFECTIVE DATES THAT DO NOT OVERLAP ANOTHER
      *    LINE FOR THE SAME MACHINE AND PART. A GAP BETWEEN LINES
      *    IS LEFT TO THE EDIT RUN - THE PHASE OUT AND THE DATED ADD
      *    THAT CLOSES IT MAY COME IN EITHER ORDER.
      *****************************************************************
       L5-EDIT-MACH-IMAGE.
           IF T-PART-QTY IS NOT NUMERIC
               END-IF
               PERFORM L9-FIND-MACH-LINE THRU L9-FIND-MACH-LINE-EXIT
           ELSE
               MOVE T-MACH-PART TO WS-INV-FIND-PART
               PERFORM L9-FIND-INV-PART THRU L9-FIND-INV-PART-EXIT
               IF WS-INV-FOUND = 'N'
                   MOVE 'N' TO WS-REC-GOOD
                   MOVE '03' TO O-REJ-REASON
                   MOVE 'PART NOT IN INVENTORY' TO O-DET-DESC
                   PERFORM L9-WRITE-REJECT
                       THRU L9-WRITE-REJECT-EXIT
               END-IF
           END-IF.
           IF WS-REC-GOOD = 'N'
               GO TO L5-EDIT-MACH-IMAGE-EXIT
           END-IF.
           MOVE T-EFF-FROM TO WS-EFF-DATE.
           PERFORM L9-CHECK-EFF-DATE THRU L9-CHECK-EFF-DATE-EXIT.
           MOVE WS-EFF-KEY TO WS-EFF-FROM-KEY.
           IF WS-EFF-GOOD = 'Y'
               MOVE T-EFF-TO TO WS-EFF-DATE
               PERFORM L9-CHECK-EFF-DATE THRU L9-CHECK-EFF-DATE-EXIT
               MOVE WS-EFF-KEY TO WS-EFF-TO-KEY
           END-IF.
           IF T-EFF-FROM = SPACES
               MOVE '00000000' TO WS-EFF-FROM-KEY
           END-IF.
           IF T-EFF-TO = SPACES
               MOVE '99999999' TO WS-EFF-TO-KEY
           END-IF.
           IF WS-EFF-GOOD = 'N' OR WS-EFF-FROM-KEY > WS-EFF-TO-KEY
               MOVE 'N' TO WS-REC-GOOD
               MOVE '14' TO O-REJ-REASON
               MOVE 'INVALID EFFECTIVE DATE' TO O-DET-DESC
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               GO TO L5-EDIT-MACH-IMAGE-EXIT
           END-IF.
           PERFORM L9-CHECK-OVERLAP THRU L9-CHECK-OVERLAP-EXIT.
           IF WS-OVERLAP-SW = 'Y'
               MOVE 'N' TO WS-REC-GOOD
               MOVE '15' TO O-REJ-REASON
               MOVE 'OVERLAPPING EFFECTIVITY' TO O-DET-DESC
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
           END-IF.
       L5-EDIT-MACH-IMAGE-EXIT.
           EXIT.

      *****************************************************************
      *    PHASE OUT - END THE KEYED LINE ON THE TRANSACTION'S TO
      *    DATE. THE DATE IS REQUIRED, MAY NOT FALL BEFORE THE LINE'S
      *    OWN FROM DATE, AND MAY NOT RUN THE LINE INTO A LATER LINE
      *    FOR THE SAME MACHINE AND PART.
      *****************************************************************
       L5-MACH-PHASE-OUT.
           MOVE T-EFF-TO TO WS-EFF-DATE.
           PERFORM L9-CHECK-EFF-DATE THRU L9-CHECK-EFF-DATE-EXIT.
           MOVE WS-EFF-KEY TO WS-EFF-TO-KEY.
           MOVE TBL-MAST-REC(WS-FOUND-SUB) (15:10) TO WS-EFF-DATE.
           PERFORM L9-CHECK-EFF-DATE THRU L9-CHECK-EFF-DATE-EXIT.
           MOVE WS-EFF-KEY TO WS-EFF-FROM-KEY.
           IF WS-EFF-DATE = SPACES
               MOVE '00000000' TO WS-EFF-FROM-KEY
           END-IF.
           IF T-EFF-TO = SPACES OR WS-EFF-TO-KEY = SPACES
               OR WS-EFF-FROM-KEY > WS-EFF-TO-KEY
               MOVE '14' TO O-REJ-REASON
               MOVE 'INVALID EFFECTIVE DATE' TO O-DET-DESC
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               GO TO L5-MACH-PHASE-OUT-EXIT
           END-IF.
           PERFORM L9-CHECK-OVERLAP THRU L9-CHECK-OVERLAP-EXIT.
           IF WS-OVERLAP-SW = 'Y'
               MOVE '15' TO O-REJ-REASON
               MOVE 'OVERLAPPING EFFECTIVITY' TO O-DET-DESC
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               GO TO L5-MACH-PHASE-OUT-EXIT
           END-IF.
           MOVE TBL-MAST-REC(WS-FOUND-SUB) TO WS-BEFORE-IMAGE.
           MOVE T-EFF-TO TO TBL-MAST-REC(WS-FOUND-SUB) (25:10).
           MOVE TBL-MAST-REC(WS-FOUND-SUB) TO WS-AFTER-IMAGE.
           ADD 1 TO WS-MACH-APPLIED.
           PERFORM L9-WRITE-REGISTER THRU L9-WRITE-REGISTER-EXIT.
       L5-MACH-PHASE-OUT-EXIT.
           EXIT.

      *****************************************************************
      *    A BLANK DATE IS GOOD - IT IS AN OPEN END. OTHERWISE THE
      *    DATE MUST BE MM/DD/YYYY AND A REAL CALENDAR DATE (DAYS IN
      *    THE MONTH AND LEAP YEARS INCLUDED). THE YYYYMMDD FORM IS
      *    HANDED BACK FOR THE RANGE CHECKS.
      *****************************************************************
       L9-CHECK-EFF-DATE.
           MOVE 'Y' TO WS-EFF-GOOD.
           MOVE SPACES TO WS-EFF-KEY.
           IF WS-EFF-DATE = SPACES
               GO TO L9-CHECK-EFF-DATE-EXIT
           END-IF.
           IF WS-EFF-MM IS NOT NUMERIC
               OR WS-EFF-DD IS NOT NUMERIC
               OR WS-EFF-YY IS NOT NUMERIC
               OR WS-EFF-MM < 01 OR WS-EFF-MM > 12
               OR WS-EFF-DD < 01 OR WS-EFF-DD > 31
               MOVE 'N' TO WS-EFF-GOOD
               GO TO L9-CHECK-EFF-DATE-EXIT
           END-IF.
           MOVE WS-EFF-DATE(7:4) TO WS-EFF-KEY(1:4).
           MOVE WS-EFF-DATE(1:2) TO WS-EFF-KEY(5:2).
           MOVE WS-EFF-DATE(4:2) TO WS-EFF-KEY(7:2).
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-KEY-N) NOT = 0
               MOVE 'N' TO WS-EFF-GOOD
               MOVE SPACES TO WS-EFF-KEY
           END-IF.
       L9-CHECK-EFF-DATE-EXIT.
           EXIT.

      *****************************************************************
      *    DOES THE FROM / TO KEY RANGE OVERLAP ANY OTHER LINE FOR
      *    THE SAME MACHINE AND PART. THE LINE BEING CHANGED OR
      *    PHASED OUT IS NOT COMPARED WITH ITSELF.
      *****************************************************************
       L9-CHECK-OVERLAP.
           MOVE 'N' TO WS-OVERLAP-SW.
           PERFORM L9-OVERLAP-LINE THRU L9-OVERLAP-LINE-EXIT
               VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > WS-MAST-CTR OR WS-OVERLAP-SW = 'Y'.
       L9-CHECK-OVERLAP-EXIT.
           EXIT.

       L9-OVERLAP-LINE.
           IF SUB2 = WS-FOUND-SUB
               OR TBL-MAST-REC(SUB2) (1:5) NOT = T-MACHINE
               OR TBL-MAST-REC(SUB2) (6:5) NOT = T-MACH-PART
               GO TO L9-OVERLAP-LINE-EXIT
           END-IF.
           IF TBL-MAST-REC(SUB2) (15:10) = SPACES
               MOVE '00000000' TO WS-LINE-FROM-KEY
           ELSE
               MOVE TBL-MAST-REC(SUB2) (21:4) TO WS-LINE-FROM-KEY(1:4)
               MOVE TBL-MAST-REC(SUB2) (15:2) TO WS-LINE-FROM-KEY(5:2)
               MOVE TBL-MAST-REC(SUB2) (18:2) TO WS-LINE-FROM-KEY(7:2)
           END-IF.
           IF TBL-MAST-REC(SUB2) (25:10) = SPACES
               MOVE '99999999' TO WS-LINE-TO-KEY
           ELSE
               MOVE TBL-MAST-REC(SUB2) (31:4) TO WS-LINE-TO-KEY(1:4)
               MOVE TBL-MAST-REC(SUB2) (25:2) TO WS-LINE-TO-KEY(5:2)
               MOVE TBL-MAST-REC(SUB2) (28:2) TO WS-LINE-TO-KEY(7:2)
           END-IF.
           IF WS-LINE-FROM-KEY NOT > WS-EFF-TO-KEY
               AND WS-EFF-FROM-KEY NOT > WS-LINE-TO-KEY
               MOVE 'Y' TO WS-OVERLAP-SW
           END-IF.
       L9-OVERLAP-LINE-EXIT.
           EXIT.

       L9-FIND-MACH-LINE.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > WS-MAST-CTR OR WS-FOUND-SUB NOT = 0
               IF TBL-MAST-REC(SUB) (1:5) = T-MACHINE
                   AND TBL-MAST-REC(SUB) (6:5) = T-MACH-PART
                   AND TBL-MAST-REC(SUB) (15:10) = T-EFF-FROM
                   MOVE SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
           PERFORM L6-MACH-SHIFT-DOWN THRU L6-MACH-SHIFT-DOWN-EXIT
               VARYING SUB3 FROM WS-MAST-CTR BY -1
                   UNTIL SUB3 < WS-INSERT-AT.
           MOVE I-TRN-IMAGE(1:34) TO TBL-MAST-REC(WS-INSERT-AT).
           ADD 1 TO WS-MAST-CTR.
       L5-MACH-INSERT-EXIT.
           EXIT.
           EXIT.

      *****************************************************************
      *    INVENTORY PLANNING FIELD TRANSACTION - KEYED ON THE PART.
      *    ONLY A CHANGE IS ALLOWED. THE TRANSACTION CARRIES ALL
      *    THREE FIELDS - SAFETY STOCK, MINIMUM ORDER QUANTITY AND
      *    ORDER MULTIPLE - AND ZERO TURNS A FIELD OFF. ON HAND,
      *    COST, VENDOR AND THE SHORTAGE WORK FIELDS ARE NOT TOUCHED.
      *    THE CHANGE IS APPLIED TO EVERY LOCATION RECORD OF THE PART
      *    AND THE BEFORE IMAGE IS TAKEN FROM THE FIRST OF THEM.
      *****************************************************************
       L4-TRANS-PLAN.
           MOVE SPACES TO O-DET-KEY.
           MOVE T-PLAN-PART TO O-DET-KEY.
           IF I-TRN-ACTION NOT = 'C'
               MOVE '12' TO O-REJ-REASON
               MOVE 'ACTION NOT VALID FOR FILE' TO O-DET-DESC
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               GO TO L4-TRANS-PLAN-EXIT
           END-IF.
           IF T-PLAN-SAFETY IS NOT NUMERIC
               OR T-PLAN-MIN-ORD IS NOT NUMERIC
               OR T-PLAN-ORD-MULT IS NOT NUMERIC
               MOVE '01' TO O-REJ-REASON
               MOVE 'NON NUMERIC PLANNING FIELD' TO O-DET-DESC
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               GO TO L4-TRANS-PLAN-EXIT
           END-IF.
           MOVE T-PLAN-PART TO WS-INV-FIND-PART.
           PERFORM L9-FIND-INV-PART THRU L9-FIND-INV-PART-EXIT.
           IF WS-INV-FOUND = 'N'
               MOVE '08' TO O-REJ-REASON
               MOVE 'RECORD NOT FOUND' TO O-DET-DESC
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               GO TO L4-TRANS-PLAN-EXIT
           END-IF.
           MOVE I-INV-PART TO WS-PLAN-PART.
           MOVE I-INV-SAFETY TO WS-PLAN-SAFETY.
           MOVE I-INV-MIN-ORD TO WS-PLAN-MIN-ORD.
           MOVE I-INV-ORD-MULT TO WS-PLAN-ORD-MULT.
           MOVE PLAN-IMAGE TO WS-BEFORE-IMAGE.
           MOVE 'Y' TO WS-INV-MORE.
           PERFORM L5-PLAN-REWRITE THRU L5-PLAN-REWRITE-EXIT
               UNTIL WS-INV-MORE = 'N'.
           MOVE I-TRN-IMAGE(1:20) TO WS-AFTER-IMAGE.
           ADD 1 TO WS-PLAN-APPLIED.
           PERFORM L9-WRITE-REGISTER THRU L9-WRITE-REGISTER-EXIT.
       L4-TRANS-PLAN-EXIT.
           EXIT.

       L5-PLAN-REWRITE.
           MOVE T-PLAN-SAFETY TO I-INV-SAFETY.
           MOVE T-PLAN-MIN-ORD TO I-INV-MIN-ORD.
           MOVE T-PLAN-ORD-MULT TO I-INV-ORD-MULT.
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY 'ERROR - UNABLE TO REWRITE INVENTORY.IDX - '
                           'FILE STATUS ' WS-INV-STATUS
                   CLOSE TRANS-DATA INVENTORY-DATA REJECT-FILE PRTOUT1
                   STOP RUN
           END-REWRITE.
           READ INVENTORY-DATA NEXT RECORD
               AT END
                   MOVE 'N' TO WS-INV-MORE
                   GO TO L5-PLAN-REWRITE-EXIT
           END-READ.
           IF I-INV-PART NOT = T-PLAN-PART
               MOVE 'N' TO WS-INV-MORE
           END-IF.
       L5-PLAN-REWRITE-EXIT.
           EXIT.

      *****************************************************************
      *    ALTERNATE PARTS TRANSACTION - KEYED ON THE PRIMARY PART
      *    AND THE ALTERNATE. ADDS AND CHANGES CARRY A NUMERIC DRAW
      *    PRIORITY AND A NON ZERO CONVERSION RATIO, AND BOTH PARTS
      *    MUST BE ON INVENTORY SINCE THE SHORTAGE RUN COMMITS THE
      *    ALTERNATE'S AVAILABLE BALANCE.
      *****************************************************************
       L4-TRANS-ALT.
           MOVE SPACES TO O-DET-KEY.
           STRING T-ALT-PRIMARY DELIMITED BY SIZE
                  T-ALT-PART DELIMITED BY SIZE
               INTO O-DET-KEY.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > WS-ALT-CTR OR WS-FOUND-SUB NOT = 0
               IF TBL-ALT-REC(SUB) (1:5) = T-ALT-PRIMARY
                   AND TBL-ALT-REC(SUB) (6:5) = T-ALT-PART
                   MOVE SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
           IF I-TRN-ACTION = 'D'
               IF WS-FOUND-SUB = 0
                   MOVE '08' TO O-REJ-REASON
                   MOVE 'RECORD NOT FOUND' TO O-DET-DESC
                   PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               ELSE
                   MOVE TBL-ALT-REC(WS-FOUND-SUB) TO WS-BEFORE-IMAGE
                   PERFORM L5-ALT-DELETE THRU L5-ALT-DELETE-EXIT
                   ADD 1 TO WS-ALT-APPLIED
                   PERFORM L9-WRITE-REGISTER THRU L9-WRITE-REGISTER-EXIT
               END-IF
               GO TO L4-TRANS-ALT-EXIT
           END-IF.
           PERFORM L5-EDIT-ALT-IMAGE THRU L5-EDIT-ALT-IMAGE-EXIT.
           IF WS-REC-GOOD = 'N'
               GO TO L4-TRANS-ALT-EXIT
           END-IF.
           IF I-TRN-ACTION = 'A'
               IF WS-FOUND-SUB NOT = 0
                   MOVE '09' TO O-REJ-REASON
                   MOVE 'DUPLICATE RECORD' TO O-DET-DESC
                   PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               ELSE
                   IF WS-ALT-CTR >= MAX-ALT-SIZE
                       DISPLAY 'ERROR - ALTERNATE TABLE CAPACITY '
                               'EXCEEDED, CONTACT OPS'
                       CLOSE TRANS-DATA INVENTORY-DATA REJECT-FILE
                             PRTOUT1
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ALT-CTR
                   MOVE I-TRN-IMAGE(1:17) TO TBL-ALT-REC(WS-ALT-CTR)
                   MOVE I-TRN-IMAGE(1:17) TO WS-AFTER-IMAGE
                   ADD 1 TO WS-ALT-APPLIED
                   PERFORM L9-WRITE-REGISTER THRU L9-WRITE-REGISTER-EXIT
               END-IF
           ELSE
               IF WS-FOUND-SUB = 0
                   MOVE '08' TO O-REJ-REASON
                   MOVE 'RECORD NOT FOUND' TO O-DET-DESC
                   PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               ELSE
                   MOVE TBL-ALT-REC(WS-FOUND-SUB) TO WS-BEFORE-IMAGE
                   MOVE I-TRN-IMAGE(1:17)
                       TO TBL-ALT-REC(WS-FOUND-SUB)
                   MOVE I-TRN-IMAGE(1:17) TO WS-AFTER-IMAGE
                   ADD 1 TO WS-ALT-APPLIED
                   PERFORM L9-WRITE-REGISTER THRU L9-WRITE-REGISTER-EXIT
               END-IF
           END-IF.
       L4-TRANS-ALT-EXIT.
           EXIT.

       L5-EDIT-ALT-IMAGE.
           IF T-ALT-PRIORITY IS NOT NUMERIC
               OR T-ALT-RATIO IS NOT NUMERIC
               MOVE 'N' TO WS-REC-GOOD
               MOVE '01' TO O-REJ-REASON
               MOVE 'NON NUMERIC PRIORITY/RATIO' TO O-DET-DESC
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               GO TO L5-EDIT-ALT-IMAGE-EXIT
           END-IF.
           IF T-ALT-RATIO = 0 OR T-ALT-PART = T-ALT-PRIMARY
               MOVE 'N' TO WS-REC-GOOD
               MOVE '13' TO O-REJ-REASON
               MOVE 'INVALID ALTERNATE' TO O-DET-DESC
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               GO TO L5-EDIT-ALT-IMAGE-EXIT
           END-IF.
           MOVE T-ALT-PRIMARY TO WS-INV-FIND-PART.
           PERFORM L9-FIND-INV-PART THRU L9-FIND-INV-PART-EXIT.
           IF WS-INV-FOUND = 'N'
               MOVE 'N' TO WS-REC-GOOD
           END-IF.
           IF WS-REC-GOOD = 'Y'
               MOVE T-ALT-PART TO WS-INV-FIND-PART
               PERFORM L9-FIND-INV-PART THRU L9-FIND-INV-PART-EXIT
               IF WS-INV-FOUND = 'N'
                   MOVE 'N' TO WS-REC-GOOD
               END-IF
           END-IF.
           IF WS-REC-GOOD = 'N'
               MOVE '03' TO O-REJ-REASON
               MOVE 'PART NOT IN INVENTORY' TO O-DET-DESC
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
           END-IF.
       L5-EDIT-ALT-IMAGE-EXIT.
           EXIT.

       L5-ALT-DELETE.
           PERFORM L6-ALT-SHIFT-UP THRU L6-ALT-SHIFT-UP-EXIT
               VARYING SUB3 FROM WS-FOUND-SUB BY 1
                   UNTIL SUB3 >= WS-ALT-CTR.
           MOVE SPACES TO TBL-ALT-REC(WS-ALT-CTR).
           SUBTRACT 1 FROM WS-ALT-CTR.
       L5-ALT-DELETE-EXIT.
           EXIT.

       L6-ALT-SHIFT-UP.
           MOVE TBL-ALT-REC(SUB3 + 1) TO TBL-ALT-REC(SUB3).
       L6-ALT-SHIFT-UP-EXIT.
           EXIT.

      *****************************************************************
      *    STOCKING LOCATION TRANSACTION - KEYED ON THE LOCATION
      *    CODE. ADDS AND CHANGES CARRY A Y OR N PRODUCTION FLAG AND
      *    A NUMERIC DRAW PRIORITY. A DELETE IS REFUSED WHILE ANY
      *    INVENTORY RECORD IS STILL STOCKED AT THE LOCATION - THE
      *    STOCK HAS TO BE TRANSFERRED OUT FIRST.
      *****************************************************************
       L4-TRANS-LOC.
           MOVE SPACES TO O-DET-KEY.
           MOVE T-LOC-CODE TO O-DET-KEY.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > WS-LOC-CTR OR WS-FOUND-SUB NOT = 0
               IF TBL-LOC-REC(SUB) (1:3) = T-LOC-CODE
                   MOVE SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
           IF I-TRN-ACTION = 'D'
               IF WS-FOUND-SUB = 0
                   MOVE '08' TO O-REJ-REASON
                   MOVE 'RECORD NOT FOUND' TO O-DET-DESC
                   PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
                   GO TO L4-TRANS-LOC-EXIT
               END-IF
               PERFORM L5-CHECK-LOC-IN-USE
                   THRU L5-CHECK-LOC-IN-USE-EXIT
               IF WS-INV-FOUND = 'Y'
                   MOVE '18' TO O-REJ-REASON
                   MOVE 'LOCATION IN USE' TO O-DET-DESC
                   PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               ELSE
                   MOVE TBL-LOC-REC(WS-FOUND-SUB) TO WS-BEFORE-IMAGE
                   PERFORM L5-LOC-DELETE THRU L5-LOC-DELETE-EXIT
                   ADD 1 TO WS-LOC-APPLIED
                   PERFORM L9-WRITE-REGISTER THRU L9-WRITE-REGISTER-EXIT
               END-IF
               GO TO L4-TRANS-LOC-EXIT
           END-IF.
           IF T-LOC-PRIORITY IS NOT NUMERIC
               MOVE '01' TO O-REJ-REASON
               MOVE 'NON NUMERIC PRIORITY' TO O-DET-DESC
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               GO TO L4-TRANS-LOC-EXIT
           END-IF.
           IF T-LOC-PROD NOT = 'Y' AND T-LOC-PROD NOT = 'N'
               MOVE '17' TO O-REJ-REASON
               MOVE 'INVALID PRODUCTION FLAG' TO O-DET-DESC
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               GO TO L4-TRANS-LOC-EXIT
           END-IF.
           IF I-TRN-ACTION = 'A'
               IF WS-FOUND-SUB NOT = 0
                   MOVE '09' TO O-REJ-REASON
                   MOVE 'DUPLICATE RECORD' TO O-DET-DESC
                   PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               ELSE
                   IF WS-LOC-CTR >= MAX-LOC-SIZE
                       DISPLAY 'ERROR - LOCATION TABLE CAPACITY '
                               'EXCEEDED, CONTACT OPS'
                       CLOSE TRANS-DATA INVENTORY-DATA REJECT-FILE
                             PRTOUT1
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-LOC-CTR
                   MOVE I-TRN-IMAGE(1:26) TO TBL-LOC-REC(WS-LOC-CTR)
                   MOVE I-TRN-IMAGE(1:26) TO WS-AFTER-IMAGE
                   ADD 1 TO WS-LOC-APPLIED
                   PERFORM L9-WRITE-REGISTER THRU L9-WRITE-REGISTER-EXIT
               END-IF
           ELSE
               IF WS-FOUND-SUB = 0
                   MOVE '08' TO O-REJ-REASON
                   MOVE 'RECORD NOT FOUND' TO O-DET-DESC
                   PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               ELSE
                   MOVE TBL-LOC-REC(WS-FOUND-SUB) TO WS-BEFORE-IMAGE
                   MOVE I-TRN-IMAGE(1:26)
                       TO TBL-LOC-REC(WS-FOUND-SUB)
                   MOVE I-TRN-IMAGE(1:26) TO WS-AFTER-IMAGE
                   ADD 1 TO WS-LOC-APPLIED
                   PERFORM L9-WRITE-REGISTER THRU L9-WRITE-REGISTER-EXIT
               END-IF
           END-IF.
       L4-TRANS-LOC-EXIT.
           EXIT.

      *****************************************************************
      *    SCAN THE INVENTORY FILE FOR ANY RECORD STOCKED AT THE
      *    LOCATION BEING DELETED. SETS WS-INV-FOUND.
      *****************************************************************
       L5-CHECK-LOC-IN-USE.
           MOVE 'N' TO WS-INV-FOUND.
           MOVE LOW-VALUES TO I-INV-KEY.
           START INVENTORY-DATA KEY IS NOT LESS THAN I-INV-KEY
               INVALID KEY
                   GO TO L5-CHECK-LOC-IN-USE-EXIT
           END-START.
           MOVE 'Y' TO WS-INV-MORE.
           PERFORM L6-SCAN-LOC THRU L6-SCAN-LOC-EXIT
               UNTIL WS-INV-MORE = 'N' OR WS-INV-FOUND = 'Y'.
       L5-CHECK-LOC-IN-USE-EXIT.
           EXIT.

       L6-SCAN-LOC.
           READ INVENTORY-DATA NEXT RECORD
               AT END
                   MOVE 'N' TO WS-INV-MORE
                   GO TO L6-SCAN-LOC-EXIT
           END-READ.
           IF I-INV-LOC = T-LOC-CODE
               MOVE 'Y' TO WS-INV-FOUND
           END-IF.
       L6-SCAN-LOC-EXIT.
           EXIT.

       L5-LOC-DELETE.
           PERFORM L6-LOC-SHIFT-UP THRU L6-LOC-SHIFT-UP-EXIT
               VARYING SUB3 FROM WS-FOUND-SUB BY 1
                   UNTIL SUB3 >= WS-LOC-CTR.
           MOVE SPACES TO TBL-LOC-REC(WS-LOC-CTR).
           SUBTRACT 1 FROM WS-LOC-CTR.
       L5-LOC-DELETE-EXIT.
           EXIT.

       L6-LOC-SHIFT-UP.
           MOVE TBL-LOC-REC(SUB3 + 1) TO TBL-LOC-REC(SUB3).
       L6-LOC-SHIFT-UP-EXIT.
           EXIT.

      *****************************************************************
      *    POSITION ON THE FIRST LOCATION RECORD OF A PART. THE
      *    INVENTORY FILE IS KEYED BY PART AND LOCATION, SO THE PART
      *    IS FOUND BY STARTING AT ITS LOWEST KEY AND READING ONE
      *    RECORD. SETS WS-INV-FOUND AND LEAVES THE RECORD IN THE
      *    BUFFER FOR A FOLLOWING READ NEXT.
      *****************************************************************
       L9-FIND-INV-PART.
           MOVE 'N' TO WS-INV-FOUND.
           MOVE WS-INV-FIND-PART TO I-INV-PART.
           MOVE LOW-VALUES TO I-INV-LOC.
           START INVENTORY-DATA KEY IS NOT LESS THAN I-INV-KEY
               INVALID KEY
                   GO TO L9-FIND-INV-PART-EXIT
           END-START.
           READ INVENTORY-DATA NEXT RECORD
               AT END
                   GO TO L9-FIND-INV-PART-EXIT
           END-READ.
           IF I-INV-PART = WS-INV-FIND-PART
               MOVE 'Y' TO WS-INV-FOUND
           END-IF.
       L9-FIND-INV-PART-EXIT.
           EXIT.

      *****************************************************************
      *    WRITE THE MAINTAINED FILES BACK OUT FROM THE WORK TABLES.
      *    UNTOUCHED RECORDS GO BACK EXACTLY AS LOADED AND THE
      *    MACHINE MASTER KEEPS ITS GROUPED ORDER.
      *****************************************************************
       L3-WRITE-FILES.
           OPEN OUTPUT MACHINE-MASTER.
           PERFORM L4-WRITE-DESC THRU L4-WRITE-DESC-EXIT
               VARYING SUB FROM 1 BY 1 UNTIL SUB > WS-DESC-CTR.
           CLOSE MACHDESC-MASTER.
           OPEN OUTPUT ALTERNATE-MASTER.
           IF WS-ALT-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO REWRITE ALTPART.DAT - '
                       'FILE STATUS ' WS-ALT-STATUS
               CLOSE REJECT-FILE PRTOUT1
               STOP RUN
           END-IF.
           PERFORM L4-WRITE-ALT THRU L4-WRITE-ALT-EXIT
               VARYING SUB FROM 1 BY 1 UNTIL SUB > WS-ALT-CTR.
           CLOSE ALTERNATE-MASTER.
           OPEN OUTPUT LOCATION-MASTER.
           IF WS-LOC-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO REWRITE LOCATION.DAT - '
                       'FILE STATUS ' WS-LOC-STATUS
               CLOSE REJECT-FILE PRTOUT1
               STOP RUN
           END-IF.
           PERFORM L4-WRITE-LOC THRU L4-WRITE-LOC-EXIT
               VARYING SUB FROM 1 BY 1 UNTIL SUB > WS-LOC-CTR.
           CLOSE LOCATION-MASTER.
       L3-WRITE-FILES-EXIT.
           EXIT.

       L4-WRITE-DESC-EXIT.
           EXIT.

       L4-WRITE-ALT.
           MOVE TBL-ALT-REC(SUB) TO ALTERNATE-RECORD.
           WRITE ALTERNATE-RECORD.
       L4-WRITE-ALT-EXIT.
           EXIT.

       L4-WRITE-LOC.
           MOVE TBL-LOC-REC(SUB) TO LOCATION-RECORD.
           WRITE LOCATION-RECORD.
       L4-WRITE-LOC-EXIT.
           EXIT.

       L9-WRITE-REJECT.
           ADD 1 TO WS-TRN-REJ.
           MOVE I-TRN-ACTION TO O-REJ-ACTION O-DET-ACTION.
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'INVENTORY.IDX UPDATES:' TO O-TOT-DESC.
           MOVE WS-PLAN-APPLIED TO O-TOT-CTR.
           WRITE RPT1-LN FROM T1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'ALTPART.DAT UPDATES:' TO O-TOT-DESC.
           MOVE WS-ALT-APPLIED TO O-TOT-CTR.
           WRITE RPT1-LN FROM T1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'LOCATION.DAT UPDATES:' TO O-TOT-DESC.
           MOVE WS-LOC-APPLIED TO O-TOT-CTR.
           WRITE RPT1-LN FROM T1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           WRITE RPT1-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
