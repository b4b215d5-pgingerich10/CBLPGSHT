      *    WHEN ANYTHING REJECTS SO THE SHORTAGE RUN IS ONLY
      *    RELEASED AGAINST A CLEAN FILE SET.
      *
      *    MASTER LINES FOR THE SAME MACHINE AND PART ARE CHECKED AS
      *    A SET FOR THEIR EFFECTIVE DATES - TAKEN IN FROM DATE
      *    ORDER, EACH LINE MUST START THE DAY AFTER THE ONE BEFORE
      *    IT ENDS, SO ON ANY GIVEN DATE EXACTLY ONE OF THEM IS IN
      *    EFFECT UNTIL THE LAST ONE ENDS. A BLANK FROM DATE IS
      *    OPEN BACKWARD AND A BLANK TO DATE IS OPEN FORWARD.
      *
      *    REJECT REASON CODES:
      *        01 - NON NUMERIC QUANTITY
      *        02 - NON NUMERIC COST
      *        05 - INVALID COMPONENT TYPE
      *        06 - SUBASSEMBLY NOT IN MASTER
      *        07 - INVALID DUE DATE
      *        14 - INVALID EFFECTIVE DATE
      *        15 - OVERLAPPING EFFECTIVITY
      *        16 - GAP IN EFFECTIVITY
      *
      *****************************************************************

               ASSIGN TO "INVENTORY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS I-INV-KEY
               FILE STATUS IS WS-INV-STATUS.

           SELECT ORDER-DATA

       FD  MACHINE-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS MACHINE-RECORD.

       01  MACHINE-RECORD.
           05  I-MACHINE-PART      PIC X(5).
           05  I-PART-QTY          PIC 999.
           05  I-PART-TYPE         PIC X(1).
           05  I-EFF-FROM          PIC X(10).
           05  I-EFF-TO            PIC X(10).

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

       FD  ORDER-DATA
           LABEL RECORD IS STANDARD

       FD  REJECT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS REJECT-RECORD.

       01  REJECT-RECORD.
           05  O-REJ-FILE          PIC X(1).
           05  O-REJ-REASON        PIC X(2).
           05  O-REJ-IMAGE         PIC X(34).

       FD  PRTOUT1
           LABEL RECORD IS OMITTED
           05  SUB                 PIC 9(5)        VALUE 1.
           05  MAX-TBL-SIZE        PIC 9(5)        VALUE 1000.
           05  WS-REC-GOOD         PIC X           VALUE 'Y'.
           05  WS-INV-FOUND        PIC X           VALUE 'N'.

       01  FILE-STATUS-AREA.
           05  WS-MACH-STATUS      PIC XX          VALUE SPACES.
           05  PARENT-TABLE OCCURS 1000 TIMES INDEXED BY IDX-PARENT.
               10  TBL-PARENT      PIC X(5).

       01  EFF-LINE-DATA.
           05  WS-EFF-CTR          PIC 9(5)        VALUE 0.
           05  MAX-EFF-SIZE        PIC 9(5)        VALUE 2000.
           05  EFF-TABLE OCCURS 2000 TIMES INDEXED BY IDX-EFF.
               10  TBL-E-KEY.
                   15  TBL-E-MACH-PART PIC X(10).
                   15  TBL-E-FROM      PIC X(8).
               10  TBL-E-TO        PIC X(8).
               10  TBL-E-IMAGE     PIC X(34).

       01  WK-EFF-HOLD.
           05  WK-E-KEY            PIC X(18).
           05  WK-E-TO             PIC X(8).
           05  WK-E-IMAGE          PIC X(34).

       01  EFF-WORK-AREA.
           05  WS-EFF-DATE         PIC X(10)       VALUE SPACES.
           05  WS-EFF-DATE-R REDEFINES WS-EFF-DATE.
               10  WS-EFF-MM       PIC 99.
               10  FILLER          PIC X.
               10  WS-EFF-DD       PIC 99.
               10  FILLER          PIC X.
               10  WS-EFF-YY       PIC 9(4).
           05  WS-EFF-GOOD         PIC X           VALUE 'Y'.
           05  WS-EFF-FROM-KEY     PIC X(8)        VALUE SPACES.
           05  WS-EFF-TO-KEY       PIC X(8)        VALUE SPACES.
           05  WS-EFF-KEY-X        PIC X(8)        VALUE SPACES.
           05  WS-EFF-KEY-N REDEFINES WS-EFF-KEY-X
                                   PIC 9(8).
           05  WS-EFF-PREV-INT     PIC 9(8)        VALUE 0.
           05  WS-EFF-CUR-INT      PIC 9(8)        VALUE 0.

       01  SORT-WORK-AREA.
           05  WS-GAP              PIC 9(5)        VALUE 0.
           05  WS-SORT-I           PIC 9(5)        VALUE 0.
           05  WS-SORT-J           PIC 9(5)        VALUE 0.
           05  WS-SORT-K           PIC 9(5)        VALUE 0.
           05  WS-SORT-MORE        PIC X           VALUE 'N'.

       01  CURRENT-DATE.
           05  I-SYS-DATE          PIC 9(8).
           05  I-SYS-DATE-R REDEFINES I-SYS-DATE.
       01  RPT1-COL-HDG-LINE.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE 'FILE'.
           05  FILLER              PIC X(6)    VALUE 'REASON'.
           05  FILLER              PIC X(36)   VALUE 'RECORD'.
           05  FILLER              PIC X(20)   VALUE 'DESCRIPTION'.

       01  D1.
           05  O-DET-FILE          PIC X(1).
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  O-DET-REASON        PIC X(2).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  O-DET-IMAGE         PIC X(34).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-DESC          PIC X(25).

       01  T1.
      *    PASS ONE - EDIT THE INVENTORY FILE. THE FILE STAYS OPEN
      *    SO THE MASTER PASS CAN CROSS CHECK ITS COMPONENT PARTS
      *    WITH A KEYED READ - NO TABLE, NO CEILING ON THE NUMBER
      *    OF PARTS. EVERY LOCATION RECORD OF A PART IS EDITED.
      *****************************************************************
       L3-EDIT-INV.
           READ INVENTORY-DATA NEXT RECORD
               UNTIL NO-MORE-RECS.
           CLOSE MACHINE-MASTER.
           MOVE 'Y' TO MORE-RECS.
           PERFORM L4-EDIT-EFFECTIVITY THRU L4-EDIT-EFFECTIVITY-EXIT.
       L3-EDIT-MACH-EXIT.
           EXIT.

               MOVE 'INVALID COMPONENT TYPE' TO O-DET-DESC
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
           END-IF.
           IF WS-REC-GOOD = 'Y'
               MOVE I-EFF-FROM TO WS-EFF-DATE
               PERFORM L9-CHECK-EFF-DATE THRU L9-CHECK-EFF-DATE-EXIT
               MOVE WS-EFF-KEY-X TO WS-EFF-FROM-KEY
               IF WS-EFF-GOOD = 'Y'
                   MOVE I-EFF-TO TO WS-EFF-DATE
                   PERFORM L9-CHECK-EFF-DATE
                       THRU L9-CHECK-EFF-DATE-EXIT
                   MOVE WS-EFF-KEY-X TO WS-EFF-TO-KEY
               END-IF
               IF I-EFF-FROM = SPACES
                   MOVE '00000000' TO WS-EFF-FROM-KEY
               END-IF
               IF I-EFF-TO = SPACES
                   MOVE '99999999' TO WS-EFF-TO-KEY
               END-IF
               IF WS-EFF-GOOD = 'N'
                   OR WS-EFF-FROM-KEY > WS-EFF-TO-KEY
                   MOVE 'N' TO WS-REC-GOOD
                   MOVE 'M' TO O-REJ-FILE O-DET-FILE
                   MOVE '14' TO O-REJ-REASON O-DET-REASON
                   MOVE MACHINE-RECORD TO O-REJ-IMAGE O-DET-IMAGE
                   MOVE 'INVALID EFFECTIVE DATE' TO O-DET-DESC
                   PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               END-IF
           END-IF.
           IF WS-REC-GOOD = 'Y' AND I-PART-TYPE = 'S'
               SET IDX-PARENT TO 1
               SEARCH PARENT-TABLE
               END-SEARCH
           END-IF.
           IF WS-REC-GOOD = 'Y' AND I-PART-TYPE NOT = 'S'
               PERFORM L9-FIND-INV-PART THRU L9-FIND-INV-PART-EXIT
               IF WS-INV-FOUND = 'N'
                   MOVE 'N' TO WS-REC-GOOD
                   MOVE 'M' TO O-REJ-FILE O-DET-FILE
                   MOVE '03' TO O-REJ-REASON O-DET-REASON
                   MOVE MACHINE-RECORD TO O-REJ-IMAGE O-DET-IMAGE
                   MOVE 'PART NOT IN INVENTORY' TO O-DET-DESC
                   PERFORM L9-WRITE-REJECT
                       THRU L9-WRITE-REJECT-EXIT
               END-IF
           END-IF.
           IF WS-REC-GOOD = 'N'
               ADD 1 TO WS-MACH-REJ
           ELSE
               PERFORM L9-ADD-MACHINE THRU L9-ADD-MACHINE-EXIT
               PERFORM L9-ADD-EFF-LINE THRU L9-ADD-EFF-LINE-EXIT
           END-IF.
           READ MACHINE-MASTER
               AT END MOVE 'N' TO MORE-RECS.
       L9-ADD-MACHINE-EXIT.
           EXIT.

      *****************************************************************
      *    CHECK THAT A COMPONENT PART IS STOCKED IN ANY LOCATION.
      *    THE INVENTORY FILE IS KEYED BY PART AND LOCATION, SO THE
      *    PART IS FOUND BY STARTING AT ITS LOWEST KEY AND READING
      *    ONE RECORD. SETS WS-INV-FOUND.
      *****************************************************************
       L9-FIND-INV-PART.
           MOVE 'N' TO WS-INV-FOUND.
           MOVE I-MACHINE-PART TO I-INV-PART.
           MOVE LOW-VALUES TO I-INV-LOC.
           START INVENTORY-DATA KEY IS NOT LESS THAN I-INV-KEY
               INVALID KEY
                   GO TO L9-FIND-INV-PART-EXIT
           END-START.
           READ INVENTORY-DATA NEXT RECORD
               AT END
                   GO TO L9-FIND-INV-PART-EXIT
           END-READ.
           IF I-INV-PART = I-MACHINE-PART
               MOVE 'Y' TO WS-INV-FOUND
           END-IF.
       L9-FIND-INV-PART-EXIT.
           EXIT.

      *****************************************************************
      *    A BLANK DATE IS GOOD - IT IS AN OPEN END. OTHERWISE THE
      *    DATE MUST BE MM/DD/YYYY AND A REAL CALENDAR DATE (DAYS IN
      *    THE MONTH AND LEAP YEARS INCLUDED). THE YYYYMMDD FORM IS
      *    HANDED BACK FOR THE RANGE CHECKS.
      *****************************************************************
       L9-CHECK-EFF-DATE.
           MOVE 'Y' TO WS-EFF-GOOD.
           MOVE SPACES TO WS-EFF-KEY-X.
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
           MOVE WS-EFF-DATE(7:4) TO WS-EFF-KEY-X(1:4).
           MOVE WS-EFF-DATE(1:2) TO WS-EFF-KEY-X(5:2).
           MOVE WS-EFF-DATE(4:2) TO WS-EFF-KEY-X(7:2).
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-KEY-N) NOT = 0
               MOVE 'N' TO WS-EFF-GOOD
               MOVE SPACES TO WS-EFF-KEY-X
           END-IF.
       L9-CHECK-EFF-DATE-EXIT.
           EXIT.

      *****************************************************************
      *    KEEP EVERY ACCEPTED MASTER LINE FOR THE EFFECTIVITY CHECK
      *    ACROSS LINES OF THE SAME MACHINE AND PART.
      *****************************************************************
       L9-ADD-EFF-LINE.
           IF WS-EFF-CTR >= MAX-EFF-SIZE
               DISPLAY 'ERROR - EFFECTIVITY TABLE CAPACITY '
                       'EXCEEDED, CONTACT OPS'
               CLOSE MACHINE-MASTER INVENTORY-DATA ORDER-DATA
                     REJECT-FILE PRTOUT1
               STOP RUN
           END-IF.
           ADD 1 TO WS-EFF-CTR.
           MOVE I-MACHINE TO TBL-E-MACH-PART(WS-EFF-CTR) (1:5).
           MOVE I-MACHINE-PART TO TBL-E-MACH-PART(WS-EFF-CTR) (6:5).
           MOVE WS-EFF-FROM-KEY TO TBL-E-FROM(WS-EFF-CTR).
           MOVE WS-EFF-TO-KEY TO TBL-E-TO(WS-EFF-CTR).
           MOVE MACHINE-RECORD TO TBL-E-IMAGE(WS-EFF-CTR).
       L9-ADD-EFF-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    SORT THE ACCEPTED LINES BY MACHINE, PART AND FROM DATE AND
      *    CHECK EACH LINE AGAINST THE ONE AHEAD OF IT FOR THE SAME
      *    MACHINE AND PART. STARTING ON OR BEFORE THE PRIOR LINE'S
      *    TO DATE IS AN OVERLAP - BOTH WOULD EXPLODE ON THOSE DAYS.
      *    STARTING LATER THAN THE DAY AFTER IS A GAP - THE PART
      *    WOULD DROP OFF THE BILL IN BETWEEN. THE LATER LINE IS THE
      *    ONE REJECTED.
      *****************************************************************
       L4-EDIT-EFFECTIVITY.
           DIVIDE WS-EFF-CTR BY 2 GIVING WS-GAP.
           PERFORM L5-SORT-EFF-GAP THRU L5-SORT-EFF-GAP-EXIT
               UNTIL WS-GAP < 1.
           PERFORM L5-CHECK-EFF-LINE THRU L5-CHECK-EFF-LINE-EXIT
               VARYING SUB FROM 2 BY 1 UNTIL SUB > WS-EFF-CTR.
       L4-EDIT-EFFECTIVITY-EXIT.
           EXIT.

       L5-CHECK-EFF-LINE.
           IF TBL-E-MACH-PART(SUB) NOT = TBL-E-MACH-PART(SUB - 1)
               GO TO L5-CHECK-EFF-LINE-EXIT
           END-IF.
           MOVE 'M' TO O-REJ-FILE O-DET-FILE.
           MOVE TBL-E-IMAGE(SUB) TO O-REJ-IMAGE O-DET-IMAGE.
           IF TBL-E-TO(SUB - 1) NOT < TBL-E-FROM(SUB)
               MOVE '15' TO O-REJ-REASON O-DET-REASON
               MOVE 'OVERLAPPING EFFECTIVITY' TO O-DET-DESC
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               ADD 1 TO WS-MACH-REJ
               GO TO L5-CHECK-EFF-LINE-EXIT
           END-IF.
           MOVE TBL-E-TO(SUB - 1) TO WS-EFF-KEY-X.
           COMPUTE WS-EFF-PREV-INT =
               FUNCTION INTEGER-OF-DATE(WS-EFF-KEY-N).
           MOVE TBL-E-FROM(SUB) TO WS-EFF-KEY-X.
           COMPUTE WS-EFF-CUR-INT =
               FUNCTION INTEGER-OF-DATE(WS-EFF-KEY-N).
           IF WS-EFF-CUR-INT NOT = WS-EFF-PREV-INT + 1
               MOVE '16' TO O-REJ-REASON O-DET-REASON
               MOVE 'GAP IN EFFECTIVITY' TO O-DET-DESC
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               ADD 1 TO WS-MACH-REJ
           END-IF.
       L5-CHECK-EFF-LINE-EXIT.
           EXIT.

       L5-SORT-EFF-GAP.
           COMPUTE WS-SORT-I = WS-GAP + 1.
           PERFORM L6-SORT-EFF-INSERT THRU L6-SORT-EFF-INSERT-EXIT
               UNTIL WS-SORT-I > WS-EFF-CTR.
           DIVIDE WS-GAP BY 2 GIVING WS-GAP.
       L5-SORT-EFF-GAP-EXIT.
           EXIT.

       L6-SORT-EFF-INSERT.
           MOVE EFF-TABLE(WS-SORT-I) TO WK-EFF-HOLD.
           MOVE WS-SORT-I TO WS-SORT-J.
           MOVE 'Y' TO WS-SORT-MORE.
           PERFORM L7-SORT-EFF-SHIFT THRU L7-SORT-EFF-SHIFT-EXIT
               UNTIL WS-SORT-MORE = 'N'.
           MOVE WK-EFF-HOLD TO EFF-TABLE(WS-SORT-J).
           ADD 1 TO WS-SORT-I.
       L6-SORT-EFF-INSERT-EXIT.
           EXIT.

       L7-SORT-EFF-SHIFT.
           IF WS-SORT-J <= WS-GAP
               MOVE 'N' TO WS-SORT-MORE
               GO TO L7-SORT-EFF-SHIFT-EXIT
           END-IF.
           COMPUTE WS-SORT-K = WS-SORT-J - WS-GAP.
           IF TBL-E-KEY(WS-SORT-K) > WK-E-KEY
               MOVE EFF-TABLE(WS-SORT-K) TO EFF-TABLE(WS-SORT-J)
               MOVE WS-SORT-K TO WS-SORT-J
           ELSE
               MOVE 'N' TO WS-SORT-MORE
           END-IF.
       L7-SORT-EFF-SHIFT-EXIT.
           EXIT.

      *****************************************************************
      *    PASS THREE - EDIT THE ORDER FILE AGAINST THE VALID
      *    MACHINE LIST.
