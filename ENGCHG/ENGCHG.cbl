       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 ENGCHG.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    THIS PROGRAM IS THE ENGINEERING CHANGE LOOKAHEAD. EVERY
      *    MACHINE MASTER LINE THAT COMES INTO EFFECT OR GOES OUT OF
      *    EFFECT WITHIN THE NEXT N DAYS IS LISTED IN CHANGE DATE
      *    ORDER, WITH THE OPEN ORDERS THE CHANGE WILL REACH UNDER
      *    IT.
      *        IN   - THE LINE'S FROM DATE FALLS IN THE WINDOW. THE
      *               CHANGE DATE IS THE FROM DATE.
      *        OUT  - THE LINE'S TO DATE ENDS IN THE WINDOW. THE TO
      *               DATE IS THE LAST DAY THE LINE IS IN EFFECT, SO
      *               THE CHANGE DATE IS THE DAY AFTER.
      *    AN ORDER IS AFFECTED WHEN IT IS DUE ON OR AFTER THE CHANGE
      *    DATE AND ITS MACHINE IS THE LINE'S MACHINE OR USES IT AS A
      *    SUBASSEMBLY AT ANY LEVEL - THE USING LINES ARE WALKED UP
      *    THE SAME WAY THE WHERE USED REPORT DOES, SKIPPING ANY THAT
      *    HAVE ENDED BEFORE THE CHANGE DATE. AN ORDER WITH NO VALID
      *    DUE DATE IS TAKEN AS DUE ON THE RUN DATE, AS THE SHORTAGE
      *    RUN DOES. THE PARM FILE CARRIES THE NUMBER OF DAYS TO LOOK
      *    AHEAD - MISSING OR NOT NUMERIC USES 30 DAYS.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MACHINE-MASTER
               ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MACH-STATUS.

           SELECT ORDER-DATA
               ASSIGN TO "ORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO "ENGCHG.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PRTOUT1
               ASSIGN TO "ENGCHG.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  MACHINE-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS MACHINE-RECORD.

       01  MACHINE-RECORD.
           05  I-MACHINE           PIC X(5).
           05  I-MACHINE-PART      PIC X(5).
           05  I-PART-QTY          PIC 999.
           05  I-PART-TYPE         PIC X(1).
           05  I-EFF-FROM          PIC X(10).
           05  I-EFF-TO            PIC X(10).

       FD  ORDER-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS ORDER-RECORD.

       01  ORDER-RECORD.
           05  I-ORD-MACHINE       PIC X(5).
           05  I-ORD-QTY           PIC 9(3).
           05  I-ORD-NUMBER        PIC X(8).
           05  I-ORD-DUE           PIC X(10).

       FD  PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 3 CHARACTERS
           DATA RECORD IS PARM-RECORD.

       01  PARM-RECORD.
           05  PARM-DAYS           PIC 9(3).

       FD  PRTOUT1
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS RPT1-LN.

       01  RPT1-LN                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  C-PCTR1             PIC 99          VALUE 0.
           05  MORE-RECS           PIC X           VALUE 'Y'.
               88  NO-MORE-RECS    VALUE 'N'.
           05  SUB                 PIC 9(5)        VALUE 1.
           05  SUB2                PIC 9(5)        VALUE 1.
           05  SUB-C               PIC 9(5)        VALUE 1.

       01  SORT-WORK-AREA.
           05  WS-GAP              PIC 9(5)        VALUE 0.
           05  WS-SORT-I           PIC 9(5)        VALUE 0.
           05  WS-SORT-J           PIC 9(5)        VALUE 0.
           05  WS-SORT-K           PIC 9(5)        VALUE 0.
           05  WS-SORT-MORE        PIC X           VALUE 'N'.

       01  FILE-STATUS-AREA.
           05  WS-MACH-STATUS      PIC XX          VALUE SPACES.
           05  WS-ORD-STATUS       PIC XX          VALUE SPACES.
           05  WS-PARM-STATUS      PIC XX          VALUE SPACES.

       01  PARM-AREA.
           05  WS-AHEAD-DAYS       PIC 9(3)        VALUE 30.

       01  DATE-WORK-AREA.
           05  WS-TODAY-INT        PIC 9(8)        VALUE 0.
           05  WS-TODAY-KEY        PIC X(8)        VALUE SPACES.
           05  WS-END-KEY          PIC X(8)        VALUE SPACES.
           05  WS-DATE-INT         PIC 9(8)        VALUE 0.
           05  WS-DATE-KEY         PIC X(8)        VALUE SPACES.
           05  WS-DATE-KEY-N REDEFINES WS-DATE-KEY
                                   PIC 9(8).
           05  WS-FMT-KEY          PIC X(8)        VALUE SPACES.
           05  WS-FMT-DATE         PIC X(10)       VALUE SPACES.

       01  RUN-COUNTERS.
           05  WS-MAST-READ        PIC 9(5)        VALUE 0.
           05  WS-ORD-READ         PIC 9(5)        VALUE 0.
           05  WS-IN-CTR           PIC 9(5)        VALUE 0.
           05  WS-OUT-CTR          PIC 9(5)        VALUE 0.
           05  WS-HIT-TOTAL        PIC 9(7)        VALUE 0.

       01  MACHINE-FILE-DATA.
           05  WS-MAST-CTR         PIC 9(5)        VALUE 0.
           05  MAX-MAST-SIZE       PIC 9(5)        VALUE 2000.
           05  MACHINE-TABLE OCCURS 2000 TIMES.
               10  TBL-M-MACHINE   PIC X(5).
               10  TBL-M-PART      PIC X(5).
               10  TBL-M-QTY       PIC 9(3).
               10  TBL-M-TYPE      PIC X(1).
                   88  SUBASM-COMPONENT    VALUE 'S'.
               10  TBL-M-EFF-FROM  PIC X(8).
               10  TBL-M-EFF-TO    PIC X(8).

       01  ORDER-FILE-DATA.
           05  WS-ORD-CTR          PIC 9(5)        VALUE 0.
           05  MAX-ORD-SIZE        PIC 9(5)        VALUE 2000.
           05  ORDER-TABLE OCCURS 2000 TIMES.
               10  TBL-O-MACHINE   PIC X(5).
               10  TBL-O-QTY       PIC 9(3).
               10  TBL-O-NUMBER    PIC X(8).
               10  TBL-O-DUE       PIC X(10).
               10  TBL-O-DUE-KEY   PIC X(8).

      *****************************************************************
      *    ONE ENTRY PER CHANGE IN THE WINDOW - A LINE THAT BOTH
      *    STARTS AND ENDS IN THE WINDOW MAKES TWO. SORTED INTO
      *    CHANGE DATE, MACHINE AND PART SEQUENCE FOR PRINTING.
      *****************************************************************
       01  CHANGE-FILE-DATA.
           05  WS-CHG-CTR          PIC 9(5)        VALUE 0.
           05  MAX-CHG-SIZE        PIC 9(5)        VALUE 2000.
           05  CHANGE-TABLE OCCURS 2000 TIMES.
               10  TBL-C-KEY.
                   15  TBL-C-DATE  PIC X(8).
                   15  TBL-C-MACH  PIC X(5).
                   15  TBL-C-PART  PIC X(5).
               10  TBL-C-KIND      PIC X(3).
               10  TBL-C-SUB       PIC 9(5).

       01  WK-CHG-HOLD.
           05  WK-C-KEY.
               10  WK-C-DATE       PIC X(8).
               10  WK-C-MACH       PIC X(5).
               10  WK-C-PART       PIC X(5).
           05  WK-C-KIND           PIC X(3).
           05  WK-C-SUB            PIC 9(5).

      *****************************************************************
      *    EVERY MACHINE CODE THE CHANGED LINE REACHES - THE LINE'S
      *    OWN MACHINE FIRST, THEN EACH MACHINE FOUND USING ONE
      *    ALREADY IN THE LIST AS A SUBASSEMBLY.
      *****************************************************************
       01  REACH-DATA.
           05  WS-REACH-CTR        PIC 9(3)        VALUE 0.
           05  MAX-REACH-SIZE      PIC 9(3)        VALUE 200.
           05  WS-REACH-SUB        PIC 9(3)        VALUE 0.
           05  WS-REACH-FOUND      PIC X           VALUE 'N'.
           05  WS-REACH-CODE       PIC X(5)        VALUE SPACES.
           05  REACH-TABLE OCCURS 200 TIMES INDEXED BY IDX-REACH.
               10  TBL-R-CODE      PIC X(5).

       01  CHANGE-WORK-AREA.
           05  WS-CHG-HITS         PIC 9(5)        VALUE 0.

       01  CURRENT-DATE.
           05  I-SYS-DATE          PIC 9(8).
           05  I-SYS-DATE-R REDEFINES I-SYS-DATE.
               10  SYS-YEAR    PIC 9(4).
               10  SYS-MONTH   PIC 99.
               10  SYS-DAY     PIC 99.

       01  CO-TITLE-LINE.
           05  FILLER              PIC X(6)    VALUE "DATE: ".
           05  O-TODAY             PIC X(10).
           05  FILLER              PIC X(11)   VALUE SPACES.
           05  FILLER              PIC X(45)   VALUE
                                           "GINGERICH'S MANUFACTURING".
           05  FILLER              PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR              PIC Z9.

       01  RPT1-TITLE-LINE.
           05  FILLER              PIC X(27)   VALUE SPACES.
           05  FILLER              PIC X(25)   VALUE
                                   'ENGINEERING CHANGE REPORT'.

       01  PARM-LINE.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  FILLER              PIC X(26)   VALUE
                                   'CHANGES EFFECTIVE IN NEXT '.
           05  O-PARM-DAYS         PIC ZZ9.
           05  FILLER              PIC X(15)   VALUE
                                   ' DAYS - THROUGH'.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-PARM-END          PIC X(10).

       01  RPT1-COL-HDG-LINE1.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  FILLER              PIC X(12)   VALUE 'CHANGE'.
           05  FILLER              PIC X(30)   VALUE SPACES.
           05  FILLER              PIC X(11)   VALUE 'EFF'.
           05  FILLER              PIC X(3)    VALUE 'EFF'.

       01  RPT1-COL-HDG-LINE2.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  FILLER              PIC X(12)   VALUE 'DATE'.
           05  FILLER              PIC X(5)    VALUE 'CHG'.
           05  FILLER              PIC X(8)    VALUE 'MACH'.
           05  FILLER              PIC X(7)    VALUE 'PART'.
           05  FILLER              PIC X(5)    VALUE 'QTY'.
           05  FILLER              PIC X(5)    VALUE 'TYPE'.
           05  FILLER              PIC X(11)   VALUE 'FROM'.
           05  FILLER              PIC X(2)    VALUE 'TO'.

       01  D1.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-DET-CHG-DATE      PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-KIND          PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-MACH          PIC X(5).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-DET-PART          PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-QTY           PIC ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-DET-TYPE          PIC X(1).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-DET-FROM          PIC X(10).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-DET-TO            PIC X(10).

       01  D2.
           05  FILLER              PIC X(8)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE 'ORDER '.
           05  O-ORD-NUMBER        PIC X(8).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE 'MACHINE '.
           05  O-ORD-MACHINE       PIC X(5).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE 'DUE '.
           05  O-ORD-DUE           PIC X(10).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE 'QTY '.
           05  O-ORD-QTY           PIC ZZ9.

       01  NO-ORDER-LINE.
           05  FILLER              PIC X(8)    VALUE SPACES.
           05  FILLER              PIC X(23)   VALUE
                                   'NO OPEN ORDERS AFFECTED'.

       01  T2.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  O-CNT-DESC          PIC X(30).
           05  O-CNT-CTR           PIC Z,ZZZ,ZZ9.

       01  NO-DATA-LINE.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  FILLER              PIC X(32)   VALUE
                           'NO ENGINEERING CHANGES IN WINDOW'.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.

       L1-ENGCHG.
           PERFORM L2-INIT THRU L2-INIT-EXIT.
           PERFORM L2-MAINLINE THRU L2-MAINLINE-EXIT.
           PERFORM L2-CLOSINGS THRU L2-CLOSINGS-EXIT.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           STRING  SYS-MONTH   DELIMITED BY SIZE
                   '/'         DELIMITED BY SIZE
                   SYS-DAY     DELIMITED BY SIZE
                   '/'         DELIMITED BY SIZE
                   SYS-YEAR    DELIMITED BY SIZE
           INTO O-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(I-SYS-DATE).
           MOVE I-SYS-DATE TO WS-TODAY-KEY.
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > MAX-MAST-SIZE
               INITIALIZE MACHINE-TABLE(SUB).
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > MAX-ORD-SIZE
               INITIALIZE ORDER-TABLE(SUB).
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > MAX-CHG-SIZE
               INITIALIZE CHANGE-TABLE(SUB).
           PERFORM L3-READ-PARM THRU L3-READ-PARM-EXIT.
           PERFORM L3-LOAD-MASTER THRU L3-LOAD-MASTER-EXIT.
           PERFORM L3-LOAD-ORDERS THRU L3-LOAD-ORDERS-EXIT.
           PERFORM L3-FIND-CHANGES THRU L3-FIND-CHANGES-EXIT.
           OPEN OUTPUT PRTOUT1.
           PERFORM L9-RPT1-HDGS THRU L9-RPT1-HDGS-EXIT.
       L2-INIT-EXIT.
           EXIT.

       L2-MAINLINE.
           IF WS-CHG-CTR = 0
               WRITE RPT1-LN FROM NO-DATA-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP PERFORM L9-RPT1-HDGS
               END-WRITE
               GO TO L2-MAINLINE-EXIT
           END-IF.
           PERFORM L3-REPORT-CHANGE THRU L3-REPORT-CHANGE-EXIT
               VARYING SUB-C FROM 1 BY 1 UNTIL SUB-C > WS-CHG-CTR.
       L2-MAINLINE-EXIT.
           EXIT.

       L2-CLOSINGS.
           WRITE RPT1-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'MASTER LINES READ' TO O-CNT-DESC.
           MOVE WS-MAST-READ TO O-CNT-CTR.
           PERFORM L9-WRITE-COUNT THRU L9-WRITE-COUNT-EXIT.
           MOVE 'OPEN ORDERS READ' TO O-CNT-DESC.
           MOVE WS-ORD-READ TO O-CNT-CTR.
           PERFORM L9-WRITE-COUNT THRU L9-WRITE-COUNT-EXIT.
           MOVE 'LINES COMING INTO EFFECT' TO O-CNT-DESC.
           MOVE WS-IN-CTR TO O-CNT-CTR.
           PERFORM L9-WRITE-COUNT THRU L9-WRITE-COUNT-EXIT.
           MOVE 'LINES GOING OUT OF EFFECT' TO O-CNT-DESC.
           MOVE WS-OUT-CTR TO O-CNT-CTR.
           PERFORM L9-WRITE-COUNT THRU L9-WRITE-COUNT-EXIT.
           MOVE 'AFFECTED ORDER LINES LISTED' TO O-CNT-DESC.
           MOVE WS-HIT-TOTAL TO O-CNT-CTR.
           PERFORM L9-WRITE-COUNT THRU L9-WRITE-COUNT-EXIT.
           CLOSE PRTOUT1.
       L2-CLOSINGS-EXIT.
           EXIT.

      *****************************************************************
      *    READ THE LOOKAHEAD DAY COUNT. A MISSING PARM FILE, A BLANK
      *    RECORD OR A ZERO KEEPS THE 30 DAY DEFAULT. THE LAST DAY OF
      *    THE WINDOW IS THE RUN DATE PLUS THAT MANY DAYS.
      *****************************************************************
       L3-READ-PARM.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       MOVE SPACES TO PARM-RECORD
               END-READ
               IF PARM-DAYS IS NUMERIC AND PARM-DAYS > 0
                   MOVE PARM-DAYS TO WS-AHEAD-DAYS
               END-IF
               CLOSE PARM-FILE
           END-IF.
           MOVE WS-AHEAD-DAYS TO O-PARM-DAYS.
           COMPUTE WS-DATE-INT = WS-TODAY-INT + WS-AHEAD-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-DATE-KEY-N.
           MOVE WS-DATE-KEY TO WS-END-KEY.
           MOVE WS-END-KEY TO WS-FMT-KEY.
           PERFORM L9-FMT-DATE THRU L9-FMT-DATE-EXIT.
           MOVE WS-FMT-DATE TO O-PARM-END.
       L3-READ-PARM-EXIT.
           EXIT.

       L3-LOAD-MASTER.
           OPEN INPUT MACHINE-MASTER.
           IF WS-MACH-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN MASTER.DAT - '
                       'FILE STATUS ' WS-MACH-STATUS
               STOP RUN
           END-IF.
           MOVE 'Y' TO MORE-RECS.
           READ MACHINE-MASTER
               AT END MOVE 'N' TO MORE-RECS.
           PERFORM L4-READ-MACH THRU L4-READ-MACH-EXIT
               UNTIL NO-MORE-RECS.
           CLOSE MACHINE-MASTER.
       L3-LOAD-MASTER-EXIT.
           EXIT.

       L4-READ-MACH.
           IF WS-MAST-CTR >= MAX-MAST-SIZE
               DISPLAY 'ERROR - MACHINE TABLE CAPACITY EXCEEDED, '
                       'CONTACT OPS'
               CLOSE MACHINE-MASTER
               STOP RUN
           END-IF.
           ADD 1 TO WS-MAST-READ.
           ADD 1 TO WS-MAST-CTR.
           MOVE I-MACHINE TO TBL-M-MACHINE(WS-MAST-CTR).
           MOVE I-MACHINE-PART TO TBL-M-PART(WS-MAST-CTR).
           MOVE I-PART-QTY TO TBL-M-QTY(WS-MAST-CTR).
           MOVE I-PART-TYPE TO TBL-M-TYPE(WS-MAST-CTR).
           IF I-EFF-FROM = SPACES
               MOVE '00000000' TO TBL-M-EFF-FROM(WS-MAST-CTR)
           ELSE
               MOVE I-EFF-FROM(7:4) TO TBL-M-EFF-FROM(WS-MAST-CTR) (1:4)
               MOVE I-EFF-FROM(1:2) TO TBL-M-EFF-FROM(WS-MAST-CTR) (5:2)
               MOVE I-EFF-FROM(4:2) TO TBL-M-EFF-FROM(WS-MAST-CTR) (7:2)
           END-IF.
           IF I-EFF-TO = SPACES
               MOVE '99999999' TO TBL-M-EFF-TO(WS-MAST-CTR)
           ELSE
               MOVE I-EFF-TO(7:4) TO TBL-M-EFF-TO(WS-MAST-CTR) (1:4)
               MOVE I-EFF-TO(1:2) TO TBL-M-EFF-TO(WS-MAST-CTR) (5:2)
               MOVE I-EFF-TO(4:2) TO TBL-M-EFF-TO(WS-MAST-CTR) (7:2)
           END-IF.
           READ MACHINE-MASTER
               AT END MOVE 'N' TO MORE-RECS.
       L4-READ-MACH-EXIT.
           EXIT.

       L3-LOAD-ORDERS.
           OPEN INPUT ORDER-DATA.
           IF WS-ORD-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN ORDER.DAT - '
                       'FILE STATUS ' WS-ORD-STATUS
               STOP RUN
           END-IF.
           MOVE 'Y' TO MORE-RECS.
           READ ORDER-DATA
               AT END MOVE 'N' TO MORE-RECS.
           PERFORM L4-READ-ORDER THRU L4-READ-ORDER-EXIT
               UNTIL NO-MORE-RECS.
           CLOSE ORDER-DATA.
       L3-LOAD-ORDERS-EXIT.
           EXIT.

       L4-READ-ORDER.
           IF WS-ORD-CTR >= MAX-ORD-SIZE
               DISPLAY 'ERROR - ORDER TABLE CAPACITY EXCEEDED, '
                       'CONTACT OPS'
               CLOSE ORDER-DATA
               STOP RUN
           END-IF.
           ADD 1 TO WS-ORD-READ.
           ADD 1 TO WS-ORD-CTR.
           MOVE I-ORD-MACHINE TO TBL-O-MACHINE(WS-ORD-CTR).
           IF I-ORD-QTY IS NUMERIC
               MOVE I-ORD-QTY TO TBL-O-QTY(WS-ORD-CTR)
           END-IF.
           MOVE I-ORD-NUMBER TO TBL-O-NUMBER(WS-ORD-CTR).
           MOVE I-ORD-DUE TO TBL-O-DUE(WS-ORD-CTR).
           MOVE I-ORD-DUE(7:4) TO TBL-O-DUE-KEY(WS-ORD-CTR) (1:4).
           MOVE I-ORD-DUE(1:2) TO TBL-O-DUE-KEY(WS-ORD-CTR) (5:2).
           MOVE I-ORD-DUE(4:2) TO TBL-O-DUE-KEY(WS-ORD-CTR) (7:2).
           IF TBL-O-DUE-KEY(WS-ORD-CTR) IS NOT NUMERIC
               MOVE I-SYS-DATE TO TBL-O-DUE-KEY(WS-ORD-CTR)
           END-IF.
           READ ORDER-DATA
               AT END MOVE 'N' TO MORE-RECS.
       L4-READ-ORDER-EXIT.
           EXIT.

      *****************************************************************
      *    PICK OUT THE LINES THAT CHANGE IN THE WINDOW, THEN SORT
      *    THEM INTO CHANGE DATE ORDER.
      *****************************************************************
       L3-FIND-CHANGES.
           PERFORM L4-CHECK-LINE THRU L4-CHECK-LINE-EXIT
               VARYING SUB FROM 1 BY 1 UNTIL SUB > WS-MAST-CTR.
           DIVIDE WS-CHG-CTR BY 2 GIVING WS-GAP.
           PERFORM L4-SORT-CHG-GAP THRU L4-SORT-CHG-GAP-EXIT
               UNTIL WS-GAP < 1.
       L3-FIND-CHANGES-EXIT.
           EXIT.

       L4-CHECK-LINE.
           IF TBL-M-EFF-FROM(SUB) NOT < WS-TODAY-KEY
               AND TBL-M-EFF-FROM(SUB) NOT > WS-END-KEY
               MOVE TBL-M-EFF-FROM(SUB) TO WK-C-DATE
               MOVE 'IN' TO WK-C-KIND
               PERFORM L9-ADD-CHANGE THRU L9-ADD-CHANGE-EXIT
               ADD 1 TO WS-IN-CTR
           END-IF.
           IF TBL-M-EFF-TO(SUB) = '99999999'
               OR TBL-M-EFF-TO(SUB) IS NOT NUMERIC
               GO TO L4-CHECK-LINE-EXIT
           END-IF.
           MOVE TBL-M-EFF-TO(SUB) TO WS-DATE-KEY.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-KEY-N) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-DATE-KEY-N.
           IF WS-DATE-KEY NOT < WS-TODAY-KEY
               AND WS-DATE-KEY NOT > WS-END-KEY
               MOVE WS-DATE-KEY TO WK-C-DATE
               MOVE 'OUT' TO WK-C-KIND
               PERFORM L9-ADD-CHANGE THRU L9-ADD-CHANGE-EXIT
               ADD 1 TO WS-OUT-CTR
           END-IF.
       L4-CHECK-LINE-EXIT.
           EXIT.

       L4-SORT-CHG-GAP.
           COMPUTE WS-SORT-I = WS-GAP + 1.
           PERFORM L5-SORT-CHG-INSERT THRU L5-SORT-CHG-INSERT-EXIT
               UNTIL WS-SORT-I > WS-CHG-CTR.
           DIVIDE WS-GAP BY 2 GIVING WS-GAP.
       L4-SORT-CHG-GAP-EXIT.
           EXIT.

       L5-SORT-CHG-INSERT.
           MOVE CHANGE-TABLE(WS-SORT-I) TO WK-CHG-HOLD.
           MOVE WS-SORT-I TO WS-SORT-J.
           MOVE 'Y' TO WS-SORT-MORE.
           PERFORM L6-SORT-CHG-SHIFT THRU L6-SORT-CHG-SHIFT-EXIT
               UNTIL WS-SORT-MORE = 'N'.
           MOVE WK-CHG-HOLD TO CHANGE-TABLE(WS-SORT-J).
           ADD 1 TO WS-SORT-I.
       L5-SORT-CHG-INSERT-EXIT.
           EXIT.

       L6-SORT-CHG-SHIFT.
           IF WS-SORT-J <= WS-GAP
               MOVE 'N' TO WS-SORT-MORE
               GO TO L6-SORT-CHG-SHIFT-EXIT
           END-IF.
           COMPUTE WS-SORT-K = WS-SORT-J - WS-GAP.
           IF TBL-C-KEY(WS-SORT-K) > WK-C-KEY
               OR (TBL-C-KEY(WS-SORT-K) = WK-C-KEY
               AND TBL-C-SUB(WS-SORT-K) > WK-C-SUB)
               MOVE CHANGE-TABLE(WS-SORT-K) TO CHANGE-TABLE(WS-SORT-J)
               MOVE WS-SORT-K TO WS-SORT-J
           ELSE
               MOVE 'N' TO WS-SORT-MORE
           END-IF.
       L6-SORT-CHG-SHIFT-EXIT.
           EXIT.

      *****************************************************************
      *    PRINT ONE CHANGE AND THE OPEN ORDERS IT REACHES. THE REACH
      *    LIST STARTS WITH THE CHANGED LINE'S MACHINE AND GROWS AS
      *    EACH CODE IN IT IS FOUND AS A SUBASSEMBLY COMPONENT ON A
      *    LINE STILL IN EFFECT AT THE CHANGE DATE.
      *****************************************************************
       L3-REPORT-CHANGE.
           MOVE TBL-C-SUB(SUB-C) TO SUB.
           MOVE TBL-C-DATE(SUB-C) TO WS-FMT-KEY.
           PERFORM L9-FMT-DATE THRU L9-FMT-DATE-EXIT.
           MOVE WS-FMT-DATE TO O-DET-CHG-DATE.
           MOVE TBL-C-KIND(SUB-C) TO O-DET-KIND.
           MOVE TBL-M-MACHINE(SUB) TO O-DET-MACH.
           MOVE TBL-M-PART(SUB) TO O-DET-PART.
           MOVE TBL-M-QTY(SUB) TO O-DET-QTY.
           MOVE TBL-M-TYPE(SUB) TO O-DET-TYPE.
           MOVE TBL-M-EFF-FROM(SUB) TO WS-FMT-KEY.
           PERFORM L9-FMT-DATE THRU L9-FMT-DATE-EXIT.
           MOVE WS-FMT-DATE TO O-DET-FROM.
           MOVE TBL-M-EFF-TO(SUB) TO WS-FMT-KEY.
           PERFORM L9-FMT-DATE THRU L9-FMT-DATE-EXIT.
           MOVE WS-FMT-DATE TO O-DET-TO.
           WRITE RPT1-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           WRITE RPT1-LN FROM D1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           PERFORM VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > MAX-REACH-SIZE
               MOVE SPACES TO TBL-R-CODE(SUB2).
           MOVE 1 TO WS-REACH-CTR.
           MOVE TBL-C-MACH(SUB-C) TO TBL-R-CODE(1).
           PERFORM L4-REACH-UP THRU L4-REACH-UP-EXIT
               VARYING WS-REACH-SUB FROM 1 BY 1
                   UNTIL WS-REACH-SUB > WS-REACH-CTR.
           MOVE 0 TO WS-CHG-HITS.
           PERFORM L4-MATCH-ORDER THRU L4-MATCH-ORDER-EXIT
               VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > WS-ORD-CTR.
           IF WS-CHG-HITS = 0
               WRITE RPT1-LN FROM NO-ORDER-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP PERFORM L9-RPT1-HDGS
               END-WRITE
           END-IF.
       L3-REPORT-CHANGE-EXIT.
           EXIT.

       L4-REACH-UP.
           PERFORM L5-REACH-LINE THRU L5-REACH-LINE-EXIT
               VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > WS-MAST-CTR.
       L4-REACH-UP-EXIT.
           EXIT.

       L5-REACH-LINE.
           IF NOT SUBASM-COMPONENT(SUB2)
               OR TBL-M-PART(SUB2) NOT = TBL-R-CODE(WS-REACH-SUB)
               OR TBL-M-EFF-TO(SUB2) < TBL-C-DATE(SUB-C)
               GO TO L5-REACH-LINE-EXIT
           END-IF.
           MOVE TBL-M-MACHINE(SUB2) TO WS-REACH-CODE.
           MOVE 'N' TO WS-REACH-FOUND.
           SET IDX-REACH TO 1.
           SEARCH REACH-TABLE
               AT END CONTINUE
               WHEN TBL-R-CODE(IDX-REACH) = WS-REACH-CODE
                   MOVE 'Y' TO WS-REACH-FOUND
           END-SEARCH.
           IF WS-REACH-FOUND = 'Y'
               GO TO L5-REACH-LINE-EXIT
           END-IF.
           IF WS-REACH-CTR >= MAX-REACH-SIZE
               DISPLAY 'ERROR - REACH TABLE CAPACITY EXCEEDED, '
                       'CONTACT OPS'
               CLOSE PRTOUT1
               STOP RUN
           END-IF.
           ADD 1 TO WS-REACH-CTR.
           MOVE WS-REACH-CODE TO TBL-R-CODE(WS-REACH-CTR).
       L5-REACH-LINE-EXIT.
           EXIT.

       L4-MATCH-ORDER.
           IF TBL-O-DUE-KEY(SUB2) < TBL-C-DATE(SUB-C)
               GO TO L4-MATCH-ORDER-EXIT
           END-IF.
           MOVE TBL-O-MACHINE(SUB2) TO WS-REACH-CODE.
           MOVE 'N' TO WS-REACH-FOUND.
           SET IDX-REACH TO 1.
           SEARCH REACH-TABLE
               AT END CONTINUE
               WHEN TBL-R-CODE(IDX-REACH) = WS-REACH-CODE
                   MOVE 'Y' TO WS-REACH-FOUND
           END-SEARCH.
           IF WS-REACH-FOUND = 'N'
               GO TO L4-MATCH-ORDER-EXIT
           END-IF.
           ADD 1 TO WS-CHG-HITS.
           ADD 1 TO WS-HIT-TOTAL.
           MOVE TBL-O-NUMBER(SUB2) TO O-ORD-NUMBER.
           MOVE TBL-O-MACHINE(SUB2) TO O-ORD-MACHINE.
           MOVE TBL-O-DUE(SUB2) TO O-ORD-DUE.
           MOVE TBL-O-QTY(SUB2) TO O-ORD-QTY.
           WRITE RPT1-LN FROM D2
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
       L4-MATCH-ORDER-EXIT.
           EXIT.

       L9-ADD-CHANGE.
           IF WS-CHG-CTR >= MAX-CHG-SIZE
               DISPLAY 'ERROR - CHANGE TABLE CAPACITY EXCEEDED, '
                       'CONTACT OPS'
               STOP RUN
           END-IF.
           ADD 1 TO WS-CHG-CTR.
           MOVE WK-C-DATE TO TBL-C-DATE(WS-CHG-CTR).
           MOVE TBL-M-MACHINE(SUB) TO TBL-C-MACH(WS-CHG-CTR).
           MOVE TBL-M-PART(SUB) TO TBL-C-PART(WS-CHG-CTR).
           MOVE WK-C-KIND TO TBL-C-KIND(WS-CHG-CTR).
           MOVE SUB TO TBL-C-SUB(WS-CHG-CTR).
       L9-ADD-CHANGE-EXIT.
           EXIT.

      *****************************************************************
      *    YYYYMMDD KEY BACK TO MM/DD/YYYY FOR PRINT - AN OPEN END
      *    PRINTS AS OPEN.
      *****************************************************************
       L9-FMT-DATE.
           IF WS-FMT-KEY = '00000000' OR WS-FMT-KEY = '99999999'
               MOVE 'OPEN' TO WS-FMT-DATE
               GO TO L9-FMT-DATE-EXIT
           END-IF.
           MOVE WS-FMT-KEY(5:2) TO WS-FMT-DATE(1:2).
           MOVE '/' TO WS-FMT-DATE(3:1).
           MOVE WS-FMT-KEY(7:2) TO WS-FMT-DATE(4:2).
           MOVE '/' TO WS-FMT-DATE(6:1).
           MOVE WS-FMT-KEY(1:4) TO WS-FMT-DATE(7:4).
       L9-FMT-DATE-EXIT.
           EXIT.

       L9-WRITE-COUNT.
           WRITE RPT1-LN FROM T2
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
       L9-WRITE-COUNT-EXIT.
           EXIT.

       L9-RPT1-HDGS.
           ADD 1 TO C-PCTR1.
           MOVE C-PCTR1 TO O-PCTR.
           WRITE RPT1-LN FROM CO-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE RPT1-LN FROM RPT1-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RPT1-LN FROM PARM-LINE
               AFTER ADVANCING 2 LINES.
           WRITE RPT1-LN FROM RPT1-COL-HDG-LINE1
               AFTER ADVANCING 2 LINES.
           WRITE RPT1-LN FROM RPT1-COL-HDG-LINE2
               AFTER ADVANCING 1 LINE.
           WRITE RPT1-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
       L9-RPT1-HDGS-EXIT.
           EXIT.
