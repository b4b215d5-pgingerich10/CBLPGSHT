      *    NAMES ONE PART - LEFT BLANK OR MISSING, EVERY PART ON THE
      *    CURRENT SHORTAGE EXTRACT IS TRACED.
      *
      *    EACH MASTER LINE CARRIES AN EFFECTIVE FROM AND TO DATE.
      *    A PATH IS ONLY IN EFFECT WHILE EVERY LINE ON IT IS, SO THE
      *    WINDOW PRINTED AGAINST EACH STEP IS THE OVERLAP OF THE
      *    LINES WALKED SO FAR - A PATH WHOSE LINES NEVER OVERLAP IS
      *    DROPPED. ONLY PATHS IN EFFECT ON THE RUN DATE COUNT IN THE
      *    TOP LEVEL TOTALS - OLD AND FUTURE PATHS ARE LISTED SO THE
      *    ENGINEERING CHANGE CAN BE SEEN.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.

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

       FD  PARTSHT-DATA
           LABEL RECORD IS STANDARD
               10  TBL-M-PART      PIC X(5).
               10  TBL-M-QTY       PIC 9(3).
               10  TBL-M-TYPE      PIC X(1).
               10  TBL-M-EFF-FROM  PIC X(8).
               10  TBL-M-EFF-TO    PIC X(8).

       01  TRACE-WORK-AREA.
           05  WS-TARGET-PART      PIC X(5)        VALUE SPACES.
           05  WS-CUM-QTY          PIC 9(7)        VALUE 0.
           05  WS-PARENT-USED      PIC X           VALUE 'N'.
           05  WS-PATH-CTR         PIC 9(5)        VALUE 0.
           05  WS-TODAY-KEY        PIC X(8)        VALUE SPACES.
           05  WS-WIN-FROM         PIC X(8)        VALUE SPACES.
           05  WS-WIN-TO           PIC X(8)        VALUE SPACES.
           05  WS-FMT-KEY          PIC X(8)        VALUE SPACES.
           05  WS-FMT-DATE         PIC X(10)       VALUE SPACES.
           05  TRACE-STACK OCCURS 10 TIMES.
               10  STK-CODE        PIC X(5).
               10  STK-SUB         PIC 9(4).
               10  STK-MULT        PIC 9(7).
               10  STK-FROM        PIC X(8).
               10  STK-TO          PIC X(8).

       01  TOP-SUMMARY-DATA.
           05  WS-TOP-CTR          PIC 9(3)        VALUE 0.

       01  RPT1-COL-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(4)    VALUE 'LVL'.
           05  FILLER              PIC X(8)    VALUE 'COMP'.
           05  FILLER              PIC X(7)    VALUE 'USED ON'.
           05  FILLER              PIC X(5)    VALUE 'QTY'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE 'CUM QTY'.
           05  FILLER              PIC X(11)   VALUE 'EFF FROM'.
           05  FILLER              PIC X(11)   VALUE 'EFF TO'.

       01  D1.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-LVL           PIC Z9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-COMP          PIC X(5).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-DET-PARENT        PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-QTYPER        PIC ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-CUM           PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-FROM          PIC X(10).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-DET-TO            PIC X(10).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-DET-TOP           PIC X(12).

       01  D2.
           05  FILLER              PIC X(4)    VALUE SPACES.

       01  SUM-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(36)   VALUE
                           'CURRENT USAGE PER TOP LEVEL MACHINE:'.

       01 BLANK-LINE               PIC X       VALUE SPACE.

                   '/'         DELIMITED BY SIZE
                   SYS-YEAR    DELIMITED BY SIZE
           INTO O-TODAY.
           MOVE I-SYS-DATE TO WS-TODAY-KEY.
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > MAX-MAST-SIZE
               INITIALIZE MACHINE-TABLE(SUB).
           MOVE 1 TO SUB.
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
           MOVE WS-TARGET-PART TO STK-CODE(1).
           MOVE 1 TO STK-SUB(1).
           MOVE 1 TO STK-MULT(1).
           MOVE '00000000' TO STK-FROM(1).
           MOVE '99999999' TO STK-TO(1).
           PERFORM L4-TRACE-STEP THRU L4-TRACE-STEP-EXIT
               UNTIL WS-LVL = 0.
           IF WS-PATH-CTR = 0
      *    THAT USES THE CURRENT LEVEL'S CODE AS A COMPONENT - NONE
      *    LEFT POPS THE LEVEL. A USING PARENT THAT IS ITSELF A
      *    COMPONENT SOMEWHERE PUSHES A NEW LEVEL - OTHERWISE IT IS
      *    A TOP LEVEL MACHINE AND THE PATH IS COMPLETE. THE LINE'S
      *    DATES NARROW THE PATH WINDOW - NO OVERLAP LEFT MEANS THE
      *    PATH IS NEVER IN EFFECT AND THE LINE IS PASSED OVER.
      *****************************************************************
       L4-TRACE-STEP.
           MOVE 0 TO WS-USE-SUB.
               GO TO L4-TRACE-STEP-EXIT
           END-IF.
           COMPUTE STK-SUB(WS-LVL) = WS-USE-SUB + 1.
           MOVE STK-FROM(WS-LVL) TO WS-WIN-FROM.
           MOVE STK-TO(WS-LVL) TO WS-WIN-TO.
           IF TBL-M-EFF-FROM(WS-USE-SUB) > WS-WIN-FROM
               MOVE TBL-M-EFF-FROM(WS-USE-SUB) TO WS-WIN-FROM
           END-IF.
           IF TBL-M-EFF-TO(WS-USE-SUB) < WS-WIN-TO
               MOVE TBL-M-EFF-TO(WS-USE-SUB) TO WS-WIN-TO
           END-IF.
           IF WS-WIN-FROM > WS-WIN-TO
               GO TO L4-TRACE-STEP-EXIT
           END-IF.
           MOVE TBL-M-MACHINE(WS-USE-SUB) TO WS-PARENT-CODE.
           COMPUTE WS-CUM-QTY =
               STK-MULT(WS-LVL) * TBL-M-QTY(WS-USE-SUB).
           MOVE WS-PARENT-CODE TO O-DET-PARENT.
           MOVE TBL-M-QTY(WS-USE-SUB) TO O-DET-QTYPER.
           MOVE WS-CUM-QTY TO O-DET-CUM.
           MOVE WS-WIN-FROM TO WS-FMT-KEY.
           PERFORM L9-FMT-DATE THRU L9-FMT-DATE-EXIT.
           MOVE WS-FMT-DATE TO O-DET-FROM.
           MOVE WS-WIN-TO TO WS-FMT-KEY.
           PERFORM L9-FMT-DATE THRU L9-FMT-DATE-EXIT.
           MOVE WS-FMT-DATE TO O-DET-TO.
           IF WS-PARENT-USED = 'Y'
               MOVE SPACES TO O-DET-TOP
           ELSE
                   MOVE WS-PARENT-CODE TO STK-CODE(WS-LVL)
                   MOVE 1 TO STK-SUB(WS-LVL)
                   MOVE WS-CUM-QTY TO STK-MULT(WS-LVL)
                   MOVE WS-WIN-FROM TO STK-FROM(WS-LVL)
                   MOVE WS-WIN-TO TO STK-TO(WS-LVL)
               END-IF
           ELSE
               IF WS-WIN-FROM NOT > WS-TODAY-KEY
                   AND WS-WIN-TO NOT < WS-TODAY-KEY
                   PERFORM L9-ADD-TOP THRU L9-ADD-TOP-EXIT
               END-IF
           END-IF.
       L4-TRACE-STEP-EXIT.
           EXIT.

      *****************************************************************
      *    YYYYMMDD KEY BACK TO MM/DD/YYYY FOR PRINT - AN OPEN END
      *    OF THE WINDOW PRINTS AS OPEN.
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

       L9-ADD-TOP.
           SET IDX-TOP TO 1.
           SEARCH TOP-TABLE
