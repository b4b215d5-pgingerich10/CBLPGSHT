       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 POEXPED.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    THIS PROGRAM PRINTS THE BUYERS' MORNING EXPEDITE LIST - THE
      *    OPEN PO LINES THAT NEED A CALL TO THE VENDOR. A LINE IS
      *    LISTED WHEN
      *        PAST DUE       - ITS NEED BY DATE HAS ALREADY PASSED,
      *        LATE FOR ORDER - IT WILL ARRIVE AFTER THE DUE DATE OF
      *                         THE CUSTOMER ORDER IT IS COVERING,
      *    OR BOTH. A LINE WITH A BLANK OR INVALID NEED BY DATE CAN
      *    BE NEITHER, AND IS LISTED AS NO DATE SO THE BUYER CAN GET A
      *    DATE FROM THE VENDOR. THE LIST IS GROUPED BY VENDOR WITH THE
      *    VENDOR NAME AND CONTACT FROM THE VENDOR MASTER AT THE TOP OF
      *    EACH GROUP.
      *
      *    TO FIND THE ORDER A PO LINE IS COVERING, EVERY OPEN ORDER
      *    IS EXPLODED THROUGH THE MACHINE MASTER, SUBASSEMBLIES
      *    INCLUDED, AND EACH PART'S REQUIREMENTS ARE LINED UP IN DUE
      *    DATE SEQUENCE. THE ON HAND QUANTITY COVERS THE EARLIEST
      *    REQUIREMENTS FIRST, THEN THE OPEN PO LINES FOR THE PART IN
      *    NEED BY SEQUENCE. THE ORDER A PO LINE IS COVERING IS THE
      *    FIRST ORDER ITS QUANTITY GOES TO. A LINE THAT ONLY BUILDS
      *    STOCK COVERS NO ORDER AND CAN ONLY BE LISTED AS PAST DUE.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL OPENPO-FILE
               ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

           SELECT INVENTORY-DATA
               ASSIGN TO "INVENTORY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS I-INV-KEY
               FILE STATUS IS WS-INV-STATUS.

           SELECT MACHINE-MASTER
               ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MACH-STATUS.

           SELECT ORDER-DATA
               ASSIGN TO "ORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.

           SELECT OPTIONAL VENDOR-MASTER
               ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEND-STATUS.

           SELECT PRTOUT1
               ASSIGN TO "POEXPED.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  OPENPO-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS OPENPO-LN.

       01  OPENPO-LN.
           05  I-PO-PART           PIC X(5).
           05  I-PO-QTY            PIC 9(5).
           05  I-PO-RCVD           PIC 9(5).
           05  I-PO-NEED-BY        PIC X(10).
           05  I-PO-VENDOR         PIC X(5).
           05  I-PO-NUMBER         PIC 9(6).

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

       FD  VENDOR-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 78 CHARACTERS
           DATA RECORD IS VENDOR-RECORD.

       01  VENDOR-RECORD.
           05  I-VEND-CODE         PIC X(5).
           05  I-VEND-NAME         PIC X(20).
           05  I-VEND-ADDR         PIC X(30).
           05  I-VEND-CONTACT      PIC X(20).
           05  I-VEND-LEAD         PIC 9(3).

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
           05  SUB-M               PIC 9(5)        VALUE 1.
           05  MAX-MACH-SIZE       PIC 9(5)        VALUE 2000.
           05  WS-HDG-MODE         PIC X           VALUE 'V'.
               88  VENDOR-HDGS             VALUE 'V'.
               88  TOTAL-HDGS              VALUE 'T'.

       01  SORT-WORK-AREA.
           05  WS-GAP              PIC 9(5)        VALUE 0.
           05  WS-SORT-I           PIC 9(5)        VALUE 0.
           05  WS-SORT-J           PIC 9(5)        VALUE 0.
           05  WS-SORT-K           PIC 9(5)        VALUE 0.
           05  WS-SORT-MORE        PIC X           VALUE 'N'.

       01  FILE-STATUS-AREA.
           05  WS-PO-STATUS        PIC XX          VALUE SPACES.
           05  WS-INV-STATUS       PIC XX          VALUE SPACES.
           05  WS-MACH-STATUS      PIC XX          VALUE SPACES.
           05  WS-ORD-STATUS       PIC XX          VALUE SPACES.
           05  WS-VEND-STATUS      PIC XX          VALUE SPACES.

       01  DATE-WORK-AREA.
           05  WS-TODAY-INT        PIC 9(8)        VALUE 0.
           05  WS-NEED-INT         PIC 9(8)        VALUE 0.
           05  WS-LATE-DAYS        PIC 9(5)        VALUE 0.
           05  WS-DATE-IN          PIC X(10)       VALUE SPACES.
           05  WS-DATE-REBUILD.
               10  WS-DR-YEAR      PIC X(4).
               10  WS-DR-MONTH     PIC X(2).
               10  WS-DR-DAY       PIC X(2).
           05  WS-DATE-REBUILD-N REDEFINES WS-DATE-REBUILD
                                   PIC 9(8).
           05  WS-ORD-DUE-N        PIC 9(8)        VALUE 0.

       01  RUN-COUNTERS.
           05  WS-PO-READ          PIC 9(5)        VALUE 0.
           05  WS-ORD-READ         PIC 9(5)        VALUE 0.
           05  WS-ORD-NOBOM        PIC 9(5)        VALUE 0.
           05  WS-PAST-CTR         PIC 9(5)        VALUE 0.
           05  WS-LATE-CTR         PIC 9(5)        VALUE 0.
           05  WS-NODATE-CTR       PIC 9(5)        VALUE 0.
           05  WS-EXP-CTR          PIC 9(5)        VALUE 0.
           05  WS-VEND-LIST-CTR    PIC 9(5)        VALUE 0.
           05  WS-VEND-LINE-CTR    PIC 9(5)        VALUE 0.

      *****************************************************************
      *    ONE ENTRY PER INVENTORY PART, LOADED IN KEY SEQUENCE FOR
      *    THE BINARY SEARCH. ONLY THE ON HAND QUANTITY IS NEEDED.
      *****************************************************************
       01  PART-TABLE-DATA.
           05  WS-PART-CTR         PIC 9(5)        VALUE 0.
           05  MAX-PART-SIZE       PIC 9(5)        VALUE 3000.
           05  WS-PART-SUB         PIC 9(5)        VALUE 0.
           05  WS-PART-LOOKUP      PIC X(5)        VALUE SPACES.
           05  PART-TABLE OCCURS 3000 TIMES
                   ASCENDING KEY IS TBL-P-PART
                   INDEXED BY IDX-PART.
               10  TBL-P-PART      PIC X(5).
               10  TBL-P-QTY       PIC 9(5).

       01  MACHINE-FILE-DATA.
           05  WS-MAST-READ        PIC 9(5)        VALUE 0.
           05  MACHINE-TABLE OCCURS 2000 TIMES INDEXED BY IDX-MACH.
               10  TBL-M-MACHINE   PIC X(5).
               10  TBL-M-PART      PIC X(5).
               10  TBL-M-QTY       PIC 9(3).
               10  TBL-M-TYPE      PIC X(1).
                   88  SUBASM-COMPONENT    VALUE 'S'.
               10  TBL-M-EFF-FROM  PIC X(8).
               10  TBL-M-EFF-TO    PIC X(8).

      *****************************************************************
      *    SORTED INDEX OVER THE MACHINE TABLE - ONE ENTRY PER
      *    DISTINCT MACHINE OR SUBASSEMBLY CODE CARRYING THE FIRST
      *    COMPONENT LINE SUBSCRIPT, BINARY SEARCHED BY THE
      *    EXPLOSION.
      *****************************************************************
       01  BOM-INDEX-DATA.
           05  WS-BOMIX-CTR        PIC 9(5)        VALUE 0.
           05  MAX-BOMIX-SIZE      PIC 9(5)        VALUE 1000.
           05  WS-BOMIX-PREV       PIC X(5)        VALUE SPACES.
           05  WS-BOMIX-OUT        PIC 9(5)        VALUE 0.
           05  BOMIX-TABLE OCCURS 1000 TIMES
                   ASCENDING KEY IS TBL-BOMIX-CODE
                   INDEXED BY IDX-BOMIX.
               10  TBL-BOMIX-CODE  PIC X(5).
               10  TBL-BOMIX-SUB   PIC 9(5).

       01  WK-BOMIX-HOLD.
           05  WK-BOMIX-CODE       PIC X(5).
           05  WK-BOMIX-SUB        PIC 9(5).

       01  EXPLODE-WORK-AREA.
           05  WS-LVL              PIC 9(2)        VALUE 0.
           05  MAX-EXPL-LVL        PIC 9(2)        VALUE 10.
           05  WS-EXPL-CODE        PIC X(5)        VALUE SPACES.
           05  WS-BASE-MULT        PIC 9(7)        VALUE 0.
           05  WS-CHILD-MULT       PIC 9(7)        VALUE 0.
           05  WS-BOM-SUB          PIC 9(5)        VALUE 0.
           05  WS-EFF-KEY          PIC X(8)        VALUE SPACES.
           05  DTL-PART            PIC X(5)        VALUE SPACES.
           05  WS-REQ-QTY          PIC 9(7)        VALUE 0.
           05  EXPLODE-STACK OCCURS 10 TIMES INDEXED BY IDX-EXPL.
               10  STK-CODE        PIC X(5).
               10  STK-SUB         PIC 9(5).
               10  STK-MULT        PIC 9(7).

      *****************************************************************
      *    ONE ENTRY PER PART REQUIREMENT OF AN OPEN ORDER, SORTED BY
      *    PART AND ORDER DUE DATE. AN ORDER WITH A DUE DATE THAT IS
      *    NOT A DATE SORTS LAST AND IS NEVER COUNTED LATE.
      *****************************************************************
       01  DEMAND-TABLE-DATA.
           05  WS-DEM-CTR          PIC 9(5)        VALUE 0.
           05  MAX-DEM-SIZE        PIC 9(5)        VALUE 5000.
           05  WS-DEM-PTR          PIC 9(5)        VALUE 1.
           05  WS-DEM-START        PIC 9(5)        VALUE 1.
           05  DEMAND-TABLE OCCURS 5000 TIMES INDEXED BY IDX-DEM.
               10  TBL-D-KEY.
                   15  TBL-D-PART      PIC X(5).
                   15  TBL-D-DUE-N     PIC 9(8).
               10  TBL-D-QTY       PIC 9(7).
               10  TBL-D-ORDER     PIC X(8).
               10  TBL-D-DUE       PIC X(10).

       01  WK-DEM-HOLD.
           05  WK-D-KEY            PIC X(13).
           05  WK-D-QTY            PIC 9(7).
           05  WK-D-ORDER          PIC X(8).
           05  WK-D-DUE            PIC X(10).

      *****************************************************************
      *    ONE ENTRY PER OPEN PO LINE. THE SORT KEY IS LOADED FIRST
      *    WITH PART AND NEED BY DATE FOR THE COVERAGE PASS, THEN
      *    WITH VENDOR, NEED BY DATE AND PO NUMBER FOR THE LISTING.
      *****************************************************************
       01  PO-TABLE-DATA.
           05  WS-PO-CTR           PIC 9(5)        VALUE 0.
           05  MAX-PO-SIZE         PIC 9(5)        VALUE 2000.
           05  PO-TABLE OCCURS 2000 TIMES INDEXED BY IDX-PO.
               10  TBL-PO-KEY      PIC X(19).
               10  TBL-PO-PART     PIC X(5).
               10  TBL-PO-OPEN     PIC 9(5).
               10  TBL-PO-NEED     PIC X(10).
               10  TBL-PO-NEED-N   PIC 9(8).
               10  TBL-PO-VENDOR   PIC X(5).
               10  TBL-PO-NUMBER   PIC 9(6).
               10  TBL-PO-FLAG     PIC X(1).
                   88  PO-PAST-DUE         VALUE 'P'.
                   88  PO-LATE-ORDER       VALUE 'L'.
                   88  PO-PAST-AND-LATE    VALUE 'B'.
                   88  PO-NO-DATE          VALUE 'N'.
                   88  PO-ON-TIME          VALUE SPACE.
               10  TBL-PO-DAYS     PIC 9(4).
               10  TBL-PO-ORDER    PIC X(8).
               10  TBL-PO-ORD-DUE  PIC X(10).

       01  WK-PO-HOLD.
           05  WK-PO-KEY           PIC X(19).
           05  FILLER              PIC X(62).

       01  COVER-WORK-AREA.
           05  WS-PREV-PART        PIC X(5)        VALUE SPACES.
           05  WS-SUPPLY           PIC 9(9)        VALUE 0.
           05  WS-CUM-DEMAND       PIC 9(9)        VALUE 0.
           05  WS-COVER-SUB        PIC 9(5)        VALUE 0.
           05  WS-KEY-BUILD.
               10  WS-KB-FIRST     PIC X(5).
               10  WS-KB-DATE      PIC 9(8).
               10  WS-KB-PONUM     PIC 9(6).

       01  VENDOR-FILE-DATA.
           05  WS-VEND-CTR         PIC 9(3)        VALUE 0.
           05  WS-VEND-SUB         PIC 9(3)        VALUE 0.
           05  WS-VEND-LOOKUP      PIC X(5)        VALUE SPACES.
           05  MAX-VEND-SIZE       PIC 9(3)        VALUE 500.
           05  WS-CUR-VENDOR       PIC X(5)        VALUE SPACES.
           05  VENDOR-TABLE OCCURS 500 TIMES INDEXED BY IDX-VEND.
               10  TBL-V-CODE      PIC X(5).
               10  TBL-V-NAME      PIC X(20).
               10  TBL-V-CONTACT   PIC X(20).

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
           05  FILLER              PIC X(26)   VALUE SPACES.
           05  FILLER              PIC X(28)   VALUE
                                   'PURCHASE ORDER EXPEDITE LIST'.

       01  VEND-LINE1.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE 'VENDOR: '.
           05  O-V-CODE            PIC X(5).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-V-NAME            PIC X(20).

       01  VEND-LINE2.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE 'CONTACT: '.
           05  O-V-CONTACT         PIC X(20).

       01  RPT1-COL-HDG-LINE1.
           05  FILLER              PIC X(37)   VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE 'DAYS'.
           05  FILLER              PIC X(10)   VALUE 'COVERING'.
           05  FILLER              PIC X(5)    VALUE 'ORDER'.

       01  RPT1-COL-HDG-LINE2.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(8)    VALUE 'PO NO'.
           05  FILLER              PIC X(7)    VALUE 'PART'.
           05  FILLER              PIC X(8)    VALUE '  OPEN'.
           05  FILLER              PIC X(12)   VALUE 'NEED BY'.
           05  FILLER              PIC X(6)    VALUE 'LATE'.
           05  FILLER              PIC X(10)   VALUE 'ORDER'.
           05  FILLER              PIC X(12)   VALUE 'DUE'.
           05  FILLER              PIC X(6)    VALUE 'REASON'.

       01  D1.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-PONUM         PIC 9(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-PART          PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-OPEN          PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-NEED          PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-DAYS          PIC X(4).
           05  O-DET-DAYS-N REDEFINES O-DET-DAYS
                                   PIC ZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-ORDER         PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-ORD-DUE       PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-REASON        PIC X(14).

       01  T1.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  O-TOT-DESC          PIC X(30).
           05  O-TOT-CTR           PIC ZZ,ZZ9.

       01  NO-DATA-LINE.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  FILLER              PIC X(33)   VALUE
                                   'NO OPEN PO LINES NEED EXPEDITING'.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.

       L1-POEXPED.
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
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > MAX-PART-SIZE
               INITIALIZE PART-TABLE(SUB)
               MOVE HIGH-VALUES TO TBL-P-PART(SUB)
           END-PERFORM.
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > MAX-MACH-SIZE
               INITIALIZE MACHINE-TABLE(SUB).
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > MAX-BOMIX-SIZE
               MOVE HIGH-VALUES TO TBL-BOMIX-CODE(SUB)
               MOVE ZERO TO TBL-BOMIX-SUB(SUB)
           END-PERFORM.
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > MAX-DEM-SIZE
               INITIALIZE DEMAND-TABLE(SUB).
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > MAX-PO-SIZE
               INITIALIZE PO-TABLE(SUB).
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > MAX-VEND-SIZE
               INITIALIZE VENDOR-TABLE(SUB).
           PERFORM L3-LOAD-OPENPO THRU L3-LOAD-OPENPO-EXIT.
           PERFORM L3-LOAD-PARTS THRU L3-LOAD-PARTS-EXIT.
           PERFORM L3-LOAD-MASTER THRU L3-LOAD-MASTER-EXIT.
           PERFORM L3-BUILD-BOMIX THRU L3-BUILD-BOMIX-EXIT.
           PERFORM L3-EXPLODE-ORDERS THRU L3-EXPLODE-ORDERS-EXIT.
           PERFORM L3-LOAD-VENDORS THRU L3-LOAD-VENDORS-EXIT.
           OPEN OUTPUT PRTOUT1.
       L2-INIT-EXIT.
           EXIT.

       L2-MAINLINE.
           PERFORM L3-SORT-DEMAND THRU L3-SORT-DEMAND-EXIT.
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > WS-PO-CTR
               MOVE TBL-PO-PART(SUB) TO WS-KB-FIRST
               MOVE TBL-PO-NEED-N(SUB) TO WS-KB-DATE
               MOVE TBL-PO-NUMBER(SUB) TO WS-KB-PONUM
               MOVE WS-KEY-BUILD TO TBL-PO-KEY(SUB)
           END-PERFORM.
           PERFORM L3-SORT-PO THRU L3-SORT-PO-EXIT.
           MOVE SPACES TO WS-PREV-PART.
           MOVE 1 TO WS-DEM-PTR.
           PERFORM L3-COVER-PO-LINE THRU L3-COVER-PO-LINE-EXIT
               VARYING SUB FROM 1 BY 1 UNTIL SUB > WS-PO-CTR.
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > WS-PO-CTR
               MOVE TBL-PO-VENDOR(SUB) TO WS-KB-FIRST
               MOVE TBL-PO-NEED-N(SUB) TO WS-KB-DATE
               MOVE TBL-PO-NUMBER(SUB) TO WS-KB-PONUM
               MOVE WS-KEY-BUILD TO TBL-PO-KEY(SUB)
           END-PERFORM.
           PERFORM L3-SORT-PO THRU L3-SORT-PO-EXIT.
           MOVE SPACES TO WS-CUR-VENDOR.
           PERFORM L3-WRITE-EXPEDITE THRU L3-WRITE-EXPEDITE-EXIT
               VARYING SUB FROM 1 BY 1 UNTIL SUB > WS-PO-CTR.
           IF WS-CUR-VENDOR NOT = SPACES
               PERFORM L9-WRITE-VEND-TOTAL
                   THRU L9-WRITE-VEND-TOTAL-EXIT
           END-IF.
       L2-MAINLINE-EXIT.
           EXIT.

       L2-CLOSINGS.
           PERFORM L3-WRITE-TOTALS THRU L3-WRITE-TOTALS-EXIT.
           CLOSE PRTOUT1.
       L2-CLOSINGS-EXIT.
           EXIT.

      *****************************************************************
      *    LOAD THE OPEN PO LINES. A LINE ALREADY RECEIVED IN FULL
      *    HAS NOTHING LEFT TO CHASE AND IS SKIPPED. THE FILE IS
      *    OPTIONAL - WITH NO OPEN POS THE LIST IS EMPTY.
      *****************************************************************
       L3-LOAD-OPENPO.
           OPEN INPUT OPENPO-FILE.
           IF WS-PO-STATUS NOT = '00' AND WS-PO-STATUS NOT = '05'
               DISPLAY 'ERROR - UNABLE TO OPEN OPENPO.DAT - '
                       'FILE STATUS ' WS-PO-STATUS
               STOP RUN
           END-IF.
           MOVE 'Y' TO MORE-RECS.
           READ OPENPO-FILE
               AT END MOVE 'N' TO MORE-RECS.
           PERFORM L4-READ-OPENPO THRU L4-READ-OPENPO-EXIT
               UNTIL NO-MORE-RECS.
           CLOSE OPENPO-FILE.
       L3-LOAD-OPENPO-EXIT.
           EXIT.

       L4-READ-OPENPO.
           IF WS-PO-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO READ OPENPO.DAT - '
                       'FILE STATUS ' WS-PO-STATUS
               CLOSE OPENPO-FILE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PO-READ.
           IF I-PO-QTY > I-PO-RCVD
               IF WS-PO-CTR >= MAX-PO-SIZE
                   DISPLAY 'ERROR - OPEN PO TABLE CAPACITY EXCEEDED, '
                           'CONTACT OPS'
                   CLOSE OPENPO-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PO-CTR
               MOVE I-PO-PART TO TBL-PO-PART(WS-PO-CTR)
               COMPUTE TBL-PO-OPEN(WS-PO-CTR) = I-PO-QTY - I-PO-RCVD
               MOVE I-PO-NEED-BY TO TBL-PO-NEED(WS-PO-CTR) WS-DATE-IN
               PERFORM L9-REBUILD-DATE THRU L9-REBUILD-DATE-EXIT
               MOVE WS-DATE-REBUILD-N TO TBL-PO-NEED-N(WS-PO-CTR)
               MOVE I-PO-VENDOR TO TBL-PO-VENDOR(WS-PO-CTR)
               IF I-PO-NUMBER IS NUMERIC
                   MOVE I-PO-NUMBER TO TBL-PO-NUMBER(WS-PO-CTR)
               END-IF
               MOVE SPACE TO TBL-PO-FLAG(WS-PO-CTR)
           END-IF.
           READ OPENPO-FILE
               AT END MOVE 'N' TO MORE-RECS.
       L4-READ-OPENPO-EXIT.
           EXIT.

      *****************************************************************
      *    LOAD THE INVENTORY ON HAND IN KEY SEQUENCE. THE FILE IS
      *    ONLY READ. A PART STOCKED IN MORE THAN ONE LOCATION IS ONE
      *    TABLE ENTRY WITH THE ON HAND OF ALL ITS LOCATIONS.
      *****************************************************************
       L3-LOAD-PARTS.
           OPEN INPUT INVENTORY-DATA.
           IF WS-INV-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN INVENTORY.IDX - '
                       'FILE STATUS ' WS-INV-STATUS
               STOP RUN
           END-IF.
           MOVE 'Y' TO MORE-RECS.
           READ INVENTORY-DATA NEXT RECORD
               AT END MOVE 'N' TO MORE-RECS.
           PERFORM L4-READ-PART THRU L4-READ-PART-EXIT
               UNTIL NO-MORE-RECS.
           CLOSE INVENTORY-DATA.
       L3-LOAD-PARTS-EXIT.
           EXIT.

       L4-READ-PART.
           IF WS-PART-CTR > 0
               IF I-INV-PART = TBL-P-PART(WS-PART-CTR)
                   IF I-INV-QTY IS NUMERIC
                       ADD I-INV-QTY TO TBL-P-QTY(WS-PART-CTR)
                   END-IF
                   GO TO L4-READ-PART-NEXT
               END-IF
           END-IF.
           IF WS-PART-CTR >= MAX-PART-SIZE
               DISPLAY 'ERROR - PART TABLE CAPACITY EXCEEDED, '
                       'CONTACT OPS'
               CLOSE INVENTORY-DATA
               STOP RUN
           END-IF.
           ADD 1 TO WS-PART-CTR.
           MOVE I-INV-PART TO TBL-P-PART(WS-PART-CTR).
           IF I-INV-QTY IS NUMERIC
               MOVE I-INV-QTY TO TBL-P-QTY(WS-PART-CTR)
           END-IF.
       L4-READ-PART-NEXT.
           READ INVENTORY-DATA NEXT RECORD
               AT END MOVE 'N' TO MORE-RECS.
       L4-READ-PART-EXIT.
           EXIT.

       L3-LOAD-MASTER.
           OPEN INPUT MACHINE-MASTER.
           IF WS-MACH-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN MASTER.DAT - '
                       'FILE STATUS ' WS-MACH-STATUS
               STOP RUN
           END-IF.
           MOVE 'Y' TO MORE-RECS.
           MOVE 1 TO SUB.
           READ MACHINE-MASTER
               AT END MOVE 'N' TO MORE-RECS.
           PERFORM L4-READ-MACH THRU L4-READ-MACH-EXIT
               UNTIL NO-MORE-RECS.
           CLOSE MACHINE-MASTER.
       L3-LOAD-MASTER-EXIT.
           EXIT.

       L4-READ-MACH.
           IF WS-MACH-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO READ MASTER.DAT - '
                       'FILE STATUS ' WS-MACH-STATUS
               CLOSE MACHINE-MASTER
               STOP RUN
           END-IF.
           IF SUB > MAX-MACH-SIZE
               DISPLAY 'ERROR - MACHINE TABLE CAPACITY EXCEEDED, '
                       'CONTACT OPS'
               CLOSE MACHINE-MASTER
               STOP RUN
           END-IF.
           MOVE I-MACHINE TO TBL-M-MACHINE(SUB).
           MOVE I-MACHINE-PART TO TBL-M-PART(SUB).
           MOVE I-PART-QTY TO TBL-M-QTY(SUB).
           MOVE I-PART-TYPE TO TBL-M-TYPE(SUB).
           IF I-EFF-FROM = SPACES
               MOVE '00000000' TO TBL-M-EFF-FROM(SUB)
           ELSE
               MOVE I-EFF-FROM(7:4) TO TBL-M-EFF-FROM(SUB) (1:4)
               MOVE I-EFF-FROM(1:2) TO TBL-M-EFF-FROM(SUB) (5:2)
               MOVE I-EFF-FROM(4:2) TO TBL-M-EFF-FROM(SUB) (7:2)
           END-IF.
           IF I-EFF-TO = SPACES
               MOVE '99999999' TO TBL-M-EFF-TO(SUB)
           ELSE
               MOVE I-EFF-TO(7:4) TO TBL-M-EFF-TO(SUB) (1:4)
               MOVE I-EFF-TO(1:2) TO TBL-M-EFF-TO(SUB) (5:2)
               MOVE I-EFF-TO(4:2) TO TBL-M-EFF-TO(SUB) (7:2)
           END-IF.
           ADD 1 TO WS-MAST-READ.
           ADD 1 TO SUB.
           READ MACHINE-MASTER
               AT END MOVE 'N' TO MORE-RECS.
       L4-READ-MACH-EXIT.
           EXIT.

      *****************************************************************
      *    EXPLODE EVERY OPEN ORDER THROUGH THE MASTER. EACH PART
      *    REQUIREMENT IS KEPT WITH ITS ORDER NUMBER AND DUE DATE SO
      *    THE PO LINES CAN BE MATCHED TO THE ORDERS THEY COVER. AN
      *    ORDER FOR A MACHINE WITH NO BILL IS COUNTED AND SKIPPED.
      *    ONLY THE COMPONENT LINES IN EFFECT ON THE ORDER'S DUE DATE
      *    ARE EXPLODED.
      *****************************************************************
       L3-EXPLODE-ORDERS.
           OPEN INPUT ORDER-DATA.
           IF WS-ORD-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN ORDER.DAT - '
                       'FILE STATUS ' WS-ORD-STATUS
               STOP RUN
           END-IF.
           MOVE 'Y' TO MORE-RECS.
           READ ORDER-DATA
               AT END MOVE 'N' TO MORE-RECS.
           PERFORM L4-EXPLODE-ORDER THRU L4-EXPLODE-ORDER-EXIT
               UNTIL NO-MORE-RECS.
           CLOSE ORDER-DATA.
       L3-EXPLODE-ORDERS-EXIT.
           EXIT.

       L4-EXPLODE-ORDER.
           IF WS-ORD-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO READ ORDER.DAT - '
                       'FILE STATUS ' WS-ORD-STATUS
               CLOSE ORDER-DATA
               STOP RUN
           END-IF.
           ADD 1 TO WS-ORD-READ.
           IF I-ORD-QTY IS NOT NUMERIC
               MOVE ZERO TO I-ORD-QTY
           END-IF.
           MOVE I-ORD-DUE TO WS-DATE-IN.
           PERFORM L9-REBUILD-DATE THRU L9-REBUILD-DATE-EXIT.
           IF WS-DATE-REBUILD-N = 0
               MOVE 99999999 TO WS-ORD-DUE-N
               MOVE I-SYS-DATE TO WS-EFF-KEY
           ELSE
               MOVE WS-DATE-REBUILD-N TO WS-ORD-DUE-N
               MOVE WS-DATE-REBUILD-N TO WS-EFF-KEY
           END-IF.
           MOVE I-ORD-MACHINE TO WS-EXPL-CODE.
           PERFORM L9-FIND-BOM THRU L9-FIND-BOM-EXIT.
           IF WS-BOM-SUB = 0
               ADD 1 TO WS-ORD-NOBOM
           ELSE
               MOVE WS-BOM-SUB TO SUB-M
               PERFORM L5-MACH-LOOP THRU L5-MACH-LOOP-EXIT
                   UNTIL SUB-M > WS-MAST-READ
                      OR TBL-M-MACHINE(SUB-M) NOT EQUAL I-ORD-MACHINE
           END-IF.
           READ ORDER-DATA
               AT END MOVE 'N' TO MORE-RECS.
       L4-EXPLODE-ORDER-EXIT.
           EXIT.

       L5-MACH-LOOP.
           IF TBL-M-EFF-FROM(SUB-M) > WS-EFF-KEY
               OR TBL-M-EFF-TO(SUB-M) < WS-EFF-KEY
               ADD 1 TO SUB-M
               GO TO L5-MACH-LOOP-EXIT
           END-IF.
           IF SUBASM-COMPONENT(SUB-M)
               MOVE TBL-M-PART(SUB-M) TO WS-EXPL-CODE
               COMPUTE WS-BASE-MULT =
                   I-ORD-QTY * TBL-M-QTY(SUB-M)
               PERFORM L6-EXPLODE THRU L6-EXPLODE-EXIT
           ELSE
               MOVE TBL-M-PART(SUB-M) TO DTL-PART
               COMPUTE WS-REQ-QTY =
                   I-ORD-QTY * TBL-M-QTY(SUB-M)
               PERFORM L9-ADD-DEMAND THRU L9-ADD-DEMAND-EXIT
           END-IF.
           ADD 1 TO SUB-M.
       L5-MACH-LOOP-EXIT.
           EXIT.

       L6-EXPLODE.
           PERFORM L9-FIND-BOM THRU L9-FIND-BOM-EXIT.
           IF WS-BOM-SUB = 0
               DISPLAY 'ERROR - SUBASSEMBLY ' WS-EXPL-CODE
                       ' NOT FOUND IN MASTER'
               GO TO L6-EXPLODE-EXIT
           END-IF.
           MOVE 1 TO WS-LVL.
           MOVE WS-EXPL-CODE TO STK-CODE(1).
           MOVE WS-BOM-SUB TO STK-SUB(1).
           MOVE WS-BASE-MULT TO STK-MULT(1).
           PERFORM L7-EXPLODE-STEP THRU L7-EXPLODE-STEP-EXIT
               UNTIL WS-LVL = 0.
       L6-EXPLODE-EXIT.
           EXIT.

       L7-EXPLODE-STEP.
           IF STK-SUB(WS-LVL) > MAX-MACH-SIZE
               SUBTRACT 1 FROM WS-LVL
               GO TO L7-EXPLODE-STEP-EXIT
           END-IF.
           IF TBL-M-MACHINE(STK-SUB(WS-LVL)) NOT = STK-CODE(WS-LVL)
               SUBTRACT 1 FROM WS-LVL
               GO TO L7-EXPLODE-STEP-EXIT
           END-IF.
           IF TBL-M-EFF-FROM(STK-SUB(WS-LVL)) > WS-EFF-KEY
               OR TBL-M-EFF-TO(STK-SUB(WS-LVL)) < WS-EFF-KEY
               ADD 1 TO STK-SUB(WS-LVL)
               GO TO L7-EXPLODE-STEP-EXIT
           END-IF.
           IF SUBASM-COMPONENT(STK-SUB(WS-LVL))
               IF WS-LVL >= MAX-EXPL-LVL
                   DISPLAY 'ERROR - BOM LEVELS EXCEED LIMIT UNDER '
                           STK-CODE(WS-LVL)
                   ADD 1 TO STK-SUB(WS-LVL)
                   GO TO L7-EXPLODE-STEP-EXIT
               END-IF
               MOVE TBL-M-PART(STK-SUB(WS-LVL)) TO WS-EXPL-CODE
               COMPUTE WS-CHILD-MULT = STK-MULT(WS-LVL) *
                   TBL-M-QTY(STK-SUB(WS-LVL))
               ADD 1 TO STK-SUB(WS-LVL)
               PERFORM L9-FIND-BOM THRU L9-FIND-BOM-EXIT
               IF WS-BOM-SUB = 0
                   DISPLAY 'ERROR - SUBASSEMBLY ' WS-EXPL-CODE
                           ' NOT FOUND IN MASTER'
               ELSE
                   ADD 1 TO WS-LVL
                   MOVE WS-EXPL-CODE TO STK-CODE(WS-LVL)
                   MOVE WS-BOM-SUB TO STK-SUB(WS-LVL)
                   MOVE WS-CHILD-MULT TO STK-MULT(WS-LVL)
               END-IF
           ELSE
               MOVE TBL-M-PART(STK-SUB(WS-LVL)) TO DTL-PART
               COMPUTE WS-REQ-QTY = STK-MULT(WS-LVL) *
                   TBL-M-QTY(STK-SUB(WS-LVL))
               ADD 1 TO STK-SUB(WS-LVL)
               PERFORM L9-ADD-DEMAND THRU L9-ADD-DEMAND-EXIT
           END-IF.
       L7-EXPLODE-STEP-EXIT.
           EXIT.

       L3-LOAD-VENDORS.
           OPEN INPUT VENDOR-MASTER.
           IF WS-VEND-STATUS = '00'
               MOVE 'Y' TO MORE-RECS
               READ VENDOR-MASTER
                   AT END MOVE 'N' TO MORE-RECS
               END-READ
               PERFORM L4-READ-VEND THRU L4-READ-VEND-EXIT
                   UNTIL NO-MORE-RECS
               CLOSE VENDOR-MASTER
           END-IF.
           MOVE 'Y' TO MORE-RECS.
       L3-LOAD-VENDORS-EXIT.
           EXIT.

       L4-READ-VEND.
           IF WS-VEND-CTR >= MAX-VEND-SIZE
               DISPLAY 'ERROR - VENDOR TABLE CAPACITY EXCEEDED, '
                       'CONTACT OPS'
               CLOSE VENDOR-MASTER
               STOP RUN
           END-IF.
           ADD 1 TO WS-VEND-CTR.
           MOVE I-VEND-CODE TO TBL-V-CODE(WS-VEND-CTR).
           MOVE I-VEND-NAME TO TBL-V-NAME(WS-VEND-CTR).
           MOVE I-VEND-CONTACT TO TBL-V-CONTACT(WS-VEND-CTR).
           READ VENDOR-MASTER
               AT END MOVE 'N' TO MORE-RECS.
       L4-READ-VEND-EXIT.
           EXIT.

      *****************************************************************
      *    FIND THE ORDER ONE PO LINE IS COVERING AND FLAG THE LINE.
      *    THE PO TABLE IS IN PART AND NEED BY SEQUENCE, SO AT EACH
      *    NEW PART THE SUPPLY STARTS AT THE ON HAND QUANTITY AND THE
      *    DEMAND POINTER MOVES UP TO THE PART'S FIRST REQUIREMENT.
      *    EACH LINE COVERS THE FIRST REQUIREMENT THE SUPPLY AHEAD OF
      *    IT DOES NOT REACH, THEN ADDS ITS OPEN QUANTITY TO SUPPLY.
      *****************************************************************
       L3-COVER-PO-LINE.
           IF TBL-PO-PART(SUB) NOT = WS-PREV-PART
               MOVE TBL-PO-PART(SUB) TO WS-PREV-PART WS-PART-LOOKUP
               PERFORM L9-FIND-PART THRU L9-FIND-PART-EXIT
               IF WS-PART-SUB = 0
                   MOVE 0 TO WS-SUPPLY
               ELSE
                   MOVE TBL-P-QTY(WS-PART-SUB) TO WS-SUPPLY
               END-IF
               PERFORM L4-ADVANCE-DEMAND THRU L4-ADVANCE-DEMAND-EXIT
                   UNTIL WS-DEM-PTR > WS-DEM-CTR
                      OR TBL-D-PART(WS-DEM-PTR) NOT < WS-PREV-PART
               MOVE WS-DEM-PTR TO WS-DEM-START
           END-IF.
           MOVE 0 TO WS-CUM-DEMAND WS-COVER-SUB.
           PERFORM L4-FIND-COVERED THRU L4-FIND-COVERED-EXIT
               VARYING SUB2 FROM WS-DEM-START BY 1
                   UNTIL SUB2 > WS-DEM-CTR
                      OR WS-COVER-SUB NOT = 0
                      OR TBL-D-PART(SUB2) NOT = WS-PREV-PART.
           ADD TBL-PO-OPEN(SUB) TO WS-SUPPLY.
           IF WS-COVER-SUB NOT = 0
               MOVE TBL-D-ORDER(WS-COVER-SUB) TO TBL-PO-ORDER(SUB)
               MOVE TBL-D-DUE(WS-COVER-SUB) TO TBL-PO-ORD-DUE(SUB)
           END-IF.
           MOVE 0 TO TBL-PO-DAYS(SUB).
           IF TBL-PO-NEED-N(SUB) = 0
               MOVE 'N' TO TBL-PO-FLAG(SUB)
               ADD 1 TO WS-NODATE-CTR
           END-IF.
           IF TBL-PO-NEED-N(SUB) > 0
               AND TBL-PO-NEED-N(SUB) < I-SYS-DATE
               MOVE 'P' TO TBL-PO-FLAG(SUB)
               ADD 1 TO WS-PAST-CTR
               COMPUTE WS-NEED-INT =
                   FUNCTION INTEGER-OF-DATE(TBL-PO-NEED-N(SUB))
               IF WS-NEED-INT < WS-TODAY-INT
                   COMPUTE WS-LATE-DAYS = WS-TODAY-INT - WS-NEED-INT
                   IF WS-LATE-DAYS > 9999
                       MOVE 9999 TO WS-LATE-DAYS
                   END-IF
                   MOVE WS-LATE-DAYS TO TBL-PO-DAYS(SUB)
               END-IF
           END-IF.
           IF WS-COVER-SUB NOT = 0
               IF TBL-D-DUE-N(WS-COVER-SUB) NOT = 99999999
                   AND TBL-PO-NEED-N(SUB) > TBL-D-DUE-N(WS-COVER-SUB)
                   ADD 1 TO WS-LATE-CTR
                   IF PO-PAST-DUE(SUB)
                       MOVE 'B' TO TBL-PO-FLAG(SUB)
                   ELSE
                       MOVE 'L' TO TBL-PO-FLAG(SUB)
                   END-IF
               END-IF
           END-IF.
           IF NOT PO-ON-TIME(SUB)
               ADD 1 TO WS-EXP-CTR
           END-IF.
       L3-COVER-PO-LINE-EXIT.
           EXIT.

       L4-ADVANCE-DEMAND.
           ADD 1 TO WS-DEM-PTR.
       L4-ADVANCE-DEMAND-EXIT.
           EXIT.

       L4-FIND-COVERED.
           ADD TBL-D-QTY(SUB2) TO WS-CUM-DEMAND.
           IF WS-CUM-DEMAND > WS-SUPPLY
               MOVE SUB2 TO WS-COVER-SUB
           END-IF.
       L4-FIND-COVERED-EXIT.
           EXIT.

      *****************************************************************
      *    PRINT ONE FLAGGED PO LINE. THE TABLE IS IN VENDOR SEQUENCE
      *    NOW - EACH VENDOR STARTS A NEW PAGE WITH ITS NAME AND
      *    CONTACT AND ENDS WITH A LINE COUNT.
      *****************************************************************
       L3-WRITE-EXPEDITE.
           IF PO-ON-TIME(SUB)
               GO TO L3-WRITE-EXPEDITE-EXIT
           END-IF.
           IF TBL-PO-VENDOR(SUB) NOT = WS-CUR-VENDOR
               IF WS-CUR-VENDOR NOT = SPACES
                   PERFORM L9-WRITE-VEND-TOTAL
                       THRU L9-WRITE-VEND-TOTAL-EXIT
               END-IF
               MOVE TBL-PO-VENDOR(SUB) TO WS-CUR-VENDOR WS-VEND-LOOKUP
               MOVE 0 TO WS-VEND-LINE-CTR
               ADD 1 TO WS-VEND-LIST-CTR
               PERFORM L9-LOOKUP-VEND THRU L9-LOOKUP-VEND-EXIT
               MOVE WS-CUR-VENDOR TO O-V-CODE
               IF WS-VEND-SUB = 0
                   MOVE 'VENDOR NOT ON FILE' TO O-V-NAME
                   MOVE SPACES TO O-V-CONTACT
               ELSE
                   MOVE TBL-V-NAME(WS-VEND-SUB) TO O-V-NAME
                   MOVE TBL-V-CONTACT(WS-VEND-SUB) TO O-V-CONTACT
               END-IF
               PERFORM L9-RPT1-HDGS THRU L9-RPT1-HDGS-EXIT
           END-IF.
           ADD 1 TO WS-VEND-LINE-CTR.
           MOVE TBL-PO-NUMBER(SUB) TO O-DET-PONUM.
           MOVE TBL-PO-PART(SUB) TO O-DET-PART.
           MOVE TBL-PO-OPEN(SUB) TO O-DET-OPEN.
           MOVE TBL-PO-NEED(SUB) TO O-DET-NEED.
           IF TBL-PO-DAYS(SUB) = 0
               MOVE SPACES TO O-DET-DAYS
           ELSE
               MOVE TBL-PO-DAYS(SUB) TO O-DET-DAYS-N
           END-IF.
           MOVE TBL-PO-ORDER(SUB) TO O-DET-ORDER.
           MOVE TBL-PO-ORD-DUE(SUB) TO O-DET-ORD-DUE.
           EVALUATE TRUE
               WHEN PO-PAST-DUE(SUB)
                   MOVE 'PAST DUE' TO O-DET-REASON
               WHEN PO-LATE-ORDER(SUB)
                   MOVE 'LATE FOR ORDER' TO O-DET-REASON
               WHEN PO-PAST-AND-LATE(SUB)
                   MOVE 'PAST DUE, LATE' TO O-DET-REASON
               WHEN PO-NO-DATE(SUB)
                   MOVE 'NO DATE' TO O-DET-REASON
           END-EVALUATE.
           WRITE RPT1-LN FROM D1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
       L3-WRITE-EXPEDITE-EXIT.
           EXIT.

       L9-WRITE-VEND-TOTAL.
           WRITE RPT1-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'LINES TO EXPEDITE:' TO O-TOT-DESC.
           MOVE WS-VEND-LINE-CTR TO O-TOT-CTR.
           WRITE RPT1-LN FROM T1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
       L9-WRITE-VEND-TOTAL-EXIT.
           EXIT.

       L3-WRITE-TOTALS.
           MOVE 'T' TO WS-HDG-MODE.
           PERFORM L9-RPT1-HDGS THRU L9-RPT1-HDGS-EXIT.
           IF WS-EXP-CTR = 0
               WRITE RPT1-LN FROM NO-DATA-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP PERFORM L9-RPT1-HDGS
               END-WRITE
               WRITE RPT1-LN FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP PERFORM L9-RPT1-HDGS
               END-WRITE
           END-IF.
           MOVE 'PO LINES READ:' TO O-TOT-DESC.
           MOVE WS-PO-READ TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'OPEN PO LINES CHECKED:' TO O-TOT-DESC.
           MOVE WS-PO-CTR TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'PAST NEED BY DATE:' TO O-TOT-DESC.
           MOVE WS-PAST-CTR TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'LATE FOR AN ORDER:' TO O-TOT-DESC.
           MOVE WS-LATE-CTR TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'NO NEED BY DATE:' TO O-TOT-DESC.
           MOVE WS-NODATE-CTR TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'LINES TO EXPEDITE:' TO O-TOT-DESC.
           MOVE WS-EXP-CTR TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'VENDORS TO CALL:' TO O-TOT-DESC.
           MOVE WS-VEND-LIST-CTR TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'OPEN ORDERS EXPLODED:' TO O-TOT-DESC.
           MOVE WS-ORD-READ TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'ORDERS WITH NO BILL:' TO O-TOT-DESC.
           MOVE WS-ORD-NOBOM TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
       L3-WRITE-TOTALS-EXIT.
           EXIT.

       L9-WRITE-TOTAL.
           WRITE RPT1-LN FROM T1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
       L9-WRITE-TOTAL-EXIT.
           EXIT.

      *****************************************************************
      *    ADD ONE PART REQUIREMENT OF THE CURRENT ORDER TO THE
      *    DEMAND TABLE.
      *****************************************************************
       L9-ADD-DEMAND.
           IF WS-REQ-QTY = 0
               GO TO L9-ADD-DEMAND-EXIT
           END-IF.
           IF WS-DEM-CTR >= MAX-DEM-SIZE
               DISPLAY 'ERROR - DEMAND TABLE CAPACITY EXCEEDED, '
                       'CONTACT OPS'
               CLOSE ORDER-DATA
               STOP RUN
           END-IF.
           ADD 1 TO WS-DEM-CTR.
           MOVE DTL-PART TO TBL-D-PART(WS-DEM-CTR).
           MOVE WS-ORD-DUE-N TO TBL-D-DUE-N(WS-DEM-CTR).
           MOVE WS-REQ-QTY TO TBL-D-QTY(WS-DEM-CTR).
           MOVE I-ORD-NUMBER TO TBL-D-ORDER(WS-DEM-CTR).
           MOVE I-ORD-DUE TO TBL-D-DUE(WS-DEM-CTR).
       L9-ADD-DEMAND-EXIT.
           EXIT.

      *****************************************************************
      *    REBUILD AN MM/DD/YYYY DATE AS YYYYMMDD SO DATES COMPARE IN
      *    ORDER. A DATE THAT IS NOT NUMERIC COMES BACK AS ZERO.
      *****************************************************************
       L9-REBUILD-DATE.
           MOVE WS-DATE-IN(7:4) TO WS-DR-YEAR.
           MOVE WS-DATE-IN(1:2) TO WS-DR-MONTH.
           MOVE WS-DATE-IN(4:2) TO WS-DR-DAY.
           IF WS-DATE-REBUILD-N IS NOT NUMERIC
               MOVE ZERO TO WS-DATE-REBUILD-N
               GO TO L9-REBUILD-DATE-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-REBUILD-N) NOT = 0
               MOVE ZERO TO WS-DATE-REBUILD-N
           END-IF.
       L9-REBUILD-DATE-EXIT.
           EXIT.

       L9-FIND-PART.
           MOVE 0 TO WS-PART-SUB.
           SET IDX-PART TO 1.
           SEARCH ALL PART-TABLE
               AT END CONTINUE
               WHEN TBL-P-PART(IDX-PART) = WS-PART-LOOKUP
                   SET WS-PART-SUB TO IDX-PART
           END-SEARCH.
       L9-FIND-PART-EXIT.
           EXIT.

       L9-LOOKUP-VEND.
           MOVE 0 TO WS-VEND-SUB.
           PERFORM VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > WS-VEND-CTR OR WS-VEND-SUB NOT = 0
               IF TBL-V-CODE(SUB2) = WS-VEND-LOOKUP
                   MOVE SUB2 TO WS-VEND-SUB
               END-IF
           END-PERFORM.
       L9-LOOKUP-VEND-EXIT.
           EXIT.

      *****************************************************************
      *    SHELL SORT THE DEMAND TABLE BY PART AND ORDER DUE DATE.
      *****************************************************************
       L3-SORT-DEMAND.
           DIVIDE WS-DEM-CTR BY 2 GIVING WS-GAP.
           PERFORM L4-SORT-DEM-GAP THRU L4-SORT-DEM-GAP-EXIT
               UNTIL WS-GAP < 1.
       L3-SORT-DEMAND-EXIT.
           EXIT.

       L4-SORT-DEM-GAP.
           COMPUTE WS-SORT-I = WS-GAP + 1.
           PERFORM L5-SORT-DEM-INSERT THRU L5-SORT-DEM-INSERT-EXIT
               UNTIL WS-SORT-I > WS-DEM-CTR.
           DIVIDE WS-GAP BY 2 GIVING WS-GAP.
       L4-SORT-DEM-GAP-EXIT.
           EXIT.

       L5-SORT-DEM-INSERT.
           MOVE DEMAND-TABLE(WS-SORT-I) TO WK-DEM-HOLD.
           MOVE WS-SORT-I TO WS-SORT-J.
           MOVE 'Y' TO WS-SORT-MORE.
           PERFORM L6-SORT-DEM-SHIFT THRU L6-SORT-DEM-SHIFT-EXIT
               UNTIL WS-SORT-MORE = 'N'.
           MOVE WK-DEM-HOLD TO DEMAND-TABLE(WS-SORT-J).
           ADD 1 TO WS-SORT-I.
       L5-SORT-DEM-INSERT-EXIT.
           EXIT.

       L6-SORT-DEM-SHIFT.
           IF WS-SORT-J <= WS-GAP
               MOVE 'N' TO WS-SORT-MORE
               GO TO L6-SORT-DEM-SHIFT-EXIT
           END-IF.
           COMPUTE WS-SORT-K = WS-SORT-J - WS-GAP.
           IF TBL-D-KEY(WS-SORT-K) > WK-D-KEY
               MOVE DEMAND-TABLE(WS-SORT-K) TO DEMAND-TABLE(WS-SORT-J)
               MOVE WS-SORT-K TO WS-SORT-J
           ELSE
               MOVE 'N' TO WS-SORT-MORE
           END-IF.
       L6-SORT-DEM-SHIFT-EXIT.
           EXIT.

      *****************************************************************
      *    SHELL SORT THE PO TABLE ON WHATEVER KEY IS LOADED.
      *****************************************************************
       L3-SORT-PO.
           DIVIDE WS-PO-CTR BY 2 GIVING WS-GAP.
           PERFORM L4-SORT-PO-GAP THRU L4-SORT-PO-GAP-EXIT
               UNTIL WS-GAP < 1.
       L3-SORT-PO-EXIT.
           EXIT.

       L4-SORT-PO-GAP.
           COMPUTE WS-SORT-I = WS-GAP + 1.
           PERFORM L5-SORT-PO-INSERT THRU L5-SORT-PO-INSERT-EXIT
               UNTIL WS-SORT-I > WS-PO-CTR.
           DIVIDE WS-GAP BY 2 GIVING WS-GAP.
       L4-SORT-PO-GAP-EXIT.
           EXIT.

       L5-SORT-PO-INSERT.
           MOVE PO-TABLE(WS-SORT-I) TO WK-PO-HOLD.
           MOVE WS-SORT-I TO WS-SORT-J.
           MOVE 'Y' TO WS-SORT-MORE.
           PERFORM L6-SORT-PO-SHIFT THRU L6-SORT-PO-SHIFT-EXIT
               UNTIL WS-SORT-MORE = 'N'.
           MOVE WK-PO-HOLD TO PO-TABLE(WS-SORT-J).
           ADD 1 TO WS-SORT-I.
       L5-SORT-PO-INSERT-EXIT.
           EXIT.

       L6-SORT-PO-SHIFT.
           IF WS-SORT-J <= WS-GAP
               MOVE 'N' TO WS-SORT-MORE
               GO TO L6-SORT-PO-SHIFT-EXIT
           END-IF.
           COMPUTE WS-SORT-K = WS-SORT-J - WS-GAP.
           IF TBL-PO-KEY(WS-SORT-K) > WK-PO-KEY
               MOVE PO-TABLE(WS-SORT-K) TO PO-TABLE(WS-SORT-J)
               MOVE WS-SORT-K TO WS-SORT-J
           ELSE
               MOVE 'N' TO WS-SORT-MORE
           END-IF.
       L6-SORT-PO-SHIFT-EXIT.
           EXIT.

      *****************************************************************
      *    BUILD THE BOM INDEX FROM THE LOADED MACHINE TABLE - ONE
      *    ENTRY AT EACH CHANGE OF MACHINE CODE, SHELL SORTED INTO
      *    CODE SEQUENCE FOR THE BINARY SEARCH. A CODE THAT APPEARS
      *    MORE THAN ONCE KEEPS ITS LOWEST SUBSCRIPT.
      *****************************************************************
       L3-BUILD-BOMIX.
           MOVE SPACES TO WS-BOMIX-PREV.
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > WS-MAST-READ
               IF TBL-M-MACHINE(SUB) NOT = WS-BOMIX-PREV
                   IF WS-BOMIX-CTR >= MAX-BOMIX-SIZE
                       DISPLAY 'ERROR - BOM INDEX CAPACITY EXCEEDED, '
                               'CONTACT OPS'
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-BOMIX-CTR
                   MOVE TBL-M-MACHINE(SUB)
                       TO TBL-BOMIX-CODE(WS-BOMIX-CTR)
                   MOVE SUB TO TBL-BOMIX-SUB(WS-BOMIX-CTR)
                   MOVE TBL-M-MACHINE(SUB) TO WS-BOMIX-PREV
               END-IF
           END-PERFORM.
           DIVIDE WS-BOMIX-CTR BY 2 GIVING WS-GAP.
           PERFORM L4-SORT-BOMIX-GAP THRU L4-SORT-BOMIX-GAP-EXIT
               UNTIL WS-GAP < 1.
           MOVE 0 TO WS-BOMIX-OUT.
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > WS-BOMIX-CTR
               IF WS-BOMIX-OUT = 0
                   ADD 1 TO WS-BOMIX-OUT
                   MOVE BOMIX-TABLE(SUB) TO BOMIX-TABLE(WS-BOMIX-OUT)
               ELSE
                   IF TBL-BOMIX-CODE(SUB) NOT =
                           TBL-BOMIX-CODE(WS-BOMIX-OUT)
                       ADD 1 TO WS-BOMIX-OUT
                       MOVE BOMIX-TABLE(SUB)
                           TO BOMIX-TABLE(WS-BOMIX-OUT)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING SUB FROM WS-BOMIX-OUT BY 1
                   UNTIL SUB >= WS-BOMIX-CTR
               MOVE HIGH-VALUES TO TBL-BOMIX-CODE(SUB + 1)
               MOVE ZERO TO TBL-BOMIX-SUB(SUB + 1)
           END-PERFORM.
           MOVE WS-BOMIX-OUT TO WS-BOMIX-CTR.
       L3-BUILD-BOMIX-EXIT.
           EXIT.

       L4-SORT-BOMIX-GAP.
           COMPUTE WS-SORT-I = WS-GAP + 1.
           PERFORM L5-SORT-BOMIX-INSERT THRU L5-SORT-BOMIX-INSERT-EXIT
               UNTIL WS-SORT-I > WS-BOMIX-CTR.
           DIVIDE WS-GAP BY 2 GIVING WS-GAP.
       L4-SORT-BOMIX-GAP-EXIT.
           EXIT.

       L5-SORT-BOMIX-INSERT.
           MOVE BOMIX-TABLE(WS-SORT-I) TO WK-BOMIX-HOLD.
           MOVE WS-SORT-I TO WS-SORT-J.
           MOVE 'Y' TO WS-SORT-MORE.
           PERFORM L6-SORT-BOMIX-SHIFT THRU L6-SORT-BOMIX-SHIFT-EXIT
               UNTIL WS-SORT-MORE = 'N'.
           MOVE WK-BOMIX-HOLD TO BOMIX-TABLE(WS-SORT-J).
           ADD 1 TO WS-SORT-I.
       L5-SORT-BOMIX-INSERT-EXIT.
           EXIT.

       L6-SORT-BOMIX-SHIFT.
           IF WS-SORT-J <= WS-GAP
               MOVE 'N' TO WS-SORT-MORE
               GO TO L6-SORT-BOMIX-SHIFT-EXIT
           END-IF.
           COMPUTE WS-SORT-K = WS-SORT-J - WS-GAP.
           IF TBL-BOMIX-CODE(WS-SORT-K) > WK-BOMIX-CODE
               OR (TBL-BOMIX-CODE(WS-SORT-K) = WK-BOMIX-CODE
               AND TBL-BOMIX-SUB(WS-SORT-K) > WK-BOMIX-SUB)
               MOVE BOMIX-TABLE(WS-SORT-K) TO BOMIX-TABLE(WS-SORT-J)
               MOVE WS-SORT-K TO WS-SORT-J
           ELSE
               MOVE 'N' TO WS-SORT-MORE
           END-IF.
       L6-SORT-BOMIX-SHIFT-EXIT.
           EXIT.

       L9-FIND-BOM.
           MOVE 0 TO WS-BOM-SUB.
           SET IDX-BOMIX TO 1.
           SEARCH ALL BOMIX-TABLE
               AT END CONTINUE
               WHEN TBL-BOMIX-CODE(IDX-BOMIX) = WS-EXPL-CODE
                   MOVE TBL-BOMIX-SUB(IDX-BOMIX) TO WS-BOM-SUB
           END-SEARCH.
       L9-FIND-BOM-EXIT.
           EXIT.

       L9-RPT1-HDGS.
           ADD 1 TO C-PCTR1.
           MOVE C-PCTR1 TO O-PCTR.
           WRITE RPT1-LN FROM CO-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE RPT1-LN FROM RPT1-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           IF VENDOR-HDGS
               WRITE RPT1-LN FROM VEND-LINE1
                   AFTER ADVANCING 2 LINES
               WRITE RPT1-LN FROM VEND-LINE2
                   AFTER ADVANCING 1 LINE
               WRITE RPT1-LN FROM RPT1-COL-HDG-LINE1
                   AFTER ADVANCING 2 LINES
               WRITE RPT1-LN FROM RPT1-COL-HDG-LINE2
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE RPT1-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
       L9-RPT1-HDGS-EXIT.
           EXIT.
