       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 EXCSOBS.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    THIS PROGRAM VALUES THE INVENTORY WE HAVE TOO MUCH OF FOR
      *    THE QUARTER END RESERVE. EVERY OPEN ORDER IS EXPLODED
      *    THROUGH THE MACHINE MASTER, SUBASSEMBLIES INCLUDED, THE
      *    SAME WAY THE SHORTAGE RUN DOES TO GET THE TOTAL DEMAND
      *    PER PART. THE INVENTORY AUDIT FILE SUPPLIES EACH PART'S
      *    LAST MOVEMENT DATE - THE LAST ON HAND QUANTITY CHANGE,
      *    SUCH AS A RECEIPT OR A COMPLETION. A PHYSICAL COUNT
      *    CORRECTION, A TRANSFER BETWEEN STOCKING LOCATIONS OR AN
      *    INVENTORY FILE REBUILD IS NOT A MOVEMENT AND IS IGNORED.
      *    WHEN OLD DETAIL HAS BEEN ARCHIVED BY THE PERIOD END PURGE,
      *    ITS MOVED SUMMARY RECORD CARRIES THE LAST MOVEMENT DATE.
      *
      *    EACH PART WITH STOCK ON HAND FALLS INTO AT MOST ONE CLASS,
      *    TESTED IN THIS ORDER -
      *        OBS  - OBSOLETE. NOT A COMPONENT ON ANY MACHINE OR
      *               SUBASSEMBLY AND NOT AN APPROVED ALTERNATE. THE
      *               WHOLE ON HAND IS VALUED.
      *        EXC  - EXCESS. ON HAND BEYOND THE OPEN ORDER DEMAND.
      *               ONLY THE QUANTITY OVER DEMAND IS VALUED.
      *        SLOW - SLOW MOVING. NO MOVEMENT IN MORE THAN THE PARM
      *               NUMBER OF DAYS, OR NONE ON FILE. THE WHOLE ON
      *               HAND IS VALUED.
      *    VALUES ARE EXTENDED AT THE INVENTORY UNIT COST AND TOTALED
      *    BY CLASS AND BY VENDOR. THE PARM FILE CARRIES THE SLOW
      *    MOVING DAY COUNT - MISSING OR NOT NUMERIC USES 180 DAYS.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT OPTIONAL ALTERNATE-MASTER
               ASSIGN TO "ALTPART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-STATUS.

           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO "INVAUDIT.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT OPTIONAL VENDOR-MASTER
               ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEND-STATUS.

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO "EXCSOBS.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PRTOUT1
               ASSIGN TO "EXCSOBS.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD  ALTERNATE-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS ALTERNATE-RECORD.

       01  ALTERNATE-RECORD.
           05  I-ALT-PRIMARY       PIC X(5).
           05  I-ALT-PART          PIC X(5).
           05  I-ALT-PRIORITY      PIC 9(2).
           05  I-ALT-RATIO         PIC 9(3)V99.

       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS AUDIT-LN.

       01  AUDIT-LN.
           05  I-AUD-DATE          PIC X(10).
           05  I-AUD-PGM           PIC X(8).
           05  I-AUD-PART          PIC X(5).
           05  I-AUD-FIELD         PIC X(5).
           05  I-AUD-BEFORE        PIC S9(5)
                                   SIGN IS LEADING SEPARATE.
           05  I-AUD-AFTER         PIC S9(5)
                                   SIGN IS LEADING SEPARATE.
           05  I-AUD-LOC           PIC X(3).

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

       FD  PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 3 CHARACTERS
           DATA RECORD IS PARM-RECORD.

       01  PARM-RECORD.
           05  PARM-SLOW-DAYS      PIC 9(3).

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
           05  WS-HDG-MODE         PIC X           VALUE 'D'.
               88  DETAIL-HDGS             VALUE 'D'.
               88  VENDOR-HDGS             VALUE 'V'.

       01  SORT-WORK-AREA.
           05  WS-GAP              PIC 9(5)        VALUE 0.
           05  WS-SORT-I           PIC 9(5)        VALUE 0.
           05  WS-SORT-J           PIC 9(5)        VALUE 0.
           05  WS-SORT-K           PIC 9(5)        VALUE 0.
           05  WS-SORT-MORE        PIC X           VALUE 'N'.

       01  FILE-STATUS-AREA.
           05  WS-INV-STATUS       PIC XX          VALUE SPACES.
           05  WS-MACH-STATUS      PIC XX          VALUE SPACES.
           05  WS-ORD-STATUS       PIC XX          VALUE SPACES.
           05  WS-ALT-STATUS       PIC XX          VALUE SPACES.
           05  WS-AUD-STATUS       PIC XX          VALUE SPACES.
           05  WS-VEND-STATUS      PIC XX          VALUE SPACES.
           05  WS-PARM-STATUS      PIC XX          VALUE SPACES.

       01  PARM-AREA.
           05  WS-SLOW-DAYS        PIC 9(3)        VALUE 180.

       01  DATE-WORK-AREA.
           05  WS-TODAY-INT        PIC 9(8)        VALUE 0.
           05  WS-TODAY-KEY        PIC X(8)        VALUE SPACES.
           05  WS-LAST-INT         PIC 9(8)        VALUE 0.
           05  WS-IDLE-DAYS        PIC 9(5)        VALUE 0.
           05  WS-DATE-REBUILD.
               10  WS-DR-YEAR      PIC X(4).
               10  WS-DR-MONTH     PIC X(2).
               10  WS-DR-DAY       PIC X(2).
           05  WS-DATE-REBUILD-N REDEFINES WS-DATE-REBUILD
                                   PIC 9(8).
           05  WS-LAST-SHOW.
               10  WS-LS-YEAR      PIC 9(4).
               10  WS-LS-MONTH     PIC 9(2).
               10  WS-LS-DAY       PIC 9(2).
           05  WS-LAST-SHOW-N REDEFINES WS-LAST-SHOW
                                   PIC 9(8).

       01  RUN-COUNTERS.
           05  WS-INV-READ         PIC 9(5)        VALUE 0.
           05  WS-MAST-READ        PIC 9(5)        VALUE 0.
           05  WS-ORD-READ         PIC 9(5)        VALUE 0.
           05  WS-ORD-NOBOM        PIC 9(5)        VALUE 0.
           05  WS-AUD-READ         PIC 9(7)        VALUE 0.
           05  WS-AUD-MOVES        PIC 9(7)        VALUE 0.

       01  CLASS-TOTALS.
           05  WS-OBS-CTR          PIC 9(5)        VALUE 0.
           05  WS-OBS-VALUE        PIC 9(9)V99     VALUE 0.
           05  WS-EXC-CTR          PIC 9(5)        VALUE 0.
           05  WS-EXC-VALUE        PIC 9(9)V99     VALUE 0.
           05  WS-SLOW-CTR         PIC 9(5)        VALUE 0.
           05  WS-SLOW-VALUE       PIC 9(9)V99     VALUE 0.
           05  WS-ALL-CTR          PIC 9(5)        VALUE 0.
           05  WS-ALL-VALUE        PIC 9(9)V99     VALUE 0.

       01  CLASSIFY-WORK-AREA.
           05  WS-CLASS            PIC X           VALUE SPACE.
               88  CLASS-OBSOLETE          VALUE 'O'.
               88  CLASS-EXCESS            VALUE 'E'.
               88  CLASS-SLOW              VALUE 'S'.
               88  CLASS-NONE              VALUE SPACE.
           05  WS-EXCESS-QTY       PIC 9(7)        VALUE 0.
           05  WS-LINE-VALUE       PIC 9(9)V99     VALUE 0.

      *****************************************************************
      *    ONE ENTRY PER INVENTORY PART, LOADED IN KEY SEQUENCE SO
      *    THE DEMAND, BOM AND AUDIT PASSES CAN BINARY SEARCH IT.
      *    UNUSED ENTRIES HOLD HIGH-VALUES SO THE SORTED ORDER COVERS
      *    THE WHOLE TABLE.
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
               10  TBL-P-COST      PIC 9(4)V99.
               10  TBL-P-VENDOR    PIC X(5).
               10  TBL-P-DEMAND    PIC 9(7).
               10  TBL-P-LAST      PIC 9(8).
               10  TBL-P-USED      PIC X(1).
                   88  PART-ON-BOM         VALUE 'Y'.

       01  MACHINE-FILE-DATA.
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

       01  VENDOR-FILE-DATA.
           05  WS-VEND-CTR         PIC 9(3)        VALUE 0.
           05  WS-VEND-SUB         PIC 9(3)        VALUE 0.
           05  WS-VEND-LOOKUP      PIC X(5)        VALUE SPACES.
           05  MAX-VEND-SIZE       PIC 9(3)        VALUE 500.
           05  VENDOR-TABLE OCCURS 500 TIMES INDEXED BY IDX-VEND.
               10  TBL-V-CODE      PIC X(5).
               10  TBL-V-NAME      PIC X(20).

       01  VENDOR-TOTAL-DATA.
           05  WS-VTOT-CTR         PIC 9(3)        VALUE 0.
           05  MAX-VTOT-SIZE       PIC 9(3)        VALUE 500.
           05  VTOT-TABLE OCCURS 500 TIMES INDEXED BY IDX-VTOT.
               10  TBL-VT-VENDOR   PIC X(5).
               10  TBL-VT-OBS      PIC 9(9)V99.
               10  TBL-VT-EXC      PIC 9(9)V99.
               10  TBL-VT-SLOW     PIC 9(9)V99.

       01  WK-VTOT-HOLD.
           05  WK-VT-VENDOR        PIC X(5).
           05  WK-VT-OBS           PIC 9(9)V99.
           05  WK-VT-EXC           PIC 9(9)V99.
           05  WK-VT-SLOW          PIC 9(9)V99.

       01  WS-VT-LINE-TOTAL        PIC 9(9)V99     VALUE 0.

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
           05  FILLER              PIC X(19)   VALUE SPACES.
           05  FILLER              PIC X(42)   VALUE
                       'EXCESS, OBSOLETE AND SLOW-MOVING INVENTORY'.

       01  PARM-LINE.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  FILLER              PIC X(33)   VALUE
                                   'SLOW MOVING = NO MOVEMENT IN OVER'.
           05  O-PARM-DAYS         PIC ZZ9.
           05  FILLER              PIC X(5)    VALUE ' DAYS'.

       01  RPT1-COL-HDG-LINE1.
           05  FILLER              PIC X(13)   VALUE SPACES.
           05  FILLER              PIC X(8)    VALUE 'ON'.
           05  FILLER              PIC X(15)   VALUE 'ORDER'.
           05  FILLER              PIC X(5)    VALUE 'UNIT'.
           05  FILLER              PIC X(11)   VALUE 'LAST'.
           05  FILLER              PIC X(4)    VALUE 'IDLE'.

       01  RPT1-COL-HDG-LINE2.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE 'PART'.
           05  FILLER              PIC X(6)    VALUE 'VEND'.
           05  FILLER              PIC X(6)    VALUE 'HAND'.
           05  FILLER              PIC X(8)    VALUE 'DEMAND'.
           05  FILLER              PIC X(6)    VALUE 'OVER'.
           05  FILLER              PIC X(8)    VALUE '  COST'.
           05  FILLER              PIC X(11)   VALUE 'MOVEMENT'.
           05  FILLER              PIC X(5)    VALUE 'DAYS'.
           05  FILLER              PIC X(5)    VALUE 'CLS'.
           05  FILLER              PIC X(14)   VALUE
                                               '         VALUE'.

       01  VEND-HDG-LINE.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  FILLER              PIC X(33)   VALUE
                                   'RESERVE CANDIDATES BY VENDOR'.

       01  VEND-COL-HDG-LINE.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE 'VEND'.
           05  FILLER              PIC X(15)   VALUE 'NAME'.
           05  FILLER              PIC X(14)   VALUE '     OBSOLETE'.
           05  FILLER              PIC X(14)   VALUE '       EXCESS'.
           05  FILLER              PIC X(14)   VALUE '  SLOW-MOVING'.
           05  FILLER              PIC X(13)   VALUE '        TOTAL'.

       01  D1.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-DET-PART          PIC X(5).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-DET-VENDOR        PIC X(5).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-DET-ONHAND        PIC ZZZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-DET-DEMAND        PIC ZZZZZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-DET-EXCESS        PIC ZZZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-DET-COST          PIC ZZZ9.99.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-DET-LAST          PIC X(10).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-DET-DAYS          PIC X(4).
           05  O-DET-DAYS-N REDEFINES O-DET-DAYS
                                   PIC ZZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-DET-CLASS         PIC X(4).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-DET-VALUE         PIC ZZZ,ZZZ,ZZ9.99.

       01  D2.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-VT-VENDOR         PIC X(5).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-VT-NAME           PIC X(14).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-VT-OBS            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-VT-EXC            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-VT-SLOW           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-VT-TOTAL          PIC ZZ,ZZZ,ZZ9.99.

       01  T1.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  O-TOT-DESC          PIC X(30).
           05  O-TOT-CTR           PIC ZZ,ZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  O-TOT-VALUE         PIC ZZZ,ZZZ,ZZ9.99.

       01  T2.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  O-CNT-DESC          PIC X(30).
           05  O-CNT-CTR           PIC Z,ZZZ,ZZ9.

       01  NO-DATA-LINE.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  FILLER              PIC X(36)   VALUE
                           'NO EXCESS, OBSOLETE OR SLOW STOCK'.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.

       L1-EXCSOBS.
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
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > MAX-VEND-SIZE
               INITIALIZE VENDOR-TABLE(SUB).
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > MAX-VTOT-SIZE
               INITIALIZE VTOT-TABLE(SUB).
           PERFORM L3-READ-PARM THRU L3-READ-PARM-EXIT.
           PERFORM L3-LOAD-PARTS THRU L3-LOAD-PARTS-EXIT.
           PERFORM L3-LOAD-MASTER THRU L3-LOAD-MASTER-EXIT.
           PERFORM L3-BUILD-BOMIX THRU L3-BUILD-BOMIX-EXIT.
           PERFORM L3-MARK-ALTERNATES THRU L3-MARK-ALTERNATES-EXIT.
           PERFORM L3-EXPLODE-ORDERS THRU L3-EXPLODE-ORDERS-EXIT.
           PERFORM L3-SCAN-AUDIT THRU L3-SCAN-AUDIT-EXIT.
           PERFORM L3-LOAD-VENDORS THRU L3-LOAD-VENDORS-EXIT.
           OPEN OUTPUT PRTOUT1.
           PERFORM L9-RPT1-HDGS THRU L9-RPT1-HDGS-EXIT.
       L2-INIT-EXIT.
           EXIT.

       L2-MAINLINE.
           PERFORM L3-CLASSIFY-PART THRU L3-CLASSIFY-PART-EXIT
               VARYING SUB FROM 1 BY 1 UNTIL SUB > WS-PART-CTR.
           IF WS-ALL-CTR = 0
               WRITE RPT1-LN FROM NO-DATA-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP PERFORM L9-RPT1-HDGS
               END-WRITE
           END-IF.
       L2-MAINLINE-EXIT.
           EXIT.

       L2-CLOSINGS.
           PERFORM L3-WRITE-CLASS-TOTALS
               THRU L3-WRITE-CLASS-TOTALS-EXIT.
           PERFORM L3-WRITE-VENDOR-TOTALS
               THRU L3-WRITE-VENDOR-TOTALS-EXIT.
           CLOSE PRTOUT1.
       L2-CLOSINGS-EXIT.
           EXIT.

      *****************************************************************
      *    READ THE SLOW MOVING DAY COUNT. A MISSING PARM FILE, A
      *    BLANK RECORD OR A ZERO KEEPS THE 180 DAY DEFAULT.
      *****************************************************************
       L3-READ-PARM.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       MOVE SPACES TO PARM-RECORD
               END-READ
               IF PARM-SLOW-DAYS IS NUMERIC AND PARM-SLOW-DAYS > 0
                   MOVE PARM-SLOW-DAYS TO WS-SLOW-DAYS
               END-IF
               CLOSE PARM-FILE
           END-IF.
           MOVE WS-SLOW-DAYS TO O-PARM-DAYS.
       L3-READ-PARM-EXIT.
           EXIT.

      *****************************************************************
      *    LOAD THE INVENTORY FILE IN KEY SEQUENCE. THE FILE IS ONLY
      *    READ - NOTHING IN THIS REPORT CHANGES A BALANCE. A PART
      *    STOCKED IN MORE THAN ONE LOCATION IS ONE TABLE ENTRY WITH
      *    THE ON HAND OF ALL ITS LOCATIONS; COST AND VENDOR COME
      *    FROM ITS FIRST LOCATION RECORD.
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
           ADD 1 TO WS-INV-READ.
           ADD 1 TO WS-PART-CTR.
           MOVE I-INV-PART TO TBL-P-PART(WS-PART-CTR).
           IF I-INV-QTY IS NUMERIC
               MOVE I-INV-QTY TO TBL-P-QTY(WS-PART-CTR)
           END-IF.
           IF I-INV-COST IS NUMERIC
               MOVE I-INV-COST TO TBL-P-COST(WS-PART-CTR)
           END-IF.
           MOVE I-INV-VENDOR TO TBL-P-VENDOR(WS-PART-CTR).
           MOVE 'N' TO TBL-P-USED(WS-PART-CTR).
       L4-READ-PART-NEXT.
           READ INVENTORY-DATA NEXT RECORD
               AT END MOVE 'N' TO MORE-RECS.
       L4-READ-PART-EXIT.
           EXIT.

      *****************************************************************
      *    LOAD THE MACHINE MASTER. EVERY PURCHASED COMPONENT LINE
      *    MARKS ITS PART AS USED ON A BILL - A PART NEVER MARKED IS
      *    OBSOLETE WHATEVER THE ORDER BOOK SAYS. A LINE WHOSE
      *    EFFECTIVITY HAS ALREADY ENDED IS NO LONGER A USE - A LINE
      *    NOT YET IN EFFECT STILL IS.
      *****************************************************************
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
           IF NOT SUBASM-COMPONENT(SUB)
               AND TBL-M-EFF-TO(SUB) NOT < WS-TODAY-KEY
               MOVE I-MACHINE-PART TO WS-PART-LOOKUP
               PERFORM L9-FIND-PART THRU L9-FIND-PART-EXIT
               IF WS-PART-SUB NOT = 0
                   MOVE 'Y' TO TBL-P-USED(WS-PART-SUB)
               END-IF
           END-IF.
           ADD 1 TO WS-MAST-READ.
           ADD 1 TO SUB.
           READ MACHINE-MASTER
               AT END MOVE 'N' TO MORE-RECS.
       L4-READ-MACH-EXIT.
           EXIT.

      *****************************************************************
      *    AN APPROVED ALTERNATE IS STILL DRAWN BY THE SHORTAGE RUN
      *    WHEN ITS PRIMARY IS SHORT, SO IT IS NOT OBSOLETE EVEN IF
      *    NO BILL NAMES IT. THE ALTERNATE FILE IS OPTIONAL.
      *****************************************************************
       L3-MARK-ALTERNATES.
           OPEN INPUT ALTERNATE-MASTER.
           IF WS-ALT-STATUS = '05'
               CLOSE ALTERNATE-MASTER
               GO TO L3-MARK-ALTERNATES-EXIT
           END-IF.
           IF WS-ALT-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN ALTPART.DAT - '
                       'FILE STATUS ' WS-ALT-STATUS
               STOP RUN
           END-IF.
           MOVE 'Y' TO MORE-RECS.
           READ ALTERNATE-MASTER
               AT END MOVE 'N' TO MORE-RECS.
           PERFORM L4-MARK-ONE-ALT THRU L4-MARK-ONE-ALT-EXIT
               UNTIL NO-MORE-RECS.
           CLOSE ALTERNATE-MASTER.
       L3-MARK-ALTERNATES-EXIT.
           EXIT.

       L4-MARK-ONE-ALT.
           MOVE I-ALT-PART TO WS-PART-LOOKUP.
           PERFORM L9-FIND-PART THRU L9-FIND-PART-EXIT.
           IF WS-PART-SUB NOT = 0
               MOVE 'Y' TO TBL-P-USED(WS-PART-SUB)
           END-IF.
           READ ALTERNATE-MASTER
               AT END MOVE 'N' TO MORE-RECS.
       L4-MARK-ONE-ALT-EXIT.
           EXIT.

      *****************************************************************
      *    EXPLODE EVERY OPEN ORDER THROUGH THE MASTER AND ADD THE
      *    COMPONENT USAGE TO EACH PART'S DEMAND. AN ORDER FOR A
      *    MACHINE WITH NO BILL IS COUNTED AND SKIPPED.
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
           MOVE I-ORD-DUE(7:4) TO WS-EFF-KEY(1:4).
           MOVE I-ORD-DUE(1:2) TO WS-EFF-KEY(5:2).
           MOVE I-ORD-DUE(4:2) TO WS-EFF-KEY(7:2).
           IF WS-EFF-KEY IS NOT NUMERIC
               MOVE I-SYS-DATE TO WS-EFF-KEY
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

      *****************************************************************
      *    ONE MASTER LINE UNDER THE ORDERED MACHINE. A SUBASSEMBLY
      *    IS EXPLODED DOWN TO ITS PURCHASED PARTS FIRST. A LINE NOT
      *    IN EFFECT ON THE ORDER'S DUE DATE IS PASSED OVER.
      *****************************************************************
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

      *****************************************************************
      *    SCAN THE AUDIT FILE FOR THE LAST ON HAND MOVEMENT OF EACH
      *    PART. ONLY QUANTITY CHANGES COUNT - THE SHORTAGE RUN'S
      *    AVAILABLE AND SHORT WORK FIELDS ARE ALLOCATIONS, NOT
      *    MOVEMENT - AND A PHYSICAL COUNT CORRECTION IS LEFT OUT.
      *    DATES ARE REBUILT AS YYYYMMDD SO THE LATEST WINS WHATEVER
      *    THE FILE ORDER. A MISSING AUDIT FILE LEAVES EVERY PART
      *    WITH NO MOVEMENT ON FILE.
      *****************************************************************
       L3-SCAN-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUD-STATUS NOT = '00' AND WS-AUD-STATUS NOT = '05'
               DISPLAY 'ERROR - UNABLE TO OPEN INVAUDIT.DAT - '
                       'FILE STATUS ' WS-AUD-STATUS
               STOP RUN
           END-IF.
           MOVE 'Y' TO MORE-RECS.
           READ AUDIT-FILE
               AT END MOVE 'N' TO MORE-RECS.
           PERFORM L4-SCAN-ONE-AUDIT THRU L4-SCAN-ONE-AUDIT-EXIT
               UNTIL NO-MORE-RECS.
           CLOSE AUDIT-FILE.
       L3-SCAN-AUDIT-EXIT.
           EXIT.

       L4-SCAN-ONE-AUDIT.
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO READ INVAUDIT.DAT - '
                       'FILE STATUS ' WS-AUD-STATUS
               CLOSE AUDIT-FILE
               STOP RUN
           END-IF.
           ADD 1 TO WS-AUD-READ.
           IF (I-AUD-FIELD = 'QTY' AND I-AUD-PGM NOT = 'PHYSCNT'
                   AND I-AUD-PGM NOT = 'XFERPOST')
               OR I-AUD-FIELD = 'MOVED'
               MOVE I-AUD-DATE(7:4) TO WS-DR-YEAR
               MOVE I-AUD-DATE(1:2) TO WS-DR-MONTH
               MOVE I-AUD-DATE(4:2) TO WS-DR-DAY
               IF WS-DATE-REBUILD-N IS NUMERIC
                   MOVE I-AUD-PART TO WS-PART-LOOKUP
                   PERFORM L9-FIND-PART THRU L9-FIND-PART-EXIT
                   IF WS-PART-SUB NOT = 0
                       ADD 1 TO WS-AUD-MOVES
                       IF WS-DATE-REBUILD-N > TBL-P-LAST(WS-PART-SUB)
                           MOVE WS-DATE-REBUILD-N
                               TO TBL-P-LAST(WS-PART-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           READ AUDIT-FILE
               AT END MOVE 'N' TO MORE-RECS.
       L4-SCAN-ONE-AUDIT-EXIT.
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
           READ VENDOR-MASTER
               AT END MOVE 'N' TO MORE-RECS.
       L4-READ-VEND-EXIT.
           EXIT.

      *****************************************************************
      *    CLASSIFY ONE PART AND PRINT IT IF IT FALLS IN A CLASS. A
      *    PART WITH NOTHING ON HAND HAS NOTHING TO RESERVE.
      *****************************************************************
       L3-CLASSIFY-PART.
           IF TBL-P-QTY(SUB) = 0
               GO TO L3-CLASSIFY-PART-EXIT
           END-IF.
           MOVE SPACE TO WS-CLASS.
           MOVE 0 TO WS-EXCESS-QTY.
           IF TBL-P-QTY(SUB) > TBL-P-DEMAND(SUB)
               COMPUTE WS-EXCESS-QTY =
                   TBL-P-QTY(SUB) - TBL-P-DEMAND(SUB)
           END-IF.
           IF TBL-P-LAST(SUB) = 0
               MOVE 99999 TO WS-IDLE-DAYS
           ELSE
               COMPUTE WS-LAST-INT =
                   FUNCTION INTEGER-OF-DATE(TBL-P-LAST(SUB))
               IF WS-LAST-INT = 0 OR WS-LAST-INT > WS-TODAY-INT
                   MOVE 0 TO WS-IDLE-DAYS
               ELSE
                   COMPUTE WS-IDLE-DAYS = WS-TODAY-INT - WS-LAST-INT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NOT PART-ON-BOM(SUB)
                   MOVE 'O' TO WS-CLASS
                   COMPUTE WS-LINE-VALUE =
                       TBL-P-QTY(SUB) * TBL-P-COST(SUB)
                   ADD 1 TO WS-OBS-CTR
                   ADD WS-LINE-VALUE TO WS-OBS-VALUE
                   MOVE 'OBS' TO O-DET-CLASS
               WHEN WS-EXCESS-QTY > 0
                   MOVE 'E' TO WS-CLASS
                   COMPUTE WS-LINE-VALUE =
                       WS-EXCESS-QTY * TBL-P-COST(SUB)
                   ADD 1 TO WS-EXC-CTR
                   ADD WS-LINE-VALUE TO WS-EXC-VALUE
                   MOVE 'EXC' TO O-DET-CLASS
               WHEN WS-IDLE-DAYS > WS-SLOW-DAYS
                   MOVE 'S' TO WS-CLASS
                   COMPUTE WS-LINE-VALUE =
                       TBL-P-QTY(SUB) * TBL-P-COST(SUB)
                   ADD 1 TO WS-SLOW-CTR
                   ADD WS-LINE-VALUE TO WS-SLOW-VALUE
                   MOVE 'SLOW' TO O-DET-CLASS
           END-EVALUATE.
           IF CLASS-NONE
               GO TO L3-CLASSIFY-PART-EXIT
           END-IF.
           ADD 1 TO WS-ALL-CTR.
           ADD WS-LINE-VALUE TO WS-ALL-VALUE.
           PERFORM L4-ACCUM-VENDOR THRU L4-ACCUM-VENDOR-EXIT.
           MOVE TBL-P-PART(SUB) TO O-DET-PART.
           MOVE TBL-P-VENDOR(SUB) TO O-DET-VENDOR.
           MOVE TBL-P-QTY(SUB) TO O-DET-ONHAND.
           MOVE TBL-P-DEMAND(SUB) TO O-DET-DEMAND.
           MOVE WS-EXCESS-QTY TO O-DET-EXCESS.
           MOVE TBL-P-COST(SUB) TO O-DET-COST.
           IF TBL-P-LAST(SUB) = 0
               MOVE 'NONE' TO O-DET-LAST
               MOVE SPACES TO O-DET-DAYS
           ELSE
               MOVE TBL-P-LAST(SUB) TO WS-LAST-SHOW-N
               MOVE SPACES TO O-DET-LAST
               STRING WS-LS-MONTH DELIMITED BY SIZE
                      '/'         DELIMITED BY SIZE
                      WS-LS-DAY   DELIMITED BY SIZE
                      '/'         DELIMITED BY SIZE
                      WS-LS-YEAR  DELIMITED BY SIZE
                   INTO O-DET-LAST
               IF WS-IDLE-DAYS > 9999
                   MOVE 9999 TO O-DET-DAYS-N
               ELSE
                   MOVE WS-IDLE-DAYS TO O-DET-DAYS-N
               END-IF
           END-IF.
           MOVE WS-LINE-VALUE TO O-DET-VALUE.
           WRITE RPT1-LN FROM D1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
       L3-CLASSIFY-PART-EXIT.
           EXIT.

       L4-ACCUM-VENDOR.
           SET IDX-VTOT TO 1.
           SEARCH VTOT-TABLE
               AT END
                   IF WS-VTOT-CTR >= MAX-VTOT-SIZE
                       DISPLAY 'ERROR - VENDOR TOTAL TABLE CAPACITY '
                               'EXCEEDED, CONTACT OPS'
                       CLOSE PRTOUT1
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-VTOT-CTR
                   MOVE TBL-P-VENDOR(SUB) TO TBL-VT-VENDOR(WS-VTOT-CTR)
                   SET IDX-VTOT TO WS-VTOT-CTR
                   PERFORM L5-ADD-VENDOR THRU L5-ADD-VENDOR-EXIT
               WHEN TBL-VT-VENDOR(IDX-VTOT) = TBL-P-VENDOR(SUB)
                   PERFORM L5-ADD-VENDOR THRU L5-ADD-VENDOR-EXIT
           END-SEARCH.
       L4-ACCUM-VENDOR-EXIT.
           EXIT.

       L5-ADD-VENDOR.
           EVALUATE TRUE
               WHEN CLASS-OBSOLETE
                   ADD WS-LINE-VALUE TO TBL-VT-OBS(IDX-VTOT)
               WHEN CLASS-EXCESS
                   ADD WS-LINE-VALUE TO TBL-VT-EXC(IDX-VTOT)
               WHEN CLASS-SLOW
                   ADD WS-LINE-VALUE TO TBL-VT-SLOW(IDX-VTOT)
           END-EVALUATE.
       L5-ADD-VENDOR-EXIT.
           EXIT.

       L3-WRITE-CLASS-TOTALS.
           WRITE RPT1-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'OBSOLETE - NOT ON ANY BOM:' TO O-TOT-DESC.
           MOVE WS-OBS-CTR TO O-TOT-CTR.
           MOVE WS-OBS-VALUE TO O-TOT-VALUE.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'EXCESS - ON HAND OVER DEMAND:' TO O-TOT-DESC.
           MOVE WS-EXC-CTR TO O-TOT-CTR.
           MOVE WS-EXC-VALUE TO O-TOT-VALUE.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'SLOW MOVING - NO MOVEMENT:' TO O-TOT-DESC.
           MOVE WS-SLOW-CTR TO O-TOT-CTR.
           MOVE WS-SLOW-VALUE TO O-TOT-VALUE.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'TOTAL RESERVE CANDIDATES:' TO O-TOT-DESC.
           MOVE WS-ALL-CTR TO O-TOT-CTR.
           MOVE WS-ALL-VALUE TO O-TOT-VALUE.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           WRITE RPT1-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'INVENTORY PARTS READ:' TO O-CNT-DESC.
           MOVE WS-INV-READ TO O-CNT-CTR.
           PERFORM L9-WRITE-COUNT THRU L9-WRITE-COUNT-EXIT.
           MOVE 'OPEN ORDERS EXPLODED:' TO O-CNT-DESC.
           MOVE WS-ORD-READ TO O-CNT-CTR.
           PERFORM L9-WRITE-COUNT THRU L9-WRITE-COUNT-EXIT.
           MOVE 'ORDERS WITH NO BILL:' TO O-CNT-DESC.
           MOVE WS-ORD-NOBOM TO O-CNT-CTR.
           PERFORM L9-WRITE-COUNT THRU L9-WRITE-COUNT-EXIT.
           MOVE 'AUDIT RECORDS READ:' TO O-CNT-DESC.
           MOVE WS-AUD-READ TO O-CNT-CTR.
           PERFORM L9-WRITE-COUNT THRU L9-WRITE-COUNT-EXIT.
           MOVE 'AUDIT MOVEMENTS USED:' TO O-CNT-DESC.
           MOVE WS-AUD-MOVES TO O-CNT-CTR.
           PERFORM L9-WRITE-COUNT THRU L9-WRITE-COUNT-EXIT.
       L3-WRITE-CLASS-TOTALS-EXIT.
           EXIT.

      *****************************************************************
      *    VENDOR SECTION - ONE LINE PER VENDOR WITH RESERVE STOCK,
      *    IN VENDOR CODE SEQUENCE, AND A TOTAL LINE THAT TIES BACK
      *    TO THE CLASS TOTALS.
      *****************************************************************
       L3-WRITE-VENDOR-TOTALS.
           IF WS-VTOT-CTR = 0
               GO TO L3-WRITE-VENDOR-TOTALS-EXIT
           END-IF.
           PERFORM L4-SORT-VTOT THRU L4-SORT-VTOT-EXIT.
           MOVE 'V' TO WS-HDG-MODE.
           PERFORM L9-RPT1-HDGS THRU L9-RPT1-HDGS-EXIT.
           PERFORM L4-WRITE-VTOT THRU L4-WRITE-VTOT-EXIT
               VARYING SUB FROM 1 BY 1 UNTIL SUB > WS-VTOT-CTR.
           WRITE RPT1-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE SPACES TO O-VT-VENDOR.
           MOVE 'ALL VENDORS' TO O-VT-NAME.
           MOVE WS-OBS-VALUE TO O-VT-OBS.
           MOVE WS-EXC-VALUE TO O-VT-EXC.
           MOVE WS-SLOW-VALUE TO O-VT-SLOW.
           MOVE WS-ALL-VALUE TO O-VT-TOTAL.
           WRITE RPT1-LN FROM D2
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
       L3-WRITE-VENDOR-TOTALS-EXIT.
           EXIT.

       L4-SORT-VTOT.
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB >= WS-VTOT-CTR
               PERFORM VARYING SUB2 FROM 1 BY 1
                       UNTIL SUB2 > WS-VTOT-CTR - SUB
                   IF TBL-VT-VENDOR(SUB2) > TBL-VT-VENDOR(SUB2 + 1)
                       MOVE VTOT-TABLE(SUB2) TO WK-VTOT-HOLD
                       MOVE VTOT-TABLE(SUB2 + 1) TO VTOT-TABLE(SUB2)
                       MOVE WK-VTOT-HOLD TO VTOT-TABLE(SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       L4-SORT-VTOT-EXIT.
           EXIT.

       L4-WRITE-VTOT.
           MOVE TBL-VT-VENDOR(SUB) TO O-VT-VENDOR WS-VEND-LOOKUP.
           PERFORM L9-LOOKUP-VEND THRU L9-LOOKUP-VEND-EXIT.
           IF WS-VEND-SUB = 0
               MOVE 'NOT ON FILE' TO O-VT-NAME
           ELSE
               MOVE TBL-V-NAME(WS-VEND-SUB) TO O-VT-NAME
           END-IF.
           MOVE TBL-VT-OBS(SUB) TO O-VT-OBS.
           MOVE TBL-VT-EXC(SUB) TO O-VT-EXC.
           MOVE TBL-VT-SLOW(SUB) TO O-VT-SLOW.
           COMPUTE WS-VT-LINE-TOTAL = TBL-VT-OBS(SUB)
               + TBL-VT-EXC(SUB) + TBL-VT-SLOW(SUB).
           MOVE WS-VT-LINE-TOTAL TO O-VT-TOTAL.
           WRITE RPT1-LN FROM D2
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
       L4-WRITE-VTOT-EXIT.
           EXIT.

       L9-WRITE-TOTAL.
           WRITE RPT1-LN FROM T1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
       L9-WRITE-TOTAL-EXIT.
           EXIT.

       L9-WRITE-COUNT.
           WRITE RPT1-LN FROM T2
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
       L9-WRITE-COUNT-EXIT.
           EXIT.

      *****************************************************************
      *    ADD ONE COMPONENT'S USAGE TO ITS PART'S DEMAND. A PART
      *    NOT IN INVENTORY HAS NOTHING ON HAND TO VALUE AND IS
      *    LEFT TO THE SHORTAGE RUN AND THE FILE EDIT.
      *****************************************************************
       L9-ADD-DEMAND.
           MOVE DTL-PART TO WS-PART-LOOKUP.
           PERFORM L9-FIND-PART THRU L9-FIND-PART-EXIT.
           IF WS-PART-SUB NOT = 0
               ADD WS-REQ-QTY TO TBL-P-DEMAND(WS-PART-SUB)
           END-IF.
       L9-ADD-DEMAND-EXIT.
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
           WRITE RPT1-LN FROM PARM-LINE
               AFTER ADVANCING 2 LINES.
           IF VENDOR-HDGS
               WRITE RPT1-LN FROM VEND-HDG-LINE
                   AFTER ADVANCING 2 LINES
               WRITE RPT1-LN FROM VEND-COL-HDG-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE RPT1-LN FROM RPT1-COL-HDG-LINE1
                   AFTER ADVANCING 2 LINES
               WRITE RPT1-LN FROM RPT1-COL-HDG-LINE2
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE RPT1-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
       L9-RPT1-HDGS-EXIT.
           EXIT.
