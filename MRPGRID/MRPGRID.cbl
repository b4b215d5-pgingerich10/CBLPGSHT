       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 MRPGRID.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    THIS PROGRAM IS THE TIME-PHASED NET REQUIREMENTS REPORT.
      *    WHERE THE SHORTAGE RUN ONLY SAYS SHORT OR NOT SHORT AS OF
      *    TONIGHT, THIS RUN LAYS EACH PART OUT IN WEEKLY BUCKETS SO
      *    THE BUILD SCHEDULE CAN BE PLANNED.
      *
      *    EVERY OPEN ORDER IS EXPLODED THROUGH THE MACHINE MASTER,
      *    SUBASSEMBLIES INCLUDED, AND EACH PART REQUIREMENT LANDS IN
      *    THE WEEK THE ORDER IS DUE. OPEN PO LINES LAND IN THE WEEK
      *    OF THEIR NEED BY DATE. WEEK 1 STARTS TODAY. ANYTHING ALREADY
      *    PAST DUE, OR WITH A DATE THAT IS NOT A DATE, FALLS IN WEEK
      *    1. ORDERS DUE AFTER THE HORIZON ARE LEFT OUT OF THE GRID.
      *
      *    FOR EACH PART THE GRID SHOWS
      *        GROSS REQ  - THE EXPLODED ORDER REQUIREMENTS,
      *        SCHED RCPT - THE OPEN PO QUANTITY DUE IN,
      *        PROJ OH    - ON HAND CARRIED FORWARD WEEK TO WEEK,
      *        NET REQ    - WHAT MUST BE ADDED THAT WEEK TO HOLD THE
      *                     PART AT ITS SAFETY STOCK,
      *    THEN THE FIRST WEEK THE PROJECTED ON HAND GOES NEGATIVE
      *    AND EVERY OPEN PO LINE FOR THE PART DUE IN AFTER THAT WEEK
      *    - THOSE ARE THE LINES TO PULL IN.
      *
      *    THE PARM FILE CARRIES THE HORIZON IN WEEKS. A MISSING PARM
      *    FILE, A BLANK RECORD OR A ZERO KEEPS THE 13 WEEK DEFAULT.
      *    THE HORIZON IS CAPPED AT 52 WEEKS.
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

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO "MRPGRID.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PRTOUT1
               ASSIGN TO "MRPGRID.PRT"
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

       FD  PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 2 CHARACTERS
           DATA RECORD IS PARM-RECORD.

       01  PARM-RECORD.
           05  PARM-WEEKS          PIC 9(2).

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
           05  WS-PARM-STATUS      PIC XX          VALUE SPACES.

       01  PARM-AREA.
           05  WS-HORIZON          PIC 9(3)        VALUE 13.
           05  MAX-HORIZON         PIC 9(3)        VALUE 52.

       01  DATE-WORK-AREA.
           05  WS-TODAY-INT        PIC 9(8)        VALUE 0.
           05  WS-DATE-INT         PIC 9(8)        VALUE 0.
           05  WS-WEEK-CALC        PIC 9(5)        VALUE 0.
           05  WS-WEEK             PIC 9(3)        VALUE 0.
           05  WS-ORD-WEEK         PIC 9(3)        VALUE 0.
           05  WS-DATE-IN          PIC X(10)       VALUE SPACES.
           05  WS-DATE-REBUILD.
               10  WS-DR-YEAR      PIC X(4).
               10  WS-DR-MONTH     PIC X(2).
               10  WS-DR-DAY       PIC X(2).
           05  WS-DATE-REBUILD-N REDEFINES WS-DATE-REBUILD
                                   PIC 9(8).

       01  RUN-COUNTERS.
           05  WS-PO-READ          PIC 9(5)        VALUE 0.
           05  WS-ORD-READ         PIC 9(5)        VALUE 0.
           05  WS-ORD-NOBOM        PIC 9(5)        VALUE 0.
           05  WS-ORD-BEYOND       PIC 9(5)        VALUE 0.
           05  WS-PLAN-CTR         PIC 9(5)        VALUE 0.
           05  WS-NEG-CTR          PIC 9(5)        VALUE 0.
           05  WS-PULL-CTR         PIC 9(5)        VALUE 0.
           05  WS-NOINV-CTR        PIC 9(5)        VALUE 0.

      *****************************************************************
      *    ONE ENTRY PER INVENTORY PART, LOADED IN KEY SEQUENCE FOR
      *    THE BINARY SEARCH.
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
               10  TBL-P-SAFETY    PIC 9(5).
               10  TBL-P-VENDOR    PIC X(5).

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
      *    ONE ENTRY PER PART REQUIREMENT OF AN ORDER DUE INSIDE THE
      *    HORIZON, SORTED BY PART AND WEEK.
      *****************************************************************
       01  DEMAND-TABLE-DATA.
           05  WS-DEM-CTR          PIC 9(5)        VALUE 0.
           05  MAX-DEM-SIZE        PIC 9(5)        VALUE 5000.
           05  WS-DEM-PTR          PIC 9(5)        VALUE 1.
           05  DEMAND-TABLE OCCURS 5000 TIMES INDEXED BY IDX-DEM.
               10  TBL-D-KEY.
                   15  TBL-D-PART      PIC X(5).
                   15  TBL-D-WEEK      PIC 9(3).
               10  TBL-D-QTY       PIC 9(7).

       01  WK-DEM-HOLD.
           05  WK-D-KEY            PIC X(8).
           05  WK-D-QTY            PIC 9(7).

      *****************************************************************
      *    ONE ENTRY PER OPEN PO LINE, SORTED BY PART, NEED BY DATE
      *    AND PO NUMBER. A LINE DUE AFTER THE HORIZON KEEPS ITS WEEK
      *    NUMBER SO IT CAN STILL BE NAMED AS A LINE TO PULL IN.
      *****************************************************************
       01  PO-TABLE-DATA.
           05  WS-PO-CTR           PIC 9(5)        VALUE 0.
           05  MAX-PO-SIZE         PIC 9(5)        VALUE 2000.
           05  WS-PO-PTR           PIC 9(5)        VALUE 1.
           05  WS-PO-START         PIC 9(5)        VALUE 1.
           05  PO-TABLE OCCURS 2000 TIMES INDEXED BY IDX-PO.
               10  TBL-PO-KEY.
                   15  TBL-PO-PART     PIC X(5).
                   15  TBL-PO-NEED-N   PIC 9(8).
                   15  TBL-PO-NUMBER   PIC 9(6).
               10  TBL-PO-OPEN     PIC 9(5).
               10  TBL-PO-NEED     PIC X(10).
               10  TBL-PO-VENDOR   PIC X(5).
               10  TBL-PO-WEEK     PIC 9(3).

       01  WK-PO-HOLD.
           05  WK-PO-KEY           PIC X(19).
           05  FILLER              PIC X(23).

      *****************************************************************
      *    THE GRID FOR THE PART BEING PLANNED - ONE ENTRY PER WEEK OF
      *    THE HORIZON. THE WEEK START DATES ARE SET ONCE AT START UP.
      *****************************************************************
       01  GRID-DATA.
           05  GRID-TABLE OCCURS 52 TIMES INDEXED BY IDX-GRID.
               10  GRD-WEEK-OF     PIC X(5).
               10  GRD-WEEK-FULL   PIC X(10).
               10  GRD-GROSS       PIC 9(7).
               10  GRD-RCPT        PIC 9(7).
               10  GRD-PROJ        PIC S9(7).
               10  GRD-NET         PIC 9(7).

       01  PLAN-WORK-AREA.
           05  WS-PLAN-PART        PIC X(5)        VALUE SPACES.
           05  WS-ACTIVE           PIC X           VALUE 'N'.
               88  PART-HAS-ACTIVITY       VALUE 'Y'.
           05  WS-ON-HAND          PIC 9(5)        VALUE 0.
           05  WS-SAFETY           PIC 9(5)        VALUE 0.
           05  WS-PROJ             PIC S9(7)       VALUE 0.
           05  WS-SHORT-NOW        PIC S9(7)       VALUE 0.
           05  WS-SHORT-MAX        PIC 9(7)        VALUE 0.
           05  WS-FIRST-NEG        PIC 9(3)        VALUE 0.
           05  WS-BLK-START        PIC 9(3)        VALUE 0.
           05  WS-CELL             PIC 9(3)        VALUE 0.

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
           05  FILLER              PIC X(21)   VALUE SPACES.
           05  FILLER              PIC X(38)   VALUE
                           'TIME-PHASED NET REQUIREMENTS BY WEEK'.

       01  PARM-LINE.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE 'HORIZON:'.
           05  O-PARM-WEEKS        PIC Z9.
           05  FILLER              PIC X(24)   VALUE
                                   ' WEEKS, WEEK 1 STARTING '.
           05  O-PARM-START        PIC X(10).

       01  PART-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE 'PART: '.
           05  O-PART              PIC X(5).
           05  FILLER              PIC X(13)   VALUE '   ON HAND: '.
           05  O-PART-ON-HAND      PIC ZZ,ZZ9.
           05  FILLER              PIC X(12)   VALUE '   SAFETY: '.
           05  O-PART-SAFETY       PIC ZZ,ZZ9.
           05  FILLER              PIC X(11)   VALUE '   VENDOR: '.
           05  O-PART-VENDOR       PIC X(18).

       01  GRID-WEEK-LINE.
           05  FILLER              PIC X(12)   VALUE '  WEEK OF'.
           05  GW-CELL OCCURS 8 TIMES.
               10  FILLER          PIC X(3).
               10  O-GW-DATE       PIC X(5).

       01  GRID-GROSS-LINE.
           05  FILLER              PIC X(12)   VALUE '  GROSS REQ'.
           05  GG-CELL OCCURS 8 TIMES.
               10  FILLER          PIC X(1).
               10  O-GG-QTY        PIC ---,--9.

       01  GRID-RCPT-LINE.
           05  FILLER              PIC X(12)   VALUE '  SCHED RCPT'.
           05  GR-CELL OCCURS 8 TIMES.
               10  FILLER          PIC X(1).
               10  O-GR-QTY        PIC ---,--9.

       01  GRID-PROJ-LINE.
           05  FILLER              PIC X(12)   VALUE '  PROJ OH'.
           05  GP-CELL OCCURS 8 TIMES.
               10  FILLER          PIC X(1).
               10  O-GP-QTY        PIC ---,--9.

       01  GRID-NET-LINE.
           05  FILLER              PIC X(12)   VALUE '  NET REQ'.
           05  GN-CELL OCCURS 8 TIMES.
               10  FILLER          PIC X(1).
               10  O-GN-QTY        PIC ---,--9.

       01  NEG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(21)   VALUE
                                   'FIRST NEGATIVE WEEK: '.
           05  O-NEG-WEEK          PIC Z9.
           05  FILLER              PIC X(10)   VALUE ' - WEEK OF'.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  O-NEG-DATE          PIC X(10).

       01  NO-NEG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(42)   VALUE
                       'PROJECTED ON HAND STAYS AT OR ABOVE ZERO'.

       01  PULL-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(11)   VALUE 'PULL IN PO '.
           05  O-PULL-PONUM        PIC 9(6).
           05  FILLER              PIC X(7)    VALUE '  QTY: '.
           05  O-PULL-QTY          PIC ZZ,ZZ9.
           05  FILLER              PIC X(11)   VALUE '  NEED BY: '.
           05  O-PULL-NEED         PIC X(10).
           05  FILLER              PIC X(10)   VALUE '  VENDOR: '.
           05  O-PULL-VENDOR       PIC X(5).

       01  T1.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  O-TOT-DESC          PIC X(30).
           05  O-TOT-CTR           PIC ZZ,ZZ9.

       01  NO-DATA-LINE.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  FILLER              PIC X(35)   VALUE
                                   'NO REQUIREMENTS OR RECEIPTS IN THE'.
           05  FILLER              PIC X(8)    VALUE ' HORIZON'.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.

       L1-MRPGRID.
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
           PERFORM L3-READ-PARM THRU L3-READ-PARM-EXIT.
           PERFORM L3-SET-WEEKS THRU L3-SET-WEEKS-EXIT.
           PERFORM L3-LOAD-OPENPO THRU L3-LOAD-OPENPO-EXIT.
           PERFORM L3-LOAD-PARTS THRU L3-LOAD-PARTS-EXIT.
           PERFORM L3-LOAD-MASTER THRU L3-LOAD-MASTER-EXIT.
           PERFORM L3-BUILD-BOMIX THRU L3-BUILD-BOMIX-EXIT.
           PERFORM L3-EXPLODE-ORDERS THRU L3-EXPLODE-ORDERS-EXIT.
           OPEN OUTPUT PRTOUT1.
           PERFORM L9-RPT1-HDGS THRU L9-RPT1-HDGS-EXIT.
       L2-INIT-EXIT.
           EXIT.

       L2-MAINLINE.
           PERFORM L3-SORT-DEMAND THRU L3-SORT-DEMAND-EXIT.
           PERFORM L3-SORT-PO THRU L3-SORT-PO-EXIT.
           MOVE 1 TO WS-DEM-PTR WS-PO-PTR.
           PERFORM L3-PLAN-PART THRU L3-PLAN-PART-EXIT
               UNTIL WS-DEM-PTR > WS-DEM-CTR
                 AND WS-PO-PTR > WS-PO-CTR.
       L2-MAINLINE-EXIT.
           EXIT.

       L2-CLOSINGS.
           PERFORM L3-WRITE-TOTALS THRU L3-WRITE-TOTALS-EXIT.
           CLOSE PRTOUT1.
       L2-CLOSINGS-EXIT.
           EXIT.

      *****************************************************************
      *    READ THE HORIZON IN WEEKS. A MISSING PARM FILE, A BLANK
      *    RECORD OR A ZERO KEEPS THE 13 WEEK DEFAULT.
      *****************************************************************
       L3-READ-PARM.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       MOVE SPACES TO PARM-RECORD
               END-READ
               IF PARM-WEEKS IS NUMERIC AND PARM-WEEKS > 0
                   MOVE PARM-WEEKS TO WS-HORIZON
               END-IF
               CLOSE PARM-FILE
           END-IF.
           IF WS-HORIZON > MAX-HORIZON
               MOVE MAX-HORIZON TO WS-HORIZON
           END-IF.
           MOVE WS-HORIZON TO O-PARM-WEEKS.
       L3-READ-PARM-EXIT.
           EXIT.

      *****************************************************************
      *    SET THE START DATE OF EVERY WEEK IN THE HORIZON - WEEK 1
      *    STARTS TODAY AND EACH WEEK IS SEVEN DAYS.
      *****************************************************************
       L3-SET-WEEKS.
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > WS-HORIZON
               COMPUTE WS-DATE-INT = WS-TODAY-INT + (SUB - 1) * 7
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-DATE-REBUILD-N
               STRING  WS-DR-MONTH     DELIMITED BY SIZE
                       '/'             DELIMITED BY SIZE
                       WS-DR-DAY       DELIMITED BY SIZE
               INTO GRD-WEEK-OF(SUB)
               STRING  WS-DR-MONTH     DELIMITED BY SIZE
                       '/'             DELIMITED BY SIZE
                       WS-DR-DAY       DELIMITED BY SIZE
                       '/'             DELIMITED BY SIZE
                       WS-DR-YEAR      DELIMITED BY SIZE
               INTO GRD-WEEK-FULL(SUB)
           END-PERFORM.
           MOVE GRD-WEEK-FULL(1) TO O-PARM-START.
       L3-SET-WEEKS-EXIT.
           EXIT.

      *****************************************************************
      *    LOAD THE OPEN PO LINES. A LINE ALREADY RECEIVED IN FULL
      *    IS NO LONGER A SCHEDULED RECEIPT AND IS SKIPPED.
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
               PERFORM L9-DATE-TO-WEEK THRU L9-DATE-TO-WEEK-EXIT
               MOVE WS-WEEK TO TBL-PO-WEEK(WS-PO-CTR)
               MOVE I-PO-VENDOR TO TBL-PO-VENDOR(WS-PO-CTR)
               IF I-PO-NUMBER IS NUMERIC
                   MOVE I-PO-NUMBER TO TBL-PO-NUMBER(WS-PO-CTR)
               END-IF
           END-IF.
           READ OPENPO-FILE
               AT END MOVE 'N' TO MORE-RECS.
       L4-READ-OPENPO-EXIT.
           EXIT.

      *****************************************************************
      *    LOAD THE INVENTORY ON HAND AND SAFETY STOCK IN KEY
      *    SEQUENCE. THE FILE IS ONLY READ. A PART STOCKED IN MORE
      *    THAN ONE LOCATION IS ONE TABLE ENTRY WITH THE ON HAND OF
      *    ALL ITS LOCATIONS; SAFETY STOCK AND VENDOR COME FROM ITS
      *    FIRST LOCATION RECORD.
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
           IF I-INV-SAFETY IS NUMERIC
               MOVE I-INV-SAFETY TO TBL-P-SAFETY(WS-PART-CTR)
           END-IF.
           MOVE I-INV-VENDOR TO TBL-P-VENDOR(WS-PART-CTR).
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
      *    EXPLODE EVERY OPEN ORDER DUE INSIDE THE HORIZON THROUGH
      *    THE MASTER. AN ORDER FOR A MACHINE WITH NO BILL IS COUNTED
      *    AND SKIPPED. ONLY THE COMPONENT LINES IN EFFECT ON THE
      *    ORDER'S DUE DATE ARE EXPLODED.
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
               MOVE I-SYS-DATE TO WS-EFF-KEY
           ELSE
               MOVE WS-DATE-REBUILD-N TO WS-EFF-KEY
           END-IF.
           PERFORM L9-DATE-TO-WEEK THRU L9-DATE-TO-WEEK-EXIT.
           IF WS-WEEK > WS-HORIZON
               ADD 1 TO WS-ORD-BEYOND
               GO TO L4-EXPLODE-ORDER-READ
           END-IF.
           MOVE WS-WEEK TO WS-ORD-WEEK.
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
       L4-EXPLODE-ORDER-READ.
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

      *****************************************************************
      *    PLAN ONE PART. THE DEMAND AND PO TABLES ARE BOTH IN PART
      *    SEQUENCE, SO THE NEXT PART IS THE LOWER OF THE TWO
      *    POINTERS. ITS REQUIREMENTS AND RECEIPTS ARE POSTED TO THE
      *    GRID, THE GRID IS PROJECTED AND THE PART IS PRINTED. A
      *    PART WHOSE ONLY ACTIVITY IS A PO LINE DUE AFTER THE
      *    HORIZON IS NOT PRINTED.
      *****************************************************************
       L3-PLAN-PART.
           IF WS-DEM-PTR > WS-DEM-CTR
               MOVE TBL-PO-PART(WS-PO-PTR) TO WS-PLAN-PART
           ELSE
               IF WS-PO-PTR > WS-PO-CTR
                   MOVE TBL-D-PART(WS-DEM-PTR) TO WS-PLAN-PART
               ELSE
                   IF TBL-D-PART(WS-DEM-PTR) < TBL-PO-PART(WS-PO-PTR)
                       MOVE TBL-D-PART(WS-DEM-PTR) TO WS-PLAN-PART
                   ELSE
                       MOVE TBL-PO-PART(WS-PO-PTR) TO WS-PLAN-PART
                   END-IF
               END-IF
           END-IF.
           PERFORM VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > WS-HORIZON
               MOVE 0 TO GRD-GROSS(SUB2) GRD-RCPT(SUB2)
                         GRD-PROJ(SUB2) GRD-NET(SUB2)
           END-PERFORM.
           MOVE 'N' TO WS-ACTIVE.
           PERFORM L4-TAKE-DEMAND THRU L4-TAKE-DEMAND-EXIT
               UNTIL WS-DEM-PTR > WS-DEM-CTR
                  OR TBL-D-PART(WS-DEM-PTR) NOT = WS-PLAN-PART.
           MOVE WS-PO-PTR TO WS-PO-START.
           PERFORM L4-TAKE-RECEIPT THRU L4-TAKE-RECEIPT-EXIT
               UNTIL WS-PO-PTR > WS-PO-CTR
                  OR TBL-PO-PART(WS-PO-PTR) NOT = WS-PLAN-PART.
           IF NOT PART-HAS-ACTIVITY
               GO TO L3-PLAN-PART-EXIT
           END-IF.
           MOVE WS-PLAN-PART TO WS-PART-LOOKUP O-PART.
           PERFORM L9-FIND-PART THRU L9-FIND-PART-EXIT.
           IF WS-PART-SUB = 0
               MOVE 0 TO WS-ON-HAND WS-SAFETY
               MOVE 'PART NOT ON FILE' TO O-PART-VENDOR
               ADD 1 TO WS-NOINV-CTR
           ELSE
               MOVE TBL-P-QTY(WS-PART-SUB) TO WS-ON-HAND
               MOVE TBL-P-SAFETY(WS-PART-SUB) TO WS-SAFETY
               MOVE TBL-P-VENDOR(WS-PART-SUB) TO O-PART-VENDOR
           END-IF.
           MOVE WS-ON-HAND TO O-PART-ON-HAND WS-PROJ.
           MOVE WS-SAFETY TO O-PART-SAFETY.
           MOVE 0 TO WS-SHORT-MAX WS-FIRST-NEG.
           PERFORM L4-PROJECT-WEEK THRU L4-PROJECT-WEEK-EXIT
               VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > WS-HORIZON.
           ADD 1 TO WS-PLAN-CTR.
           PERFORM L4-PRINT-PART THRU L4-PRINT-PART-EXIT.
       L3-PLAN-PART-EXIT.
           EXIT.

       L4-TAKE-DEMAND.
           ADD TBL-D-QTY(WS-DEM-PTR)
               TO GRD-GROSS(TBL-D-WEEK(WS-DEM-PTR)).
           MOVE 'Y' TO WS-ACTIVE.
           ADD 1 TO WS-DEM-PTR.
       L4-TAKE-DEMAND-EXIT.
           EXIT.

       L4-TAKE-RECEIPT.
           IF TBL-PO-WEEK(WS-PO-PTR) NOT > WS-HORIZON
               ADD TBL-PO-OPEN(WS-PO-PTR)
                   TO GRD-RCPT(TBL-PO-WEEK(WS-PO-PTR))
               MOVE 'Y' TO WS-ACTIVE
           END-IF.
           ADD 1 TO WS-PO-PTR.
       L4-TAKE-RECEIPT-EXIT.
           EXIT.

      *****************************************************************
      *    CARRY THE PROJECTED ON HAND THROUGH ONE WEEK. THE NET
      *    REQUIREMENT IS THE PART OF THE GAP BELOW SAFETY STOCK NOT
      *    ALREADY COVERED BY AN EARLIER WEEK'S NET REQUIREMENT.
      *****************************************************************
       L4-PROJECT-WEEK.
           COMPUTE WS-PROJ = WS-PROJ + GRD-RCPT(SUB2) - GRD-GROSS(SUB2).
           MOVE WS-PROJ TO GRD-PROJ(SUB2).
           IF WS-PROJ < 0 AND WS-FIRST-NEG = 0
               MOVE SUB2 TO WS-FIRST-NEG
           END-IF.
           COMPUTE WS-SHORT-NOW = WS-SAFETY - WS-PROJ.
           IF WS-SHORT-NOW > WS-SHORT-MAX
               COMPUTE GRD-NET(SUB2) = WS-SHORT-NOW - WS-SHORT-MAX
               MOVE WS-SHORT-NOW TO WS-SHORT-MAX
           END-IF.
       L4-PROJECT-WEEK-EXIT.
           EXIT.

      *****************************************************************
      *    PRINT ONE PART - THE HEADER LINE, THE GRID IN BLOCKS OF
      *    EIGHT WEEKS, THE FIRST NEGATIVE WEEK AND THE PO LINES TO
      *    PULL IN.
      *****************************************************************
       L4-PRINT-PART.
           WRITE RPT1-LN FROM PART-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           PERFORM L5-PRINT-BLOCK THRU L5-PRINT-BLOCK-EXIT
               VARYING WS-BLK-START FROM 1 BY 8
                   UNTIL WS-BLK-START > WS-HORIZON.
           IF WS-FIRST-NEG = 0
               WRITE RPT1-LN FROM NO-NEG-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP PERFORM L9-RPT1-HDGS
               END-WRITE
               GO TO L4-PRINT-PART-EXIT
           END-IF.
           ADD 1 TO WS-NEG-CTR.
           MOVE WS-FIRST-NEG TO O-NEG-WEEK.
           MOVE GRD-WEEK-FULL(WS-FIRST-NEG) TO O-NEG-DATE.
           WRITE RPT1-LN FROM NEG-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           PERFORM L5-PRINT-PULL-IN THRU L5-PRINT-PULL-IN-EXIT
               VARYING SUB2 FROM WS-PO-START BY 1
                   UNTIL SUB2 >= WS-PO-PTR.
       L4-PRINT-PART-EXIT.
           EXIT.

       L5-PRINT-BLOCK.
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 8
               MOVE SPACES TO GW-CELL(SUB) GG-CELL(SUB) GR-CELL(SUB)
                              GP-CELL(SUB) GN-CELL(SUB)
               COMPUTE WS-CELL = WS-BLK-START + SUB - 1
               IF WS-CELL NOT > WS-HORIZON
                   MOVE GRD-WEEK-OF(WS-CELL) TO O-GW-DATE(SUB)
                   MOVE GRD-GROSS(WS-CELL) TO O-GG-QTY(SUB)
                   MOVE GRD-RCPT(WS-CELL) TO O-GR-QTY(SUB)
                   MOVE GRD-PROJ(WS-CELL) TO O-GP-QTY(SUB)
                   MOVE GRD-NET(WS-CELL) TO O-GN-QTY(SUB)
               END-IF
           END-PERFORM.
           WRITE RPT1-LN FROM GRID-WEEK-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           WRITE RPT1-LN FROM GRID-GROSS-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           WRITE RPT1-LN FROM GRID-RCPT-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           WRITE RPT1-LN FROM GRID-PROJ-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           WRITE RPT1-LN FROM GRID-NET-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
       L5-PRINT-BLOCK-EXIT.
           EXIT.

       L5-PRINT-PULL-IN.
           IF TBL-PO-WEEK(SUB2) NOT > WS-FIRST-NEG
               GO TO L5-PRINT-PULL-IN-EXIT
           END-IF.
           ADD 1 TO WS-PULL-CTR.
           MOVE TBL-PO-NUMBER(SUB2) TO O-PULL-PONUM.
           MOVE TBL-PO-OPEN(SUB2) TO O-PULL-QTY.
           MOVE TBL-PO-NEED(SUB2) TO O-PULL-NEED.
           MOVE TBL-PO-VENDOR(SUB2) TO O-PULL-VENDOR.
           WRITE RPT1-LN FROM PULL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
       L5-PRINT-PULL-IN-EXIT.
           EXIT.

       L3-WRITE-TOTALS.
           WRITE RPT1-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           IF WS-PLAN-CTR = 0
               WRITE RPT1-LN FROM NO-DATA-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP PERFORM L9-RPT1-HDGS
               END-WRITE
               WRITE RPT1-LN FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP PERFORM L9-RPT1-HDGS
               END-WRITE
           END-IF.
           MOVE 'ORDERS READ:' TO O-TOT-DESC.
           MOVE WS-ORD-READ TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'ORDERS DUE AFTER HORIZON:' TO O-TOT-DESC.
           MOVE WS-ORD-BEYOND TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'ORDERS WITH NO BILL:' TO O-TOT-DESC.
           MOVE WS-ORD-NOBOM TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'PO LINES READ:' TO O-TOT-DESC.
           MOVE WS-PO-READ TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'PARTS PLANNED:' TO O-TOT-DESC.
           MOVE WS-PLAN-CTR TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'PARTS NOT ON INVENTORY:' TO O-TOT-DESC.
           MOVE WS-NOINV-CTR TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'PARTS GOING NEGATIVE:' TO O-TOT-DESC.
           MOVE WS-NEG-CTR TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'PO LINES TO PULL IN:' TO O-TOT-DESC.
           MOVE WS-PULL-CTR TO O-TOT-CTR.
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
      *    DEMAND TABLE IN THE ORDER'S WEEK.
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
           MOVE WS-ORD-WEEK TO TBL-D-WEEK(WS-DEM-CTR).
           MOVE WS-REQ-QTY TO TBL-D-QTY(WS-DEM-CTR).
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
           END-IF.
       L9-REBUILD-DATE-EXIT.
           EXIT.

      *****************************************************************
      *    TURN THE REBUILT DATE INTO A WEEK NUMBER - WEEK 1 STARTS
      *    TODAY. A PAST DATE OR ONE THAT IS NOT A DATE IS WEEK 1, A
      *    DATE FAR OUT IS HELD AT 999.
      *****************************************************************
       L9-DATE-TO-WEEK.
           MOVE 1 TO WS-WEEK.
           IF WS-DATE-REBUILD-N = 0
               GO TO L9-DATE-TO-WEEK-EXIT
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-REBUILD-N).
           IF WS-DATE-INT > WS-TODAY-INT
               COMPUTE WS-WEEK-CALC =
                   (WS-DATE-INT - WS-TODAY-INT) / 7 + 1
               IF WS-WEEK-CALC > 999
                   MOVE 999 TO WS-WEEK
               ELSE
                   MOVE WS-WEEK-CALC TO WS-WEEK
               END-IF
           END-IF.
       L9-DATE-TO-WEEK-EXIT.
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

      *****************************************************************
      *    SHELL SORT THE DEMAND TABLE BY PART AND WEEK.
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
      *    SHELL SORT THE PO TABLE BY PART, NEED BY DATE AND PO
      *    NUMBER.
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
           WRITE RPT1-LN FROM PARM-LINE
               AFTER ADVANCING 2 LINES.
           WRITE RPT1-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
       L9-RPT1-HDGS-EXIT.
           EXIT.
