       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 COSTROLL.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    THIS PROGRAM ROLLS THE PURCHASED PART UNIT COSTS ON THE
      *    INVENTORY FILE UP THROUGH THE MACHINE MASTER TO A STANDARD
      *    MATERIAL COST FOR EVERY MACHINE AND EVERY SUBASSEMBLY. EACH
      *    CODE IS EXPLODED LEVEL BY LEVEL, MULTIPLYING QUANTITY PER
      *    DOWN THE LEVELS THE SAME WAY THE SHORTAGE RUN DOES, AND A
      *    COSTED INDENTED BILL IS PRINTED WITH THE EXTENDED COST OF
      *    EVERY LINE AND A MATERIAL COST TOTAL. A SUBASSEMBLY LINE IS
      *    COSTED AT THE SUBASSEMBLY'S OWN ROLLED COST. A PART NOT ON
      *    THE INVENTORY FILE IS COSTED AT ZERO AND MARKED.
      *    ONLY THE COMPONENT LINES IN EFFECT ON THE RUN DATE ARE
      *    ROLLED, SO THE STANDARD FOLLOWS ENGINEERING CHANGES AS
      *    THEY TAKE EFFECT.
      *
      *    THE ROLLED COSTS ARE WRITTEN TO THE MACHINE COST FILE FOR
      *    OTHER REPORTS - ONE TOTAL RECORD PER MACHINE (M) OR
      *    SUBASSEMBLY (S), AND UNDER EACH MACHINE ONE PART RECORD (P)
      *    PER PURCHASED PART WITH ITS QUANTITY AND COST PER MACHINE.
      *    THE COST FILE FROM THE LAST RUN IS READ FIRST AS THE PRIOR
      *    ROLLUP AND COPIED TO THE PRIOR COST FILE BEFORE IT IS
      *    REPLACED.
      *
      *    THE VARIANCE SECTION LISTS EVERY MACHINE WHOSE ROLLED COST
      *    MOVED MORE THAN THE PARM PERCENTAGE SINCE THE PRIOR ROLLUP,
      *    FOLLOWED BY THE PARTS WHOSE COST PER MACHINE CHANGED AND
      *    WHETHER THE UNIT COST, THE QUANTITY, OR BOTH MOVED. THE PARM
      *    FILE CARRIES THE PERCENTAGE - A MISSING PARM FILE, A BLANK
      *    RECORD OR A ZERO KEEPS THE 5 PERCENT DEFAULT.
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

           SELECT OPTIONAL PRIOR-COST-FILE
               ASSIGN TO "MACHCOST.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-PCST-STATUS.

           SELECT PRIOR-SAVE-FILE
               ASSIGN TO "MACHCOST.PRV"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-PSAV-STATUS.

           SELECT MACH-COST-FILE
               ASSIGN TO "MACHCOST.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-MCST-STATUS.

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO "COSTROLL.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PRTOUT1
               ASSIGN TO "COSTROLL.PRT"
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

       FD  PRIOR-COST-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS PRIOR-COST-RECORD.

       01  PRIOR-COST-RECORD.
           05  I-PC-CODE           PIC X(5).
           05  I-PC-TYPE           PIC X(1).
               88  I-PC-MACHINE            VALUE 'M'.
               88  I-PC-PART-REC           VALUE 'P'.
           05  I-PC-PART           PIC X(5).
           05  I-PC-QTY            PIC 9(7).
           05  I-PC-UNIT-COST      PIC 9(7)V99.
           05  I-PC-EXT-COST       PIC 9(9)V99.
           05  I-PC-ROLL-DATE      PIC X(10).

       FD  PRIOR-SAVE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS PRIOR-SAVE-RECORD.

       01  PRIOR-SAVE-RECORD       PIC X(48).

       FD  MACH-COST-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS MACH-COST-RECORD.

       01  MACH-COST-RECORD.
           05  O-MC-CODE           PIC X(5).
           05  O-MC-TYPE           PIC X(1).
           05  O-MC-PART           PIC X(5).
           05  O-MC-QTY            PIC 9(7).
           05  O-MC-UNIT-COST      PIC 9(7)V99.
           05  O-MC-EXT-COST       PIC 9(9)V99.
           05  O-MC-ROLL-DATE      PIC X(10).

       FD  PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 3 CHARACTERS
           DATA RECORD IS PARM-RECORD.

       01  PARM-RECORD.
           05  PARM-VAR-PCT        PIC 9(3).

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
           05  MAX-MACH-SIZE       PIC 9(5)        VALUE 2000.
           05  WS-HDG-MODE         PIC X           VALUE 'B'.
               88  BILL-HDGS               VALUE 'B'.
               88  VARIANCE-HDGS           VALUE 'V'.
               88  TOTAL-HDGS              VALUE 'T'.

       01  SORT-WORK-AREA.
           05  WS-GAP              PIC 9(5)        VALUE 0.
           05  WS-SORT-I           PIC 9(5)        VALUE 0.
           05  WS-SORT-J           PIC 9(5)        VALUE 0.
           05  WS-SORT-K           PIC 9(5)        VALUE 0.
           05  WS-SORT-MORE        PIC X           VALUE 'N'.

       01  FILE-STATUS-AREA.
           05  WS-INV-STATUS       PIC XX          VALUE SPACES.
           05  WS-MACH-STATUS      PIC XX          VALUE SPACES.
           05  WS-PCST-STATUS      PIC XX          VALUE SPACES.
           05  WS-PSAV-STATUS      PIC XX          VALUE SPACES.
           05  WS-MCST-STATUS      PIC XX          VALUE SPACES.
           05  WS-PARM-STATUS      PIC XX          VALUE SPACES.

       01  PARM-AREA.
           05  WS-VAR-PCT          PIC 9(3)        VALUE 5.

       01  RUN-COUNTERS.
           05  WS-MACH-CTR         PIC 9(5)        VALUE 0.
           05  WS-SUBASM-CTR       PIC 9(5)        VALUE 0.
           05  WS-NOCOST-CTR       PIC 9(5)        VALUE 0.
           05  WS-MCST-WRITTEN     PIC 9(5)        VALUE 0.
           05  WS-PCST-READ        PIC 9(5)        VALUE 0.
           05  WS-VAR-CTR          PIC 9(5)        VALUE 0.
           05  WS-NEWMACH-CTR      PIC 9(5)        VALUE 0.
           05  WS-COMPARE-CTR      PIC 9(5)        VALUE 0.

      *****************************************************************
      *    ONE ENTRY PER INVENTORY PART, LOADED IN KEY SEQUENCE FOR
      *    THE BINARY SEARCH. ONLY THE UNIT COST IS NEEDED.
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
               10  TBL-P-COST      PIC 9(4)V99.

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
      *    EXPLOSION. EACH ENTRY ALSO CARRIES THE CODE'S ROLLED UNIT
      *    COST AND WHETHER IT IS USED AS A SUBASSEMBLY ANYWHERE - A
      *    CODE THAT IS NEVER USED IS A TOP LEVEL MACHINE.
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
               10  TBL-BOMIX-COST  PIC 9(7)V99.
               10  TBL-BOMIX-USED  PIC X(1).
                   88  BOMIX-IS-SUBASM     VALUE 'Y'.

       01  WK-BOMIX-HOLD.
           05  WK-BOMIX-CODE       PIC X(5).
           05  WK-BOMIX-SUB        PIC 9(5).
           05  FILLER              PIC X(10).

       01  EXPLODE-WORK-AREA.
           05  WS-LVL              PIC 9(2)        VALUE 0.
           05  MAX-EXPL-LVL        PIC 9(2)        VALUE 10.
           05  WS-EXPL-CODE        PIC X(5)        VALUE SPACES.
           05  WS-CHILD-MULT       PIC 9(7)        VALUE 0.
           05  WS-BOM-SUB          PIC 9(5)        VALUE 0.
           05  WS-EFF-KEY          PIC X(8)        VALUE SPACES.
           05  WS-BOM-IX           PIC 9(5)        VALUE 0.
           05  WS-LINE-SUB         PIC 9(5)        VALUE 0.
           05  WS-LINE-LVL         PIC 9(2)        VALUE 0.
           05  WS-WALK-MODE        PIC X           VALUE 'R'.
               88  WALK-ROLL               VALUE 'R'.
               88  WALK-PRINT              VALUE 'P'.
               88  WALK-GATHER             VALUE 'G'.
           05  EXPLODE-STACK OCCURS 10 TIMES INDEXED BY IDX-EXPL.
               10  STK-CODE        PIC X(5).
               10  STK-SUB         PIC 9(5).
               10  STK-MULT        PIC 9(7).

       01  COST-WORK-AREA.
           05  WS-CUR-IX           PIC 9(5)        VALUE 0.
           05  WS-EXT-QTY          PIC 9(7)        VALUE 0.
           05  WS-UNIT-COST        PIC 9(7)V99     VALUE 0.
           05  WS-EXT-COST         PIC 9(9)V99     VALUE 0.
           05  WS-ROLL-COST        PIC 9(9)V99     VALUE 0.
           05  WS-NOCOST-SW        PIC X           VALUE 'N'.
               88  PART-HAS-NO-COST        VALUE 'Y'.
           05  WS-PRIOR-COST       PIC 9(9)V99     VALUE 0.
           05  WS-CHANGE           PIC S9(9)V99    VALUE 0.
           05  WS-ABS-CHANGE       PIC 9(9)V99     VALUE 0.
           05  WS-LIMIT            PIC 9(9)V99     VALUE 0.
           05  WS-PCT              PIC S9(5)V9     VALUE 0.
           05  WS-LVL-DISP         PIC Z9.

      *****************************************************************
      *    THE PURCHASED PARTS OF ONE MACHINE WITH THEIR QUANTITY AND
      *    COST PER MACHINE - BUILT FOR THE COST FILE AND AGAIN FOR
      *    THE VARIANCE SECTION.
      *****************************************************************
       01  MACH-PART-DATA.
           05  WS-MP-CTR           PIC 9(5)        VALUE 0.
           05  MAX-MP-SIZE         PIC 9(5)        VALUE 500.
           05  WS-MP-SUB           PIC 9(5)        VALUE 0.
           05  MACH-PART-TABLE OCCURS 500 TIMES INDEXED BY IDX-MP.
               10  TBL-MP-PART     PIC X(5).
               10  TBL-MP-QTY      PIC 9(7).
               10  TBL-MP-COST     PIC 9(7)V99.
               10  TBL-MP-EXT      PIC 9(9)V99.

      *****************************************************************
      *    THE PRIOR ROLLUP - ONE ENTRY PER MACHINE TOTAL, AND ONE PER
      *    PART RECORD UNDER A MACHINE. A MACHINE ENTRY POINTS AT ITS
      *    FIRST PART ENTRY AND CARRIES THE PART COUNT.
      *****************************************************************
       01  PRIOR-MACH-DATA.
           05  WS-PM-CTR           PIC 9(5)        VALUE 0.
           05  MAX-PM-SIZE         PIC 9(5)        VALUE 1000.
           05  WS-PM-SUB           PIC 9(5)        VALUE 0.
           05  WS-PRIOR-DATE       PIC X(10)       VALUE SPACES.
           05  PRIOR-MACH-TABLE OCCURS 1000 TIMES INDEXED BY IDX-PM.
               10  TBL-PM-CODE     PIC X(5).
               10  TBL-PM-COST     PIC 9(9)V99.
               10  TBL-PM-FIRST    PIC 9(5).
               10  TBL-PM-COUNT    PIC 9(5).

       01  PRIOR-PART-DATA.
           05  WS-PP-CTR           PIC 9(5)        VALUE 0.
           05  MAX-PP-SIZE         PIC 9(5)        VALUE 9000.
           05  WS-PP-SUB           PIC 9(5)        VALUE 0.
           05  WS-PP-END           PIC 9(5)        VALUE 0.
           05  PRIOR-PART-TABLE OCCURS 9000 TIMES INDEXED BY IDX-PP.
               10  TBL-PP-PART     PIC X(5).
               10  TBL-PP-QTY      PIC 9(7).
               10  TBL-PP-COST     PIC 9(7)V99.
               10  TBL-PP-EXT      PIC 9(9)V99.
               10  TBL-PP-MATCHED  PIC X(1).

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
           05  FILLER              PIC X(24)   VALUE SPACES.
           05  FILLER              PIC X(32)   VALUE
                                   'MACHINE STANDARD MATERIAL COST'.

       01  BILL-HDG-LINE.
           05  FILLER              PIC X(24)   VALUE SPACES.
           05  FILLER              PIC X(32)   VALUE
                                   '    COSTED INDENTED BILLS'.

       01  BILL-COL-HDG-LINE1.
           05  FILLER              PIC X(25)   VALUE SPACES.
           05  FILLER              PIC X(11)   VALUE 'QTY'.
           05  FILLER              PIC X(3)    VALUE 'EXT'.
           05  FILLER              PIC X(9)    VALUE SPACES.
           05  FILLER              PIC X(4)    VALUE 'UNIT'.
           05  FILLER              PIC X(7)    VALUE SPACES.
           05  FILLER              PIC X(8)    VALUE 'EXTENDED'.

       01  BILL-COL-HDG-LINE2.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(11)   VALUE 'LEVEL'.
           05  FILLER              PIC X(7)    VALUE 'PART'.
           05  FILLER              PIC X(5)    VALUE 'TYPE'.
           05  FILLER              PIC X(11)   VALUE 'PER'.
           05  FILLER              PIC X(3)    VALUE 'QTY'.
           05  FILLER              PIC X(9)    VALUE SPACES.
           05  FILLER              PIC X(4)    VALUE 'COST'.
           05  FILLER              PIC X(11)   VALUE SPACES.
           05  FILLER              PIC X(4)    VALUE 'COST'.

       01  CODE-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-CODE-TYPE         PIC X(13).
           05  O-CODE              PIC X(5).

       01  D1.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-BL-INDENT         PIC X(11).
           05  O-BL-PART           PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-BL-TYPE           PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-BL-QTY-PER        PIC ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-BL-EXT-QTY        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-BL-UNIT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-BL-EXT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-BL-NOTE           PIC X(8).

       01  T-COST.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(22)   VALUE
                                   'MATERIAL COST TOTAL - '.
           05  O-TC-CODE           PIC X(5).
           05  FILLER              PIC X(22)   VALUE SPACES.
           05  O-TC-COST           PIC ZZZ,ZZZ,ZZ9.99.

       01  VAR-HDG-LINE.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  FILLER              PIC X(36)   VALUE
                           'COST VARIANCE SINCE PRIOR ROLLUP OF '.
           05  O-VH-DATE           PIC X(10).
           05  FILLER              PIC X(7)    VALUE ' - OVER'.
           05  O-VH-PCT            PIC ZZ9.
           05  FILLER              PIC X(8)    VALUE ' PERCENT'.

       01  VAR-COL-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(14)   VALUE 'MACHINE/PART'.
           05  FILLER              PIC X(13)   VALUE 'PRIOR COST'.
           05  FILLER              PIC X(21)   VALUE 'CURRENT COST'.
           05  FILLER              PIC X(8)    VALUE 'CHANGE'.
           05  FILLER              PIC X(11)   VALUE 'PCT/REASON'.

       01  VAR-MACH-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-VM-CODE           PIC X(5).
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  O-VM-PRIOR          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-VM-CURRENT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-VM-CHANGE         PIC ---,---,--9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-VM-PCT            PIC ----9.9.

       01  VAR-PART-LINE.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  O-VP-PART           PIC X(5).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-VP-PRIOR          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-VP-CURRENT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-VP-CHANGE         PIC ---,---,--9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-VP-REASON         PIC X(13).

       01  NO-PRIOR-LINE.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  FILLER              PIC X(40)   VALUE
                           'NO PRIOR ROLLUP ON FILE - NO VARIANCE'.

       01  NO-VAR-LINE.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  FILLER              PIC X(40)   VALUE
                           'NO MACHINE MOVED MORE THAN THE LIMIT'.

       01  T1.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  O-TOT-DESC          PIC X(30).
           05  O-TOT-CTR           PIC ZZ,ZZ9.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.

       L1-COSTROLL.
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
           MOVE I-SYS-DATE TO WS-EFF-KEY.
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > MAX-PART-SIZE
               INITIALIZE PART-TABLE(SUB)
               MOVE HIGH-VALUES TO TBL-P-PART(SUB)
           END-PERFORM.
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > MAX-MACH-SIZE
               INITIALIZE MACHINE-TABLE(SUB).
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > MAX-BOMIX-SIZE
               INITIALIZE BOMIX-TABLE(SUB)
               MOVE HIGH-VALUES TO TBL-BOMIX-CODE(SUB)
           END-PERFORM.
           PERFORM L3-READ-PARM THRU L3-READ-PARM-EXIT.
           PERFORM L3-LOAD-PARTS THRU L3-LOAD-PARTS-EXIT.
           PERFORM L3-LOAD-MASTER THRU L3-LOAD-MASTER-EXIT.
           PERFORM L3-BUILD-BOMIX THRU L3-BUILD-BOMIX-EXIT.
           PERFORM L3-LOAD-PRIOR THRU L3-LOAD-PRIOR-EXIT.
           OPEN OUTPUT MACH-COST-FILE.
           IF WS-MCST-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN MACHCOST.DAT - '
                       'FILE STATUS ' WS-MCST-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT PRTOUT1.
       L2-INIT-EXIT.
           EXIT.

       L2-MAINLINE.
           MOVE 'R' TO WS-WALK-MODE.
           PERFORM L3-ROLL-CODE THRU L3-ROLL-CODE-EXIT
               VARYING WS-CUR-IX FROM 1 BY 1
                   UNTIL WS-CUR-IX > WS-BOMIX-CTR.
           MOVE 'B' TO WS-HDG-MODE.
           PERFORM L9-RPT1-HDGS THRU L9-RPT1-HDGS-EXIT.
           PERFORM L3-PRINT-BILL THRU L3-PRINT-BILL-EXIT
               VARYING WS-CUR-IX FROM 1 BY 1
                   UNTIL WS-CUR-IX > WS-BOMIX-CTR.
           MOVE 'V' TO WS-HDG-MODE.
           PERFORM L9-RPT1-HDGS THRU L9-RPT1-HDGS-EXIT.
           IF WS-PM-CTR = 0
               WRITE RPT1-LN FROM NO-PRIOR-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP PERFORM L9-RPT1-HDGS
               END-WRITE
           ELSE
               PERFORM L3-VARIANCE THRU L3-VARIANCE-EXIT
                   VARYING WS-CUR-IX FROM 1 BY 1
                       UNTIL WS-CUR-IX > WS-BOMIX-CTR
               IF WS-VAR-CTR = 0
                   WRITE RPT1-LN FROM NO-VAR-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP PERFORM L9-RPT1-HDGS
                   END-WRITE
               END-IF
           END-IF.
       L2-MAINLINE-EXIT.
           EXIT.

       L2-CLOSINGS.
           PERFORM L3-WRITE-TOTALS THRU L3-WRITE-TOTALS-EXIT.
           CLOSE MACH-COST-FILE.
           CLOSE PRTOUT1.
       L2-CLOSINGS-EXIT.
           EXIT.

      *****************************************************************
      *    READ THE VARIANCE PERCENTAGE. A MISSING PARM FILE, A BLANK
      *    RECORD OR A ZERO KEEPS THE 5 PERCENT DEFAULT.
      *****************************************************************
       L3-READ-PARM.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       MOVE SPACES TO PARM-RECORD
               END-READ
               IF PARM-VAR-PCT IS NUMERIC AND PARM-VAR-PCT > 0
                   MOVE PARM-VAR-PCT TO WS-VAR-PCT
               END-IF
               CLOSE PARM-FILE
           END-IF.
           MOVE WS-VAR-PCT TO O-VH-PCT.
       L3-READ-PARM-EXIT.
           EXIT.

      *****************************************************************
      *    LOAD THE PART UNIT COSTS IN KEY SEQUENCE. THE FILE IS ONLY
      *    READ. THE COST BELONGS TO THE PART, SO ONLY THE FIRST
      *    LOCATION RECORD OF EACH PART IS LOADED.
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
           IF I-INV-COST IS NUMERIC
               MOVE I-INV-COST TO TBL-P-COST(WS-PART-CTR)
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
      *    LOAD THE PRIOR ROLLUP FROM THE COST FILE AND COPY IT TO THE
      *    PRIOR COST FILE BEFORE THE NEW ROLLUP REPLACES IT. ONLY THE
      *    MACHINE TOTALS AND THEIR PART RECORDS ARE KEPT - THE
      *    SUBASSEMBLY TOTALS ARE NOT NEEDED FOR THE VARIANCE.
      *****************************************************************
       L3-LOAD-PRIOR.
           OPEN INPUT PRIOR-COST-FILE.
           IF WS-PCST-STATUS NOT = '00' AND WS-PCST-STATUS NOT = '05'
               DISPLAY 'ERROR - UNABLE TO OPEN MACHCOST.DAT - '
                       'FILE STATUS ' WS-PCST-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT PRIOR-SAVE-FILE.
           IF WS-PSAV-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN MACHCOST.PRV - '
                       'FILE STATUS ' WS-PSAV-STATUS
               CLOSE PRIOR-COST-FILE
               STOP RUN
           END-IF.
           MOVE 'Y' TO MORE-RECS.
           READ PRIOR-COST-FILE
               AT END MOVE 'N' TO MORE-RECS.
           PERFORM L4-READ-PRIOR THRU L4-READ-PRIOR-EXIT
               UNTIL NO-MORE-RECS.
           CLOSE PRIOR-COST-FILE.
           CLOSE PRIOR-SAVE-FILE.
           IF WS-PRIOR-DATE = SPACES
               MOVE 'NONE' TO O-VH-DATE
           ELSE
               MOVE WS-PRIOR-DATE TO O-VH-DATE
           END-IF.
       L3-LOAD-PRIOR-EXIT.
           EXIT.

       L4-READ-PRIOR.
           IF WS-PCST-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO READ MACHCOST.DAT - '
                       'FILE STATUS ' WS-PCST-STATUS
               CLOSE PRIOR-COST-FILE PRIOR-SAVE-FILE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PCST-READ.
           WRITE PRIOR-SAVE-RECORD FROM PRIOR-COST-RECORD.
           MOVE I-PC-ROLL-DATE TO WS-PRIOR-DATE.
           IF I-PC-MACHINE
               IF WS-PM-CTR >= MAX-PM-SIZE
                   DISPLAY 'ERROR - PRIOR COST TABLE CAPACITY '
                           'EXCEEDED, CONTACT OPS'
                   CLOSE PRIOR-COST-FILE PRIOR-SAVE-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PM-CTR
               MOVE I-PC-CODE TO TBL-PM-CODE(WS-PM-CTR)
               MOVE I-PC-EXT-COST TO TBL-PM-COST(WS-PM-CTR)
               COMPUTE TBL-PM-FIRST(WS-PM-CTR) = WS-PP-CTR + 1
               MOVE 0 TO TBL-PM-COUNT(WS-PM-CTR)
           END-IF.
           IF I-PC-PART-REC AND WS-PM-CTR > 0
               IF I-PC-CODE = TBL-PM-CODE(WS-PM-CTR)
                   IF WS-PP-CTR >= MAX-PP-SIZE
                       DISPLAY 'ERROR - PRIOR PART TABLE CAPACITY '
                               'EXCEEDED, CONTACT OPS'
                       CLOSE PRIOR-COST-FILE PRIOR-SAVE-FILE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PP-CTR
                   ADD 1 TO TBL-PM-COUNT(WS-PM-CTR)
                   MOVE I-PC-PART TO TBL-PP-PART(WS-PP-CTR)
                   MOVE I-PC-QTY TO TBL-PP-QTY(WS-PP-CTR)
                   MOVE I-PC-UNIT-COST TO TBL-PP-COST(WS-PP-CTR)
                   MOVE I-PC-EXT-COST TO TBL-PP-EXT(WS-PP-CTR)
                   MOVE 'N' TO TBL-PP-MATCHED(WS-PP-CTR)
               END-IF
           END-IF.
           READ PRIOR-COST-FILE
               AT END MOVE 'N' TO MORE-RECS.
       L4-READ-PRIOR-EXIT.
           EXIT.

      *****************************************************************
      *    ROLL UP THE UNIT COST OF ONE MACHINE OR SUBASSEMBLY CODE BY
      *    WALKING ITS BILL DOWN TO THE PURCHASED PARTS.
      *****************************************************************
       L3-ROLL-CODE.
           MOVE 0 TO WS-ROLL-COST.
           PERFORM L4-WALK-BILL THRU L4-WALK-BILL-EXIT.
           IF WS-ROLL-COST > 9999999.99
               DISPLAY 'ERROR - ROLLED COST OF '
                       TBL-BOMIX-CODE(WS-CUR-IX) ' EXCEEDS 9,999,999.99'
               MOVE 9999999.99 TO TBL-BOMIX-COST(WS-CUR-IX)
           ELSE
               MOVE WS-ROLL-COST TO TBL-BOMIX-COST(WS-CUR-IX)
           END-IF.
       L3-ROLL-CODE-EXIT.
           EXIT.

      *****************************************************************
      *    PRINT THE COSTED INDENTED BILL OF ONE CODE AND WRITE ITS
      *    COST RECORDS. A MACHINE ALSO GETS ONE PART RECORD PER
      *    PURCHASED PART.
      *****************************************************************
       L3-PRINT-BILL.
           MOVE TBL-BOMIX-CODE(WS-CUR-IX) TO O-CODE O-TC-CODE.
           IF BOMIX-IS-SUBASM(WS-CUR-IX)
               MOVE 'SUBASSEMBLY:' TO O-CODE-TYPE
               ADD 1 TO WS-SUBASM-CTR
           ELSE
               MOVE 'MACHINE:' TO O-CODE-TYPE
               ADD 1 TO WS-MACH-CTR
           END-IF.
           WRITE RPT1-LN FROM CODE-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 0 TO WS-MP-CTR.
           MOVE 'P' TO WS-WALK-MODE.
           PERFORM L4-WALK-BILL THRU L4-WALK-BILL-EXIT.
           MOVE TBL-BOMIX-COST(WS-CUR-IX) TO O-TC-COST.
           WRITE RPT1-LN FROM T-COST
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE TBL-BOMIX-CODE(WS-CUR-IX) TO O-MC-CODE.
           MOVE SPACES TO O-MC-PART.
           MOVE 1 TO O-MC-QTY.
           MOVE TBL-BOMIX-COST(WS-CUR-IX) TO O-MC-UNIT-COST
                                             O-MC-EXT-COST.
           MOVE O-TODAY TO O-MC-ROLL-DATE.
           IF BOMIX-IS-SUBASM(WS-CUR-IX)
               MOVE 'S' TO O-MC-TYPE
               PERFORM L9-WRITE-COST THRU L9-WRITE-COST-EXIT
           ELSE
               MOVE 'M' TO O-MC-TYPE
               PERFORM L9-WRITE-COST THRU L9-WRITE-COST-EXIT
               PERFORM L4-WRITE-PART-COST THRU L4-WRITE-PART-COST-EXIT
                   VARYING WS-MP-SUB FROM 1 BY 1
                       UNTIL WS-MP-SUB > WS-MP-CTR
           END-IF.
       L3-PRINT-BILL-EXIT.
           EXIT.

       L4-WRITE-PART-COST.
           MOVE 'P' TO O-MC-TYPE.
           MOVE TBL-MP-PART(WS-MP-SUB) TO O-MC-PART.
           MOVE TBL-MP-QTY(WS-MP-SUB) TO O-MC-QTY.
           MOVE TBL-MP-COST(WS-MP-SUB) TO O-MC-UNIT-COST.
           MOVE TBL-MP-EXT(WS-MP-SUB) TO O-MC-EXT-COST.
           PERFORM L9-WRITE-COST THRU L9-WRITE-COST-EXIT.
       L4-WRITE-PART-COST-EXIT.
           EXIT.

      *****************************************************************
      *    COMPARE ONE MACHINE WITH THE PRIOR ROLLUP. A MACHINE THAT
      *    MOVED MORE THAN THE LIMIT IS PRINTED WITH EVERY PART WHOSE
      *    COST PER MACHINE CHANGED, INCLUDING PARTS THAT ARE NEW TO
      *    THE BILL OR HAVE DROPPED OFF IT.
      *****************************************************************
       L3-VARIANCE.
           IF BOMIX-IS-SUBASM(WS-CUR-IX)
               GO TO L3-VARIANCE-EXIT
           END-IF.
           MOVE 0 TO WS-PM-SUB.
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > WS-PM-CTR OR WS-PM-SUB NOT = 0
               IF TBL-PM-CODE(SUB) = TBL-BOMIX-CODE(WS-CUR-IX)
                   MOVE SUB TO WS-PM-SUB
               END-IF
           END-PERFORM.
           IF WS-PM-SUB = 0
               ADD 1 TO WS-NEWMACH-CTR
               GO TO L3-VARIANCE-EXIT
           END-IF.
           ADD 1 TO WS-COMPARE-CTR.
           MOVE TBL-PM-COST(WS-PM-SUB) TO WS-PRIOR-COST.
           COMPUTE WS-CHANGE =
               TBL-BOMIX-COST(WS-CUR-IX) - WS-PRIOR-COST.
           IF WS-CHANGE = 0
               GO TO L3-VARIANCE-EXIT
           END-IF.
           IF WS-CHANGE < 0
               COMPUTE WS-ABS-CHANGE = 0 - WS-CHANGE
           ELSE
               MOVE WS-CHANGE TO WS-ABS-CHANGE
           END-IF.
           IF WS-PRIOR-COST = 0
               MOVE 9999.9 TO WS-PCT
           ELSE
               COMPUTE WS-LIMIT ROUNDED =
                   WS-PRIOR-COST * WS-VAR-PCT / 100
               IF WS-ABS-CHANGE NOT > WS-LIMIT
                   GO TO L3-VARIANCE-EXIT
               END-IF
               COMPUTE WS-PCT ROUNDED =
                   WS-CHANGE * 100 / WS-PRIOR-COST
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-PCT
               END-COMPUTE
           END-IF.
           ADD 1 TO WS-VAR-CTR.
           MOVE TBL-BOMIX-CODE(WS-CUR-IX) TO O-VM-CODE.
           MOVE WS-PRIOR-COST TO O-VM-PRIOR.
           MOVE TBL-BOMIX-COST(WS-CUR-IX) TO O-VM-CURRENT.
           MOVE WS-CHANGE TO O-VM-CHANGE.
           MOVE WS-PCT TO O-VM-PCT.
           WRITE RPT1-LN FROM VAR-MACH-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 0 TO WS-MP-CTR.
           MOVE 'G' TO WS-WALK-MODE.
           PERFORM L4-WALK-BILL THRU L4-WALK-BILL-EXIT.
           COMPUTE WS-PP-END = TBL-PM-FIRST(WS-PM-SUB)
                             + TBL-PM-COUNT(WS-PM-SUB).
           PERFORM L4-VAR-CUR-PART THRU L4-VAR-CUR-PART-EXIT
               VARYING WS-MP-SUB FROM 1 BY 1
                   UNTIL WS-MP-SUB > WS-MP-CTR.
           PERFORM L4-VAR-DROPPED THRU L4-VAR-DROPPED-EXIT
               VARYING WS-PP-SUB FROM TBL-PM-FIRST(WS-PM-SUB) BY 1
                   UNTIL WS-PP-SUB >= WS-PP-END.
       L3-VARIANCE-EXIT.
           EXIT.

       L4-VAR-CUR-PART.
           MOVE 0 TO SUB2.
           PERFORM VARYING SUB FROM TBL-PM-FIRST(WS-PM-SUB) BY 1
                   UNTIL SUB >= WS-PP-END OR SUB2 NOT = 0
               IF TBL-PP-PART(SUB) = TBL-MP-PART(WS-MP-SUB)
                   AND TBL-PP-MATCHED(SUB) = 'N'
                   MOVE SUB TO SUB2
               END-IF
           END-PERFORM.
           IF SUB2 = 0
               MOVE 0 TO O-VP-PRIOR
               MOVE TBL-MP-EXT(WS-MP-SUB) TO WS-CHANGE
               MOVE 'NEW ON BILL' TO O-VP-REASON
           ELSE
               MOVE 'Y' TO TBL-PP-MATCHED(SUB2)
               MOVE TBL-PP-EXT(SUB2) TO O-VP-PRIOR
               COMPUTE WS-CHANGE =
                   TBL-MP-EXT(WS-MP-SUB) - TBL-PP-EXT(SUB2)
               IF WS-CHANGE = 0
                   GO TO L4-VAR-CUR-PART-EXIT
               END-IF
               EVALUATE TRUE
                   WHEN TBL-MP-QTY(WS-MP-SUB) NOT = TBL-PP-QTY(SUB2)
                    AND TBL-MP-COST(WS-MP-SUB) NOT = TBL-PP-COST(SUB2)
                       MOVE 'QTY AND COST' TO O-VP-REASON
                   WHEN TBL-MP-QTY(WS-MP-SUB) NOT = TBL-PP-QTY(SUB2)
                       MOVE 'QTY PER' TO O-VP-REASON
                   WHEN OTHER
                       MOVE 'UNIT COST' TO O-VP-REASON
               END-EVALUATE
           END-IF.
           IF WS-CHANGE = 0
               GO TO L4-VAR-CUR-PART-EXIT
           END-IF.
           MOVE TBL-MP-PART(WS-MP-SUB) TO O-VP-PART.
           MOVE TBL-MP-EXT(WS-MP-SUB) TO O-VP-CURRENT.
           MOVE WS-CHANGE TO O-VP-CHANGE.
           WRITE RPT1-LN FROM VAR-PART-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
       L4-VAR-CUR-PART-EXIT.
           EXIT.

       L4-VAR-DROPPED.
           IF TBL-PP-MATCHED(WS-PP-SUB) NOT = 'N'
               GO TO L4-VAR-DROPPED-EXIT
           END-IF.
           IF TBL-PP-EXT(WS-PP-SUB) = 0
               GO TO L4-VAR-DROPPED-EXIT
           END-IF.
           MOVE TBL-PP-PART(WS-PP-SUB) TO O-VP-PART.
           MOVE TBL-PP-EXT(WS-PP-SUB) TO O-VP-PRIOR.
           MOVE 0 TO O-VP-CURRENT.
           COMPUTE WS-CHANGE = 0 - TBL-PP-EXT(WS-PP-SUB).
           MOVE WS-CHANGE TO O-VP-CHANGE.
           MOVE 'OFF BILL' TO O-VP-REASON.
           WRITE RPT1-LN FROM VAR-PART-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
       L4-VAR-DROPPED-EXIT.
           EXIT.

      *****************************************************************
      *    WALK THE BILL OF THE CURRENT CODE DEPTH FIRST. THE WALK
      *    MODE SAYS WHAT IS DONE WITH EACH LINE -
      *        R - ADD PURCHASED PART COST TO THE ROLLED COST,
      *        P - PRINT THE LINE AND GATHER THE PURCHASED PARTS,
      *        G - GATHER THE PURCHASED PARTS ONLY.
      *    A LINE NOT IN EFFECT ON THE RUN DATE IS PASSED OVER.
      *****************************************************************
       L4-WALK-BILL.
           MOVE 1 TO WS-LVL.
           MOVE TBL-BOMIX-CODE(WS-CUR-IX) TO STK-CODE(1).
           MOVE TBL-BOMIX-SUB(WS-CUR-IX) TO STK-SUB(1).
           MOVE 1 TO STK-MULT(1).
           PERFORM L5-WALK-STEP THRU L5-WALK-STEP-EXIT
               UNTIL WS-LVL = 0.
       L4-WALK-BILL-EXIT.
           EXIT.

       L5-WALK-STEP.
           IF STK-SUB(WS-LVL) > MAX-MACH-SIZE
               SUBTRACT 1 FROM WS-LVL
               GO TO L5-WALK-STEP-EXIT
           END-IF.
           IF TBL-M-MACHINE(STK-SUB(WS-LVL)) NOT = STK-CODE(WS-LVL)
               SUBTRACT 1 FROM WS-LVL
               GO TO L5-WALK-STEP-EXIT
           END-IF.
           IF TBL-M-EFF-FROM(STK-SUB(WS-LVL)) > WS-EFF-KEY
               OR TBL-M-EFF-TO(STK-SUB(WS-LVL)) < WS-EFF-KEY
               ADD 1 TO STK-SUB(WS-LVL)
               GO TO L5-WALK-STEP-EXIT
           END-IF.
           MOVE STK-SUB(WS-LVL) TO WS-LINE-SUB.
           MOVE WS-LVL TO WS-LINE-LVL.
           ADD 1 TO STK-SUB(WS-LVL).
           COMPUTE WS-EXT-QTY = STK-MULT(WS-LVL) *
               TBL-M-QTY(WS-LINE-SUB).
           IF SUBASM-COMPONENT(WS-LINE-SUB)
               MOVE TBL-M-PART(WS-LINE-SUB) TO WS-EXPL-CODE
               PERFORM L9-FIND-BOM THRU L9-FIND-BOM-EXIT
               IF WALK-PRINT
                   PERFORM L6-PRINT-LINE THRU L6-PRINT-LINE-EXIT
               END-IF
               IF WS-BOM-SUB = 0
                   IF WALK-ROLL
                       DISPLAY 'ERROR - SUBASSEMBLY ' WS-EXPL-CODE
                               ' NOT FOUND IN MASTER'
                   END-IF
                   GO TO L5-WALK-STEP-EXIT
               END-IF
               IF WS-LVL >= MAX-EXPL-LVL
                   IF WALK-ROLL
                       DISPLAY 'ERROR - BOM LEVELS EXCEED LIMIT UNDER '
                               STK-CODE(WS-LVL)
                   END-IF
                   GO TO L5-WALK-STEP-EXIT
               END-IF
               ADD 1 TO WS-LVL
               MOVE WS-EXPL-CODE TO STK-CODE(WS-LVL)
               MOVE WS-BOM-SUB TO STK-SUB(WS-LVL)
               MOVE WS-EXT-QTY TO STK-MULT(WS-LVL)
               GO TO L5-WALK-STEP-EXIT
           END-IF.
           MOVE TBL-M-PART(WS-LINE-SUB) TO WS-PART-LOOKUP.
           PERFORM L9-FIND-PART THRU L9-FIND-PART-EXIT.
           IF WS-PART-SUB = 0
               MOVE 0 TO WS-UNIT-COST
               MOVE 'Y' TO WS-NOCOST-SW
           ELSE
               MOVE TBL-P-COST(WS-PART-SUB) TO WS-UNIT-COST
               MOVE 'N' TO WS-NOCOST-SW
           END-IF.
           COMPUTE WS-EXT-COST = WS-EXT-QTY * WS-UNIT-COST.
           IF WALK-ROLL
               ADD WS-EXT-COST TO WS-ROLL-COST
               GO TO L5-WALK-STEP-EXIT
           END-IF.
           IF WALK-PRINT
               PERFORM L6-PRINT-LINE THRU L6-PRINT-LINE-EXIT
           END-IF.
           PERFORM L6-GATHER-PART THRU L6-GATHER-PART-EXIT.
       L5-WALK-STEP-EXIT.
           EXIT.

       L6-PRINT-LINE.
           MOVE SPACES TO O-BL-INDENT O-BL-TYPE O-BL-NOTE.
           MOVE ALL '.' TO O-BL-INDENT(1:WS-LINE-LVL).
           MOVE WS-LINE-LVL TO WS-LVL-DISP.
           IF WS-LINE-LVL < 10
               MOVE WS-LVL-DISP(2:1)
                   TO O-BL-INDENT(WS-LINE-LVL + 1:1)
           ELSE
               MOVE WS-LVL-DISP TO O-BL-INDENT(WS-LINE-LVL + 1:2)
           END-IF.
           MOVE TBL-M-PART(WS-LINE-SUB) TO O-BL-PART.
           MOVE TBL-M-QTY(WS-LINE-SUB) TO O-BL-QTY-PER.
           MOVE WS-EXT-QTY TO O-BL-EXT-QTY.
           IF SUBASM-COMPONENT(WS-LINE-SUB)
               MOVE 'SUB' TO O-BL-TYPE
               IF WS-BOM-SUB = 0
                   MOVE 0 TO WS-UNIT-COST
                   MOVE '*NO BILL' TO O-BL-NOTE
               ELSE
                   MOVE TBL-BOMIX-COST(WS-BOM-IX) TO WS-UNIT-COST
               END-IF
               COMPUTE WS-EXT-COST = WS-EXT-QTY * WS-UNIT-COST
           ELSE
               IF PART-HAS-NO-COST
                   MOVE '*NO COST' TO O-BL-NOTE
                   ADD 1 TO WS-NOCOST-CTR
               END-IF
           END-IF.
           MOVE WS-UNIT-COST TO O-BL-UNIT.
           MOVE WS-EXT-COST TO O-BL-EXT.
           WRITE RPT1-LN FROM D1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
       L6-PRINT-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    ADD A PURCHASED PART LINE TO THE PART TABLE OF THE MACHINE
      *    BEING COSTED. A PART USED IN MORE THAN ONE PLACE IS SUMMED.
      *****************************************************************
       L6-GATHER-PART.
           MOVE 0 TO WS-MP-SUB.
           PERFORM VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > WS-MP-CTR OR WS-MP-SUB NOT = 0
               IF TBL-MP-PART(SUB2) = TBL-M-PART(WS-LINE-SUB)
                   MOVE SUB2 TO WS-MP-SUB
               END-IF
           END-PERFORM.
           IF WS-MP-SUB = 0
               IF WS-MP-CTR >= MAX-MP-SIZE
                   DISPLAY 'ERROR - MACHINE PART TABLE CAPACITY '
                           'EXCEEDED, CONTACT OPS'
                   STOP RUN
               END-IF
               ADD 1 TO WS-MP-CTR
               MOVE WS-MP-CTR TO WS-MP-SUB
               MOVE TBL-M-PART(WS-LINE-SUB) TO TBL-MP-PART(WS-MP-SUB)
               MOVE 0 TO TBL-MP-QTY(WS-MP-SUB) TBL-MP-EXT(WS-MP-SUB)
               MOVE WS-UNIT-COST TO TBL-MP-COST(WS-MP-SUB)
           END-IF.
           ADD WS-EXT-QTY TO TBL-MP-QTY(WS-MP-SUB).
           ADD WS-EXT-COST TO TBL-MP-EXT(WS-MP-SUB).
       L6-GATHER-PART-EXIT.
           EXIT.

       L3-WRITE-TOTALS.
           MOVE 'T' TO WS-HDG-MODE.
           WRITE RPT1-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'MACHINES COSTED:' TO O-TOT-DESC.
           MOVE WS-MACH-CTR TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'SUBASSEMBLIES COSTED:' TO O-TOT-DESC.
           MOVE WS-SUBASM-CTR TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'BILL LINES WITH NO COST:' TO O-TOT-DESC.
           MOVE WS-NOCOST-CTR TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'COST RECORDS WRITTEN:' TO O-TOT-DESC.
           MOVE WS-MCST-WRITTEN TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'PRIOR COST RECORDS READ:' TO O-TOT-DESC.
           MOVE WS-PCST-READ TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'MACHINES COMPARED:' TO O-TOT-DESC.
           MOVE WS-COMPARE-CTR TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'MACHINES NOT IN PRIOR ROLLUP:' TO O-TOT-DESC.
           MOVE WS-NEWMACH-CTR TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'MACHINES OVER VARIANCE LIMIT:' TO O-TOT-DESC.
           MOVE WS-VAR-CTR TO O-TOT-CTR.
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

       L9-WRITE-COST.
           WRITE MACH-COST-RECORD.
           IF WS-MCST-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO WRITE MACHCOST.DAT - '
                       'FILE STATUS ' WS-MCST-STATUS
               CLOSE MACH-COST-FILE PRTOUT1
               STOP RUN
           END-IF.
           ADD 1 TO WS-MCST-WRITTEN.
       L9-WRITE-COST-EXIT.
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
      *    BUILD THE BOM INDEX FROM THE LOADED MACHINE TABLE - ONE
      *    ENTRY AT EACH CHANGE OF MACHINE CODE, SHELL SORTED INTO
      *    CODE SEQUENCE FOR THE BINARY SEARCH. A CODE THAT APPEARS
      *    MORE THAN ONCE KEEPS ITS LOWEST SUBSCRIPT. EVERY CODE USED
      *    AS A SUBASSEMBLY COMPONENT IS THEN MARKED.
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
               INITIALIZE BOMIX-TABLE(SUB + 1)
               MOVE HIGH-VALUES TO TBL-BOMIX-CODE(SUB + 1)
           END-PERFORM.
           MOVE WS-BOMIX-OUT TO WS-BOMIX-CTR.
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > WS-MAST-READ
               IF SUBASM-COMPONENT(SUB)
                   MOVE TBL-M-PART(SUB) TO WS-EXPL-CODE
                   PERFORM L9-FIND-BOM THRU L9-FIND-BOM-EXIT
                   IF WS-BOM-SUB NOT = 0
                       MOVE 'Y' TO TBL-BOMIX-USED(WS-BOM-IX)
                   END-IF
               END-IF
           END-PERFORM.
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
           MOVE 0 TO WS-BOM-SUB WS-BOM-IX.
           SET IDX-BOMIX TO 1.
           SEARCH ALL BOMIX-TABLE
               AT END CONTINUE
               WHEN TBL-BOMIX-CODE(IDX-BOMIX) = WS-EXPL-CODE
                   MOVE TBL-BOMIX-SUB(IDX-BOMIX) TO WS-BOM-SUB
                   SET WS-BOM-IX TO IDX-BOMIX
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
           IF BILL-HDGS
               WRITE RPT1-LN FROM BILL-HDG-LINE
                   AFTER ADVANCING 1 LINE
               WRITE RPT1-LN FROM BILL-COL-HDG-LINE1
                   AFTER ADVANCING 2 LINES
               WRITE RPT1-LN FROM BILL-COL-HDG-LINE2
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF VARIANCE-HDGS
               WRITE RPT1-LN FROM VAR-HDG-LINE
                   AFTER ADVANCING 1 LINE
               WRITE RPT1-LN FROM VAR-COL-HDG-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           WRITE RPT1-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
       L9-RPT1-HDGS-EXIT.
           EXIT.
