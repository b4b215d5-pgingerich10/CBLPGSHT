      *    DETERMINE ANY INVENTORY SHORTAGES. IT WILL OUTPUT TWO    
      *    FLAT FILES AND TWO REPORTS, WHICH REPRESENT THE OVERALL
      *    SHORTAGE BY PART, AND THE PART SHORTAGE BY MACHINE.
      *
      *    INVENTORY IS HELD BY PART AND STOCKING LOCATION. ORDERS
      *    ARE ALLOCATED ONLY FROM THE LOCATIONS THE LOCATION MASTER
      *    FLAGS AS FEEDING PRODUCTION, IN THEIR DRAW PRIORITY ORDER.
      *    A SHORTAGE THAT STOCK HELD AT THE OTHER LOCATIONS CAN
      *    COVER IS PRINTED ON THE TRANSFER RECOMMENDATION REPORT
      *    AND ONLY THE REST IS CUT AS A PURCHASE ORDER LINE.
      * 
      *****************************************************************
       
               ASSIGN TO "INVENTORY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS I-INV-KEY
               FILE STATUS IS WS-INV-STATUS.

           SELECT ORDER-DATA
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT OPTIONAL ALTERNATE-MASTER
               ASSIGN TO "ALTPART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-STATUS.

           SELECT PRTOUT6
               ASSIGN TO "SUBSTIT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL PO-CONTROL-FILE
               ASSIGN TO "POCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTL-STATUS.

           SELECT OPTIONAL LOCATION-MASTER
               ASSIGN TO "LOCATION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOC-STATUS.

           SELECT PRTOUT7
               ASSIGN TO "TRANSFER.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       
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

       FD  FLATOUT4
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS PO-EXTRACT-LN.

       01  PO-EXTRACT-LN.
           05  O-PO-QTY            PIC 9(5).
           05  O-PO-NEED-BY        PIC X(10).
           05  O-PO-VENDOR         PIC X(5).
           05  O-PO-NUMBER         PIC 9(6).

       FD  HISTOUT
           LABEL RECORD IS STANDARD

       FD  CHECKPOINT-SHORT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS CKS-RECORD.

       01  CKS-RECORD.
           05  CKS-PART            PIC X(5).
           05  CKS-LOC             PIC X(3).
           05  CKS-AVAIL           PIC 9(5).
           05  CKS-SHORT           PIC S9(5).


       FD  OPENPO-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS OPENPO-LN.

       01  OPENPO-LN.
           05  O-OPO-RCVD          PIC 9(5).
           05  O-OPO-NEED-BY       PIC X(10).
           05  O-OPO-VENDOR        PIC X(5).
           05  O-OPO-PONUM         PIC 9(6).

       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS AUDIT-LN.

       01  AUDIT-LN.
                                   SIGN IS LEADING SEPARATE.
           05  O-AUD-AFTER         PIC S9(5)
                                   SIGN IS LEADING SEPARATE.
           05  O-AUD-LOC           PIC X(3).

       FD  ALTERNATE-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS ALTERNATE-RECORD.

       01  ALTERNATE-RECORD.
           05  I-ALT-PRIMARY       PIC X(5).
           05  I-ALT-PART          PIC X(5).
           05  I-ALT-PRIORITY      PIC 9(2).
           05  I-ALT-RATIO         PIC 9(3)V99.

       FD  PRTOUT6
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS RPT6-LN.

       01  RPT6-LN                 PIC X(80).

       FD  PO-CONTROL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS PO-CONTROL-RECORD.

       01  PO-CONTROL-RECORD.
           05  I-PCTL-NEXT-PO      PIC 9(6).

       FD  LOCATION-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS LOCATION-RECORD.

       01  LOCATION-RECORD.
           05  I-LOC-CODE          PIC X(3).
           05  I-LOC-NAME          PIC X(20).
           05  I-LOC-PROD          PIC X(1).
           05  I-LOC-PRIORITY      PIC 9(2).

       FD  PRTOUT7
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS RPT7-LN.

       01  RPT7-LN                 PIC X(80).

       WORKING-STORAGE SECTION.
       
           05  C-PCTR3             PIC 99          VALUE 0.
           05  C-PCTR4             PIC 99          VALUE 0.
           05  C-PCTR5             PIC 99          VALUE 0.
           05  C-PCTR6             PIC 99          VALUE 0.
           05  C-PCTR7             PIC 99          VALUE 0.
           05  MORE-RECS           PIC X           VALUE 'Y'.
               88  NO-MORE-RECS    VALUE 'N'.
           05  SUB                 PIC 9(5)        VALUE 1.
           05  WS-AUD-STATUS       PIC XX          VALUE SPACES.
           05  WS-AUD-OPEN         PIC X           VALUE 'N'.
           05  WS-PRO-STATUS       PIC XX          VALUE SPACES.
           05  WS-ALT-STATUS       PIC XX          VALUE SPACES.
           05  WS-ALT-OPEN         PIC X           VALUE 'N'.
           05  WS-PCTL-STATUS      PIC XX          VALUE SPACES.
           05  WS-LOC-STATUS       PIC XX          VALUE SPACES.
           05  WS-LOC-OPEN         PIC X           VALUE 'N'.

       01  RESTART-AREA.
           05  WS-RESTART-FLAG     PIC X           VALUE 'N'.
               10  TBL-M-QTY       PIC 9(3).
               10  TBL-M-TYPE      PIC X(1).
                   88  SUBASM-COMPONENT    VALUE 'S'.
               10  TBL-M-EFF-FROM  PIC X(8).
               10  TBL-M-EFF-TO    PIC X(8).

      *****************************************************************
      *    SORTED INDEX OVER THE MACHINE TABLE - ONE ENTRY PER
           05  WS-BASE-MULT        PIC 9(7)        VALUE 0.
           05  WS-CHILD-MULT       PIC 9(7)        VALUE 0.
           05  WS-BOM-SUB          PIC 9(5)        VALUE 0.
           05  WS-EFF-KEY          PIC X(8)        VALUE SPACES.
           05  EXPLODE-STACK OCCURS 10 TIMES INDEXED BY IDX-EXPL.
               10  STK-CODE        PIC X(5).
               10  STK-SUB         PIC 9(5).
           05  WK-O-DUE-KEY        PIC X(8).
           05  WK-O-SEQ            PIC 9(5).

      *****************************************************************
      *    APPROVED ALTERNATES BY PRIMARY PART. THE TABLE IS SORTED
      *    ON PRIMARY PART AND PRIORITY AFTER THE LOAD SO A PRIMARY'S
      *    ALTERNATES SIT TOGETHER IN THE ORDER THEY ARE DRAWN. THE
      *    RATIO IS ALTERNATE UNITS NEEDED PER UNIT OF THE PRIMARY.
      *****************************************************************
       01  ALTERNATE-FILE-DATA.
           05  WS-ALT-CTR          PIC 9(5)        VALUE 0.
           05  WS-ALT-SUB          PIC 9(5)        VALUE 0.
           05  MAX-ALT-SIZE        PIC 9(5)        VALUE 1000.
           05  ALT-TABLE OCCURS 1000 TIMES INDEXED BY IDX-ALT.
               10  TBL-ALT-KEY.
                   15  TBL-ALT-PRIMARY PIC X(5).
                   15  TBL-ALT-PRI     PIC 9(2).
               10  TBL-ALT-PART    PIC X(5).
               10  TBL-ALT-RATIO   PIC 9(3)V99.

       01  WK-ALT-HOLD.
           05  WK-ALT-KEY.
               10  WK-ALT-PRIMARY  PIC X(5).
               10  WK-ALT-PRI      PIC 9(2).
           05  WK-ALT-PART         PIC X(5).
           05  WK-ALT-RATIO        PIC 9(3)V99.

       01  LOC-FILE-DATA.
           05  WS-LOC-CTR          PIC 9(3)        VALUE 0.
           05  MAX-LOC-SIZE        PIC 9(3)        VALUE 50.
           05  LOC-TABLE OCCURS 50 TIMES INDEXED BY IDX-LOC.
               10  TBL-L-CODE      PIC X(3).
               10  TBL-L-PROD      PIC X(1).
               10  TBL-L-PRIORITY  PIC 9(2).

       01  LOC-RANK-AREA.
           05  WS-RANK-LOC         PIC X(3)        VALUE SPACES.
           05  WS-RANK-PROD        PIC X           VALUE 'N'.
           05  WS-RANK-PRIORITY    PIC 9(2)        VALUE 0.

      *****************************************************************
      *    STOCK OF ONE PART ACROSS ITS LOCATIONS, IN DRAW PRIORITY
      *    ORDER. THE PRODUCTION LOCATIONS ARE THE POOL THE ORDERS
      *    ALLOCATE FROM - THE OTHERS ARE THE SOURCES A TRANSFER CAN
      *    BE RECOMMENDED FROM. THE HOME LOCATION CARRIES THE PART'S
      *    SHORT QUANTITY.
      *****************************************************************
       01  POOL-WORK-AREA.
           05  WS-POOL-PART        PIC X(5)        VALUE SPACES.
           05  WS-POOL-HOME        PIC X(3)        VALUE SPACES.
           05  WS-POOL-HOME-PROD   PIC X           VALUE 'N'.
           05  WS-POOL-HOME-PRI    PIC 9(2)        VALUE 0.
           05  WS-POOL-PART-FOUND  PIC X           VALUE 'N'.
           05  WS-POOL-MORE        PIC X           VALUE 'Y'.
           05  WS-POOL-RECS        PIC 9(3)        VALUE 0.
           05  WS-POOL-CTR         PIC 9(3)        VALUE 0.
           05  WS-POOL-SUB         PIC 9(3)        VALUE 0.
           05  MAX-POOL-SIZE       PIC 9(3)        VALUE 20.
           05  WS-POOL-AVAIL       PIC 9(7)        VALUE 0.
           05  WS-POOL-QTY         PIC 9(7)        VALUE 0.
           05  WS-POOL-SHORT       PIC S9(7)       VALUE 0.
           05  WS-POOL-NEW-SHORT   PIC S9(7)       VALUE 0.
           05  WS-POOL-LEFT        PIC 9(7)        VALUE 0.
           05  WS-POOL-TAKE        PIC 9(5)        VALUE 0.
           05  POOL-TABLE OCCURS 20 TIMES.
               10  TBL-PL-LOC      PIC X(3).
               10  TBL-PL-PROD     PIC X(1).
               10  TBL-PL-PRIORITY PIC 9(2).
               10  TBL-PL-QTY      PIC 9(5).
               10  TBL-PL-AVAIL    PIC 9(5).

       01  WK-POOL-HOLD.
           05  WK-PL-LOC           PIC X(3).
           05  WK-PL-PROD          PIC X(1).
           05  WK-PL-PRIORITY      PIC 9(2).
           05  WK-PL-QTY           PIC 9(5).
           05  WK-PL-AVAIL         PIC 9(5).

       01  TRANSFER-AREA.
           05  WS-XFER-TO          PIC X(3)        VALUE SPACES.
           05  WS-XFER-PRI         PIC 9(3)        VALUE 0.
           05  WS-XFER-NEED        PIC 9(7)        VALUE 0.
           05  WS-XFER-SHORT       PIC 9(7)        VALUE 0.
           05  WS-XFER-TAKE        PIC 9(5)        VALUE 0.
           05  WS-XFER-CTR         PIC 9(5)        VALUE 0.

       01  SUBSTITUTION-AREA.
           05  WS-PRIME-PART       PIC X(5)        VALUE SPACES.
           05  WS-ALT-REMAIN       PIC 9(7)        VALUE 0.
           05  WS-ALT-COVERED      PIC 9(7)        VALUE 0.
           05  WS-ALT-NEED         PIC 9(7)        VALUE 0.
           05  WS-ALT-DRAW         PIC 9(7)        VALUE 0.
           05  WS-ALT-FILL         PIC 9(7)        VALUE 0.
           05  WS-ALT-WORK         PIC 9(9)V99     VALUE 0.
           05  WS-SUBST-CTR        PIC 9(5)        VALUE 0.

       01  BUILDABLE-AREA.
           05  WS-BLD-QTY          PIC 9(7)        VALUE 0.
           05  WS-LINE-BLD         PIC 9(7)        VALUE 0.
               10  TBL-REORD-PART  PIC X(5).
               10  TBL-REORD-QTY   PIC S9(5).
               10  TBL-REORD-COST  PIC 9(8)V99.
               10  TBL-REORD-ORDER PIC 9(5).
           05  WS-REORD-SHT-CTR    PIC 9(5)        VALUE 0.

       01  WK-REORD-HOLD.
           05  WK-REORD-PART       PIC X(5).
           05  WK-REORD-QTY        PIC S9(5).
           05  WK-REORD-COST       PIC 9(8)V99.
           05  WK-REORD-ORDER      PIC 9(5).


       01  EXEC-SUMMARY-DATA.
               10  TBL-PO-QTY      PIC 9(5).
               10  TBL-PO-NEED     PIC X(10).
               10  TBL-PO-COST     PIC 9(8)V99.
               10  TBL-PO-RAW      PIC 9(5).
               10  TBL-PO-NUMBER   PIC 9(6).

       01  WK-PO-HOLD.
           05  WK-PO-VENDOR        PIC X(5).
           05  WK-PO-QTY           PIC 9(5).
           05  WK-PO-NEED          PIC X(10).
           05  WK-PO-COST          PIC 9(8)V99.
           05  WK-PO-RAW           PIC 9(5).
           05  WK-PO-NUMBER        PIC 9(6).

       01  OPENPO-FILE-DATA.
           05  WS-OPO-CTR          PIC 9(5)        VALUE 0.
           05  MAX-OPO-SIZE        PIC 9(5)        VALUE 2000.
           05  WS-OPO-LOOKUP       PIC X(5)        VALUE SPACES.
           05  WS-OPO-ON-ORDER     PIC 9(7)        VALUE 0.
           05  WS-NEXT-PO          PIC 9(6)        VALUE 1.
           05  WS-NET-SHORT        PIC S9(7)       VALUE 0.
           05  WS-RAW-ORDER        PIC 9(7)        VALUE 0.
           05  WS-ORDER-QTY        PIC 9(7)        VALUE 0.
           05  WS-MULT-CNT         PIC 9(7)        VALUE 0.
           05  WS-MULT-REM         PIC 9(5)        VALUE 0.
           05  OPO-TABLE OCCURS 2000 TIMES INDEXED BY IDX-OPO.
               10  TBL-OPO-PART    PIC X(5).
               10  TBL-OPO-QTY     PIC 9(7).
           05  WS-AUD-BEFORE       PIC S9(5)       VALUE 0.
           05  WS-AUD-AFTER        PIC S9(5)       VALUE 0.
           05  WS-AVAIL-BEFORE     PIC 9(5)        VALUE 0.

      *****************************************************************
      *    SIMULATION SUPPORT. A SIMULATED RUN WORKS THE AVAILABLE
           05  FILLER              PIC X(28)   VALUE
                                   'MACHINE PART SHORTAGE REPORT'.

       01  D2S.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  O-SUBM-ORD          PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-SUBM-MACH         PIC X(5).
           05  FILLER              PIC X(12)   VALUE SPACES.
           05  O-SUBM-PART         PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(10)   VALUE 'ALTERNATE'.
           05  O-SUBM-ALT          PIC X(5).
           05  FILLER              PIC X(7)    VALUE '  QTY:'.
           05  O-SUBM-QTY          PIC ZZ,ZZ9.

       01  RPT3-TITLE-LINE.
           05  FILLER              PIC X(22)   VALUE SPACES.
           05  FILLER              PIC X(36)   VALUE
                           'PARTS REORDER RECOMMENDATION REPORT'.

       01  RPT7-TITLE-LINE.
           05  FILLER              PIC X(22)   VALUE SPACES.
           05  FILLER              PIC X(36)   VALUE
                           'STOCK TRANSFER RECOMMENDATION REPORT'.

       01  RPT7-COL-HDG-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(10)   VALUE 'PART'.
           05  FILLER              PIC X(9)    VALUE 'FROM'.
           05  FILLER              PIC X(6)    VALUE 'TO'.
           05  FILLER              PIC X(11)   VALUE 'XFER QTY'.
           05  FILLER              PIC X(9)    VALUE 'NET SHORT'.

       01  D7.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  O-XFER-PART         PIC X(5).
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  O-XFER-FROM         PIC X(3).
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  O-XFER-TO           PIC X(3).
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  O-XFER-QTY          PIC ZZ,ZZ9.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  O-XFER-SHORT        PIC ZZZ,ZZ9.

       01  T7.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(24)   VALUE
                                   'TRANSFERS RECOMMENDED:'.
           05  O-XFER-TOT          PIC ZZ,ZZ9.

       01  RPT6-TITLE-LINE.
           05  FILLER              PIC X(28)   VALUE SPACES.
           05  FILLER              PIC X(24)   VALUE
                                   'PART SUBSTITUTION REPORT'.

       01  RPT6-COL-HDG-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(10)   VALUE 'ORDER'.
           05  FILLER              PIC X(9)    VALUE 'MACHINE'.
           05  FILLER              PIC X(7)    VALUE 'VIA'.
           05  FILLER              PIC X(7)    VALUE 'PART'.
           05  FILLER              PIC X(7)    VALUE 'ALT'.
           05  FILLER              PIC X(5)    VALUE 'PRI'.
           05  FILLER              PIC X(10)   VALUE 'PART QTY'.
           05  FILLER              PIC X(7)    VALUE 'ALT QTY'.

       01  D6.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  O-SUB-ORD           PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-SUB-MACH          PIC X(5).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  O-SUB-VIA           PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-SUB-PART          PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-SUB-ALT           PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-SUB-PRI           PIC Z9.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  O-SUB-PART-QTY      PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-SUB-ALT-QTY       PIC ZZ,ZZ9.

       01  T6.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(24)   VALUE
                                   'SUBSTITUTIONS THIS RUN:'.
           05  O-SUB-TOT           PIC ZZ,ZZ9.

       01  RPT5-TITLE-LINE.
           05  FILLER              PIC X(27)   VALUE SPACES.
           05  FILLER              PIC X(26)   VALUE

       01  RPT4-COL-HDG-LINE.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  FILLER              PIC X(8)    VALUE 'PO NO'.
           05  FILLER              PIC X(8)    VALUE 'PART'.
           05  FILLER              PIC X(10)   VALUE 'NET QTY'.
           05  FILLER              PIC X(12)   VALUE 'ORDER QTY'.
           05  FILLER              PIC X(13)   VALUE 'NEED BY'.
           05  FILLER              PIC X(12)   VALUE 'EXT COST'.

       01  D4.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  O-PO-RPT-NUMBER     PIC 9(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-PO-RPT-PART       PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-PO-RPT-RAW        PIC ZZ,ZZ9.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  O-PO-RPT-QTY        PIC ZZ,ZZ9.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  O-PO-RPT-NEED       PIC X(10).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-PO-RPT-COST       PIC $$,$$$,$$9.99.
       01  T4.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  FILLER              PIC X(14)   VALUE 'VENDOR TOTAL:'.
           05  FILLER              PIC X(36)   VALUE SPACES.
           05  O-V-TOT-COST        PIC $$$,$$$,$$9.99.


                   '* = DUE INSIDE REPLENISHMENT LEAD TIME'.

       01  RPT3-COL-HDG-LINE.
           05  FILLER              PIC X(15)   VALUE SPACES.
           05  FILLER              PIC X(12)   VALUE 'PART'.
           05  FILLER              PIC X(12)   VALUE 'QTY SHORT'.
           05  FILLER              PIC X(14)   VALUE 'ORDER QTY'.
           05  FILLER              PIC X(10)   VALUE '$ VALUE'.


           05  O-BLD-LIMIT         PIC X(5).

       01  D3.
           05  FILLER              PIC X(15)   VALUE SPACES.
           05  O-REORD-PART        PIC X(5).
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  O-REORD-QTY         PIC ZZ,ZZ9.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  O-REORD-ORDER       PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-REORD-COST        PIC $$$,$$9.99.

       01  SIM-WARN-LINE.
           END-PERFORM.
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > MAX-SIM-SIZE
               INITIALIZE SIM-INV-TABLE(SUB).
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > MAX-ALT-SIZE
               INITIALIZE ALT-TABLE(SUB).
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > MAX-LOC-SIZE
               INITIALIZE LOC-TABLE(SUB).
           MOVE 1 TO SUB SUB-M SUB-O.
           PERFORM L3-READ-PARM THRU L3-READ-PARM-EXIT.
           IF RESTART-REQUESTED
           PERFORM L9-RPT1-HDGS THRU L9-RPT1-HDGS-EXIT.
           IF WS-RESUME-FROM = 1
               PERFORM L9-RPT2-HDGS THRU L9-RPT2-HDGS-EXIT
               PERFORM L9-RPT6-HDGS THRU L9-RPT6-HDGS-EXIT
           END-IF.
       L2-INIT-EXIT.
           EXIT.
                       DISPLAY 'ERROR - MACHINE RECORD NOT FOUND'
                   ELSE
                       MOVE WS-BOM-SUB TO SUB-M
                       MOVE TBL-O-DUE-KEY(SUB-O) TO WS-EFF-KEY
                       IF WS-EFF-KEY IS NOT NUMERIC
                           MOVE I-SYS-DATE TO WS-EFF-KEY
                       END-IF
                       MOVE TBL-O-QTY(SUB-O) TO WS-BLD-QTY
                       MOVE SPACES TO WS-LIMIT-PART
                       PERFORM L3-MACH-LOOP THRU L3-MACH-LOOP-EXIT
       
       L2-CLOSINGS.
           PERFORM L3-LOAD-OPENPO THRU L3-LOAD-OPENPO-EXIT.
           PERFORM L9-RPT7-HDGS THRU L9-RPT7-HDGS-EXIT.
           MOVE LOW-VALUES TO I-INV-KEY.
           START INVENTORY-DATA KEY IS NOT LESS THAN I-INV-KEY
               INVALID KEY MOVE 'N' TO MORE-RECS
               NOT INVALID KEY MOVE 'Y' TO MORE-RECS
           END-START.
           PERFORM L3-TOTALS THRU L3-TOTALS-EXIT
               UNTIL NO-MORE-RECS.
           PERFORM L3-WRITE-XFER-TOTAL THRU L3-WRITE-XFER-TOTAL-EXIT.
           PERFORM L3-SAVE-PO-CONTROL THRU L3-SAVE-PO-CONTROL-EXIT.
           PERFORM L3-SORT-REORDER THRU L3-SORT-REORDER-EXIT.
           PERFORM L9-RPT3-HDGS THRU L9-RPT3-HDGS-EXIT.
           PERFORM L3-WRITE-REORDER THRU L3-WRITE-REORDER-EXIT
           PERFORM L3-WRITE-PORPT THRU L3-WRITE-PORPT-EXIT.
           PERFORM L3-SORT-REORD-COST THRU L3-SORT-REORD-COST-EXIT.
           PERFORM L3-WRITE-EXEC THRU L3-WRITE-EXEC-EXIT.
           PERFORM L3-WRITE-SUBST-TOTAL THRU L3-WRITE-SUBST-TOTAL-EXIT.
           PERFORM L3-BALANCE THRU L3-BALANCE-EXIT.
           PERFORM L3-WRITE-RUNLOG THRU L3-WRITE-RUNLOG-EXIT.
           IF SIMULATION-RUN
               CLOSE INVENTORY-DATA PRTOUT1 PRTOUT2 PRTOUT3 PRTOUT4
                     PRTOUT5 PRTOUT6 PRTOUT7 ERROR-RPT
           ELSE
               CLOSE INVENTORY-DATA PRTOUT1 PRTOUT2 PRTOUT3 PRTOUT4
                     PRTOUT5 PRTOUT6 PRTOUT7 FLATOUT1 FLATOUT2
                     FLATOUT3 FLATOUT4 HISTOUT OPENPO-FILE AUDIT-FILE
                     ERROR-RPT
           END-IF.
           PERFORM L9-CLEAR-CHECKPOINT THRU L9-CLEAR-CHECKPOINT-EXIT.
       L2-CLOSINGS-EXIT.
           MOVE 'Y' TO WS-ORD-OPEN.
           IF SIMULATION-RUN
               OPEN OUTPUT PRTOUT1 PRTOUT2 PRTOUT3 PRTOUT4 PRTOUT5
                           PRTOUT6 PRTOUT7
           ELSE
               OPEN OUTPUT PRTOUT1 PRTOUT3 PRTOUT4 PRTOUT5 PRTOUT7
                           FLATOUT1 FLATOUT4
               IF RESTART-REQUESTED AND WS-RESUME-FROM > 1
                   OPEN EXTEND PRTOUT2 PRTOUT6 FLATOUT2 FLATOUT3
               ELSE
                   OPEN OUTPUT PRTOUT2 PRTOUT6 FLATOUT2 FLATOUT3
               END-IF
           END-IF.
           MOVE 'Y' TO WS-OUT-OPEN.
           IF WS-VEND-STATUS = '00'
               MOVE 'Y' TO WS-VEND-OPEN
           END-IF.
           OPEN INPUT ALTERNATE-MASTER.
           IF WS-ALT-STATUS = '00'
               MOVE 'Y' TO WS-ALT-OPEN
           END-IF.
           OPEN INPUT LOCATION-MASTER.
           IF WS-LOC-STATUS = '00'
               MOVE 'Y' TO WS-LOC-OPEN
           END-IF.
       L3-OPENS-EXIT.
           EXIT.

               PERFORM L4-READ-VEND THRU L4-READ-VEND-EXIT
                   UNTIL NO-MORE-RECS
           END-IF.
           IF WS-ALT-OPEN = 'Y'
               MOVE 'Y' TO MORE-RECS
               READ ALTERNATE-MASTER
                   AT END MOVE 'N' TO MORE-RECS
               END-READ
               IF WS-ALT-STATUS NOT = '00'
                       AND WS-ALT-STATUS NOT = '10'
                   MOVE 'ALTPART.DAT' TO WS-OPEN-FAIL-FILE
                   MOVE WS-ALT-STATUS TO WS-OPEN-FAIL-STATUS
                   PERFORM L9-LOG-OPEN-ERROR THRU L9-LOG-OPEN-ERROR-EXIT
                   PERFORM L9-ABORT-RUN THRU L9-ABORT-RUN-EXIT
               END-IF
               PERFORM L4-READ-ALT THRU L4-READ-ALT-EXIT
                   UNTIL NO-MORE-RECS
               PERFORM L3-SORT-ALT THRU L3-SORT-ALT-EXIT
           END-IF.
           IF WS-LOC-OPEN = 'Y'
               MOVE 'Y' TO MORE-RECS
               READ LOCATION-MASTER
                   AT END MOVE 'N' TO MORE-RECS
               END-READ
               IF WS-LOC-STATUS NOT = '00'
                       AND WS-LOC-STATUS NOT = '10'
                   MOVE 'LOCATION.DAT' TO WS-OPEN-FAIL-FILE
                   MOVE WS-LOC-STATUS TO WS-OPEN-FAIL-STATUS
                   PERFORM L9-LOG-OPEN-ERROR THRU L9-LOG-OPEN-ERROR-EXIT
                   PERFORM L9-ABORT-RUN THRU L9-ABORT-RUN-EXIT
               END-IF
               PERFORM L4-READ-LOC THRU L4-READ-LOC-EXIT
                   UNTIL NO-MORE-RECS
           END-IF.
       L3-READS-EXIT.
           EXIT.

           IF WS-VEND-OPEN = 'Y'
               CLOSE VENDOR-MASTER
           END-IF.
           IF WS-ALT-OPEN = 'Y'
               CLOSE ALTERNATE-MASTER
               MOVE 'N' TO WS-ALT-OPEN
           END-IF.
           IF WS-LOC-OPEN = 'Y'
               CLOSE LOCATION-MASTER
               MOVE 'N' TO WS-LOC-OPEN
           END-IF.
       L3-CLOSE-INPUTS-EXIT.
           EXIT.

      *    PROCESS ONE MASTER LINE UNDER THE ORDERED MACHINE. A
      *    PURCHASED PART CHECKS STRAIGHT AGAINST INVENTORY. A
      *    SUBASSEMBLY COMPONENT IS EXPLODED LEVEL BY LEVEL DOWN TO
      *    ITS PURCHASED PARTS BEFORE THE INVENTORY CHECK. A LINE
      *    NOT IN EFFECT ON THE ORDER'S DUE DATE IS PASSED OVER.
      *****************************************************************
       L3-MACH-LOOP.
           IF TBL-M-EFF-FROM(SUB-M) > WS-EFF-KEY
               OR TBL-M-EFF-TO(SUB-M) < WS-EFF-KEY
               ADD 1 TO SUB-M
               GO TO L3-MACH-LOOP-EXIT
           END-IF.
           MOVE TBL-M-MACHINE(SUB-M) TO DTL-MACHINE.
           IF SUBASM-COMPONENT(SUB-M)
               MOVE TBL-M-PART(SUB-M) TO WS-EXPL-CODE
      *    EXPLOSION STACK. EACH LEVEL CARRIES THE COMPONENT LIST
      *    POSITION AND THE MULTIPLIER BUILT UP FROM THE ORDER
      *    QUANTITY AND EVERY QUANTITY PER ON THE WAY DOWN.
      *    LINES OUT OF EFFECT ON THE DUE DATE ARE SKIPPED AT EVERY
      *    LEVEL, THE SAME AS AT THE TOP.
      *****************************************************************
       L4-EXPLODE.
           PERFORM L9-FIND-BOM THRU L9-FIND-BOM-EXIT.
               SUBTRACT 1 FROM WS-LVL
               GO TO L5-EXPLODE-STEP-EXIT
           END-IF.
           IF TBL-M-EFF-FROM(STK-SUB(WS-LVL)) > WS-EFF-KEY
               OR TBL-M-EFF-TO(STK-SUB(WS-LVL)) < WS-EFF-KEY
               ADD 1 TO STK-SUB(WS-LVL)
               GO TO L5-EXPLODE-STEP-EXIT
           END-IF.
           IF SUBASM-COMPONENT(STK-SUB(WS-LVL))
               IF WS-LVL >= MAX-EXPL-LVL
                   DISPLAY 'ERROR - BOM LEVELS EXCEED LIMIT UNDER '

       L4-INV-CHECK.
           MOVE DTL-PART TO I-INV-PART.
           PERFORM L9-READ-POOL THRU L9-READ-POOL-EXIT.
           IF WS-POOL-PART-FOUND = 'N'
               DISPLAY 'ERROR - INVENTORY RECORD NOT FOUND'
               GO TO L4-INV-CHECK-EXIT
           END-IF.
           IF SIMULATION-RUN
               PERFORM L9-SIM-FETCH THRU L9-SIM-FETCH-EXIT
           END-IF.
           PERFORM L4-DETAIL THRU L4-DETAIL-EXIT.
       L4-INV-CHECK-EXIT.
           EXIT.

       L6-SORT-BOMIX-SHIFT-EXIT.
           EXIT.
           
      *****************************************************************
      *    LOAD ONE APPROVED ALTERNATE. A LINE WITH A NON NUMERIC OR
      *    ZERO RATIO OR PRIORITY CANNOT BE DRAWN AGAINST AND IS
      *    LOGGED AND SKIPPED RATHER THAN STOPPING THE RUN.
      *****************************************************************
       L4-READ-ALT.
           IF I-ALT-RATIO IS NOT NUMERIC OR I-ALT-RATIO = 0
               OR I-ALT-PRIORITY IS NOT NUMERIC
               MOVE SPACES TO ERR-LN
               STRING 'ERROR - ALTERNATE ' DELIMITED BY SIZE
                      I-ALT-PART           DELIMITED BY SIZE
                      ' FOR '              DELIMITED BY SIZE
                      I-ALT-PRIMARY        DELIMITED BY SIZE
                      ' SKIPPED - BAD RATIO OR PRIORITY'
                                           DELIMITED BY SIZE
                   INTO ERR-LN
               DISPLAY ERR-LN
               WRITE ERR-LN
           ELSE
               IF WS-ALT-CTR >= MAX-ALT-SIZE
                   MOVE SPACES TO ERR-LN
                   STRING 'ERROR - ALTERNATE TABLE CAPACITY EXCEEDED, '
                          'CONTACT OPS'       DELIMITED BY SIZE
                       INTO ERR-LN
                   DISPLAY ERR-LN
                   WRITE ERR-LN
                   PERFORM L9-ABORT-RUN THRU L9-ABORT-RUN-EXIT
               END-IF
               ADD 1 TO WS-ALT-CTR
               MOVE I-ALT-PRIMARY TO TBL-ALT-PRIMARY(WS-ALT-CTR)
               MOVE I-ALT-PRIORITY TO TBL-ALT-PRI(WS-ALT-CTR)
               MOVE I-ALT-PART TO TBL-ALT-PART(WS-ALT-CTR)
               MOVE I-ALT-RATIO TO TBL-ALT-RATIO(WS-ALT-CTR)
           END-IF.
           READ ALTERNATE-MASTER
               AT END MOVE 'N' TO MORE-RECS.
           IF WS-ALT-STATUS NOT = '00' AND WS-ALT-STATUS NOT = '10'
               MOVE 'ALTPART.DAT' TO WS-OPEN-FAIL-FILE
               MOVE WS-ALT-STATUS TO WS-OPEN-FAIL-STATUS
               PERFORM L9-LOG-OPEN-ERROR THRU L9-LOG-OPEN-ERROR-EXIT
               PERFORM L9-ABORT-RUN THRU L9-ABORT-RUN-EXIT
           END-IF.
       L4-READ-ALT-EXIT.
           EXIT.

      *****************************************************************
      *    SHELL SORT THE ALTERNATE TABLE ON PRIMARY PART AND
      *    PRIORITY SO EACH PRIMARY'S ALTERNATES ARE CONTIGUOUS AND
      *    IN THE SEQUENCE THEY ARE DRAWN.
      *****************************************************************
       L3-SORT-ALT.
           DIVIDE WS-ALT-CTR BY 2 GIVING WS-GAP.
           PERFORM L4-SORT-ALT-GAP THRU L4-SORT-ALT-GAP-EXIT
               UNTIL WS-GAP < 1.
       L3-SORT-ALT-EXIT.
           EXIT.

       L4-SORT-ALT-GAP.
           COMPUTE WS-SORT-I = WS-GAP + 1.
           PERFORM L5-SORT-ALT-INSERT THRU L5-SORT-ALT-INSERT-EXIT
               UNTIL WS-SORT-I > WS-ALT-CTR.
           DIVIDE WS-GAP BY 2 GIVING WS-GAP.
       L4-SORT-ALT-GAP-EXIT.
           EXIT.

       L5-SORT-ALT-INSERT.
           MOVE ALT-TABLE(WS-SORT-I) TO WK-ALT-HOLD.
           MOVE WS-SORT-I TO WS-SORT-J.
           MOVE 'Y' TO WS-SORT-MORE.
           PERFORM L6-SORT-ALT-SHIFT THRU L6-SORT-ALT-SHIFT-EXIT
               UNTIL WS-SORT-MORE = 'N'.
           MOVE WK-ALT-HOLD TO ALT-TABLE(WS-SORT-J).
           ADD 1 TO WS-SORT-I.
       L5-SORT-ALT-INSERT-EXIT.
           EXIT.

       L6-SORT-ALT-SHIFT.
           IF WS-SORT-J <= WS-GAP
               MOVE 'N' TO WS-SORT-MORE
               GO TO L6-SORT-ALT-SHIFT-EXIT
           END-IF.
           COMPUTE WS-SORT-K = WS-SORT-J - WS-GAP.
           IF TBL-ALT-KEY(WS-SORT-K) > WK-ALT-KEY
               MOVE ALT-TABLE(WS-SORT-K) TO ALT-TABLE(WS-SORT-J)
               MOVE WS-SORT-K TO WS-SORT-J
           ELSE
               MOVE 'N' TO WS-SORT-MORE
           END-IF.
       L6-SORT-ALT-SHIFT-EXIT.
           EXIT.

      *****************************************************************
      *    LOAD ONE STOCKING LOCATION. A NON NUMERIC PRIORITY DRAWS
      *    LAST.
      *****************************************************************
       L4-READ-LOC.
           IF WS-LOC-CTR >= MAX-LOC-SIZE
               MOVE SPACES TO ERR-LN
               STRING 'ERROR - LOCATION TABLE CAPACITY EXCEEDED, '
                      'CONTACT OPS'           DELIMITED BY SIZE
                   INTO ERR-LN
               DISPLAY ERR-LN
               WRITE ERR-LN
               PERFORM L9-ABORT-RUN THRU L9-ABORT-RUN-EXIT
           END-IF.
           ADD 1 TO WS-LOC-CTR.
           MOVE I-LOC-CODE TO TBL-L-CODE(WS-LOC-CTR).
           MOVE I-LOC-PROD TO TBL-L-PROD(WS-LOC-CTR).
           IF I-LOC-PRIORITY IS NUMERIC
               MOVE I-LOC-PRIORITY TO TBL-L-PRIORITY(WS-LOC-CTR)
           ELSE
               MOVE 99 TO TBL-L-PRIORITY(WS-LOC-CTR)
           END-IF.
           READ LOCATION-MASTER
               AT END MOVE 'N' TO MORE-RECS.
           IF WS-LOC-STATUS NOT = '00' AND WS-LOC-STATUS NOT = '10'
               MOVE 'LOCATION.DAT' TO WS-OPEN-FAIL-FILE
               MOVE WS-LOC-STATUS TO WS-OPEN-FAIL-STATUS
               PERFORM L9-LOG-OPEN-ERROR THRU L9-LOG-OPEN-ERROR-EXIT
               PERFORM L9-ABORT-RUN THRU L9-ABORT-RUN-EXIT
           END-IF.
       L4-READ-LOC-EXIT.
           EXIT.

      *****************************************************************
      *    TOTAL ONE PART. THE PART'S LOCATION RECORDS ARE POOLED THE
      *    SAME WAY THE ALLOCATION SAW THEM, THEN THE FILE IS POSITIONED
      *    PAST THE PART'S LAST LOCATION FOR THE NEXT PART.
      *****************************************************************
       L3-TOTALS.
           READ INVENTORY-DATA NEXT RECORD
               AT END
                   MOVE 'N' TO MORE-RECS
                   GO TO L3-TOTALS-EXIT
           END-READ.
           PERFORM L9-READ-POOL THRU L9-READ-POOL-EXIT.
           ADD WS-POOL-RECS TO CTL-INV-READ.
           IF SIMULATION-RUN
               PERFORM L9-SIM-LOOKUP THRU L9-SIM-LOOKUP-EXIT
               IF WS-SIM-SUB = 0
                   MOVE I-INV-QTY TO I-INV-AVAIL
                   MOVE ZERO TO I-INV-SHORT
               ELSE
                   MOVE TBL-SIM-AVAIL(WS-SIM-SUB) TO I-INV-AVAIL
                   AFTER ADVANCING 1 LINE
                       AT EOP PERFORM L9-RPT1-HDGS
               END-WRITE
               IF NOT SIMULATION-RUN
                   MOVE O-TODAY TO O-HIST-DATE
                   MOVE 'P' TO O-HIST-TYPE
                       ADD WS-PART-DOLS TO TBL-VSUM-DOLS(IDX-VSUM)
               END-SEARCH
           END-IF.
           PERFORM L4-PLAN-REORDER THRU L4-PLAN-REORDER-EXIT.
           MOVE WS-POOL-PART TO I-INV-PART.
           MOVE HIGH-VALUES TO I-INV-LOC.
           START INVENTORY-DATA KEY IS GREATER THAN I-INV-KEY
               INVALID KEY MOVE 'N' TO MORE-RECS
           END-START.
       L3-TOTALS-EXIT.
           EXIT.

      *****************************************************************
      *    NET THE PART'S PROJECTED AVAILABLE AGAINST ITS SAFETY
      *    STOCK. PROJECTED AVAILABLE IS WHAT THE ALLOCATION LEFT ON
      *    THE SHELF, LESS ANY SHORTAGE, PLUS THE OPEN PO POSITION.
      *    WHEN IT DROPS BELOW SAFETY STOCK A PO LINE IS CUT FOR THE
      *    GAP - A PART WITH NO SAFETY STOCK ONLY REORDERS WHEN IT IS
      *    SHORT AND THE OPEN POS DO NOT COVER IT. EVERY SHORT PART
      *    AND EVERY PART THAT CUT A LINE GOES ON THE REORDER TABLE
      *    WITH BOTH THE SHORTAGE AND THE QUANTITY ORDERED. STOCK AT
      *    THE PART'S NON PRODUCTION LOCATIONS IS RECOMMENDED FOR
      *    TRANSFER FIRST AND ONLY THE GAP IT LEAVES IS ORDERED.
      *****************************************************************
       L4-PLAN-REORDER.
           MOVE I-INV-PART TO WS-OPO-LOOKUP.
           PERFORM L9-LOOKUP-OPO THRU L9-LOOKUP-OPO-EXIT.
           COMPUTE WS-NET-SHORT = I-INV-AVAIL + I-INV-SHORT
               + WS-OPO-ON-ORDER - I-INV-SAFETY.
           MOVE 0 TO WS-RAW-ORDER WS-ORDER-QTY.
           IF WS-NET-SHORT IS NEGATIVE
               PERFORM L5-PLAN-TRANSFER THRU L5-PLAN-TRANSFER-EXIT
           END-IF.
           IF WS-NET-SHORT IS NEGATIVE
               PERFORM L9-ROUND-ORDER THRU L9-ROUND-ORDER-EXIT
               PERFORM L4-CUT-PO-LINE THRU L4-CUT-PO-LINE-EXIT
           END-IF.
           IF I-INV-SHORT IS NOT NEGATIVE AND WS-ORDER-QTY = 0
               GO TO L4-PLAN-REORDER-EXIT
           END-IF.
           IF WS-REORD-CTR < MAX-REORD-SIZE
               ADD 1 TO WS-REORD-CTR
               MOVE I-INV-PART TO TBL-REORD-PART(WS-REORD-CTR)
               MOVE I-INV-SHORT TO TBL-REORD-QTY(WS-REORD-CTR)
               COMPUTE TBL-REORD-COST(WS-REORD-CTR) ROUNDED =
                   I-INV-SHORT * I-INV-COST
               MOVE WS-ORDER-QTY TO TBL-REORD-ORDER(WS-REORD-CTR)
               IF I-INV-SHORT IS NEGATIVE
                   ADD 1 TO WS-REORD-SHT-CTR
               END-IF
           ELSE
               MOVE SPACES TO ERR-LN
               STRING 'ERROR - REORDER TABLE CAPACITY EXCEEDED, '
                      'CONTACT OPS'      DELIMITED BY SIZE
                   INTO ERR-LN
               DISPLAY ERR-LN
               WRITE ERR-LN
           END-IF.
       L4-PLAN-REORDER-EXIT.
           EXIT.

      *****************************************************************
      *    COVER AS MUCH OF A NET SHORTAGE AS THE PART'S NON
      *    PRODUCTION LOCATIONS HOLD WITH TRANSFERS TO ITS HOME
      *    LOCATION, DRAWING THE LOCATIONS IN PRIORITY ORDER. A PART
      *    WITH NO PRODUCTION LOCATION OF ITS OWN IS SENT TO THE
      *    FIRST PRODUCTION LOCATION ON THE LOCATION MASTER. WHAT THE
      *    TRANSFERS CANNOT COVER IS LEFT IN THE NET SHORTAGE FOR
      *    THE PO LINE.
      *****************************************************************
       L5-PLAN-TRANSFER.
           COMPUTE WS-XFER-NEED = 0 - WS-NET-SHORT.
           MOVE WS-XFER-NEED TO WS-XFER-SHORT.
           MOVE WS-POOL-HOME TO WS-XFER-TO.
           IF WS-POOL-HOME-PROD = 'N'
               MOVE 100 TO WS-XFER-PRI
               PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > WS-LOC-CTR
                   IF TBL-L-PROD(SUB) = 'Y'
                       AND TBL-L-PRIORITY(SUB) < WS-XFER-PRI
                       MOVE TBL-L-CODE(SUB) TO WS-XFER-TO
                       MOVE TBL-L-PRIORITY(SUB) TO WS-XFER-PRI
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM L6-XFER-ONE-LOC THRU L6-XFER-ONE-LOC-EXIT
               VARYING WS-POOL-SUB FROM 1 BY 1
                   UNTIL WS-POOL-SUB > WS-POOL-CTR OR WS-XFER-NEED = 0.
           COMPUTE WS-NET-SHORT = 0 - WS-XFER-NEED.
       L5-PLAN-TRANSFER-EXIT.
           EXIT.

       L6-XFER-ONE-LOC.
           IF TBL-PL-PROD(WS-POOL-SUB) = 'Y'
               OR TBL-PL-LOC(WS-POOL-SUB) = WS-XFER-TO
               OR TBL-PL-QTY(WS-POOL-SUB) = 0
               GO TO L6-XFER-ONE-LOC-EXIT
           END-IF.
           IF TBL-PL-QTY(WS-POOL-SUB) < WS-XFER-NEED
               MOVE TBL-PL-QTY(WS-POOL-SUB) TO WS-XFER-TAKE
           ELSE
               MOVE WS-XFER-NEED TO WS-XFER-TAKE
           END-IF.
           MOVE WS-POOL-PART TO O-XFER-PART.
           MOVE TBL-PL-LOC(WS-POOL-SUB) TO O-XFER-FROM.
           MOVE WS-XFER-TO TO O-XFER-TO.
           MOVE WS-XFER-TAKE TO O-XFER-QTY.
           MOVE WS-XFER-SHORT TO O-XFER-SHORT.
           WRITE RPT7-LN FROM D7
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT7-HDGS
           END-WRITE.
           ADD 1 TO WS-XFER-CTR.
           SUBTRACT WS-XFER-TAKE FROM WS-XFER-NEED.
       L6-XFER-ONE-LOC-EXIT.
           EXIT.

       L3-WRITE-XFER-TOTAL.
           MOVE WS-XFER-CTR TO O-XFER-TOT.
           WRITE RPT7-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT7-HDGS
           END-WRITE.
           WRITE RPT7-LN FROM T7
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT7-HDGS
           END-WRITE.
       L3-WRITE-XFER-TOTAL-EXIT.
           EXIT.

      *****************************************************************
      *    TURN THE NET REQUIREMENT INTO AN ORDER QUANTITY. THE RAW
      *    QUANTITY IS RAISED TO THE PART'S MINIMUM ORDER QUANTITY
      *    AND THEN UP TO THE NEXT WHOLE ORDER MULTIPLE. A ZERO
      *    MINIMUM OR MULTIPLE LEAVES THAT STEP OUT.
      *****************************************************************
       L9-ROUND-ORDER.
           COMPUTE WS-RAW-ORDER = 0 - WS-NET-SHORT.
           MOVE WS-RAW-ORDER TO WS-ORDER-QTY.
           IF WS-ORDER-QTY < I-INV-MIN-ORD
               MOVE I-INV-MIN-ORD TO WS-ORDER-QTY
           END-IF.
           IF I-INV-ORD-MULT > 0
               DIVIDE WS-ORDER-QTY BY I-INV-ORD-MULT
                   GIVING WS-MULT-CNT REMAINDER WS-MULT-REM
               IF WS-MULT-REM > 0
                   COMPUTE WS-ORDER-QTY =
                       (WS-MULT-CNT + 1) * I-INV-ORD-MULT
               END-IF
           END-IF.
       L9-ROUND-ORDER-EXIT.
           EXIT.

      *****************************************************************
      *    CUT ONE PURCHASE ORDER LINE FOR THE ROUNDED ORDER QUANTITY.
      *    THE LINE GOES TO THE EXTRACT, THE VENDOR PO REPORT AND THE
      *    OPEN PO FILE SO TOMORROW'S RUN NETS AGAINST IT INSTEAD OF
      *    CUTTING THE SAME PART AGAIN. EVERY LINE TAKES THE NEXT PO
      *    NUMBER FROM THE CONTROL FILE - THE NUMBER FOLLOWS THE LINE
      *    THROUGH RECEIVING, MAINTENANCE AND THE RECEIPT HISTORY.
      *****************************************************************
       L4-CUT-PO-LINE.
           MOVE I-INV-VENDOR TO WS-VEND-LOOKUP.
           END-IF.
           IF NOT SIMULATION-RUN
               MOVE I-INV-PART TO O-PO-PART
               MOVE WS-ORDER-QTY TO O-PO-QTY
               MOVE WS-LINE-NEED-BY TO O-PO-NEED-BY
               MOVE I-INV-VENDOR TO O-PO-VENDOR
               MOVE WS-NEXT-PO TO O-PO-NUMBER
               WRITE PO-EXTRACT-LN END-WRITE
               MOVE I-INV-PART TO O-OPO-PART
               MOVE WS-ORDER-QTY TO O-OPO-QTY
               MOVE ZERO TO O-OPO-RCVD
               MOVE WS-LINE-NEED-BY TO O-OPO-NEED-BY
               MOVE I-INV-VENDOR TO O-OPO-VENDOR
               MOVE WS-NEXT-PO TO O-OPO-PONUM
               WRITE OPENPO-LN END-WRITE
           END-IF.
           ADD 1 TO CTL-PO-RECS.
           ADD WS-ORDER-QTY TO CTL-PO-QTY.
           IF WS-PORPT-CTR < MAX-PORPT-SIZE
               ADD 1 TO WS-PORPT-CTR
               MOVE I-INV-VENDOR TO TBL-PO-VENDOR(WS-PORPT-CTR)
               MOVE I-INV-PART TO TBL-PO-PART(WS-PORPT-CTR)
               MOVE WS-ORDER-QTY TO TBL-PO-QTY(WS-PORPT-CTR)
               MOVE WS-RAW-ORDER TO TBL-PO-RAW(WS-PORPT-CTR)
               MOVE WS-LINE-NEED-BY TO TBL-PO-NEED(WS-PORPT-CTR)
               COMPUTE TBL-PO-COST(WS-PORPT-CTR) ROUNDED =
                   WS-ORDER-QTY * I-INV-COST
               MOVE WS-NEXT-PO TO TBL-PO-NUMBER(WS-PORPT-CTR)
           ELSE
               MOVE SPACES TO ERR-LN
               STRING 'ERROR - PO REPORT TABLE CAPACITY '
               DISPLAY ERR-LN
               WRITE ERR-LN
           END-IF.
           IF WS-NEXT-PO = 999999
               MOVE 1 TO WS-NEXT-PO
           ELSE
               ADD 1 TO WS-NEXT-PO
           END-IF.
       L4-CUT-PO-LINE-EXIT.
           EXIT.

      *    INSIDE ITS VENDOR LEAD TIME IS NOT CUT AGAIN THE NEXT
      *    NIGHT. THE FILE IS THEN REOPENED FOR EXTEND SO THE LINES
      *    CUT THIS RUN JOIN THE OPEN POSITION.
      *
      *    THE NEXT PO NUMBER COMES FROM THE PO CONTROL FILE. A MISSING
      *    CONTROL FILE STARTS THE NUMBERING AT 1, AND THE NUMBER IS
      *    ALWAYS PUSHED PAST THE HIGHEST NUMBER ON THE OPEN PO FILE SO
      *    A RUN THAT ABENDED BEFORE SAVING THE CONTROL FILE CANNOT
      *    HAND OUT A NUMBER THAT IS ALREADY OPEN.
      *****************************************************************
       L3-LOAD-OPENPO.
           MOVE 1 TO WS-NEXT-PO.
           OPEN INPUT PO-CONTROL-FILE.
           IF WS-PCTL-STATUS = '00'
               READ PO-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF I-PCTL-NEXT-PO IS NUMERIC
                           AND I-PCTL-NEXT-PO > 0
                           MOVE I-PCTL-NEXT-PO TO WS-NEXT-PO
                       END-IF
               END-READ
           END-IF.
           IF WS-PCTL-STATUS = '00' OR WS-PCTL-STATUS = '05'
               OR WS-PCTL-STATUS = '10'
               CLOSE PO-CONTROL-FILE
           END-IF.
           OPEN INPUT OPENPO-FILE.
           IF WS-OPO-STATUS = '00' OR WS-OPO-STATUS = '05'
               MOVE 'Y' TO MORE-RECS
           EXIT.

       L4-READ-OPENPO.
           IF O-OPO-PONUM IS NUMERIC
               AND O-OPO-PONUM NOT < WS-NEXT-PO
               AND O-OPO-PONUM < 999999
               COMPUTE WS-NEXT-PO = O-OPO-PONUM + 1
           END-IF.
           IF O-OPO-QTY > O-OPO-RCVD
               SET IDX-OPO TO 1
               SEARCH OPO-TABLE
       L4-READ-OPENPO-EXIT.
           EXIT.

      *****************************************************************
      *    SAVE THE NEXT PO NUMBER FOR TOMORROW'S RUN. A SIMULATED RUN
      *    NUMBERS ITS LINES ON THE PO REPORT BUT WRITES NO PO, SO THE
      *    CONTROL FILE IS LEFT ALONE. A FAILURE HERE IS LOGGED BUT
      *    DOES NOT STOP THE RUN - THE NEXT RUN RECOVERS THE NUMBER
      *    FROM THE OPEN PO FILE.
      *****************************************************************
       L3-SAVE-PO-CONTROL.
           IF SIMULATION-RUN
               GO TO L3-SAVE-PO-CONTROL-EXIT
           END-IF.
           OPEN OUTPUT PO-CONTROL-FILE.
           IF WS-PCTL-STATUS NOT = '00'
               MOVE 'POCTL.DAT' TO WS-OPEN-FAIL-FILE
               MOVE WS-PCTL-STATUS TO WS-OPEN-FAIL-STATUS
               PERFORM L9-LOG-OPEN-ERROR THRU L9-LOG-OPEN-ERROR-EXIT
               GO TO L3-SAVE-PO-CONTROL-EXIT
           END-IF.
           MOVE WS-NEXT-PO TO I-PCTL-NEXT-PO.
           WRITE PO-CONTROL-RECORD.
           CLOSE PO-CONTROL-FILE.
       L3-SAVE-PO-CONTROL-EXIT.
           EXIT.

       L9-LOOKUP-OPO.
           MOVE 0 TO WS-OPO-ON-ORDER.
           SET IDX-OPO TO 1.
       L3-WRITE-REORDER.
           MOVE TBL-REORD-PART(WS-REORD-SUB) TO O-REORD-PART.
           MOVE TBL-REORD-QTY(WS-REORD-SUB) TO O-REORD-QTY.
           MOVE TBL-REORD-ORDER(WS-REORD-SUB) TO O-REORD-ORDER.
           MOVE TBL-REORD-COST(WS-REORD-SUB) TO O-REORD-COST.
           WRITE RPT3-LN FROM D3
               AFTER ADVANCING 1 LINE
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
           ADD 1 TO CTL-MAST-READ.
           ADD 1 TO SUB.
           READ MACHINE-MASTER
      *    ON HAND IS COMMITTED IN ORDER SEQUENCE. EACH ORDER DRAWS
      *    ITS USAGE DOWN FROM THE AVAILABLE BALANCE SO A LATER ORDER
      *    ONLY SEES WHAT THE EARLIER ORDERS LEFT BEHIND. WHEN THE
      *    BALANCE CANNOT COVER THE USAGE THE BALANCE GOES TO ZERO
      *    AND THE UNMET PIECE IS OFFERED TO THE PART'S APPROVED
      *    ALTERNATES. WHATEVER THE ALTERNATES CANNOT COVER IS THE
      *    MACHINE SHORTAGE.
      *****************************************************************
       L4-DETAIL.
           MOVE I-INV-AVAIL TO WS-AVAIL-BEFORE.
           MOVE 0 TO WS-ALT-COVERED.
           COMPUTE DTL-SHORT = I-INV-AVAIL - WS-REQ-QTY.
           IF DTL-SHORT IS NEGATIVE
               MOVE ZERO TO I-INV-AVAIL
               PERFORM L5-DRAW-ALTERNATES THRU L5-DRAW-ALTERNATES-EXIT
           ELSE
               MOVE DTL-SHORT TO I-INV-AVAIL
           END-IF.
           IF DTL-SHORT IS NEGATIVE
               PERFORM L5-MOVES THRU L5-MOVES-EXIT
               ADD DTL-SHORT TO I-INV-SHORT
           END-IF.
           IF TBL-O-QTY(SUB-O) > 0
               COMPUTE WS-PER-UNIT = WS-REQ-QTY / TBL-O-QTY(SUB-O)
               IF WS-PER-UNIT > 0
                   COMPUTE WS-LINE-BLD =
                       (WS-AVAIL-BEFORE + WS-ALT-COVERED) / WS-PER-UNIT
                   IF WS-LINE-BLD < WS-BLD-QTY
                       MOVE WS-LINE-BLD TO WS-BLD-QTY
                       MOVE DTL-PART TO WS-LIMIT-PART
                   END-IF
               END-IF
           END-IF.
           IF SIMULATION-RUN
               PERFORM L9-SIM-STORE THRU L9-SIM-STORE-EXIT
           ELSE
               PERFORM L9-WRITE-POOL THRU L9-WRITE-POOL-EXIT
           END-IF.
       L4-DETAIL-EXIT.
           EXIT.
           
      *****************************************************************
      *    DRAW THE UNMET PIECE OF A COMPONENT LINE FROM THE PART'S
      *    ALTERNATES IN PRIORITY ORDER. THE PRIMARY IS PUT BACK WITH
      *    ITS BALANCE AT ZERO FIRST SINCE EACH ALTERNATE IS READ
      *    INTO THE SAME RECORD AREA. EVERY ALTERNATE TOUCHED IS
      *    COMMITTED AND AUDITED THE SAME WAY THE PRIMARY IS, THEN
      *    THE PRIMARY IS READ BACK SO THE REST OF THE DETAIL WORKS
      *    ON IT WITH DTL-SHORT CARRYING WHAT IS STILL UNCOVERED.
      *****************************************************************
       L5-DRAW-ALTERNATES.
           MOVE DTL-PART TO WS-PRIME-PART.
           PERFORM L9-FIND-ALT THRU L9-FIND-ALT-EXIT.
           IF WS-ALT-SUB = 0
               GO TO L5-DRAW-ALTERNATES-EXIT
           END-IF.
           IF SIMULATION-RUN
               PERFORM L9-SIM-STORE THRU L9-SIM-STORE-EXIT
           ELSE
               PERFORM L9-WRITE-POOL THRU L9-WRITE-POOL-EXIT
           END-IF.
           COMPUTE WS-ALT-REMAIN = 0 - DTL-SHORT.
           PERFORM L6-DRAW-ONE-ALT THRU L6-DRAW-ONE-ALT-EXIT
               UNTIL WS-ALT-SUB = 0.
           MOVE WS-PRIME-PART TO I-INV-PART.
           PERFORM L9-READ-POOL THRU L9-READ-POOL-EXIT.
           IF WS-POOL-PART-FOUND = 'N'
               DISPLAY 'ERROR - INVENTORY RECORD NOT FOUND'
           END-IF.
           IF SIMULATION-RUN
               PERFORM L9-SIM-FETCH THRU L9-SIM-FETCH-EXIT
           END-IF.
           COMPUTE DTL-SHORT = 0 - WS-ALT-REMAIN.
       L5-DRAW-ALTERNATES-EXIT.
           EXIT.

      *****************************************************************
      *    TRY ONE ALTERNATE. THE REQUIREMENT IS CONVERTED TO THE
      *    ALTERNATE'S UNITS THROUGH THE RATIO AND ROUNDED UP. AN
      *    ALTERNATE THAT CANNOT COVER ALL OF IT GIVES UP THE WHOLE
      *    PRIMARY UNITS ITS BALANCE SUPPORTS AND THE NEXT PRIORITY
      *    IS TRIED FOR THE REST.
      *****************************************************************
       L6-DRAW-ONE-ALT.
           IF WS-ALT-SUB > WS-ALT-CTR OR WS-ALT-REMAIN = 0
               MOVE 0 TO WS-ALT-SUB
               GO TO L6-DRAW-ONE-ALT-EXIT
           END-IF.
           IF TBL-ALT-PRIMARY(WS-ALT-SUB) NOT = WS-PRIME-PART
               MOVE 0 TO WS-ALT-SUB
               GO TO L6-DRAW-ONE-ALT-EXIT
           END-IF.
           MOVE TBL-ALT-PART(WS-ALT-SUB) TO I-INV-PART.
           PERFORM L9-READ-POOL THRU L9-READ-POOL-EXIT.
           IF WS-POOL-PART-FOUND = 'N'
               DISPLAY 'ERROR - ALTERNATE ' TBL-ALT-PART(WS-ALT-SUB)
                       ' NOT FOUND IN INVENTORY'
               ADD 1 TO WS-ALT-SUB
               GO TO L6-DRAW-ONE-ALT-EXIT
           END-IF.
           IF SIMULATION-RUN
               PERFORM L9-SIM-FETCH THRU L9-SIM-FETCH-EXIT
           END-IF.
           COMPUTE WS-ALT-WORK =
               WS-ALT-REMAIN * TBL-ALT-RATIO(WS-ALT-SUB).
           MOVE WS-ALT-WORK TO WS-ALT-NEED.
           IF WS-ALT-NEED < WS-ALT-WORK
               ADD 1 TO WS-ALT-NEED
           END-IF.
           IF I-INV-AVAIL NOT < WS-ALT-NEED
               MOVE WS-ALT-NEED TO WS-ALT-DRAW
               MOVE WS-ALT-REMAIN TO WS-ALT-FILL
           ELSE
               COMPUTE WS-ALT-FILL =
                   I-INV-AVAIL / TBL-ALT-RATIO(WS-ALT-SUB)
               COMPUTE WS-ALT-WORK =
                   WS-ALT-FILL * TBL-ALT-RATIO(WS-ALT-SUB)
               MOVE WS-ALT-WORK TO WS-ALT-DRAW
               IF WS-ALT-DRAW < WS-ALT-WORK
                   ADD 1 TO WS-ALT-DRAW
               END-IF
           END-IF.
           IF WS-ALT-FILL = 0
               ADD 1 TO WS-ALT-SUB
               GO TO L6-DRAW-ONE-ALT-EXIT
           END-IF.
           SUBTRACT WS-ALT-DRAW FROM I-INV-AVAIL.
           IF SIMULATION-RUN
               PERFORM L9-SIM-STORE THRU L9-SIM-STORE-EXIT
           ELSE
               PERFORM L9-WRITE-POOL THRU L9-WRITE-POOL-EXIT
           END-IF.
           SUBTRACT WS-ALT-FILL FROM WS-ALT-REMAIN.
           ADD WS-ALT-FILL TO WS-ALT-COVERED.
           PERFORM L9-WRITE-SUBST THRU L9-WRITE-SUBST-EXIT.
           ADD 1 TO WS-ALT-SUB.
       L6-DRAW-ONE-ALT-EXIT.
           EXIT.

      *****************************************************************
      *    RECORD ONE SUBSTITUTION - A LINE UNDER THE ORDER ON THE
      *    MACHINE SHORTAGE REPORT AND A LINE ON THE SUBSTITUTION
      *    REPORT SO PRODUCTION KNOWS TO PULL THE ALTERNATE STOCK.
      *****************************************************************
       L9-WRITE-SUBST.
           ADD 1 TO WS-SUBST-CTR.
           MOVE TBL-O-NUMBER(SUB-O) TO O-SUBM-ORD O-SUB-ORD.
           MOVE DTL-MACHINE TO O-SUBM-MACH O-SUB-MACH.
           MOVE WS-PRIME-PART TO O-SUBM-PART O-SUB-PART.
           MOVE TBL-ALT-PART(WS-ALT-SUB) TO O-SUBM-ALT O-SUB-ALT.
           MOVE WS-ALT-DRAW TO O-SUBM-QTY O-SUB-ALT-QTY.
           MOVE DTL-VIA TO O-SUB-VIA.
           MOVE TBL-ALT-PRI(WS-ALT-SUB) TO O-SUB-PRI.
           MOVE WS-ALT-FILL TO O-SUB-PART-QTY.
           WRITE RPT2-LN FROM D2S
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT2-HDGS
           END-WRITE.
           WRITE RPT6-LN FROM D6
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT6-HDGS
           END-WRITE.
       L9-WRITE-SUBST-EXIT.
           EXIT.

       L9-FIND-ALT.
           MOVE 0 TO WS-ALT-SUB.
           SET IDX-ALT TO 1.
           SEARCH ALT-TABLE
               AT END CONTINUE
               WHEN TBL-ALT-PRIMARY(IDX-ALT) = WS-PRIME-PART
                   SET WS-ALT-SUB TO IDX-ALT
           END-SEARCH.
           IF WS-ALT-SUB > WS-ALT-CTR
               MOVE 0 TO WS-ALT-SUB
           END-IF.
       L9-FIND-ALT-EXIT.
           EXIT.

       L3-WRITE-SUBST-TOTAL.
           MOVE WS-SUBST-CTR TO O-SUB-TOT.
           WRITE RPT6-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT6-HDGS
           END-WRITE.
           WRITE RPT6-LN FROM T6
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT6-HDGS
           END-WRITE.
       L3-WRITE-SUBST-TOTAL-EXIT.
           EXIT.

      *****************************************************************
      *    ONE LINE PER ORDER FOR PRODUCTION SCHEDULING - THE
      *    LARGEST WHOLE MACHINE QUANTITY THE COMMITTED AVAILABILITY
               AFTER ADVANCING 1 LINE.
           WRITE RPT5-LN FROM EXEC-PART-HDG-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-REORD-SHT-CTR TO WS-TOPTEN-CTR.
           IF WS-TOPTEN-CTR > 10
               MOVE 10 TO WS-TOPTEN-CTR
           END-IF.
       L9-RPT2-HDGS-EXIT.
           EXIT.

       L9-RPT6-HDGS.
           ADD 1 TO C-PCTR6.
           MOVE C-PCTR6 TO O-PCTR.
           WRITE RPT6-LN FROM CO-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE RPT6-LN FROM RPT6-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           IF SIMULATION-RUN
               WRITE RPT6-LN FROM SIM-WARN-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.
           WRITE RPT6-LN FROM RPT6-COL-HDG-LINE
               AFTER ADVANCING 2 LINES.
           WRITE RPT6-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
       L9-RPT6-HDGS-EXIT.
           EXIT.

       L9-RPT3-HDGS.
           ADD 1 TO C-PCTR3.
           MOVE C-PCTR3 TO O-PCTR.
       L9-RPT3-HDGS-EXIT.
           EXIT.

       L9-RPT7-HDGS.
           ADD 1 TO C-PCTR7.
           MOVE C-PCTR7 TO O-PCTR.
           WRITE RPT7-LN FROM CO-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE RPT7-LN FROM RPT7-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           IF SIMULATION-RUN
               WRITE RPT7-LN FROM SIM-WARN-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.
           WRITE RPT7-LN FROM RPT7-COL-HDG-LINE
               AFTER ADVANCING 2 LINES.
           WRITE RPT7-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
       L9-RPT7-HDGS-EXIT.
           EXIT.

       L3-READ-PARM.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
           WRITE CKP-RECORD.
           CLOSE CHECKPOINT-FILE.
           OPEN OUTPUT CHECKPOINT-SHORT-FILE.
           MOVE LOW-VALUES TO I-INV-KEY.
           START INVENTORY-DATA KEY IS NOT LESS THAN I-INV-KEY
               INVALID KEY MOVE 'N' TO MORE-RECS
               NOT INVALID KEY MOVE 'Y' TO MORE-RECS
           END-START.
           EXIT.

      *****************************************************************
      *    SNAPSHOT EVERY PART AND LOCATION'S AVAILABLE AND SHORT
      *    QUANTITIES AT THE COMPLETED ORDER BOUNDARY. A RESTART PUTS
      *    THESE BACK OVER WHATEVER A MID ORDER FAILURE LEFT IN THE
      *    FILE.
      *****************************************************************
       L9-SNAP-INV.
           READ INVENTORY-DATA NEXT RECORD
                   GO TO L9-SNAP-INV-EXIT
           END-READ.
           MOVE I-INV-PART TO CKS-PART.
           MOVE I-INV-LOC TO CKS-LOC.
           MOVE I-INV-AVAIL TO CKS-AVAIL.
           MOVE I-INV-SHORT TO CKS-SHORT.
           WRITE CKS-RECORD.
                   END-READ
                   IF WS-CKS-STATUS = '00'
                       MOVE CKS-PART TO I-INV-PART
                       MOVE CKS-LOC TO I-INV-LOC
                       READ INVENTORY-DATA
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
               END-IF
               PERFORM L9-RPT4-HDGS THRU L9-RPT4-HDGS-EXIT
           END-IF.
           MOVE TBL-PO-NUMBER(WS-PORPT-SUB) TO O-PO-RPT-NUMBER.
           MOVE TBL-PO-PART(WS-PORPT-SUB) TO O-PO-RPT-PART.
           MOVE TBL-PO-RAW(WS-PORPT-SUB) TO O-PO-RPT-RAW.
           MOVE TBL-PO-QTY(WS-PORPT-SUB) TO O-PO-RPT-QTY.
           MOVE TBL-PO-NEED(WS-PORPT-SUB) TO O-PO-RPT-NEED.
           MOVE TBL-PO-COST(WS-PORPT-SUB) TO O-PO-RPT-COST.
           IF WS-OUT-OPEN = 'Y'
               IF SIMULATION-RUN
                   CLOSE PRTOUT1 PRTOUT2 PRTOUT3 PRTOUT4 PRTOUT5
                         PRTOUT6 PRTOUT7
               ELSE
                   CLOSE PRTOUT1 PRTOUT2 PRTOUT3 PRTOUT4 PRTOUT5
                         PRTOUT6 PRTOUT7 FLATOUT1 FLATOUT2 FLATOUT3
                         FLATOUT4
               END-IF
           END-IF.
           IF WS-HIST-OPEN = 'Y'
           IF WS-AUD-OPEN = 'Y'
               CLOSE AUDIT-FILE
           END-IF.
           IF WS-ALT-OPEN = 'Y'
               CLOSE ALTERNATE-MASTER
           END-IF.
           IF WS-LOC-OPEN = 'Y'
               CLOSE LOCATION-MASTER
           END-IF.
           CLOSE ERROR-RPT.
           STOP RUN.
       L9-ABORT-RUN-EXIT.

      *****************************************************************
      *    WRITE ONE INVENTORY AUDIT TRANSACTION - DATE, PROGRAM,
      *    PART, FIELD, THE BEFORE AND AFTER VALUES AND LOCATION. A
      *    MOVE THAT DID NOT CHANGE THE VALUE IS NOT LOGGED SO THE
      *    AUDIT FILE ONLY CARRIES REAL QUANTITY MOVEMENT.
      *****************************************************************
       L9-WRITE-AUDIT.
           IF SIMULATION-RUN
           MOVE WS-AUD-FIELD TO O-AUD-FIELD.
           MOVE WS-AUD-BEFORE TO O-AUD-BEFORE.
           MOVE WS-AUD-AFTER TO O-AUD-AFTER.
           MOVE I-INV-LOC TO O-AUD-LOC.
           WRITE AUDIT-LN.
       L9-WRITE-AUDIT-EXIT.
           EXIT.

      *****************************************************************
      *    READ ONE PART ACROSS ALL ITS LOCATIONS. EVERY LOCATION
      *    RECORD GOES INTO THE POOL TABLE IN DRAW PRIORITY ORDER.
      *    THE HOME LOCATION IS THE PART'S FIRST PRODUCTION LOCATION,
      *    OR ITS FIRST RECORD WHEN IT HAS NONE. THE RECORD AREA IS
      *    LEFT HOLDING THE HOME RECORD WITH THE ON HAND AND
      *    AVAILABLE OF THE PRODUCTION LOCATIONS POOLED INTO IT AND
      *    THE SHORT QUANTITY OF EVERY LOCATION SUMMED, SO THE
      *    ALLOCATION WORKS THE PART AS ONE BALANCE. THE POOLED
      *    RECORD IS NEVER REWRITTEN AS IT STANDS - L9-WRITE-POOL
      *    SPREADS A CHANGE BACK OVER THE LOCATIONS.
      *****************************************************************
       L9-READ-POOL.
           MOVE I-INV-PART TO WS-POOL-PART.
           MOVE 0 TO WS-POOL-RECS WS-POOL-CTR WS-POOL-AVAIL
                     WS-POOL-QTY WS-POOL-SHORT WS-POOL-HOME-PRI.
           MOVE 'N' TO WS-POOL-PART-FOUND WS-POOL-HOME-PROD.
           MOVE SPACES TO WS-POOL-HOME.
           MOVE LOW-VALUES TO I-INV-LOC.
           START INVENTORY-DATA KEY IS NOT LESS THAN I-INV-KEY
               INVALID KEY
                   GO TO L9-READ-POOL-EXIT
           END-START.
           MOVE 'Y' TO WS-POOL-MORE.
           PERFORM L9-POOL-READ THRU L9-POOL-READ-EXIT
               UNTIL WS-POOL-MORE = 'N'.
           IF WS-POOL-PART-FOUND = 'N'
               GO TO L9-READ-POOL-EXIT
           END-IF.
           MOVE WS-POOL-PART TO I-INV-PART.
           MOVE WS-POOL-HOME TO I-INV-LOC.
           READ INVENTORY-DATA
               INVALID KEY
                   MOVE 'N' TO WS-POOL-PART-FOUND
                   GO TO L9-READ-POOL-EXIT
           END-READ.
           MOVE WS-POOL-QTY TO I-INV-QTY.
           MOVE WS-POOL-AVAIL TO I-INV-AVAIL.
           MOVE WS-POOL-SHORT TO I-INV-SHORT.
       L9-READ-POOL-EXIT.
           EXIT.

       L9-POOL-READ.
           READ INVENTORY-DATA NEXT RECORD
               AT END
                   MOVE 'N' TO WS-POOL-MORE
                   GO TO L9-POOL-READ-EXIT
           END-READ.
           IF I-INV-PART NOT = WS-POOL-PART
               MOVE 'N' TO WS-POOL-MORE
               GO TO L9-POOL-READ-EXIT
           END-IF.
           IF WS-POOL-PART-FOUND = 'N'
               MOVE 'Y' TO WS-POOL-PART-FOUND
               MOVE I-INV-LOC TO WS-POOL-HOME
           END-IF.
           ADD 1 TO WS-POOL-RECS.
           ADD I-INV-SHORT TO WS-POOL-SHORT.
           MOVE I-INV-LOC TO WS-RANK-LOC.
           PERFORM L9-LOC-RANK THRU L9-LOC-RANK-EXIT.
           IF WS-RANK-PROD = 'Y'
               ADD I-INV-QTY TO WS-POOL-QTY
               ADD I-INV-AVAIL TO WS-POOL-AVAIL
               IF WS-POOL-HOME-PROD = 'N'
                   OR WS-RANK-PRIORITY < WS-POOL-HOME-PRI
                   MOVE I-INV-LOC TO WS-POOL-HOME
                   MOVE WS-RANK-PRIORITY TO WS-POOL-HOME-PRI
                   MOVE 'Y' TO WS-POOL-HOME-PROD
               END-IF
           END-IF.
           IF WS-POOL-CTR >= MAX-POOL-SIZE
               MOVE SPACES TO ERR-LN
               STRING 'ERROR - LOCATION POOL TABLE CAPACITY '
                      'EXCEEDED, CONTACT OPS' DELIMITED BY SIZE
                   INTO ERR-LN
               DISPLAY ERR-LN
               WRITE ERR-LN
               PERFORM L9-ABORT-RUN THRU L9-ABORT-RUN-EXIT
           END-IF.
           ADD 1 TO WS-POOL-CTR.
           MOVE I-INV-LOC TO WK-PL-LOC.
           MOVE WS-RANK-PROD TO WK-PL-PROD.
           MOVE WS-RANK-PRIORITY TO WK-PL-PRIORITY.
           MOVE I-INV-QTY TO WK-PL-QTY.
           MOVE I-INV-AVAIL TO WK-PL-AVAIL.
           MOVE WS-POOL-CTR TO WS-SORT-J.
           MOVE 'Y' TO WS-SORT-MORE.
           PERFORM L9-POOL-SHIFT THRU L9-POOL-SHIFT-EXIT
               UNTIL WS-SORT-MORE = 'N'.
           MOVE WK-POOL-HOLD TO POOL-TABLE(WS-SORT-J).
       L9-POOL-READ-EXIT.
           EXIT.

       L9-POOL-SHIFT.
           IF WS-SORT-J <= 1
               MOVE 'N' TO WS-SORT-MORE
               GO TO L9-POOL-SHIFT-EXIT
           END-IF.
           COMPUTE WS-SORT-K = WS-SORT-J - 1.
           IF TBL-PL-PRIORITY(WS-SORT-K) > WK-PL-PRIORITY
               MOVE POOL-TABLE(WS-SORT-K) TO POOL-TABLE(WS-SORT-J)
               MOVE WS-SORT-K TO WS-SORT-J
           ELSE
               MOVE 'N' TO WS-SORT-MORE
           END-IF.
       L9-POOL-SHIFT-EXIT.
           EXIT.

      *****************************************************************
      *    PUT A CHANGE TO THE POOLED RECORD BACK ON THE FILE. THE
      *    DRAW ON THE AVAILABLE BALANCE IS TAKEN FROM THE PRODUCTION
      *    LOCATIONS IN DRAW PRIORITY ORDER - EACH LOCATION IS
      *    AUDITED AND REWRITTEN ON ITS OWN - AND ANY CHANGE IN THE
      *    SHORT QUANTITY IS CARRIED ON THE HOME RECORD. THE RECORD
      *    AREA IS LEFT HOLDING THE POOLED RECORD AGAIN.
      *****************************************************************
       L9-WRITE-POOL.
           MOVE I-INV-SHORT TO WS-POOL-NEW-SHORT.
           IF I-INV-AVAIL < WS-POOL-AVAIL
               COMPUTE WS-POOL-LEFT = WS-POOL-AVAIL - I-INV-AVAIL
           ELSE
               MOVE 0 TO WS-POOL-LEFT
           END-IF.
           PERFORM L9-POOL-DRAW THRU L9-POOL-DRAW-EXIT
               VARYING WS-POOL-SUB FROM 1 BY 1
                   UNTIL WS-POOL-SUB > WS-POOL-CTR OR WS-POOL-LEFT = 0.
           MOVE WS-POOL-PART TO I-INV-PART.
           MOVE WS-POOL-HOME TO I-INV-LOC.
           READ INVENTORY-DATA
               INVALID KEY
                   DISPLAY 'ERROR - INVENTORY RECORD NOT FOUND'
                   GO TO L9-WRITE-POOL-EXIT
           END-READ.
           IF WS-POOL-NEW-SHORT NOT = WS-POOL-SHORT
               MOVE 'SHORT' TO WS-AUD-FIELD
               MOVE I-INV-SHORT TO WS-AUD-BEFORE
               COMPUTE I-INV-SHORT = I-INV-SHORT
                   + WS-POOL-NEW-SHORT - WS-POOL-SHORT
               MOVE I-INV-SHORT TO WS-AUD-AFTER
               PERFORM L9-WRITE-AUDIT THRU L9-WRITE-AUDIT-EXIT
               REWRITE INVENTORY-RECORD
               MOVE WS-POOL-NEW-SHORT TO WS-POOL-SHORT
           END-IF.
           MOVE WS-POOL-QTY TO I-INV-QTY.
           MOVE WS-POOL-AVAIL TO I-INV-AVAIL.
           MOVE WS-POOL-SHORT TO I-INV-SHORT.
       L9-WRITE-POOL-EXIT.
           EXIT.

       L9-POOL-DRAW.
           IF TBL-PL-PROD(WS-POOL-SUB) NOT = 'Y'
               OR TBL-PL-AVAIL(WS-POOL-SUB) = 0
               GO TO L9-POOL-DRAW-EXIT
           END-IF.
           IF TBL-PL-AVAIL(WS-POOL-SUB) < WS-POOL-LEFT
               MOVE TBL-PL-AVAIL(WS-POOL-SUB) TO WS-POOL-TAKE
           ELSE
               MOVE WS-POOL-LEFT TO WS-POOL-TAKE
           END-IF.
           MOVE WS-POOL-PART TO I-INV-PART.
           MOVE TBL-PL-LOC(WS-POOL-SUB) TO I-INV-LOC.
           READ INVENTORY-DATA
               INVALID KEY
                   GO TO L9-POOL-DRAW-EXIT
           END-READ.
           MOVE 'AVAIL' TO WS-AUD-FIELD.
           MOVE I-INV-AVAIL TO WS-AUD-BEFORE.
           SUBTRACT WS-POOL-TAKE FROM I-INV-AVAIL.
           MOVE I-INV-AVAIL TO WS-AUD-AFTER.
           PERFORM L9-WRITE-AUDIT THRU L9-WRITE-AUDIT-EXIT.
           REWRITE INVENTORY-RECORD.
           SUBTRACT WS-POOL-TAKE FROM TBL-PL-AVAIL(WS-POOL-SUB).
           SUBTRACT WS-POOL-TAKE FROM WS-POOL-AVAIL.
           SUBTRACT WS-POOL-TAKE FROM WS-POOL-LEFT.
       L9-POOL-DRAW-EXIT.
           EXIT.

      *****************************************************************
      *    LOOK UP A LOCATION ON THE LOCATION MASTER - WHETHER IT
      *    FEEDS PRODUCTION AND ITS DRAW PRIORITY. WITH NO MASTER
      *    LOADED EVERY LOCATION FEEDS PRODUCTION AT EQUAL PRIORITY;
      *    A LOCATION MISSING FROM THE MASTER DOES NOT FEED IT.
      *****************************************************************
       L9-LOC-RANK.
           IF WS-LOC-CTR = 0
               MOVE 'Y' TO WS-RANK-PROD
               MOVE 0 TO WS-RANK-PRIORITY
               GO TO L9-LOC-RANK-EXIT
           END-IF.
           MOVE 'N' TO WS-RANK-PROD.
           MOVE 99 TO WS-RANK-PRIORITY.
           SET IDX-LOC TO 1.
           SEARCH LOC-TABLE
               AT END CONTINUE
               WHEN TBL-L-CODE(IDX-LOC) = WS-RANK-LOC
                   MOVE TBL-L-PROD(IDX-LOC) TO WS-RANK-PROD
                   MOVE TBL-L-PRIORITY(IDX-LOC) TO WS-RANK-PRIORITY
           END-SEARCH.
       L9-LOC-RANK-EXIT.
           EXIT.

       L9-SIM-LOOKUP.
           MOVE 0 TO WS-SIM-SUB.
           SET IDX-SIM TO 1.
