       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 COMPPOST.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    THIS PROGRAM WILL POST PRODUCTION COMPLETIONS. IT READS
      *    THE COMPLETIONS TRANSACTION FILE, EXPLODES EACH BUILT
      *    MACHINE THROUGH THE MACHINE MASTER THE SAME WAY THE
      *    SHORTAGE RUN DOES, SUBASSEMBLIES INCLUDED, AND RELIEVES
      *    THE COMPONENT USAGE FROM THE ON HAND QUANTITY IN THE
      *    INVENTORY FILE WITH AN AUDIT RECORD FOR EVERY CHANGE.
      *    THE ORDER FILE IS WRITTEN BACK AT END OF RUN WITH FULLY
      *    BUILT ORDERS DROPPED AND PARTLY BUILT ORDERS REDUCED, SO
      *    THE SHORTAGE RUN STOPS ALLOCATING AGAINST WORK ALREADY
      *    ON THE DOCK. A COMPLETION REGISTER LISTS EVERY COMPONENT
      *    RELIEVED AND FLAGS ANY WHOSE ON HAND WOULD HAVE GONE
      *    NEGATIVE - THOSE ARE FLOORED AT ZERO AND NEED A COUNT.
      *
      *    COMPONENTS ARE RELIEVED ONLY FROM THE STOCKING LOCATIONS
      *    THE LOCATION MASTER FLAGS AS FEEDING PRODUCTION, IN THEIR
      *    DRAW PRIORITY ORDER - THE FIRST LOCATION IS EMPTIED
      *    BEFORE THE NEXT IS TOUCHED. WITH NO LOCATION MASTER EVERY
      *    LOCATION FEEDS PRODUCTION IN LOCATION CODE ORDER. THE
      *    REGISTER SHOWS THE PART'S PRODUCTION STOCK BEFORE AND
      *    AFTER, AND THE AUDIT FILE CARRIES ONE RECORD PER LOCATION
      *    RELIEVED.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COMPLETE-DATA
               ASSIGN TO "COMPLETE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-STATUS.

           SELECT MACHINE-MASTER
               ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MACH-STATUS.

           SELECT ORDER-DATA
               ASSIGN TO "ORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.

           SELECT INVENTORY-DATA
               ASSIGN TO "INVENTORY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS I-INV-KEY
               FILE STATUS IS WS-INV-STATUS.

           SELECT PRTOUT1
               ASSIGN TO "COMPPOST.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL LOCATION-MASTER
               ASSIGN TO "LOCATION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOC-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "INVAUDIT.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COMPLETE-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS COMPLETE-RECORD.

       01  COMPLETE-RECORD.
           05  I-CMP-ORDER         PIC X(8).
           05  I-CMP-MACHINE       PIC X(5).
           05  I-CMP-QTY           PIC 9(3).
           05  I-CMP-DATE          PIC X(10).

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

       FD  PRTOUT1
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS RPT1-LN.

       01  RPT1-LN                 PIC X(80).

       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS AUDIT-LN.

       01  AUDIT-LN.
           05  O-AUD-DATE          PIC X(10).
           05  O-AUD-PGM           PIC X(8).
           05  O-AUD-PART          PIC X(5).
           05  O-AUD-FIELD         PIC X(5).
           05  O-AUD-BEFORE        PIC S9(5)
                                   SIGN IS LEADING SEPARATE.
           05  O-AUD-AFTER         PIC S9(5)
                                   SIGN IS LEADING SEPARATE.
           05  O-AUD-LOC           PIC X(3).

       FD  LOCATION-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS LOCATION-RECORD.

       01  LOCATION-RECORD.
           05  I-LOC-CODE          PIC X(3).
           05  I-LOC-NAME          PIC X(20).
           05  I-LOC-PROD          PIC X(1).
           05  I-LOC-PRIORITY      PIC 9(2).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  C-PCTR1             PIC 99          VALUE 0.
           05  MORE-RECS           PIC X           VALUE 'Y'.
               88  NO-MORE-RECS    VALUE 'N'.
           05  SUB                 PIC 9(5)        VALUE 1.
           05  SUB-M               PIC 9(5)        VALUE 1.
           05  SUB-O               PIC 9(5)        VALUE 0.
           05  MAX-MACH-SIZE       PIC 9(5)        VALUE 2000.
           05  MAX-ORD-SIZE        PIC 9(5)        VALUE 2000.

       01  SORT-WORK-AREA.
           05  WS-GAP              PIC 9(5)        VALUE 0.
           05  WS-SORT-I           PIC 9(5)        VALUE 0.
           05  WS-SORT-J           PIC 9(5)        VALUE 0.
           05  WS-SORT-K           PIC 9(5)        VALUE 0.
           05  WS-SORT-MORE        PIC X           VALUE 'N'.

       01  FILE-STATUS-AREA.
           05  WS-CMP-STATUS       PIC XX          VALUE SPACES.
           05  WS-MACH-STATUS      PIC XX          VALUE SPACES.
           05  WS-ORD-STATUS       PIC XX          VALUE SPACES.
           05  WS-INV-STATUS       PIC XX          VALUE SPACES.
           05  WS-AUD-STATUS       PIC XX          VALUE SPACES.
           05  WS-LOC-STATUS       PIC XX          VALUE SPACES.

       01  AUDIT-WORK-AREA.
           05  WS-AUD-FIELD        PIC X(5)        VALUE SPACES.
           05  WS-AUD-BEFORE       PIC S9(5)       VALUE 0.
           05  WS-AUD-AFTER        PIC S9(5)       VALUE 0.

       01  POST-COUNTERS.
           05  WS-CMP-READ         PIC 9(5)        VALUE 0.
           05  WS-CMP-POSTED       PIC 9(5)        VALUE 0.
           05  WS-CMP-REJECTED     PIC 9(5)        VALUE 0.
           05  WS-ORD-CLOSED       PIC 9(5)        VALUE 0.
           05  WS-ORD-REDUCED      PIC 9(5)        VALUE 0.
           05  WS-COMP-LINES       PIC 9(5)        VALUE 0.
           05  WS-COMP-NEG         PIC 9(5)        VALUE 0.
           05  WS-COMP-NOINV       PIC 9(5)        VALUE 0.
           05  WS-MAST-READ        PIC 9(5)        VALUE 0.
           05  WS-ORD-READ         PIC 9(5)        VALUE 0.

       01  COMPLETION-WORK-AREA.
           05  WS-CMP-OK           PIC X           VALUE 'N'.
               88  COMPLETION-OK           VALUE 'Y'.
           05  WS-CMP-MSG          PIC X(20)       VALUE SPACES.

       01  DETAIL-WORK-AREA.
           05  DTL-PART            PIC X(5)        VALUE SPACES.
           05  DTL-VIA             PIC X(5)        VALUE SPACES.
           05  WS-REQ-QTY          PIC 9(7)        VALUE 0.

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
      *    PRODUCTION STOCK OF ONE PART - ITS PRODUCTION LOCATION
      *    RECORDS IN DRAW PRIORITY ORDER.
      *****************************************************************
       01  POOL-WORK-AREA.
           05  WS-POOL-CTR         PIC 9(3)        VALUE 0.
           05  MAX-POOL-SIZE       PIC 9(3)        VALUE 20.
           05  WS-POOL-MORE        PIC X           VALUE 'Y'.
           05  WS-POOL-PART-FOUND  PIC X           VALUE 'N'.
           05  WS-POOL-BEFORE      PIC 9(7)        VALUE 0.
           05  WS-POOL-AFTER       PIC 9(7)        VALUE 0.
           05  WS-POOL-LEFT        PIC 9(7)        VALUE 0.
           05  WS-POOL-TAKE        PIC 9(5)        VALUE 0.
           05  POOL-TABLE OCCURS 20 TIMES.
               10  TBL-PL-LOC      PIC X(3).
               10  TBL-PL-PRIORITY PIC 9(2).
               10  TBL-PL-QTY      PIC 9(5).

       01  WK-POOL-HOLD.
           05  WK-PL-LOC           PIC X(3).
           05  WK-PL-PRIORITY      PIC 9(2).
           05  WK-PL-QTY           PIC 9(5).

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
      *    EXPLOSION. UNUSED ENTRIES HOLD HIGH-VALUES SO THE SORTED
      *    ORDER COVERS THE WHOLE TABLE.
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
           05  EXPLODE-STACK OCCURS 10 TIMES INDEXED BY IDX-EXPL.
               10  STK-CODE        PIC X(5).
               10  STK-SUB         PIC 9(5).
               10  STK-MULT        PIC 9(7).

       01  ORDER-FILE-DATA.
           05  ORDER-TABLE OCCURS 2000 TIMES INDEXED BY IDX-ORD.
               10  TBL-O-MACHINE   PIC X(5).
               10  TBL-O-QTY       PIC 9(3).
               10  TBL-O-NUMBER    PIC X(8).
               10  TBL-O-DUE       PIC X(10).
               10  TBL-O-STATUS    PIC X(1).
                   88  ORDER-CLOSED        VALUE 'C'.

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
           05  FILLER              PIC X(25)   VALUE SPACES.
           05  FILLER              PIC X(30)   VALUE
                                   'PRODUCTION COMPLETION REGISTER'.

       01  RPT1-COL-HDG-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE 'PART'.
           05  FILLER              PIC X(10)   VALUE 'VIA'.
           05  FILLER              PIC X(8)    VALUE 'USAGE'.
           05  FILLER              PIC X(9)    VALUE 'ON HAND'.
           05  FILLER              PIC X(9)    VALUE 'AFTER'.
           05  FILLER              PIC X(6)    VALUE 'FLAG'.

       01  D1.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE 'ORDER: '.
           05  O-CMP-ORDER         PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE 'MACHINE: '.
           05  O-CMP-MACHINE       PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE 'BUILT: '.
           05  O-CMP-QTY           PIC ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-CMP-DATE          PIC X(10).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-CMP-MSG           PIC X(20).

       01  D2.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  O-COMP-PART         PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-COMP-VIA          PIC X(5).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-COMP-USAGE        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-COMP-BEFORE       PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-COMP-AFTER        PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-COMP-FLAG         PIC X(21).

       01  T1.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  O-TOT-DESC          PIC X(30).
           05  O-TOT-CTR           PIC ZZ,ZZ9.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.

       L1-COMPPOST.
           PERFORM L2-INIT THRU L2-INIT-EXIT.
           PERFORM L2-MAINLINE THRU L2-MAINLINE-EXIT
               UNTIL NO-MORE-RECS.
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
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > MAX-MACH-SIZE
               INITIALIZE MACHINE-TABLE(SUB).
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > MAX-ORD-SIZE
               INITIALIZE ORDER-TABLE(SUB).
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > MAX-BOMIX-SIZE
               MOVE HIGH-VALUES TO TBL-BOMIX-CODE(SUB)
               MOVE ZERO TO TBL-BOMIX-SUB(SUB)
           END-PERFORM.
           PERFORM L3-OPENS THRU L3-OPENS-EXIT.
           PERFORM L3-LOAD-LOC THRU L3-LOAD-LOC-EXIT.
           PERFORM L3-LOAD-MASTER THRU L3-LOAD-MASTER-EXIT.
           PERFORM L3-BUILD-BOMIX THRU L3-BUILD-BOMIX-EXIT.
           PERFORM L3-LOAD-ORDERS THRU L3-LOAD-ORDERS-EXIT.
           PERFORM L9-RPT1-HDGS THRU L9-RPT1-HDGS-EXIT.
           MOVE 'Y' TO MORE-RECS.
           READ COMPLETE-DATA
               AT END MOVE 'N' TO MORE-RECS.
           IF WS-CMP-STATUS NOT = '00' AND WS-CMP-STATUS NOT = '10'
               DISPLAY 'ERROR - UNABLE TO READ COMPLETE.DAT - '
                       'FILE STATUS ' WS-CMP-STATUS
               CLOSE COMPLETE-DATA INVENTORY-DATA AUDIT-FILE PRTOUT1
               STOP RUN
           END-IF.
       L2-INIT-EXIT.
           EXIT.

      *****************************************************************
      *    ONE COMPLETION - CHECK IT AGAINST THE ORDER TABLE, THEN
      *    WALK THE BUILT MACHINE'S COMPONENT LINES RELIEVING THE
      *    USAGE FOR THE QUANTITY BUILT, AND REDUCE OR CLOSE THE
      *    ORDER. THE BILL RELIEVED IS THE ONE IN EFFECT ON THE
      *    COMPLETION DATE - TODAY WHEN THE DATE IS MISSING.
      *****************************************************************
       L2-MAINLINE.
           ADD 1 TO WS-CMP-READ.
           PERFORM L3-CHECK-COMPLETION THRU L3-CHECK-COMPLETION-EXIT.
           MOVE I-CMP-ORDER TO O-CMP-ORDER.
           MOVE I-CMP-MACHINE TO O-CMP-MACHINE.
           MOVE I-CMP-DATE TO O-CMP-DATE.
           IF I-CMP-QTY IS NUMERIC
               MOVE I-CMP-QTY TO O-CMP-QTY
           ELSE
               MOVE ZERO TO O-CMP-QTY
           END-IF.
           IF COMPLETION-OK
               PERFORM L3-UPDATE-ORDER THRU L3-UPDATE-ORDER-EXIT
           END-IF.
           MOVE WS-CMP-MSG TO O-CMP-MSG.
           WRITE RPT1-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           WRITE RPT1-LN FROM D1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           IF COMPLETION-OK
               ADD 1 TO WS-CMP-POSTED
               MOVE I-CMP-DATE(7:4) TO WS-EFF-KEY(1:4)
               MOVE I-CMP-DATE(1:2) TO WS-EFF-KEY(5:2)
               MOVE I-CMP-DATE(4:2) TO WS-EFF-KEY(7:2)
               IF WS-EFF-KEY IS NOT NUMERIC
                   MOVE I-SYS-DATE TO WS-EFF-KEY
               END-IF
               PERFORM L3-MACH-LOOP THRU L3-MACH-LOOP-EXIT
                   UNTIL SUB-M > WS-MAST-READ
                      OR TBL-M-MACHINE(SUB-M) NOT EQUAL I-CMP-MACHINE
           ELSE
               ADD 1 TO WS-CMP-REJECTED
           END-IF.
           READ COMPLETE-DATA
               AT END MOVE 'N' TO MORE-RECS.
           IF WS-CMP-STATUS NOT = '00' AND WS-CMP-STATUS NOT = '10'
               DISPLAY 'ERROR - UNABLE TO READ COMPLETE.DAT - '
                       'FILE STATUS ' WS-CMP-STATUS
               CLOSE COMPLETE-DATA INVENTORY-DATA AUDIT-FILE PRTOUT1
               STOP RUN
           END-IF.
       L2-MAINLINE-EXIT.
           EXIT.

       L2-CLOSINGS.
           CLOSE COMPLETE-DATA.
           PERFORM L3-REWRITE-ORDERS THRU L3-REWRITE-ORDERS-EXIT.
           PERFORM L3-WRITE-TOTALS THRU L3-WRITE-TOTALS-EXIT.
           CLOSE INVENTORY-DATA AUDIT-FILE PRTOUT1.
           IF WS-CMP-REJECTED > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       L2-CLOSINGS-EXIT.
           EXIT.

       L3-OPENS.
           OPEN INPUT COMPLETE-DATA.
           IF WS-CMP-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN COMPLETE.DAT - '
                       'FILE STATUS ' WS-CMP-STATUS
               STOP RUN
           END-IF.
           OPEN I-O INVENTORY-DATA.
           IF WS-INV-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN INVENTORY.IDX - '
                       'FILE STATUS ' WS-INV-STATUS
               CLOSE COMPLETE-DATA
               STOP RUN
           END-IF.
           OPEN OUTPUT PRTOUT1.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUD-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN INVAUDIT.DAT - '
                       'FILE STATUS ' WS-AUD-STATUS
               CLOSE COMPLETE-DATA INVENTORY-DATA PRTOUT1
               STOP RUN
           END-IF.
       L3-OPENS-EXIT.
           EXIT.

      *****************************************************************
      *    LOAD THE LOCATION MASTER. IT IS OPTIONAL - WITH NO MASTER
      *    EVERY LOCATION FEEDS PRODUCTION.
      *****************************************************************
       L3-LOAD-LOC.
           OPEN INPUT LOCATION-MASTER.
           IF WS-LOC-STATUS NOT = '00' AND WS-LOC-STATUS NOT = '05'
               DISPLAY 'ERROR - UNABLE TO OPEN LOCATION.DAT - '
                       'FILE STATUS ' WS-LOC-STATUS
               CLOSE COMPLETE-DATA INVENTORY-DATA AUDIT-FILE PRTOUT1
               STOP RUN
           END-IF.
           MOVE 'Y' TO MORE-RECS.
           READ LOCATION-MASTER
               AT END MOVE 'N' TO MORE-RECS.
           PERFORM L4-READ-LOC THRU L4-READ-LOC-EXIT
               UNTIL NO-MORE-RECS.
           CLOSE LOCATION-MASTER.
       L3-LOAD-LOC-EXIT.
           EXIT.

       L4-READ-LOC.
           IF WS-LOC-CTR >= MAX-LOC-SIZE
               DISPLAY 'ERROR - LOCATION TABLE CAPACITY EXCEEDED, '
                       'CONTACT OPS'
               CLOSE COMPLETE-DATA INVENTORY-DATA AUDIT-FILE PRTOUT1
                     LOCATION-MASTER
               STOP RUN
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
       L4-READ-LOC-EXIT.
           EXIT.

       L3-LOAD-MASTER.
           OPEN INPUT MACHINE-MASTER.
           IF WS-MACH-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN MASTER.DAT - '
                       'FILE STATUS ' WS-MACH-STATUS
               CLOSE COMPLETE-DATA INVENTORY-DATA AUDIT-FILE PRTOUT1
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
               CLOSE COMPLETE-DATA INVENTORY-DATA AUDIT-FILE PRTOUT1
                     MACHINE-MASTER
               STOP RUN
           END-IF.
           IF SUB > MAX-MACH-SIZE
               DISPLAY 'ERROR - MACHINE TABLE CAPACITY EXCEEDED, '
                       'CONTACT OPS'
               CLOSE COMPLETE-DATA INVENTORY-DATA AUDIT-FILE PRTOUT1
                     MACHINE-MASTER
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
      *    LOAD THE ORDER FILE IN FILE SEQUENCE. THE TABLE IS WRITTEN
      *    BACK IN THE SAME SEQUENCE AT END OF RUN SO THE ONLY CHANGE
      *    THE SHORTAGE RUN SEES IS THE COMPLETED QUANTITY.
      *****************************************************************
       L3-LOAD-ORDERS.
           OPEN INPUT ORDER-DATA.
           IF WS-ORD-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN ORDER.DAT - '
                       'FILE STATUS ' WS-ORD-STATUS
               CLOSE COMPLETE-DATA INVENTORY-DATA AUDIT-FILE PRTOUT1
               STOP RUN
           END-IF.
           MOVE 'Y' TO MORE-RECS.
           MOVE 1 TO SUB.
           READ ORDER-DATA
               AT END MOVE 'N' TO MORE-RECS.
           PERFORM L4-READ-ORDER THRU L4-READ-ORDER-EXIT
               UNTIL NO-MORE-RECS.
           CLOSE ORDER-DATA.
       L3-LOAD-ORDERS-EXIT.
           EXIT.

       L4-READ-ORDER.
           IF WS-ORD-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO READ ORDER.DAT - '
                       'FILE STATUS ' WS-ORD-STATUS
               CLOSE COMPLETE-DATA INVENTORY-DATA AUDIT-FILE PRTOUT1
                     ORDER-DATA
               STOP RUN
           END-IF.
           IF SUB > MAX-ORD-SIZE
               DISPLAY 'ERROR - ORDER TABLE CAPACITY EXCEEDED, '
                       'CONTACT OPS'
               CLOSE COMPLETE-DATA INVENTORY-DATA AUDIT-FILE PRTOUT1
                     ORDER-DATA
               STOP RUN
           END-IF.
           MOVE I-ORD-MACHINE TO TBL-O-MACHINE(SUB).
           MOVE I-ORD-QTY TO TBL-O-QTY(SUB).
           MOVE I-ORD-NUMBER TO TBL-O-NUMBER(SUB).
           MOVE I-ORD-DUE TO TBL-O-DUE(SUB).
           MOVE SPACE TO TBL-O-STATUS(SUB).
           ADD 1 TO WS-ORD-READ.
           ADD 1 TO SUB.
           READ ORDER-DATA
               AT END MOVE 'N' TO MORE-RECS.
       L4-READ-ORDER-EXIT.
           EXIT.

      *****************************************************************
      *    EDIT ONE COMPLETION. THE QUANTITY MUST BE NUMERIC AND
      *    NON ZERO, THE ORDER MUST STILL BE OPEN ON THE ORDER FILE
      *    FOR THE SAME MACHINE, AND THE MACHINE MUST HAVE A BILL IN
      *    THE MASTER. A REJECTED COMPLETION IS PRINTED WITH ITS
      *    REASON AND NOTHING IS RELIEVED.
      *****************************************************************
       L3-CHECK-COMPLETION.
           MOVE 'N' TO WS-CMP-OK.
           MOVE 0 TO SUB-O.
           IF I-CMP-QTY NOT NUMERIC OR I-CMP-QTY = 0
               MOVE 'INVALID QUANTITY' TO WS-CMP-MSG
               GO TO L3-CHECK-COMPLETION-EXIT
           END-IF.
           SET IDX-ORD TO 1.
           SEARCH ORDER-TABLE
               AT END CONTINUE
               WHEN TBL-O-NUMBER(IDX-ORD) = I-CMP-ORDER
                   AND NOT ORDER-CLOSED(IDX-ORD)
                   SET SUB-O TO IDX-ORD
           END-SEARCH.
           IF SUB-O = 0
               MOVE 'ORDER NOT OPEN' TO WS-CMP-MSG
               GO TO L3-CHECK-COMPLETION-EXIT
           END-IF.
           IF TBL-O-MACHINE(SUB-O) NOT = I-CMP-MACHINE
               MOVE 'MACHINE NOT ON ORDER' TO WS-CMP-MSG
               GO TO L3-CHECK-COMPLETION-EXIT
           END-IF.
           MOVE I-CMP-MACHINE TO WS-EXPL-CODE.
           PERFORM L9-FIND-BOM THRU L9-FIND-BOM-EXIT.
           IF WS-BOM-SUB = 0
               MOVE 'NO BILL IN MASTER' TO WS-CMP-MSG
               GO TO L3-CHECK-COMPLETION-EXIT
           END-IF.
           MOVE WS-BOM-SUB TO SUB-M.
           MOVE 'Y' TO WS-CMP-OK.
       L3-CHECK-COMPLETION-EXIT.
           EXIT.

      *****************************************************************
      *    TAKE THE BUILT QUANTITY OFF THE ORDER. BUILDING THE FULL
      *    REMAINING QUANTITY OR MORE CLOSES THE ORDER - IT IS LEFT
      *    OFF THE ORDER FILE WHEN IT IS WRITTEN BACK.
      *****************************************************************
       L3-UPDATE-ORDER.
           IF I-CMP-QTY < TBL-O-QTY(SUB-O)
               SUBTRACT I-CMP-QTY FROM TBL-O-QTY(SUB-O)
               ADD 1 TO WS-ORD-REDUCED
               MOVE 'ORDER REDUCED' TO WS-CMP-MSG
           ELSE
               IF I-CMP-QTY > TBL-O-QTY(SUB-O)
                   MOVE 'CLOSED - OVERBUILT' TO WS-CMP-MSG
               ELSE
                   MOVE 'ORDER CLOSED' TO WS-CMP-MSG
               END-IF
               MOVE ZERO TO TBL-O-QTY(SUB-O)
               MOVE 'C' TO TBL-O-STATUS(SUB-O)
               ADD 1 TO WS-ORD-CLOSED
           END-IF.
       L3-UPDATE-ORDER-EXIT.
           EXIT.

      *****************************************************************
      *    PROCESS ONE MASTER LINE UNDER THE BUILT MACHINE. A
      *    PURCHASED PART IS RELIEVED STRAIGHT FROM INVENTORY. A
      *    SUBASSEMBLY COMPONENT IS EXPLODED LEVEL BY LEVEL DOWN TO
      *    ITS PURCHASED PARTS FIRST. A LINE NOT IN EFFECT ON THE
      *    COMPLETION DATE IS PASSED OVER.
      *****************************************************************
       L3-MACH-LOOP.
           IF TBL-M-EFF-FROM(SUB-M) > WS-EFF-KEY
               OR TBL-M-EFF-TO(SUB-M) < WS-EFF-KEY
               ADD 1 TO SUB-M
               GO TO L3-MACH-LOOP-EXIT
           END-IF.
           IF SUBASM-COMPONENT(SUB-M)
               MOVE TBL-M-PART(SUB-M) TO WS-EXPL-CODE
               COMPUTE WS-BASE-MULT =
                   I-CMP-QTY * TBL-M-QTY(SUB-M)
               PERFORM L4-EXPLODE THRU L4-EXPLODE-EXIT
           ELSE
               MOVE TBL-M-PART(SUB-M) TO DTL-PART
               MOVE SPACES TO DTL-VIA
               COMPUTE WS-REQ-QTY =
                   I-CMP-QTY * TBL-M-QTY(SUB-M)
               PERFORM L4-RELIEVE-PART THRU L4-RELIEVE-PART-EXIT
           END-IF.
           ADD 1 TO SUB-M.
       L3-MACH-LOOP-EXIT.
           EXIT.

      *****************************************************************
      *    WALK ONE SUBASSEMBLY DOWN TO ITS PURCHASED PARTS USING THE
      *    EXPLOSION STACK. EACH LEVEL CARRIES THE COMPONENT LIST
      *    POSITION AND THE MULTIPLIER BUILT UP FROM THE BUILT
      *    QUANTITY AND EVERY QUANTITY PER ON THE WAY DOWN.
      *****************************************************************
       L4-EXPLODE.
           PERFORM L9-FIND-BOM THRU L9-FIND-BOM-EXIT.
           IF WS-BOM-SUB = 0
               DISPLAY 'ERROR - SUBASSEMBLY ' WS-EXPL-CODE
                       ' NOT FOUND IN MASTER'
               GO TO L4-EXPLODE-EXIT
           END-IF.
           MOVE 1 TO WS-LVL.
           MOVE WS-EXPL-CODE TO STK-CODE(1).
           MOVE WS-BOM-SUB TO STK-SUB(1).
           MOVE WS-BASE-MULT TO STK-MULT(1).
           PERFORM L5-EXPLODE-STEP THRU L5-EXPLODE-STEP-EXIT
               UNTIL WS-LVL = 0.
       L4-EXPLODE-EXIT.
           EXIT.

       L5-EXPLODE-STEP.
           IF STK-SUB(WS-LVL) > MAX-MACH-SIZE
               SUBTRACT 1 FROM WS-LVL
               GO TO L5-EXPLODE-STEP-EXIT
           END-IF.
           IF TBL-M-MACHINE(STK-SUB(WS-LVL)) NOT = STK-CODE(WS-LVL)
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
                           STK-CODE(WS-LVL)
                   ADD 1 TO STK-SUB(WS-LVL)
                   GO TO L5-EXPLODE-STEP-EXIT
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
               MOVE STK-CODE(WS-LVL) TO DTL-VIA
               COMPUTE WS-REQ-QTY = STK-MULT(WS-LVL) *
                   TBL-M-QTY(STK-SUB(WS-LVL))
               ADD 1 TO STK-SUB(WS-LVL)
               PERFORM L4-RELIEVE-PART THRU L4-RELIEVE-PART-EXIT
           END-IF.
       L5-EXPLODE-STEP-EXIT.
           EXIT.

      *****************************************************************
      *    RELIEVE ONE COMPONENT'S USAGE FROM ON HAND. USAGE BEYOND
      *    THE ON HAND QUANTITY MEANS THE BOOK BALANCE WAS WRONG -
      *    THE PART WAS PHYSICALLY USED - SO ON HAND IS FLOORED AT
      *    ZERO AND THE LINE IS FLAGGED FOR A CYCLE COUNT. THE
      *    AVAILABLE AND SHORT WORK FIELDS ARE LEFT TO THE SHORTAGE
      *    RUN, WHICH RESETS THEM FROM ON HAND ON ITS NEXT FRESH RUN.
      *    THE USAGE IS TAKEN FROM THE PART'S PRODUCTION LOCATIONS IN
      *    DRAW PRIORITY ORDER. A PART STOCKED ONLY OUTSIDE THE
      *    PRODUCTION LOCATIONS HAS NOTHING TO RELIEVE AND IS
      *    FLAGGED THE SAME AS ONE THAT RAN OUT.
      *****************************************************************
       L4-RELIEVE-PART.
           ADD 1 TO WS-COMP-LINES.
           MOVE DTL-PART TO O-COMP-PART.
           MOVE DTL-VIA TO O-COMP-VIA.
           MOVE WS-REQ-QTY TO O-COMP-USAGE.
           MOVE SPACES TO O-COMP-FLAG.
           PERFORM L5-LOAD-POOL THRU L5-LOAD-POOL-EXIT.
           IF WS-POOL-PART-FOUND = 'N'
               ADD 1 TO WS-COMP-NOINV
               MOVE 0 TO O-COMP-BEFORE O-COMP-AFTER
               MOVE 'PART NOT IN INVENTORY' TO O-COMP-FLAG
               GO TO L4-RELIEVE-PART-PRINT
           END-IF.
           MOVE WS-POOL-BEFORE TO O-COMP-BEFORE.
           MOVE WS-REQ-QTY TO WS-POOL-LEFT.
           MOVE WS-POOL-BEFORE TO WS-POOL-AFTER.
           PERFORM L5-RELIEVE-LOC THRU L5-RELIEVE-LOC-EXIT
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > WS-POOL-CTR OR WS-POOL-LEFT = 0.
           IF WS-POOL-LEFT > 0
               ADD 1 TO WS-COMP-NEG
               MOVE '*** WOULD GO NEGATIVE' TO O-COMP-FLAG
           END-IF.
           MOVE WS-POOL-AFTER TO O-COMP-AFTER.
       L4-RELIEVE-PART-PRINT.
           WRITE RPT1-LN FROM D2
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
       L4-RELIEVE-PART-EXIT.
           EXIT.

      *****************************************************************
      *    GATHER THE PART'S PRODUCTION LOCATION RECORDS INTO THE
      *    POOL TABLE, INSERTED IN DRAW PRIORITY ORDER. LOCATIONS OF
      *    EQUAL PRIORITY KEEP THEIR LOCATION CODE ORDER.
      *****************************************************************
       L5-LOAD-POOL.
           MOVE 0 TO WS-POOL-CTR WS-POOL-BEFORE.
           MOVE 'N' TO WS-POOL-PART-FOUND.
           MOVE DTL-PART TO I-INV-PART.
           MOVE LOW-VALUES TO I-INV-LOC.
           START INVENTORY-DATA KEY IS NOT LESS THAN I-INV-KEY
               INVALID KEY
                   GO TO L5-LOAD-POOL-EXIT
           END-START.
           MOVE 'Y' TO WS-POOL-MORE.
           PERFORM L6-POOL-READ THRU L6-POOL-READ-EXIT
               UNTIL WS-POOL-MORE = 'N'.
       L5-LOAD-POOL-EXIT.
           EXIT.

       L6-POOL-READ.
           READ INVENTORY-DATA NEXT RECORD
               AT END
                   MOVE 'N' TO WS-POOL-MORE
                   GO TO L6-POOL-READ-EXIT
           END-READ.
           IF I-INV-PART NOT = DTL-PART
               MOVE 'N' TO WS-POOL-MORE
               GO TO L6-POOL-READ-EXIT
           END-IF.
           MOVE 'Y' TO WS-POOL-PART-FOUND.
           MOVE I-INV-LOC TO WS-RANK-LOC.
           PERFORM L9-LOC-RANK THRU L9-LOC-RANK-EXIT.
           IF WS-RANK-PROD NOT = 'Y'
               GO TO L6-POOL-READ-EXIT
           END-IF.
           IF WS-POOL-CTR >= MAX-POOL-SIZE
               DISPLAY 'ERROR - POOL TABLE CAPACITY EXCEEDED, '
                       'CONTACT OPS'
               CLOSE COMPLETE-DATA INVENTORY-DATA AUDIT-FILE PRTOUT1
               STOP RUN
           END-IF.
           ADD 1 TO WS-POOL-CTR.
           ADD I-INV-QTY TO WS-POOL-BEFORE.
           MOVE I-INV-LOC TO WK-PL-LOC.
           MOVE WS-RANK-PRIORITY TO WK-PL-PRIORITY.
           MOVE I-INV-QTY TO WK-PL-QTY.
           MOVE WS-POOL-CTR TO WS-SORT-J.
           MOVE 'Y' TO WS-SORT-MORE.
           PERFORM L7-POOL-SHIFT THRU L7-POOL-SHIFT-EXIT
               UNTIL WS-SORT-MORE = 'N'.
           MOVE WK-POOL-HOLD TO POOL-TABLE(WS-SORT-J).
       L6-POOL-READ-EXIT.
           EXIT.

       L7-POOL-SHIFT.
           IF WS-SORT-J <= 1
               MOVE 'N' TO WS-SORT-MORE
               GO TO L7-POOL-SHIFT-EXIT
           END-IF.
           COMPUTE WS-SORT-K = WS-SORT-J - 1.
           IF TBL-PL-PRIORITY(WS-SORT-K) > WK-PL-PRIORITY
               MOVE POOL-TABLE(WS-SORT-K) TO POOL-TABLE(WS-SORT-J)
               MOVE WS-SORT-K TO WS-SORT-J
           ELSE
               MOVE 'N' TO WS-SORT-MORE
           END-IF.
       L7-POOL-SHIFT-EXIT.
           EXIT.

      *****************************************************************
      *    RELIEVE AS MUCH OF THE REMAINING USAGE AS ONE PRODUCTION
      *    LOCATION HOLDS.
      *****************************************************************
       L5-RELIEVE-LOC.
           IF TBL-PL-QTY(SUB) = 0
               GO TO L5-RELIEVE-LOC-EXIT
           END-IF.
           IF TBL-PL-QTY(SUB) < WS-POOL-LEFT
               MOVE TBL-PL-QTY(SUB) TO WS-POOL-TAKE
           ELSE
               MOVE WS-POOL-LEFT TO WS-POOL-TAKE
           END-IF.
           MOVE DTL-PART TO I-INV-PART.
           MOVE TBL-PL-LOC(SUB) TO I-INV-LOC.
           READ INVENTORY-DATA
               INVALID KEY
                   GO TO L5-RELIEVE-LOC-EXIT
           END-READ.
           MOVE 'QTY' TO WS-AUD-FIELD.
           MOVE I-INV-QTY TO WS-AUD-BEFORE.
           SUBTRACT WS-POOL-TAKE FROM I-INV-QTY.
           MOVE I-INV-QTY TO WS-AUD-AFTER.
           PERFORM L9-WRITE-AUDIT THRU L9-WRITE-AUDIT-EXIT.
           REWRITE INVENTORY-RECORD.
           SUBTRACT WS-POOL-TAKE FROM TBL-PL-QTY(SUB).
           SUBTRACT WS-POOL-TAKE FROM WS-POOL-LEFT.
           SUBTRACT WS-POOL-TAKE FROM WS-POOL-AFTER.
       L5-RELIEVE-LOC-EXIT.
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

      *****************************************************************
      *    WRITE THE ORDER FILE BACK OUT WITH THE COMPLETIONS
      *    APPLIED. CLOSED ORDERS ARE DROPPED - ONLY THE STILL OPEN
      *    QUANTITY CARRIES FORWARD TO THE SHORTAGE RUN.
      *****************************************************************
       L3-REWRITE-ORDERS.
           OPEN OUTPUT ORDER-DATA.
           IF WS-ORD-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO REWRITE ORDER.DAT - '
                       'FILE STATUS ' WS-ORD-STATUS
               GO TO L3-REWRITE-ORDERS-EXIT
           END-IF.
           PERFORM L4-WRITE-ORDER THRU L4-WRITE-ORDER-EXIT
               VARYING SUB FROM 1 BY 1 UNTIL SUB > WS-ORD-READ.
           CLOSE ORDER-DATA.
       L3-REWRITE-ORDERS-EXIT.
           EXIT.

       L4-WRITE-ORDER.
           IF NOT ORDER-CLOSED(SUB)
               MOVE TBL-O-MACHINE(SUB) TO I-ORD-MACHINE
               MOVE TBL-O-QTY(SUB) TO I-ORD-QTY
               MOVE TBL-O-NUMBER(SUB) TO I-ORD-NUMBER
               MOVE TBL-O-DUE(SUB) TO I-ORD-DUE
               WRITE ORDER-RECORD END-WRITE
           END-IF.
       L4-WRITE-ORDER-EXIT.
           EXIT.

       L3-WRITE-TOTALS.
           WRITE RPT1-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'COMPLETIONS READ:' TO O-TOT-DESC.
           MOVE WS-CMP-READ TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'COMPLETIONS POSTED:' TO O-TOT-DESC.
           MOVE WS-CMP-POSTED TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'COMPLETIONS REJECTED:' TO O-TOT-DESC.
           MOVE WS-CMP-REJECTED TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'ORDERS CLOSED:' TO O-TOT-DESC.
           MOVE WS-ORD-CLOSED TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'ORDERS REDUCED:' TO O-TOT-DESC.
           MOVE WS-ORD-REDUCED TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'COMPONENT LINES RELIEVED:' TO O-TOT-DESC.
           MOVE WS-COMP-LINES TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'COMPONENTS WOULD GO NEGATIVE:' TO O-TOT-DESC.
           MOVE WS-COMP-NEG TO O-TOT-CTR.
           PERFORM L9-WRITE-TOTAL THRU L9-WRITE-TOTAL-EXIT.
           MOVE 'COMPONENTS NOT IN INVENTORY:' TO O-TOT-DESC.
           MOVE WS-COMP-NOINV TO O-TOT-CTR.
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
                       CLOSE COMPLETE-DATA INVENTORY-DATA AUDIT-FILE
                             PRTOUT1
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

      *****************************************************************
      *    WRITE ONE INVENTORY AUDIT TRANSACTION - DATE, PROGRAM,
      *    PART, FIELD, THE BEFORE AND AFTER VALUES AND LOCATION.
      *    A MOVE THAT DID NOT CHANGE THE VALUE IS NOT LOGGED.
      *****************************************************************
       L9-WRITE-AUDIT.
           IF WS-AUD-BEFORE = WS-AUD-AFTER
               GO TO L9-WRITE-AUDIT-EXIT
           END-IF.
           MOVE O-TODAY TO O-AUD-DATE.
           MOVE 'COMPPOST' TO O-AUD-PGM.
           MOVE I-INV-PART TO O-AUD-PART.
           MOVE WS-AUD-FIELD TO O-AUD-FIELD.
           MOVE WS-AUD-BEFORE TO O-AUD-BEFORE.
           MOVE WS-AUD-AFTER TO O-AUD-AFTER.
           MOVE I-INV-LOC TO O-AUD-LOC.
           WRITE AUDIT-LN.
       L9-WRITE-AUDIT-EXIT.
           EXIT.

       L9-RPT1-HDGS.
           ADD 1 TO C-PCTR1.
           MOVE C-PCTR1 TO O-PCTR.
           WRITE RPT1-LN FROM CO-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE RPT1-LN FROM RPT1-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RPT1-LN FROM RPT1-COL-HDG-LINE
               AFTER ADVANCING 2 LINES.
           WRITE RPT1-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
       L9-RPT1-HDGS-EXIT.
           EXIT.
