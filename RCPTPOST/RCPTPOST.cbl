      *    THE RECEIPTS HISTORY FILE WITH THE PO NEED BY DATE SO THE
      *    VENDOR SCORECARD CAN MEASURE ACTUAL DELIVERY PERFORMANCE.
      *
      *    EACH OPEN PO LINE CARRIES ITS PO NUMBER. A RECEIPT THAT
      *    QUOTES A PO NUMBER IS MATCHED TO THAT LINE FIRST; IF THE
      *    LINE IS FOR A DIFFERENT PART THE RECEIPT IS NOT POSTED AND
      *    GOES BACK TO RECEIVING AS A MISMATCH. A RECEIPT WITH NO PO
      *    NUMBER, OR ONE WHOSE PO IS NO LONGER ON FILE, IS MATCHED
      *    BY PART - PREFERRING A LINE FROM THE SAME VENDOR, THEN A
      *    LINE STILL OPEN, THEN THE EARLIEST NEED BY DATE.
      *
      *    A RECEIPT IS PUT AWAY TO THE STOCKING LOCATION IT NAMES -
      *    A BLANK LOCATION MEANS THE MAIN STOCKROOM, STK. THE
      *    LOCATION MUST BE ON THE LOCATION MASTER WHEN THERE IS ONE.
      *    THE FIRST RECEIPT OF A PART INTO A NEW LOCATION CREATES
      *    THE INVENTORY RECORD FOR THAT LOCATION, TAKING THE COST,
      *    VENDOR AND PLANNING FIELDS FROM THE PART'S OTHER RECORDS.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO "INVENTORY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS I-INV-KEY
               FILE STATUS IS WS-INV-STATUS.

           SELECT PRTOUT1
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT OPTIONAL LOCATION-MASTER
               ASSIGN TO "LOCATION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOC-STATUS.

           SELECT RCPTHIST-FILE
               ASSIGN TO "RCPTHIST.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL

       FD  RECEIPTS-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS RECEIPT-RECORD.

       01  RECEIPT-RECORD.
           05  I-RCPT-QTY          PIC 9(5).
           05  I-RCPT-DATE         PIC X(10).
           05  I-RCPT-VENDOR       PIC X(5).
           05  I-RCPT-PO           PIC X(6).
           05  I-RCPT-PO-N REDEFINES I-RCPT-PO
                                   PIC 9(6).
           05  I-RCPT-LOC          PIC X(3).

       FD  OPENPO-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS OPENPO-LN.

       01  OPENPO-LN.
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

       FD  PRTOUT1
           LABEL RECORD IS OMITTED

       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS AUDIT-LN.

       01  AUDIT-LN.
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

       FD  RCPTHIST-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS RCPTHIST-LN.

       01  RCPTHIST-LN.
           05  O-RH-QTY            PIC 9(5).
           05  O-RH-PO-QTY         PIC 9(5).
           05  O-RH-STATUS         PIC X(1).
           05  O-RH-PONUM          PIC 9(6).

       WORKING-STORAGE SECTION.

           05  WS-INV-STATUS       PIC XX          VALUE SPACES.
           05  WS-AUD-STATUS       PIC XX          VALUE SPACES.
           05  WS-RH-STATUS        PIC XX          VALUE SPACES.
           05  WS-LOC-STATUS       PIC XX          VALUE SPACES.

       01  AUDIT-WORK-AREA.
           05  WS-AUD-FIELD        PIC X(5)        VALUE SPACES.
           05  WS-UNORD-CTR        PIC 9(5)        VALUE 0.
           05  WS-NOINV-CTR        PIC 9(5)        VALUE 0.
           05  WS-OPEN-CTR         PIC 9(5)        VALUE 0.
           05  WS-MISMATCH-CTR     PIC 9(5)        VALUE 0.
           05  WS-NOLOC-CTR        PIC 9(5)        VALUE 0.
           05  WS-NEWLOC-CTR       PIC 9(5)        VALUE 0.

       01  LOCATION-WORK-AREA.
           05  WS-RCPT-LOC         PIC X(3)        VALUE SPACES.
           05  WS-NEW-REC          PIC X           VALUE 'N'.

       01  LOC-FILE-DATA.
           05  WS-LOC-CTR          PIC 9(3)        VALUE 0.
           05  MAX-LOC-SIZE        PIC 9(3)        VALUE 50.
           05  LOC-TABLE OCCURS 50 TIMES INDEXED BY IDX-LOC.
               10  TBL-L-CODE      PIC X(3).
               10  TBL-L-NAME      PIC X(20).
               10  TBL-L-PROD      PIC X(1).
               10  TBL-L-PRIORITY  PIC 9(2).

       01  MATCH-WORK-AREA.
           05  WS-BEST-SUB         PIC 9(5)        VALUE 0.
           05  WS-BEST-KEY         PIC X(10)       VALUE SPACES.
           05  WS-CAND-KEY.
               10  WS-CAND-VEND    PIC X.
               10  WS-CAND-OPEN    PIC X.
               10  WS-CAND-NEED    PIC X(8).

       01  PO-FILE-DATA.
           05  WS-PO-CTR           PIC 9(5)        VALUE 0.
               10  TBL-P-RCVD      PIC 9(5).
               10  TBL-P-NEED      PIC X(10).
               10  TBL-P-VENDOR    PIC X(5).
               10  TBL-P-NUMBER    PIC 9(6).

       01  CURRENT-DATE.
           05  I-SYS-DATE          PIC 9(8).
                                   'RECEIPTS POSTING REGISTER'.

       01  RPT1-COL-HDG-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE 'PART'.
           05  FILLER              PIC X(5)    VALUE 'LOC'.
           05  FILLER              PIC X(9)    VALUE 'PO NO'.
           05  FILLER              PIC X(10)   VALUE 'RECEIVED'.
           05  FILLER              PIC X(9)    VALUE 'PO QTY'.
           05  FILLER              PIC X(10)   VALUE 'ON HAND'.
           05  FILLER              PIC X(20)   VALUE 'STATUS'.

       01  D1.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  O-PART              PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-LOC               PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-PONUM             PIC X(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-RCPT-QTY          PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-PO-QTY            PIC ZZ,ZZ9.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  O-OPEN-PART         PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-OPEN-PONUM        PIC 9(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-OPEN-RCVD         PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-OPEN-QTY          PIC ZZ,ZZ9.
           MOVE 1 TO SUB.
           PERFORM L3-OPENS THRU L3-OPENS-EXIT.
           PERFORM L3-LOAD-PO THRU L3-LOAD-PO-EXIT.
           PERFORM L3-LOAD-LOC THRU L3-LOAD-LOC-EXIT.
           PERFORM L9-RPT1-HDGS THRU L9-RPT1-HDGS-EXIT.
           MOVE 'Y' TO MORE-RECS.
           READ RECEIPTS-DATA
               MOVE TBL-P-RCVD(SUB) TO I-PO-RCVD
               MOVE TBL-P-NEED(SUB) TO I-PO-NEED-BY
               MOVE TBL-P-VENDOR(SUB) TO I-PO-VENDOR
               MOVE TBL-P-NUMBER(SUB) TO I-PO-NUMBER
               WRITE OPENPO-LN END-WRITE
           END-IF.
       L4-WRITE-OPENPO-EXIT.
           EXIT.

      *****************************************************************
      *    LOAD THE OPEN PO FILE INTO THE PO TABLE, ONE ENTRY PER
      *    PO LINE SO EACH LINE KEEPS ITS OWN NUMBER, QUANTITY AND
      *    NEED BY DATE THROUGH TO THE REWRITE.
      *****************************************************************
       L3-LOAD-PO.
           READ OPENPO-FILE
           EXIT.

       L4-READ-PO.
           IF WS-PO-CTR >= MAX-PO-SIZE
               DISPLAY 'ERROR - PO TABLE CAPACITY EXCEEDED, '
                       'CONTACT OPS'
               CLOSE RECEIPTS-DATA OPENPO-FILE INVENTORY-DATA PRTOUT1
               STOP RUN
           END-IF.
           ADD 1 TO WS-PO-CTR.
           MOVE I-PO-PART TO TBL-P-PART(WS-PO-CTR).
           MOVE I-PO-QTY TO TBL-P-QTY(WS-PO-CTR).
           MOVE I-PO-RCVD TO TBL-P-RCVD(WS-PO-CTR).
           MOVE I-PO-NEED-BY TO TBL-P-NEED(WS-PO-CTR).
           MOVE I-PO-VENDOR TO TBL-P-VENDOR(WS-PO-CTR).
           IF I-PO-NUMBER IS NUMERIC
               MOVE I-PO-NUMBER TO TBL-P-NUMBER(WS-PO-CTR)
           ELSE
               MOVE ZERO TO TBL-P-NUMBER(WS-PO-CTR)
           END-IF.
           READ OPENPO-FILE
               AT END MOVE 'N' TO MORE-RECS.
           IF WS-PO-STATUS NOT = '00' AND WS-PO-STATUS NOT = '10'
       L4-READ-PO-EXIT.
           EXIT.

      *****************************************************************
      *    LOAD THE LOCATION MASTER. IT IS OPTIONAL - WITH NO MASTER
      *    ANY LOCATION CODE ON A RECEIPT IS ACCEPTED.
      *****************************************************************
       L3-LOAD-LOC.
           OPEN INPUT LOCATION-MASTER.
           IF WS-LOC-STATUS NOT = '00' AND WS-LOC-STATUS NOT = '05'
               DISPLAY 'ERROR - UNABLE TO OPEN LOCATION.DAT - '
                       'FILE STATUS ' WS-LOC-STATUS
               CLOSE RECEIPTS-DATA INVENTORY-DATA PRTOUT1
                     AUDIT-FILE RCPTHIST-FILE
               STOP RUN
           END-IF.
           READ LOCATION-MASTER
               AT END MOVE 'N' TO MORE-RECS.
           PERFORM L4-READ-LOC THRU L4-READ-LOC-EXIT
               UNTIL NO-MORE-RECS.
           CLOSE LOCATION-MASTER.
           MOVE 'Y' TO MORE-RECS.
       L3-LOAD-LOC-EXIT.
           EXIT.

       L4-READ-LOC.
           IF WS-LOC-CTR >= MAX-LOC-SIZE
               DISPLAY 'ERROR - LOCATION TABLE CAPACITY EXCEEDED, '
                       'CONTACT OPS'
               CLOSE RECEIPTS-DATA INVENTORY-DATA PRTOUT1
                     AUDIT-FILE RCPTHIST-FILE LOCATION-MASTER
               STOP RUN
           END-IF.
           ADD 1 TO WS-LOC-CTR.
           MOVE I-LOC-CODE TO TBL-L-CODE(WS-LOC-CTR).
           MOVE I-LOC-NAME TO TBL-L-NAME(WS-LOC-CTR).
           MOVE I-LOC-PROD TO TBL-L-PROD(WS-LOC-CTR).
           MOVE I-LOC-PRIORITY TO TBL-L-PRIORITY(WS-LOC-CTR).
           READ LOCATION-MASTER
               AT END MOVE 'N' TO MORE-RECS.
       L4-READ-LOC-EXIT.
           EXIT.

      *****************************************************************
      *    MATCH ONE RECEIPT AGAINST THE PO TABLE. A MATCHED RECEIPT
      *    IS POSTED TO THE INVENTORY TABLE AND FLAGGED OVER SHIPPED
      *    WHEN THE CUMULATIVE RECEIPTS PASS THE PO QUANTITY. A
      *    RECEIPT WITH NO PO LINE PRINTS AS NOT ORDERED AND IS NOT
      *    POSTED - THOSE GO BACK TO RECEIVING FOR REVIEW. SO DOES A
      *    RECEIPT WHOSE PO NUMBER BELONGS TO A DIFFERENT PART.
      *****************************************************************
       L3-POST-RECEIPT.
           MOVE I-RCPT-LOC TO WS-RCPT-LOC.
           IF WS-RCPT-LOC = SPACES
               MOVE 'STK' TO WS-RCPT-LOC
           END-IF.
           MOVE WS-RCPT-LOC TO O-LOC.
           MOVE I-RCPT-PART TO O-PART.
           MOVE I-RCPT-QTY TO O-RCPT-QTY.
           MOVE I-RCPT-PO TO O-PONUM.
           MOVE 0 TO WS-BEST-SUB.
           IF I-RCPT-PO IS NUMERIC AND I-RCPT-PO-N > 0
               SET IDX-PO TO 1
               SEARCH PO-TABLE
                   AT END CONTINUE
                   WHEN TBL-P-NUMBER(IDX-PO) = I-RCPT-PO-N
                       SET WS-BEST-SUB TO IDX-PO
               END-SEARCH
           END-IF.
           IF WS-BEST-SUB > 0
               IF TBL-P-PART(WS-BEST-SUB) NOT = I-RCPT-PART
                   ADD 1 TO WS-MISMATCH-CTR
                   MOVE TBL-P-QTY(WS-BEST-SUB) TO O-PO-QTY
                   MOVE 0 TO O-ON-HAND
                   MOVE 'PO IS FOR OTHER PART' TO O-STATUS
                   GO TO L3-POST-RECEIPT-PRINT
               END-IF
           ELSE
               MOVE HIGH-VALUES TO WS-BEST-KEY
               PERFORM L4-BEST-PART-LINE THRU L4-BEST-PART-LINE-EXIT
                   VARYING SUB FROM 1 BY 1 UNTIL SUB > WS-PO-CTR
           END-IF.
           IF WS-BEST-SUB = 0
               ADD 1 TO WS-UNORD-CTR
               MOVE 0 TO O-PO-QTY O-ON-HAND
               MOVE 'NOT ORDERED' TO O-STATUS
           ELSE
               SET IDX-PO TO WS-BEST-SUB
               MOVE TBL-P-NUMBER(IDX-PO) TO O-PONUM
               PERFORM L4-POST-MATCHED THRU L4-POST-MATCHED-EXIT
           END-IF.
       L3-POST-RECEIPT-PRINT.
           WRITE RPT1-LN FROM D1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
       L3-POST-RECEIPT-EXIT.
           EXIT.

      *****************************************************************
      *    PICK THE BEST PO LINE FOR A RECEIPT MATCHED BY PART. EACH
      *    CANDIDATE GETS A KEY - SAME VENDOR FIRST, OPEN LINES BEFORE
      *    RECEIVED ONES, THEN NEED BY DATE - AND THE LOWEST KEY WINS.
      *****************************************************************
       L4-BEST-PART-LINE.
           IF TBL-P-PART(SUB) NOT = I-RCPT-PART
               GO TO L4-BEST-PART-LINE-EXIT
           END-IF.
           IF I-RCPT-VENDOR = SPACES
               OR I-RCPT-VENDOR = TBL-P-VENDOR(SUB)
               MOVE '0' TO WS-CAND-VEND
           ELSE
               MOVE '1' TO WS-CAND-VEND
           END-IF.
           IF TBL-P-RCVD(SUB) < TBL-P-QTY(SUB)
               MOVE '0' TO WS-CAND-OPEN
           ELSE
               MOVE '1' TO WS-CAND-OPEN
           END-IF.
           STRING  TBL-P-NEED(SUB) (7:4)   DELIMITED BY SIZE
                   TBL-P-NEED(SUB) (1:2)   DELIMITED BY SIZE
                   TBL-P-NEED(SUB) (4:2)   DELIMITED BY SIZE
           INTO WS-CAND-NEED.
           IF WS-CAND-KEY < WS-BEST-KEY
               MOVE WS-CAND-KEY TO WS-BEST-KEY
               MOVE SUB TO WS-BEST-SUB
           END-IF.
       L4-BEST-PART-LINE-EXIT.
           EXIT.

       L4-POST-MATCHED.
           MOVE TBL-P-QTY(IDX-PO) TO O-PO-QTY.
           IF WS-LOC-CTR > 0
               SET IDX-LOC TO 1
               SEARCH LOC-TABLE
                   AT END
                       ADD 1 TO WS-NOLOC-CTR
                       MOVE 0 TO O-ON-HAND
                       MOVE 'LOCATION NOT ON FILE' TO O-STATUS
                       GO TO L4-POST-MATCHED-EXIT
                   WHEN TBL-L-CODE(IDX-LOC) = WS-RCPT-LOC
                       CONTINUE
               END-SEARCH
           END-IF.
           MOVE 'N' TO WS-NEW-REC.
           MOVE I-RCPT-PART TO I-INV-PART.
           MOVE WS-RCPT-LOC TO I-INV-LOC.
           READ INVENTORY-DATA
               INVALID KEY
                   MOVE 'Y' TO WS-NEW-REC
           END-READ.
           IF WS-NEW-REC = 'Y'
               PERFORM L5-NEW-LOCATION THRU L5-NEW-LOCATION-EXIT
               IF WS-NEW-REC = 'N'
                   ADD 1 TO WS-NOINV-CTR
                   MOVE 0 TO O-ON-HAND
                   MOVE 'PART NOT IN INVENTORY' TO O-STATUS
                   GO TO L4-POST-MATCHED-EXIT
               END-IF
           END-IF.
           MOVE 'QTY' TO WS-AUD-FIELD.
           MOVE I-INV-QTY TO WS-AUD-BEFORE.
           ADD I-RCPT-QTY TO I-INV-QTY.
           ADD I-RCPT-QTY TO I-INV-AVAIL.
           MOVE I-INV-AVAIL TO WS-AUD-AFTER.
           PERFORM L9-WRITE-AUDIT THRU L9-WRITE-AUDIT-EXIT.
           IF WS-NEW-REC = 'Y'
               WRITE INVENTORY-RECORD
               ADD 1 TO WS-NEWLOC-CTR
           ELSE
               REWRITE INVENTORY-RECORD
           END-IF.
           ADD I-RCPT-QTY TO TBL-P-RCVD(IDX-PO).
           MOVE I-INV-QTY TO O-ON-HAND.
           ADD 1 TO WS-MATCH-CTR.
           MOVE TBL-P-NEED(IDX-PO) TO O-RH-NEED-BY.
           MOVE I-RCPT-QTY TO O-RH-QTY.
           MOVE TBL-P-QTY(IDX-PO) TO O-RH-PO-QTY.
           MOVE TBL-P-NUMBER(IDX-PO) TO O-RH-PONUM.
           WRITE RCPTHIST-LN.
       L4-POST-MATCHED-EXIT.
           EXIT.

      *****************************************************************
      *    FIRST RECEIPT OF A PART INTO A LOCATION. THE PART MUST
      *    ALREADY BE STOCKED SOMEWHERE - THE NEW RECORD COPIES THE
      *    COST, VENDOR AND PLANNING FIELDS FROM ITS FIRST LOCATION
      *    RECORD AND STARTS WITH NOTHING ON HAND. WS-NEW-REC IS
      *    CLEARED WHEN THE PART IS NOT ON FILE AT ALL.
      *****************************************************************
       L5-NEW-LOCATION.
           MOVE I-RCPT-PART TO I-INV-PART.
           MOVE LOW-VALUES TO I-INV-LOC.
           START INVENTORY-DATA KEY IS NOT LESS THAN I-INV-KEY
               INVALID KEY
                   MOVE 'N' TO WS-NEW-REC
                   GO TO L5-NEW-LOCATION-EXIT
           END-START.
           READ INVENTORY-DATA NEXT RECORD
               AT END
                   MOVE 'N' TO WS-NEW-REC
                   GO TO L5-NEW-LOCATION-EXIT
           END-READ.
           IF I-INV-PART NOT = I-RCPT-PART
               MOVE 'N' TO WS-NEW-REC
               GO TO L5-NEW-LOCATION-EXIT
           END-IF.
           MOVE WS-RCPT-LOC TO I-INV-LOC.
           MOVE 0 TO I-INV-QTY I-INV-AVAIL I-INV-SHORT.
       L5-NEW-LOCATION-EXIT.
           EXIT.

      *****************************************************************
      *    LIST THE PO LINES THE RECEIPTS DID NOT FULLY COVER SO
      *    PURCHASING CAN CHASE THE UNDER SHIPMENTS.
               IF TBL-P-RCVD(SUB) < TBL-P-QTY(SUB)
                   ADD 1 TO WS-OPEN-CTR
                   MOVE TBL-P-PART(SUB) TO O-OPEN-PART
                   MOVE TBL-P-NUMBER(SUB) TO O-OPEN-PONUM
                   MOVE TBL-P-RCVD(SUB) TO O-OPEN-RCVD
                   MOVE TBL-P-QTY(SUB) TO O-OPEN-QTY
                   WRITE RPT1-LN FROM D2
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'RECEIPTS WRONG PART FOR PO:' TO O-TOT-DESC.
           MOVE WS-MISMATCH-CTR TO O-TOT-CTR.
           WRITE RPT1-LN FROM T1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'RECEIPTS WITH NO INVENTORY:' TO O-TOT-DESC.
           MOVE WS-NOINV-CTR TO O-TOT-CTR.
           WRITE RPT1-LN FROM T1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'RECEIPTS TO UNKNOWN LOCATION:' TO O-TOT-DESC.
           MOVE WS-NOLOC-CTR TO O-TOT-CTR.
           WRITE RPT1-LN FROM T1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'NEW LOCATION RECORDS ADDED:' TO O-TOT-DESC.
           MOVE WS-NEWLOC-CTR TO O-TOT-CTR.
           WRITE RPT1-LN FROM T1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'PO LINES STILL OPEN:' TO O-TOT-DESC.
           MOVE WS-OPEN-CTR TO O-TOT-CTR.
           WRITE RPT1-LN FROM T1

      *****************************************************************
      *    WRITE ONE INVENTORY AUDIT TRANSACTION - DATE, PROGRAM,
      *    PART, FIELD, THE BEFORE AND AFTER VALUES AND LOCATION.
      *    A MOVE THAT DID NOT CHANGE THE VALUE IS NOT LOGGED.
      *****************************************************************
       L9-WRITE-AUDIT.
           IF WS-AUD-BEFORE = WS-AUD-AFTER
           MOVE WS-AUD-FIELD TO O-AUD-FIELD.
           MOVE WS-AUD-BEFORE TO O-AUD-BEFORE.
           MOVE WS-AUD-AFTER TO O-AUD-AFTER.
           MOVE I-INV-LOC TO O-AUD-LOC.
           WRITE AUDIT-LN.
       L9-WRITE-AUDIT-EXIT.
           EXIT.
