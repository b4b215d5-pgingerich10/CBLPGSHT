       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 XFERPOST.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    THIS PROGRAM POSTS STOCK TRANSFERS BETWEEN STOCKING
      *    LOCATIONS TO THE INDEXED INVENTORY FILE. EACH TRANSFER
      *    NAMES A PART, THE LOCATION IT COMES FROM, THE LOCATION IT
      *    GOES TO AND THE QUANTITY MOVED - A BLANK LOCATION IS THE
      *    MAIN STOCKROOM, STK. ON HAND AND AVAILABLE COME OFF THE
      *    FROM LOCATION AND GO ON THE TO LOCATION TOGETHER, AND
      *    EVERY CHANGE IS LOGGED TO THE INVENTORY AUDIT FILE UNDER
      *    THE LOCATION IT WAS MADE IN. THE FIRST TRANSFER OF A PART
      *    INTO A NEW LOCATION CREATES THE INVENTORY RECORD FOR THAT
      *    LOCATION, TAKING THE COST, VENDOR AND PLANNING FIELDS
      *    FROM THE FROM LOCATION'S RECORD.
      *
      *    THE SHORTAGE RUN'S TRANSFER RECOMMENDATION REPORT IS THE
      *    USUAL SOURCE OF THESE TRANSACTIONS. THE RUN PRINTS A
      *    TRANSFER REGISTER. REJECTED TRANSFERS GO TO A REJECT FILE
      *    WITH A REASON CODE AND THE RETURN CODE IS SET TO 8.
      *
      *    REJECT REASON CODES:
      *        01 - NON NUMERIC QUANTITY
      *        03 - PART NOT IN INVENTORY AT FROM LOCATION
      *        19 - LOCATION NOT ON LOCATION MASTER
      *        20 - FROM AND TO LOCATION THE SAME
      *        23 - QUANTITY ZERO OR MORE THAN ON HAND AT FROM
      *             LOCATION
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT XFER-DATA
               ASSIGN TO "XFERTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFR-STATUS.

           SELECT INVENTORY-DATA
               ASSIGN TO "INVENTORY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS I-INV-KEY
               FILE STATUS IS WS-INV-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "INVAUDIT.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT OPTIONAL LOCATION-MASTER
               ASSIGN TO "LOCATION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOC-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO "XFERREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT PRTOUT1
               ASSIGN TO "XFERPOST.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  XFER-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS XFER-RECORD.

       01  XFER-RECORD.
           05  I-XFR-PART          PIC X(5).
           05  I-XFR-FROM          PIC X(3).
           05  I-XFR-TO            PIC X(3).
           05  I-XFR-QTY           PIC 9(5).
           05  I-XFR-DATE          PIC X(10).

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

       FD  REJECT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS REJECT-RECORD.

       01  REJECT-RECORD.
           05  O-REJ-REASON        PIC X(2).
           05  O-REJ-IMAGE         PIC X(26).

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

       01  FILE-STATUS-AREA.
           05  WS-XFR-STATUS       PIC XX          VALUE SPACES.
           05  WS-INV-STATUS       PIC XX          VALUE SPACES.
           05  WS-AUD-STATUS       PIC XX          VALUE SPACES.
           05  WS-LOC-STATUS       PIC XX          VALUE SPACES.
           05  WS-REJ-STATUS       PIC XX          VALUE SPACES.

       01  POST-COUNTERS.
           05  WS-XFR-READ         PIC 9(5)        VALUE 0.
           05  WS-XFR-POSTED       PIC 9(5)        VALUE 0.
           05  WS-XFR-REJ          PIC 9(5)        VALUE 0.
           05  WS-NEWLOC-CTR       PIC 9(5)        VALUE 0.
           05  WS-QTY-MOVED        PIC 9(7)        VALUE 0.

       01  LOCATION-WORK-AREA.
           05  WS-FROM-LOC         PIC X(3)        VALUE SPACES.
           05  WS-TO-LOC           PIC X(3)        VALUE SPACES.
           05  WS-NEW-REC          PIC X           VALUE 'N'.
           05  WS-LOC-FOUND        PIC X           VALUE 'N'.
           05  WS-CHK-LOC          PIC X(3)        VALUE SPACES.
           05  WS-NEW-AVAIL        PIC S9(7)       VALUE 0.

       01  LOC-FILE-DATA.
           05  WS-LOC-CTR          PIC 9(3)        VALUE 0.
           05  MAX-LOC-SIZE        PIC 9(3)        VALUE 50.
           05  LOC-TABLE OCCURS 50 TIMES INDEXED BY IDX-LOC.
               10  TBL-L-CODE      PIC X(3).
               10  TBL-L-NAME      PIC X(20).
               10  TBL-L-PROD      PIC X(1).
               10  TBL-L-PRIORITY  PIC 9(2).

       01  WK-FROM-HOLD            PIC X(49)       VALUE SPACES.

       01  AUDIT-WORK-AREA.
           05  WS-AUD-FIELD        PIC X(5)        VALUE SPACES.
           05  WS-AUD-BEFORE       PIC S9(5)       VALUE 0.
           05  WS-AUD-AFTER        PIC S9(5)       VALUE 0.

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
           05  FILLER              PIC X(30)   VALUE
                               'STOCK TRANSFER REGISTER'.

       01  RPT1-COL-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(12)   VALUE 'DATE'.
           05  FILLER              PIC X(7)    VALUE 'PART'.
           05  FILLER              PIC X(6)    VALUE 'FROM'.
           05  FILLER              PIC X(5)    VALUE 'TO'.
           05  FILLER              PIC X(9)    VALUE 'QTY'.
           05  FILLER              PIC X(9)    VALUE 'FROM O/H'.
           05  FILLER              PIC X(9)    VALUE 'TO O/H'.
           05  FILLER              PIC X(10)   VALUE 'STATUS'.

       01  D1.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-DATE          PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-PART          PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-FROM          PIC X(3).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-DET-TO            PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-QTY           PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-DET-FROM-OH       PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-DET-TO-OH         PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-DET-STATUS        PIC X(21).

       01  T1.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-TOT-DESC          PIC X(30).
           05  O-TOT-CTR           PIC Z,ZZZ,ZZ9.

       01  CLEAN-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(42)   VALUE
                       'ALL TRANSFERS POSTED'.

       01  DIRTY-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(48)   VALUE
               'REJECTS PRESENT - REVIEW XFERREJ.DAT'.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.

       L1-XFERPOST.
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
           PERFORM L3-OPENS THRU L3-OPENS-EXIT.
           PERFORM L3-LOAD-LOC THRU L3-LOAD-LOC-EXIT.
           PERFORM L9-RPT1-HDGS THRU L9-RPT1-HDGS-EXIT.
           READ XFER-DATA
               AT END MOVE 'N' TO MORE-RECS.
           IF WS-XFR-STATUS NOT = '00' AND WS-XFR-STATUS NOT = '10'
               DISPLAY 'ERROR - UNABLE TO READ XFERTRAN.DAT - '
                       'FILE STATUS ' WS-XFR-STATUS
               CLOSE XFER-DATA INVENTORY-DATA AUDIT-FILE
                     REJECT-FILE PRTOUT1
               STOP RUN
           END-IF.
       L2-INIT-EXIT.
           EXIT.

       L2-MAINLINE.
           ADD 1 TO WS-XFR-READ.
           PERFORM L3-POST-XFER THRU L3-POST-XFER-EXIT.
           READ XFER-DATA
               AT END MOVE 'N' TO MORE-RECS.
           IF WS-XFR-STATUS NOT = '00' AND WS-XFR-STATUS NOT = '10'
               DISPLAY 'ERROR - UNABLE TO READ XFERTRAN.DAT - '
                       'FILE STATUS ' WS-XFR-STATUS
               CLOSE XFER-DATA INVENTORY-DATA AUDIT-FILE
                     REJECT-FILE PRTOUT1
               STOP RUN
           END-IF.
       L2-MAINLINE-EXIT.
           EXIT.

       L2-CLOSINGS.
           PERFORM L3-WRITE-TOTALS THRU L3-WRITE-TOTALS-EXIT.
           CLOSE XFER-DATA INVENTORY-DATA AUDIT-FILE
                 REJECT-FILE PRTOUT1.
           IF WS-XFR-REJ > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       L2-CLOSINGS-EXIT.
           EXIT.

       L3-OPENS.
           OPEN INPUT XFER-DATA.
           IF WS-XFR-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN XFERTRAN.DAT - '
                       'FILE STATUS ' WS-XFR-STATUS
               STOP RUN
           END-IF.
           OPEN I-O INVENTORY-DATA.
           IF WS-INV-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN INVENTORY.IDX - '
                       'FILE STATUS ' WS-INV-STATUS
               CLOSE XFER-DATA
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUD-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN INVAUDIT.DAT - '
                       'FILE STATUS ' WS-AUD-STATUS
               CLOSE XFER-DATA INVENTORY-DATA
               STOP RUN
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF WS-REJ-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN XFERREJ.DAT - '
                       'FILE STATUS ' WS-REJ-STATUS
               CLOSE XFER-DATA INVENTORY-DATA AUDIT-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRTOUT1.
       L3-OPENS-EXIT.
           EXIT.

      *****************************************************************
      *    LOAD THE LOCATION MASTER. IT IS OPTIONAL - WITH NO MASTER
      *    ANY LOCATION CODE ON A TRANSFER IS ACCEPTED.
      *****************************************************************
       L3-LOAD-LOC.
           OPEN INPUT LOCATION-MASTER.
           IF WS-LOC-STATUS NOT = '00' AND WS-LOC-STATUS NOT = '05'
               DISPLAY 'ERROR - UNABLE TO OPEN LOCATION.DAT - '
                       'FILE STATUS ' WS-LOC-STATUS
               CLOSE XFER-DATA INVENTORY-DATA AUDIT-FILE
                     REJECT-FILE PRTOUT1
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
               CLOSE XFER-DATA INVENTORY-DATA AUDIT-FILE
                     REJECT-FILE PRTOUT1 LOCATION-MASTER
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
      *    EDIT AND POST ONE TRANSFER. THE FROM LOCATION MUST HOLD
      *    THE PART AND HAVE AT LEAST THE QUANTITY MOVED ON HAND.
      *    AVAILABLE AT THE FROM LOCATION FLOORS AT ZERO RATHER THAN
      *    WRAPPING THE UNSIGNED FIELD WHEN PART OF WHAT MOVES WAS
      *    ALREADY COMMITTED BY THE SHORTAGE RUN.
      *****************************************************************
       L3-POST-XFER.
           MOVE I-XFR-FROM TO WS-FROM-LOC.
           IF WS-FROM-LOC = SPACES
               MOVE 'STK' TO WS-FROM-LOC
           END-IF.
           MOVE I-XFR-TO TO WS-TO-LOC.
           IF WS-TO-LOC = SPACES
               MOVE 'STK' TO WS-TO-LOC
           END-IF.
           MOVE I-XFR-DATE TO O-DET-DATE.
           MOVE I-XFR-PART TO O-DET-PART.
           MOVE WS-FROM-LOC TO O-DET-FROM.
           MOVE WS-TO-LOC TO O-DET-TO.
           MOVE 0 TO O-DET-QTY O-DET-FROM-OH O-DET-TO-OH.
           IF I-XFR-QTY IS NOT NUMERIC
               MOVE '01' TO O-REJ-REASON
               MOVE 'REJ 01 - QTY NOT NUM' TO O-DET-STATUS
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               GO TO L3-POST-XFER-EXIT
           END-IF.
           MOVE I-XFR-QTY TO O-DET-QTY.
           IF WS-FROM-LOC = WS-TO-LOC
               MOVE '20' TO O-REJ-REASON
               MOVE 'REJ 20 - SAME LOC' TO O-DET-STATUS
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               GO TO L3-POST-XFER-EXIT
           END-IF.
           MOVE WS-FROM-LOC TO WS-CHK-LOC.
           PERFORM L9-CHECK-LOC THRU L9-CHECK-LOC-EXIT.
           IF WS-LOC-FOUND = 'Y'
               MOVE WS-TO-LOC TO WS-CHK-LOC
               PERFORM L9-CHECK-LOC THRU L9-CHECK-LOC-EXIT
           END-IF.
           IF WS-LOC-FOUND = 'N'
               MOVE '19' TO O-REJ-REASON
               MOVE 'REJ 19 - LOC NOT ON FILE' TO O-DET-STATUS
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               GO TO L3-POST-XFER-EXIT
           END-IF.
           MOVE I-XFR-PART TO I-INV-PART.
           MOVE WS-FROM-LOC TO I-INV-LOC.
           READ INVENTORY-DATA
               INVALID KEY
                   MOVE '03' TO O-REJ-REASON
                   MOVE 'REJ 03 - NOT AT FROM' TO O-DET-STATUS
                   PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
                   GO TO L3-POST-XFER-EXIT
           END-READ.
           IF I-XFR-QTY = 0 OR I-XFR-QTY > I-INV-QTY
               MOVE I-INV-QTY TO O-DET-FROM-OH
               MOVE '23' TO O-REJ-REASON
               MOVE 'REJ 23 - QTY INVALID' TO O-DET-STATUS
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               GO TO L3-POST-XFER-EXIT
           END-IF.
           PERFORM L4-POST-FROM THRU L4-POST-FROM-EXIT.
           PERFORM L4-POST-TO THRU L4-POST-TO-EXIT.
           ADD 1 TO WS-XFR-POSTED.
           ADD I-XFR-QTY TO WS-QTY-MOVED.
           MOVE 'POSTED' TO O-DET-STATUS.
           PERFORM L9-WRITE-DETAIL THRU L9-WRITE-DETAIL-EXIT.
       L3-POST-XFER-EXIT.
           EXIT.

       L4-POST-FROM.
           MOVE INVENTORY-RECORD TO WK-FROM-HOLD.
           MOVE 'QTY' TO WS-AUD-FIELD.
           MOVE I-INV-QTY TO WS-AUD-BEFORE.
           SUBTRACT I-XFR-QTY FROM I-INV-QTY.
           MOVE I-INV-QTY TO WS-AUD-AFTER.
           PERFORM L9-WRITE-AUDIT THRU L9-WRITE-AUDIT-EXIT.
           MOVE 'AVAIL' TO WS-AUD-FIELD.
           MOVE I-INV-AVAIL TO WS-AUD-BEFORE.
           COMPUTE WS-NEW-AVAIL = I-INV-AVAIL - I-XFR-QTY.
           IF WS-NEW-AVAIL IS NEGATIVE
               MOVE ZERO TO I-INV-AVAIL
           ELSE
               MOVE WS-NEW-AVAIL TO I-INV-AVAIL
           END-IF.
           MOVE I-INV-AVAIL TO WS-AUD-AFTER.
           PERFORM L9-WRITE-AUDIT THRU L9-WRITE-AUDIT-EXIT.
           REWRITE INVENTORY-RECORD.
           MOVE I-INV-QTY TO O-DET-FROM-OH.
       L4-POST-FROM-EXIT.
           EXIT.

      *****************************************************************
      *    PUT THE TRANSFER AWAY AT THE TO LOCATION. WHEN THE PART IS
      *    NOT YET STOCKED THERE THE NEW RECORD IS COPIED FROM THE
      *    FROM LOCATION'S RECORD AND STARTS WITH NOTHING ON HAND.
      *****************************************************************
       L4-POST-TO.
           MOVE 'N' TO WS-NEW-REC.
           MOVE I-XFR-PART TO I-INV-PART.
           MOVE WS-TO-LOC TO I-INV-LOC.
           READ INVENTORY-DATA
               INVALID KEY
                   MOVE 'Y' TO WS-NEW-REC
           END-READ.
           IF WS-NEW-REC = 'Y'
               MOVE WK-FROM-HOLD TO INVENTORY-RECORD
               MOVE WS-TO-LOC TO I-INV-LOC
               MOVE 0 TO I-INV-QTY I-INV-AVAIL I-INV-SHORT
           END-IF.
           MOVE 'QTY' TO WS-AUD-FIELD.
           MOVE I-INV-QTY TO WS-AUD-BEFORE.
           ADD I-XFR-QTY TO I-INV-QTY.
           MOVE I-INV-QTY TO WS-AUD-AFTER.
           PERFORM L9-WRITE-AUDIT THRU L9-WRITE-AUDIT-EXIT.
           MOVE 'AVAIL' TO WS-AUD-FIELD.
           MOVE I-INV-AVAIL TO WS-AUD-BEFORE.
           ADD I-XFR-QTY TO I-INV-AVAIL.
           MOVE I-INV-AVAIL TO WS-AUD-AFTER.
           PERFORM L9-WRITE-AUDIT THRU L9-WRITE-AUDIT-EXIT.
           IF WS-NEW-REC = 'Y'
               WRITE INVENTORY-RECORD
               ADD 1 TO WS-NEWLOC-CTR
           ELSE
               REWRITE INVENTORY-RECORD
           END-IF.
           MOVE I-INV-QTY TO O-DET-TO-OH.
       L4-POST-TO-EXIT.
           EXIT.

      *****************************************************************
      *    CHECK WS-CHK-LOC AGAINST THE LOCATION MASTER. WITH NO
      *    MASTER LOADED EVERY LOCATION IS ACCEPTED.
      *****************************************************************
       L9-CHECK-LOC.
           MOVE 'Y' TO WS-LOC-FOUND.
           IF WS-LOC-CTR = 0
               GO TO L9-CHECK-LOC-EXIT
           END-IF.
           SET IDX-LOC TO 1.
           SEARCH LOC-TABLE
               AT END
                   MOVE 'N' TO WS-LOC-FOUND
               WHEN TBL-L-CODE(IDX-LOC) = WS-CHK-LOC
                   CONTINUE
           END-SEARCH.
       L9-CHECK-LOC-EXIT.
           EXIT.

       L9-WRITE-REJECT.
           ADD 1 TO WS-XFR-REJ.
           MOVE XFER-RECORD TO O-REJ-IMAGE.
           WRITE REJECT-RECORD.
           PERFORM L9-WRITE-DETAIL THRU L9-WRITE-DETAIL-EXIT.
       L9-WRITE-REJECT-EXIT.
           EXIT.

       L9-WRITE-DETAIL.
           WRITE RPT1-LN FROM D1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
       L9-WRITE-DETAIL-EXIT.
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
           MOVE 'XFERPOST' TO O-AUD-PGM.
           MOVE I-INV-PART TO O-AUD-PART.
           MOVE WS-AUD-FIELD TO O-AUD-FIELD.
           MOVE WS-AUD-BEFORE TO O-AUD-BEFORE.
           MOVE WS-AUD-AFTER TO O-AUD-AFTER.
           MOVE I-INV-LOC TO O-AUD-LOC.
           WRITE AUDIT-LN.
       L9-WRITE-AUDIT-EXIT.
           EXIT.

       L3-WRITE-TOTALS.
           WRITE RPT1-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'TRANSFERS READ:' TO O-TOT-DESC.
           MOVE WS-XFR-READ TO O-TOT-CTR.
           WRITE RPT1-LN FROM T1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'TRANSFERS POSTED:' TO O-TOT-DESC.
           MOVE WS-XFR-POSTED TO O-TOT-CTR.
           WRITE RPT1-LN FROM T1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'TRANSFERS REJECTED:' TO O-TOT-DESC.
           MOVE WS-XFR-REJ TO O-TOT-CTR.
           WRITE RPT1-LN FROM T1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'NEW PART/LOCATIONS CREATED:' TO O-TOT-DESC.
           MOVE WS-NEWLOC-CTR TO O-TOT-CTR.
           WRITE RPT1-LN FROM T1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'TOTAL QUANTITY MOVED:' TO O-TOT-DESC.
           MOVE WS-QTY-MOVED TO O-TOT-CTR.
           WRITE RPT1-LN FROM T1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           WRITE RPT1-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           IF WS-XFR-REJ = 0
               WRITE RPT1-LN FROM CLEAN-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP PERFORM L9-RPT1-HDGS
               END-WRITE
           ELSE
               WRITE RPT1-LN FROM DIRTY-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP PERFORM L9-RPT1-HDGS
               END-WRITE
           END-IF.
       L3-WRITE-TOTALS-EXIT.
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
