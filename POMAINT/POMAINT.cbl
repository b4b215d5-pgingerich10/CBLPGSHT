       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 POMAINT.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    THIS PROGRAM IS THE BATCH MAINTENANCE RUN FOR THE OPEN PO
      *    FILE. PURCHASING USES IT TO CHANGE THE QUANTITY OR THE
      *    NEED BY DATE OF AN OPEN PO LINE, OR TO CANCEL THE LINE,
      *    INSTEAD OF HAND EDITING THE FILE THE SHORTAGE RUN AND THE
      *    RECEIPTS RUN BOTH DEPEND ON. EVERY TRANSACTION NAMES THE
      *    PO NUMBER ASSIGNED BY THE SHORTAGE RUN. THE RUN PRINTS AN
      *    UPDATE REGISTER WITH THE BEFORE AND AFTER IMAGE OF EVERY
      *    LINE TOUCHED. REJECTED TRANSACTIONS GO TO A REJECT FILE
      *    WITH A REASON CODE AND THE RETURN CODE IS SET TO 8 SO THE
      *    FILE IS ONLY RELEASED FROM A CLEAN RUN.
      *
      *    A QUANTITY CHANGE MAY NOT GO BELOW WHAT HAS ALREADY BEEN
      *    RECEIVED. A CHANGE DOWN TO EXACTLY THE RECEIVED QUANTITY
      *    CLOSES THE LINE, AND A CANCEL DROPS WHATEVER IS STILL OPEN.
      *    CLOSED AND CANCELLED LINES ARE LEFT OFF THE REWRITTEN FILE
      *    THE SAME WAY THE RECEIPTS RUN DROPS FULLY RECEIVED LINES.
      *
      *    TRANSACTION LAYOUT - ACTION, PO NUMBER, PART, NEW QUANTITY,
      *    NEW NEED BY DATE:
      *        ACTION  Q = CHANGE QUANTITY      (NEW QUANTITY USED)
      *                N = CHANGE NEED BY DATE  (NEW NEED BY USED)
      *                X = CANCEL THE LINE
      *        PART    OPTIONAL - WHEN PRESENT IT MUST BE THE PART ON
      *                THE PO LINE, A GUARD AGAINST A MISKEYED NUMBER.
      *
      *    REJECT REASON CODES:
      *        01 - NON NUMERIC PO NUMBER OR QUANTITY
      *        07 - INVALID NEED BY DATE
      *        08 - PO LINE NOT FOUND
      *        10 - INVALID ACTION CODE
      *        21 - QUANTITY ZERO OR BELOW QUANTITY RECEIVED
      *        22 - PART DOES NOT MATCH PO LINE
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANS-DATA
               ASSIGN TO "POTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.

           SELECT OPTIONAL OPENPO-FILE
               ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO "POMREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT PRTOUT1
               ASSIGN TO "POMAINT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TRANS-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TRANS-RECORD.

       01  TRANS-RECORD.
           05  I-TRN-ACTION        PIC X(1).
           05  I-TRN-IMAGE         PIC X(79).
           05  I-TRN-PO-R REDEFINES I-TRN-IMAGE.
               10  T-PONUM         PIC 9(6).
               10  T-PART          PIC X(5).
               10  T-NEW-QTY       PIC 9(5).
               10  T-NEW-NEED      PIC X(10).
               10  T-NEW-NEED-R REDEFINES T-NEW-NEED.
                   15  T-NEED-MM   PIC 99.
                   15  FILLER      PIC X.
                   15  T-NEED-DD   PIC 99.
                   15  FILLER      PIC X.
                   15  T-NEED-YY   PIC 9(4).
               10  FILLER          PIC X(53).

       FD  OPENPO-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS OPENPO-LN.

       01  OPENPO-LN               PIC X(36).

       FD  REJECT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS REJECT-RECORD.

       01  REJECT-RECORD.
           05  O-REJ-ACTION        PIC X(1).
           05  O-REJ-REASON        PIC X(2).
           05  O-REJ-IMAGE         PIC X(79).

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
           05  SUB                 PIC 9(4)        VALUE 1.
           05  SUB3                PIC 9(4)        VALUE 1.
           05  WS-FOUND-SUB        PIC 9(4)        VALUE 0.

       01  FILE-STATUS-AREA.
           05  WS-TRN-STATUS       PIC XX          VALUE SPACES.
           05  WS-PO-STATUS        PIC XX          VALUE SPACES.
           05  WS-REJ-STATUS       PIC XX          VALUE SPACES.

       01  MAINT-COUNTERS.
           05  WS-TRN-READ         PIC 9(5)        VALUE 0.
           05  WS-TRN-APPLIED      PIC 9(5)        VALUE 0.
           05  WS-TRN-REJ          PIC 9(5)        VALUE 0.
           05  WS-QTY-APPLIED      PIC 9(5)        VALUE 0.
           05  WS-NEED-APPLIED     PIC 9(5)        VALUE 0.
           05  WS-CANCEL-APPLIED   PIC 9(5)        VALUE 0.
           05  WS-PO-WRITTEN       PIC 9(5)        VALUE 0.

      *****************************************************************
      *    THE OPEN PO LINES ARE HELD AS RAW IMAGES SO AN UNTOUCHED
      *    LINE WRITES BACK BYTE FOR BYTE THE WAY IT CAME IN. THE
      *    REDEFINITION GIVES THE FIELD VIEW FOR THE EDITS.
      *****************************************************************
       01  PO-FILE-DATA.
           05  WS-PO-CTR           PIC 9(4)        VALUE 0.
           05  MAX-PO-SIZE         PIC 9(4)        VALUE 2000.
           05  PO-TABLE OCCURS 2000 TIMES.
               10  TBL-PO-REC      PIC X(36).
               10  TBL-PO-R REDEFINES TBL-PO-REC.
                   15  TBL-PO-PART     PIC X(5).
                   15  TBL-PO-QTY      PIC 9(5).
                   15  TBL-PO-RCVD     PIC 9(5).
                   15  TBL-PO-NEED     PIC X(10).
                   15  TBL-PO-VENDOR   PIC X(5).
                   15  TBL-PO-NUMBER   PIC 9(6).

       01  IMAGE-WORK-AREA.
           05  WS-BEFORE-IMAGE     PIC X(36)       VALUE SPACES.
           05  WS-AFTER-IMAGE      PIC X(36)       VALUE SPACES.
           05  WS-PRINT-IMAGE      PIC X(36)       VALUE SPACES.
           05  WS-PRINT-LABEL      PIC X(8)        VALUE SPACES.

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
                               'OPEN PO FILE UPDATE REGISTER'.

       01  RPT1-COL-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(3)    VALUE 'ACT'.
           05  FILLER              PIC X(16)   VALUE '  PO NO  PART'.
           05  FILLER              PIC X(12)   VALUE 'STATUS'.
           05  FILLER              PIC X(11)   VALUE 'DESCRIPTION'.

       01  D1.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-ACTION        PIC X(1).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  O-DET-PONUM         PIC X(6).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-DET-PART          PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-STATUS        PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-DESC          PIC X(40).

       01  D2.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  O-IMG-LABEL         PIC X(8).
           05  O-IMG-TEXT          PIC X(66).

       01  T1.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  O-TOT-DESC          PIC X(30).
           05  O-TOT-CTR           PIC ZZ,ZZ9.

       01  CLEAN-LINE.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  FILLER              PIC X(42)   VALUE
                       'ALL TRANSACTIONS APPLIED - FILES RELEASED'.

       01  DIRTY-LINE.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  FILLER              PIC X(48)   VALUE
               'REJECTS PRESENT - REVIEW REGISTER BEFORE RELEASE'.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.

       L1-POMAINT.
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
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > MAX-PO-SIZE
               MOVE SPACES TO TBL-PO-REC(SUB).
           MOVE 1 TO SUB.
           PERFORM L3-OPENS THRU L3-OPENS-EXIT.
           PERFORM L3-LOAD-OPENPO THRU L3-LOAD-OPENPO-EXIT.
           PERFORM L9-RPT1-HDGS THRU L9-RPT1-HDGS-EXIT.
           READ TRANS-DATA
               AT END MOVE 'N' TO MORE-RECS.
           IF WS-TRN-STATUS NOT = '00' AND WS-TRN-STATUS NOT = '10'
               DISPLAY 'ERROR - UNABLE TO READ POTRANS.DAT - '
                       'FILE STATUS ' WS-TRN-STATUS
               CLOSE TRANS-DATA REJECT-FILE PRTOUT1
               STOP RUN
           END-IF.
       L2-INIT-EXIT.
           EXIT.

       L2-MAINLINE.
           ADD 1 TO WS-TRN-READ.
           PERFORM L3-APPLY-TRANS THRU L3-APPLY-TRANS-EXIT.
           READ TRANS-DATA
               AT END MOVE 'N' TO MORE-RECS.
           IF WS-TRN-STATUS NOT = '00' AND WS-TRN-STATUS NOT = '10'
               DISPLAY 'ERROR - UNABLE TO READ POTRANS.DAT - '
                       'FILE STATUS ' WS-TRN-STATUS
               CLOSE TRANS-DATA REJECT-FILE PRTOUT1
               STOP RUN
           END-IF.
       L2-MAINLINE-EXIT.
           EXIT.

       L2-CLOSINGS.
           CLOSE TRANS-DATA.
           PERFORM L3-WRITE-OPENPO THRU L3-WRITE-OPENPO-EXIT.
           PERFORM L3-WRITE-TOTALS THRU L3-WRITE-TOTALS-EXIT.
           CLOSE REJECT-FILE PRTOUT1.
           IF WS-TRN-REJ > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       L2-CLOSINGS-EXIT.
           EXIT.

       L3-OPENS.
           OPEN INPUT TRANS-DATA.
           IF WS-TRN-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN POTRANS.DAT - '
                       'FILE STATUS ' WS-TRN-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF WS-REJ-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN POMREJ.DAT - '
                       'FILE STATUS ' WS-REJ-STATUS
               CLOSE TRANS-DATA
               STOP RUN
           END-IF.
           OPEN OUTPUT PRTOUT1.
       L3-OPENS-EXIT.
           EXIT.

      *****************************************************************
      *    LOAD THE OPEN PO FILE INTO THE WORK TABLE. THE FILE IS
      *    OPTIONAL - WITH NO OPEN POS EVERY TRANSACTION REJECTS AS
      *    NOT FOUND.
      *****************************************************************
       L3-LOAD-OPENPO.
           OPEN INPUT OPENPO-FILE.
           IF WS-PO-STATUS NOT = '00' AND WS-PO-STATUS NOT = '05'
               DISPLAY 'ERROR - UNABLE TO OPEN OPENPO.DAT - '
                       'FILE STATUS ' WS-PO-STATUS
               CLOSE TRANS-DATA REJECT-FILE PRTOUT1
               STOP RUN
           END-IF.
           READ OPENPO-FILE
               AT END MOVE 'N' TO MORE-RECS.
           IF WS-PO-STATUS NOT = '00' AND WS-PO-STATUS NOT = '10'
               DISPLAY 'ERROR - UNABLE TO READ OPENPO.DAT - '
                       'FILE STATUS ' WS-PO-STATUS
               CLOSE TRANS-DATA REJECT-FILE PRTOUT1 OPENPO-FILE
               STOP RUN
           END-IF.
           PERFORM L4-READ-OPENPO THRU L4-READ-OPENPO-EXIT
               UNTIL NO-MORE-RECS.
           CLOSE OPENPO-FILE.
           MOVE 'Y' TO MORE-RECS.
       L3-LOAD-OPENPO-EXIT.
           EXIT.

       L4-READ-OPENPO.
           IF WS-PO-CTR >= MAX-PO-SIZE
               DISPLAY 'ERROR - OPEN PO TABLE CAPACITY EXCEEDED, '
                       'CONTACT OPS'
               CLOSE TRANS-DATA REJECT-FILE PRTOUT1 OPENPO-FILE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PO-CTR.
           MOVE OPENPO-LN TO TBL-PO-REC(WS-PO-CTR).
           READ OPENPO-FILE
               AT END MOVE 'N' TO MORE-RECS.
           IF WS-PO-STATUS NOT = '00' AND WS-PO-STATUS NOT = '10'
               DISPLAY 'ERROR - UNABLE TO READ OPENPO.DAT - '
                       'FILE STATUS ' WS-PO-STATUS
               CLOSE TRANS-DATA REJECT-FILE PRTOUT1 OPENPO-FILE
               STOP RUN
           END-IF.
       L4-READ-OPENPO-EXIT.
           EXIT.

      *****************************************************************
      *    VALIDATE AND APPLY ONE TRANSACTION. THE ACTION CODE AND
      *    THE PO NUMBER ARE CHECKED HERE, THEN THE PO LINE IS FOUND
      *    AND THE ACTION PARAGRAPH EDITS AND APPLIES THE CHANGE.
      *****************************************************************
       L3-APPLY-TRANS.
           MOVE SPACES TO WS-BEFORE-IMAGE WS-AFTER-IMAGE.
           MOVE I-TRN-IMAGE(1:6) TO O-DET-PONUM.
           MOVE T-PART TO O-DET-PART.
           IF I-TRN-ACTION NOT = 'Q' AND I-TRN-ACTION NOT = 'N'
               AND I-TRN-ACTION NOT = 'X'
               MOVE '10' TO O-REJ-REASON
               MOVE 'INVALID ACTION CODE' TO O-DET-DESC
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               GO TO L3-APPLY-TRANS-EXIT
           END-IF.
           IF T-PONUM IS NOT NUMERIC OR T-PONUM = 0
               MOVE '01' TO O-REJ-REASON
               MOVE 'NON NUMERIC PO NUMBER' TO O-DET-DESC
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               GO TO L3-APPLY-TRANS-EXIT
           END-IF.
           PERFORM L9-FIND-PO-LINE THRU L9-FIND-PO-LINE-EXIT.
           IF WS-FOUND-SUB = 0
               MOVE '08' TO O-REJ-REASON
               MOVE 'PO LINE NOT FOUND' TO O-DET-DESC
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               GO TO L3-APPLY-TRANS-EXIT
           END-IF.
           IF T-PART NOT = SPACES
               AND T-PART NOT = TBL-PO-PART(WS-FOUND-SUB)
               MOVE '22' TO O-REJ-REASON
               MOVE 'PART DOES NOT MATCH PO LINE' TO O-DET-DESC
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               GO TO L3-APPLY-TRANS-EXIT
           END-IF.
           MOVE TBL-PO-PART(WS-FOUND-SUB) TO O-DET-PART.
           MOVE TBL-PO-REC(WS-FOUND-SUB) TO WS-BEFORE-IMAGE.
           EVALUATE I-TRN-ACTION
               WHEN 'Q'
                   PERFORM L4-CHANGE-QTY THRU L4-CHANGE-QTY-EXIT
               WHEN 'N'
                   PERFORM L4-CHANGE-NEED THRU L4-CHANGE-NEED-EXIT
               WHEN 'X'
                   PERFORM L4-CANCEL-LINE THRU L4-CANCEL-LINE-EXIT
           END-EVALUATE.
       L3-APPLY-TRANS-EXIT.
           EXIT.

      *****************************************************************
      *    CHANGE THE ORDERED QUANTITY. THE NEW QUANTITY MAY NOT BE
      *    ZERO - USE A CANCEL - AND MAY NOT BE LESS THAN WHAT HAS
      *    ALREADY COME IN. A QUANTITY EQUAL TO THE RECEIVED QUANTITY
      *    CLOSES THE LINE.
      *****************************************************************
       L4-CHANGE-QTY.
           IF T-NEW-QTY IS NOT NUMERIC
               MOVE '01' TO O-REJ-REASON
               MOVE 'NON NUMERIC QUANTITY' TO O-DET-DESC
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               GO TO L4-CHANGE-QTY-EXIT
           END-IF.
           IF T-NEW-QTY = 0
               OR T-NEW-QTY < TBL-PO-RCVD(WS-FOUND-SUB)
               MOVE '21' TO O-REJ-REASON
               MOVE 'QUANTITY ZERO OR BELOW RECEIVED' TO O-DET-DESC
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               GO TO L4-CHANGE-QTY-EXIT
           END-IF.
           MOVE T-NEW-QTY TO TBL-PO-QTY(WS-FOUND-SUB).
           MOVE TBL-PO-REC(WS-FOUND-SUB) TO WS-AFTER-IMAGE.
           IF TBL-PO-QTY(WS-FOUND-SUB) = TBL-PO-RCVD(WS-FOUND-SUB)
               MOVE 'LINE CLOSED - QTY EQUALS RECEIVED' TO O-DET-DESC
           ELSE
               MOVE SPACES TO O-DET-DESC
           END-IF.
           ADD 1 TO WS-QTY-APPLIED.
           PERFORM L9-WRITE-REGISTER THRU L9-WRITE-REGISTER-EXIT.
       L4-CHANGE-QTY-EXIT.
           EXIT.

      *****************************************************************
      *    CHANGE THE NEED BY DATE. THE DATE GETS THE SAME CHECK THE
      *    FRONT END EDIT GIVES AN ORDER DUE DATE.
      *****************************************************************
       L4-CHANGE-NEED.
           IF T-NEW-NEED(3:1) NOT = '/' OR T-NEW-NEED(6:1) NOT = '/'
               OR T-NEED-MM IS NOT NUMERIC
               OR T-NEED-DD IS NOT NUMERIC
               OR T-NEED-YY IS NOT NUMERIC
               OR T-NEED-MM < 01 OR T-NEED-MM > 12
               OR T-NEED-DD < 01 OR T-NEED-DD > 31
               MOVE '07' TO O-REJ-REASON
               MOVE 'INVALID NEED BY DATE' TO O-DET-DESC
               PERFORM L9-WRITE-REJECT THRU L9-WRITE-REJECT-EXIT
               GO TO L4-CHANGE-NEED-EXIT
           END-IF.
           MOVE T-NEW-NEED TO TBL-PO-NEED(WS-FOUND-SUB).
           MOVE TBL-PO-REC(WS-FOUND-SUB) TO WS-AFTER-IMAGE.
           MOVE SPACES TO O-DET-DESC.
           ADD 1 TO WS-NEED-APPLIED.
           PERFORM L9-WRITE-REGISTER THRU L9-WRITE-REGISTER-EXIT.
       L4-CHANGE-NEED-EXIT.
           EXIT.

      *****************************************************************
      *    CANCEL THE LINE. THE LINE COMES OUT OF THE TABLE SO IT IS
      *    NOT WRITTEN BACK - ANY QUANTITY ALREADY RECEIVED STAYS IN
      *    THE RECEIPT HISTORY.
      *****************************************************************
       L4-CANCEL-LINE.
           IF TBL-PO-RCVD(WS-FOUND-SUB) > 0
               MOVE 'OPEN BALANCE CANCELLED' TO O-DET-DESC
           ELSE
               MOVE SPACES TO O-DET-DESC
           END-IF.
           PERFORM L5-PO-DELETE THRU L5-PO-DELETE-EXIT.
           ADD 1 TO WS-CANCEL-APPLIED.
           PERFORM L9-WRITE-REGISTER THRU L9-WRITE-REGISTER-EXIT.
       L4-CANCEL-LINE-EXIT.
           EXIT.

       L5-PO-DELETE.
           PERFORM L6-PO-SHIFT-UP THRU L6-PO-SHIFT-UP-EXIT
               VARYING SUB3 FROM WS-FOUND-SUB BY 1
                   UNTIL SUB3 >= WS-PO-CTR.
           MOVE SPACES TO TBL-PO-REC(WS-PO-CTR).
           SUBTRACT 1 FROM WS-PO-CTR.
       L5-PO-DELETE-EXIT.
           EXIT.

       L6-PO-SHIFT-UP.
           MOVE TBL-PO-REC(SUB3 + 1) TO TBL-PO-REC(SUB3).
       L6-PO-SHIFT-UP-EXIT.
           EXIT.

       L9-FIND-PO-LINE.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > WS-PO-CTR OR WS-FOUND-SUB NOT = 0
               IF TBL-PO-NUMBER(SUB) IS NUMERIC
                   AND TBL-PO-NUMBER(SUB) = T-PONUM
                   MOVE SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
       L9-FIND-PO-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    WRITE THE OPEN PO FILE BACK OUT FROM THE WORK TABLE. LINES
      *    CLOSED BY A QUANTITY CHANGE ARE DROPPED - ONLY THE STILL
      *    OPEN POSITION CARRIES FORWARD TO THE SHORTAGE RUN.
      *****************************************************************
       L3-WRITE-OPENPO.
           OPEN OUTPUT OPENPO-FILE.
           IF WS-PO-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO REWRITE OPENPO.DAT - '
                       'FILE STATUS ' WS-PO-STATUS
               CLOSE REJECT-FILE PRTOUT1
               STOP RUN
           END-IF.
           PERFORM L4-WRITE-OPENPO THRU L4-WRITE-OPENPO-EXIT
               VARYING SUB FROM 1 BY 1 UNTIL SUB > WS-PO-CTR.
           CLOSE OPENPO-FILE.
       L3-WRITE-OPENPO-EXIT.
           EXIT.

       L4-WRITE-OPENPO.
           IF TBL-PO-RCVD(SUB) < TBL-PO-QTY(SUB)
               MOVE TBL-PO-REC(SUB) TO OPENPO-LN
               WRITE OPENPO-LN
               ADD 1 TO WS-PO-WRITTEN
           END-IF.
       L4-WRITE-OPENPO-EXIT.
           EXIT.

       L9-WRITE-REJECT.
           ADD 1 TO WS-TRN-REJ.
           MOVE I-TRN-ACTION TO O-REJ-ACTION O-DET-ACTION.
           MOVE I-TRN-IMAGE TO O-REJ-IMAGE.
           WRITE REJECT-RECORD.
           MOVE 'REJECTED' TO O-DET-STATUS.
           WRITE RPT1-LN FROM D1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'IMAGE:' TO WS-PRINT-LABEL.
           MOVE I-TRN-IMAGE(1:36) TO WS-PRINT-IMAGE.
           PERFORM L9-PRINT-IMAGE THRU L9-PRINT-IMAGE-EXIT.
       L9-WRITE-REJECT-EXIT.
           EXIT.

      *****************************************************************
      *    PRINT ONE APPLIED TRANSACTION WITH THE BEFORE AND AFTER
      *    PO LINE IMAGES. A CANCEL HAS NO AFTER - THAT LINE PRINTS
      *    AS NONE.
      *****************************************************************
       L9-WRITE-REGISTER.
           ADD 1 TO WS-TRN-APPLIED.
           MOVE I-TRN-ACTION TO O-DET-ACTION.
           MOVE 'APPLIED' TO O-DET-STATUS.
           WRITE RPT1-LN FROM D1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'BEFORE:' TO WS-PRINT-LABEL.
           MOVE WS-BEFORE-IMAGE TO WS-PRINT-IMAGE.
           PERFORM L9-PRINT-IMAGE THRU L9-PRINT-IMAGE-EXIT.
           MOVE 'AFTER:' TO WS-PRINT-LABEL.
           IF WS-AFTER-IMAGE = SPACES
               MOVE '(NONE)' TO WS-PRINT-IMAGE
           ELSE
               MOVE WS-AFTER-IMAGE TO WS-PRINT-IMAGE
           END-IF.
           PERFORM L9-PRINT-IMAGE THRU L9-PRINT-IMAGE-EXIT.
       L9-WRITE-REGISTER-EXIT.
           EXIT.

       L9-PRINT-IMAGE.
           MOVE WS-PRINT-LABEL TO O-IMG-LABEL.
           MOVE SPACES TO O-IMG-TEXT.
           MOVE WS-PRINT-IMAGE TO O-IMG-TEXT(1:36).
           WRITE RPT1-LN FROM D2
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
       L9-PRINT-IMAGE-EXIT.
           EXIT.

       L3-WRITE-TOTALS.
           WRITE RPT1-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'TRANSACTIONS READ:' TO O-TOT-DESC.
           MOVE WS-TRN-READ TO O-TOT-CTR.
           WRITE RPT1-LN FROM T1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'TRANSACTIONS APPLIED:' TO O-TOT-DESC.
           MOVE WS-TRN-APPLIED TO O-TOT-CTR.
           WRITE RPT1-LN FROM T1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'TRANSACTIONS REJECTED:' TO O-TOT-DESC.
           MOVE WS-TRN-REJ TO O-TOT-CTR.
           WRITE RPT1-LN FROM T1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'QUANTITY CHANGES:' TO O-TOT-DESC.
           MOVE WS-QTY-APPLIED TO O-TOT-CTR.
           WRITE RPT1-LN FROM T1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'NEED BY DATE CHANGES:' TO O-TOT-DESC.
           MOVE WS-NEED-APPLIED TO O-TOT-CTR.
           WRITE RPT1-LN FROM T1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'LINES CANCELLED:' TO O-TOT-DESC.
           MOVE WS-CANCEL-APPLIED TO O-TOT-CTR.
           WRITE RPT1-LN FROM T1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'OPEN PO LINES WRITTEN:' TO O-TOT-DESC.
           MOVE WS-PO-WRITTEN TO O-TOT-CTR.
           WRITE RPT1-LN FROM T1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           WRITE RPT1-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           IF WS-TRN-REJ = 0
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
