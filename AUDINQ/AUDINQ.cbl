      *
      *    THIS PROGRAM PRINTS THE INVENTORY TRANSACTION HISTORY
      *    FROM THE AUDIT FILE THE POSTING PROGRAMS MAINTAIN. THE
      *    PARM FILE SELECTS ONE PART, A DATE RANGE, ONE STOCKING
      *    LOCATION, OR ANY MIX OF THEM - A BLANK PART TAKES EVERY
      *    PART, A BLANK DATE TAKES THE WHOLE FILE AND A BLANK
      *    LOCATION TAKES EVERY LOCATION. EACH SELECTED TRANSACTION
      *    PRINTS WITH THE DATE, THE PROGRAM THAT MADE THE CHANGE,
      *    THE PART AND LOCATION, THE FIELD CHANGED AND THE BEFORE
      *    AND AFTER VALUES, SO A COUNT DISPUTE CAN BE SETTLED FROM
      *    THE PRINTOUT.
      *
      *    EACH PART AND LOCATION OPENS WITH A BALANCE FORWARD LINE
      *    WHEN ITS ON HAND BALANCE AT THE START OF THE RANGE IS
      *    KNOWN - THE LAST QUANTITY CHANGE BEFORE THE FROM DATE, OR
      *    THE OPENING BALANCE THE PERIOD END PURGE CARRIES FORWARD
      *    WHEN THE OLDER DETAIL HAS BEEN ARCHIVED. A PART AND
      *    LOCATION WITH A BALANCE BUT NO ACTIVITY IN THE RANGE
      *    PRINTS ITS BALANCE FORWARD LINE AT THE END. THE PURGE'S
      *    SUMMARY RECORDS ARE NOT PRINTED AS TRANSACTIONS.
      *
      *****************************************************************


       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS AUDIT-LN.

       01  AUDIT-LN.
                                   SIGN IS LEADING SEPARATE.
           05  I-AUD-AFTER         PIC S9(5)
                                   SIGN IS LEADING SEPARATE.
           05  I-AUD-LOC           PIC X(3).

       FD  PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS PARM-RECORD.

       01  PARM-RECORD.
           05  PARM-PART           PIC X(5).
           05  PARM-DATE-FROM      PIC X(10).
           05  PARM-DATE-TO        PIC X(10).
           05  PARM-LOC            PIC X(3).

       FD  PRTOUT1
           LABEL RECORD IS OMITTED

       01  SELECT-AREA.
           05  WS-SEL-PART         PIC X(5)        VALUE SPACES.
           05  WS-SEL-LOC          PIC X(3)        VALUE SPACES.
           05  WS-KEY-FROM         PIC X(8)        VALUE LOW-VALUES.
           05  WS-KEY-TO           PIC X(8)        VALUE HIGH-VALUES.
           05  WS-REC-KEY          PIC X(8)        VALUE SPACES.
           05  WS-SEL-CTR          PIC 9(5)        VALUE 0.

       01  OPEN-BAL-DATA.
           05  WS-OPN-CTR          PIC 9(5)        VALUE 0.
           05  MAX-OPN-SIZE        PIC 9(5)        VALUE 5000.
           05  WS-BAL-CTR          PIC 9(5)        VALUE 0.
           05  WS-OPN-FOUND        PIC X           VALUE 'N'.
           05  WS-OPN-KEY.
               10  WS-OPN-PART     PIC X(5).
               10  WS-OPN-LOC      PIC X(3).
           05  OPN-TABLE OCCURS 5000 TIMES INDEXED BY IDX-OPN.
               10  TBL-O-KEY.
                   15  TBL-O-PART  PIC X(5).
                   15  TBL-O-LOC   PIC X(3).
               10  TBL-O-DATE      PIC X(10).
               10  TBL-O-BAL       PIC S9(5).
               10  TBL-O-PRINTED   PIC X(1).

       01  KEY-BUILD-AREA.
           05  WS-KEY-BUILD.
               10  WS-KEY-YEAR     PIC X(4).
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  FILLER              PIC X(15)   VALUE 'PART SELECTED: '.
           05  O-SEL-PART          PIC X(5).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(10)   VALUE 'LOCATION: '.
           05  O-SEL-LOC           PIC X(3).

       01  SEL-DATE-LINE.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  FILLER              PIC X(12)   VALUE 'DATE'.
           05  FILLER              PIC X(10)   VALUE 'PROGRAM'.
           05  FILLER              PIC X(7)    VALUE 'PART'.
           05  FILLER              PIC X(5)    VALUE 'LOC'.
           05  FILLER              PIC X(8)    VALUE 'FIELD'.
           05  FILLER              PIC X(10)   VALUE 'BEFORE'.
           05  FILLER              PIC X(7)    VALUE 'AFTER'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-PART          PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-LOC           PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-FIELD         PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-BEFORE        PIC ZZ,ZZ9-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-AFTER         PIC ZZ,ZZ9-.

       01  D2.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  O-BAL-DATE          PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(8)    VALUE 'BAL FWD'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-BAL-PART          PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-BAL-LOC           PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE 'QTY'.
           05  FILLER              PIC X(11)   VALUE SPACES.
           05  O-BAL-QTY           PIC ZZ,ZZ9-.

       01  T1.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  FILLER              PIC X(23)   VALUE
                                   'TRANSACTIONS SELECTED: '.
           05  O-TOT-CTR           PIC ZZ,ZZ9.

       01  T2.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  FILLER              PIC X(23)   VALUE
                                   'BALANCES FORWARD:      '.
           05  O-TOT-BAL           PIC ZZ,ZZ9.

       01  NO-DATA-LINE.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  FILLER              PIC X(33)   VALUE
           MOVE I-AUD-DATE(4:2) TO WS-KEY-DAY.
           MOVE WS-KEY-BUILD TO WS-REC-KEY.
           IF (WS-SEL-PART = SPACES OR WS-SEL-PART = I-AUD-PART)
               AND (WS-SEL-LOC = SPACES OR WS-SEL-LOC = I-AUD-LOC)
               PERFORM L3-SELECT-AUDIT THRU L3-SELECT-AUDIT-EXIT
           END-IF.
           READ AUDIT-FILE
               AT END MOVE 'N' TO MORE-RECS.
           EXIT.

       L2-CLOSINGS.
           PERFORM L3-REMAINING-BALANCE THRU L3-REMAINING-BALANCE-EXIT
               VARYING IDX-OPN FROM 1 BY 1
               UNTIL IDX-OPN > WS-OPN-CTR.
           IF WS-SEL-CTR = 0 AND WS-BAL-CTR = 0
               WRITE RPT1-LN FROM NO-DATA-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE WS-BAL-CTR TO O-TOT-BAL.
           WRITE RPT1-LN FROM T2
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           CLOSE AUDIT-FILE PRTOUT1.
       L2-CLOSINGS-EXIT.
           EXIT.

      *****************************************************************
      *    ONE TRANSACTION FOR A SELECTED PART AND LOCATION. THE
      *    PURGE'S OPENING BALANCE AND ANY QUANTITY CHANGE BEFORE THE
      *    FROM DATE ONLY SET THE BALANCE FORWARD. A TRANSACTION IN
      *    THE RANGE PRINTS, BEHIND ITS BALANCE FORWARD LINE THE
      *    FIRST TIME THE PART AND LOCATION COMES UP.
      *****************************************************************
       L3-SELECT-AUDIT.
           IF WS-REC-KEY > WS-KEY-TO
               GO TO L3-SELECT-AUDIT-EXIT
           END-IF.
           IF I-AUD-PGM = 'PERPURGE'
               IF I-AUD-FIELD = 'OPEN'
                   PERFORM L4-NOTE-BALANCE THRU L4-NOTE-BALANCE-EXIT
               END-IF
               GO TO L3-SELECT-AUDIT-EXIT
           END-IF.
           IF WS-REC-KEY < WS-KEY-FROM
               IF I-AUD-FIELD = 'QTY' OR I-AUD-FIELD = 'LOAD'
                   PERFORM L4-NOTE-BALANCE THRU L4-NOTE-BALANCE-EXIT
               END-IF
               GO TO L3-SELECT-AUDIT-EXIT
           END-IF.
           MOVE I-AUD-PART TO WS-OPN-PART.
           MOVE I-AUD-LOC TO WS-OPN-LOC.
           PERFORM L9-FIND-BALANCE THRU L9-FIND-BALANCE-EXIT.
           IF WS-OPN-FOUND = 'Y'
               IF TBL-O-PRINTED(IDX-OPN) = 'N'
                   PERFORM L9-WRITE-BALANCE THRU L9-WRITE-BALANCE-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-SEL-CTR.
           MOVE I-AUD-DATE TO O-DET-DATE.
           MOVE I-AUD-PGM TO O-DET-PGM.
           MOVE I-AUD-PART TO O-DET-PART.
           MOVE I-AUD-LOC TO O-DET-LOC.
           MOVE I-AUD-FIELD TO O-DET-FIELD.
           MOVE I-AUD-BEFORE TO O-DET-BEFORE.
           MOVE I-AUD-AFTER TO O-DET-AFTER.
           WRITE RPT1-LN FROM D1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
       L3-SELECT-AUDIT-EXIT.
           EXIT.

       L4-NOTE-BALANCE.
           MOVE I-AUD-PART TO WS-OPN-PART.
           MOVE I-AUD-LOC TO WS-OPN-LOC.
           PERFORM L9-FIND-BALANCE THRU L9-FIND-BALANCE-EXIT.
           IF WS-OPN-FOUND = 'N'
               IF WS-OPN-CTR >= MAX-OPN-SIZE
                   DISPLAY 'ERROR - OPENING BALANCE TABLE CAPACITY '
                           'EXCEEDED, CONTACT OPS'
                   CLOSE AUDIT-FILE PRTOUT1
                   STOP RUN
               END-IF
               ADD 1 TO WS-OPN-CTR
               SET IDX-OPN TO WS-OPN-CTR
               MOVE WS-OPN-KEY TO TBL-O-KEY(IDX-OPN)
               MOVE 'N' TO TBL-O-PRINTED(IDX-OPN)
           END-IF.
           IF TBL-O-PRINTED(IDX-OPN) = 'N'
               MOVE I-AUD-DATE TO TBL-O-DATE(IDX-OPN)
               MOVE I-AUD-AFTER TO TBL-O-BAL(IDX-OPN)
           END-IF.
       L4-NOTE-BALANCE-EXIT.
           EXIT.

       L3-REMAINING-BALANCE.
           IF TBL-O-PRINTED(IDX-OPN) = 'N'
               PERFORM L9-WRITE-BALANCE THRU L9-WRITE-BALANCE-EXIT
           END-IF.
       L3-REMAINING-BALANCE-EXIT.
           EXIT.

       L9-FIND-BALANCE.
           MOVE 'N' TO WS-OPN-FOUND.
           IF WS-OPN-CTR = 0
               GO TO L9-FIND-BALANCE-EXIT
           END-IF.
           SET IDX-OPN TO 1.
           SEARCH OPN-TABLE
               AT END
                   CONTINUE
               WHEN IDX-OPN > WS-OPN-CTR
                   CONTINUE
               WHEN TBL-O-KEY(IDX-OPN) = WS-OPN-KEY
                   MOVE 'Y' TO WS-OPN-FOUND
           END-SEARCH.
       L9-FIND-BALANCE-EXIT.
           EXIT.

       L9-WRITE-BALANCE.
           MOVE TBL-O-DATE(IDX-OPN) TO O-BAL-DATE.
           MOVE TBL-O-PART(IDX-OPN) TO O-BAL-PART.
           MOVE TBL-O-LOC(IDX-OPN) TO O-BAL-LOC.
           MOVE TBL-O-BAL(IDX-OPN) TO O-BAL-QTY.
           WRITE RPT1-LN FROM D2
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE 'Y' TO TBL-O-PRINTED(IDX-OPN).
           ADD 1 TO WS-BAL-CTR.
       L9-WRITE-BALANCE-EXIT.
           EXIT.

      *****************************************************************
      *    READ THE SELECTION PARM. A MISSING PARM FILE OR A BLANK
      *    RECORD SELECTS THE WHOLE AUDIT FILE. DATES COME IN AS
                       MOVE SPACES TO PARM-RECORD
               END-READ
               MOVE PARM-PART TO WS-SEL-PART O-SEL-PART
               MOVE PARM-LOC TO WS-SEL-LOC O-SEL-LOC
               IF PARM-DATE-FROM NOT = SPACES
                   MOVE PARM-DATE-FROM(7:4) TO WS-KEY-YEAR
                   MOVE PARM-DATE-FROM(1:2) TO WS-KEY-MONTH
           IF WS-SEL-PART = SPACES
               MOVE 'ALL' TO O-SEL-PART
           END-IF.
           IF WS-SEL-LOC = SPACES
               MOVE 'ALL' TO O-SEL-LOC
           END-IF.
           IF WS-KEY-FROM = LOW-VALUES
               MOVE 'START' TO O-SEL-FROM
           ELSE
