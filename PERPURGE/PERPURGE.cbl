       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 PERPURGE.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    THIS PROGRAM IS THE PERIOD END ARCHIVE AND PURGE FOR THE
      *    HISTORY FILES THE NIGHTLY RUNS APPEND TO - THE SHORTAGE
      *    HISTORY, THE INVENTORY AUDIT FILE, THE RECEIPTS HISTORY
      *    AND THE SHORTAGE RUN CONTROL LOG. EACH FILE HAS ITS OWN
      *    RETENTION PERIOD IN DAYS. A RECORD DATED BEFORE THE CUTOFF
      *    - THE RUN DATE LESS THE RETENTION DAYS - IS COPIED TO A
      *    DATED ARCHIVE FILE, AND THE LIVE FILE IS REWRITTEN WITH
      *    ONLY THE RECORDS RETAINED. A RECORD WITH NO VALID DATE IS
      *    ALWAYS RETAINED.
      *
      *    EACH FILE IS FIRST SPLIT INTO ITS ARCHIVE AND A WORK FILE
      *    OF THE RETAINED RECORDS. THE LIVE FILE IS ONLY REWRITTEN
      *    FROM THE WORK FILE WHEN THE RECORDS READ EQUAL THE RECORDS
      *    ARCHIVED PLUS THE RECORDS RETAINED, AND ONLY WHEN SOMETHING
      *    WAS ARCHIVED. THE CONTROL REPORT SHOWS THE COUNTS AND THE
      *    BALANCE CHECK PER FILE. A FILE OUT OF BALANCE SETS THE
      *    RETURN CODE TO 8 - ITS WORK FILE STILL HOLDS THE RETAINED
      *    RECORDS. THE ARCHIVES ARE NAMED FOR THE FILE AND THE RUN
      *    DATE, E.G. SHORTHIST.20261031, AND A SECOND RUN ON THE
      *    SAME DAY ADDS TO THE SAME ARCHIVE.
      *
      *    THE AUDIT FILE CARRIES A SUMMARY FORWARD FOR EVERY PART
      *    AND LOCATION WHOSE DETAIL IS ARCHIVED. THEY ARE WRITTEN
      *    AHEAD OF THE RETAINED DETAIL WITH PROGRAM PERPURGE -
      *        OPEN  - THE ON HAND BALANCE AFTER THE LAST ARCHIVED
      *                QUANTITY CHANGE, DATED THE CUTOFF DATE, IN THE
      *                AFTER FIELD. AUDIT INQUIRY SHOWS IT AS THE
      *                OPENING BALANCE.
      *        MOVED - DATED THE LAST ARCHIVED MOVEMENT, SO THE
      *                EXCESS AND OBSOLETE REPORT STILL KNOWS WHEN THE
      *                PART LAST MOVED.
      *    AN EARLIER RUN'S SUMMARIES ARE ARCHIVED AND FOLDED INTO
      *    THE NEW ONES LIKE ANY OTHER DETAIL.
      *
      *    PARM RECORD - RETENTION DAYS 9(4) FOR SHORTHIST, INVAUDIT,
      *    RCPTHIST AND RUNLOG IN THAT ORDER. A MISSING PARM FILE, OR
      *    A BLANK, ZERO OR NOT NUMERIC ENTRY, KEEPS THE DEFAULT -
      *    365 DAYS, EXCEPT RECEIPTS HISTORY AT 730 DAYS SO THE
      *    VENDOR SCORECARD ALWAYS HAS TWO YEARS TO WORK FROM.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO "PERPURGE.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL HIST-FILE
               ASSIGN TO "SHORTHIST.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HIST-ARCH
               ASSIGN USING WS-HIST-ARCH-NAME
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-HARC-STATUS.

           SELECT HIST-WORK
               ASSIGN TO "SHORTHIST.WRK"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-HWRK-STATUS.

           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO "INVAUDIT.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT AUDIT-ARCH
               ASSIGN USING WS-AUD-ARCH-NAME
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-AARC-STATUS.

           SELECT AUDIT-WORK
               ASSIGN TO "INVAUDIT.WRK"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-AWRK-STATUS.

           SELECT OPTIONAL RCPTHIST-FILE
               ASSIGN TO "RCPTHIST.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-RH-STATUS.

           SELECT RCPTHIST-ARCH
               ASSIGN USING WS-RH-ARCH-NAME
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-RARC-STATUS.

           SELECT RCPTHIST-WORK
               ASSIGN TO "RCPTHIST.WRK"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-RWRK-STATUS.

           SELECT OPTIONAL RUNLOG-FILE
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT RUNLOG-ARCH
               ASSIGN USING WS-LOG-ARCH-NAME
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-LARC-STATUS.

           SELECT RUNLOG-WORK
               ASSIGN TO "RUNLOG.WRK"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-LWRK-STATUS.

           SELECT PRTOUT1
               ASSIGN TO "PERPURGE.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS PARM-RECORD.

       01  PARM-RECORD.
           05  PARM-HIST-DAYS      PIC 9(4).
           05  PARM-AUDIT-DAYS     PIC 9(4).
           05  PARM-RCPT-DAYS      PIC 9(4).
           05  PARM-RUNLOG-DAYS    PIC 9(4).

       FD  HIST-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS SHORTHIST-LN.

       01  SHORTHIST-LN.
           05  I-HIST-DATE         PIC X(10).
           05  I-HIST-TYPE         PIC X(1).
           05  I-HIST-MACH         PIC X(5).
           05  I-HIST-PART         PIC X(5).
           05  I-HIST-SHORT        PIC 9(5).
           05  I-HIST-ORDER        PIC X(8).

       FD  HIST-ARCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS HIST-ARCH-LN.

       01  HIST-ARCH-LN            PIC X(34).

       FD  HIST-WORK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS HIST-WORK-LN.

       01  HIST-WORK-LN            PIC X(34).

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

       FD  AUDIT-ARCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS AUDIT-ARCH-LN.

       01  AUDIT-ARCH-LN           PIC X(43).

       FD  AUDIT-WORK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS AUDIT-WORK-LN.

       01  AUDIT-WORK-LN           PIC X(43).

       FD  RCPTHIST-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS RCPTHIST-LN.

       01  RCPTHIST-LN.
           05  I-RH-VENDOR         PIC X(5).
           05  I-RH-PART           PIC X(5).
           05  I-RH-RCPT-DATE      PIC X(10).
           05  I-RH-NEED-BY        PIC X(10).
           05  I-RH-QTY            PIC 9(5).
           05  I-RH-PO-QTY         PIC 9(5).
           05  I-RH-STATUS         PIC X(1).
           05  I-RH-PONUM          PIC 9(6).

       FD  RCPTHIST-ARCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS RCPTHIST-ARCH-LN.

       01  RCPTHIST-ARCH-LN        PIC X(47).

       FD  RCPTHIST-WORK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS RCPTHIST-WORK-LN.

       01  RCPTHIST-WORK-LN        PIC X(47).

       FD  RUNLOG-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS RUNLOG-RECORD.

       01  RUNLOG-RECORD.
           05  I-LOG-DATE          PIC X(10).
           05  I-LOG-COUNTS        PIC X(69).

       FD  RUNLOG-ARCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS RUNLOG-ARCH-LN.

       01  RUNLOG-ARCH-LN          PIC X(79).

       FD  RUNLOG-WORK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS RUNLOG-WORK-LN.

       01  RUNLOG-WORK-LN          PIC X(79).

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
           05  SUB-F               PIC 9(1)        VALUE 1.
           05  WS-OUT-CTR          PIC 9(1)        VALUE 0.

       01  FILE-STATUS-AREA.
           05  WS-PARM-STATUS      PIC XX          VALUE SPACES.
           05  WS-HIST-STATUS      PIC XX          VALUE SPACES.
           05  WS-HARC-STATUS      PIC XX          VALUE SPACES.
           05  WS-HWRK-STATUS      PIC XX          VALUE SPACES.
           05  WS-AUD-STATUS       PIC XX          VALUE SPACES.
           05  WS-AARC-STATUS      PIC XX          VALUE SPACES.
           05  WS-AWRK-STATUS      PIC XX          VALUE SPACES.
           05  WS-RH-STATUS        PIC XX          VALUE SPACES.
           05  WS-RARC-STATUS      PIC XX          VALUE SPACES.
           05  WS-RWRK-STATUS      PIC XX          VALUE SPACES.
           05  WS-LOG-STATUS       PIC XX          VALUE SPACES.
           05  WS-LARC-STATUS      PIC XX          VALUE SPACES.
           05  WS-LWRK-STATUS      PIC XX          VALUE SPACES.

       01  ARCHIVE-NAME-AREA.
           05  WS-HIST-ARCH-NAME   PIC X(30)       VALUE SPACES.
           05  WS-AUD-ARCH-NAME    PIC X(30)       VALUE SPACES.
           05  WS-RH-ARCH-NAME     PIC X(30)       VALUE SPACES.
           05  WS-LOG-ARCH-NAME    PIC X(30)       VALUE SPACES.

      *****************************************************************
      *    ONE ENTRY PER FILE PURGED - 1 SHORTHIST, 2 INVAUDIT,
      *    3 RCPTHIST, 4 RUNLOG.
      *****************************************************************
       01  FILE-CTL-DATA.
           05  FILE-CTL-TABLE OCCURS 4 TIMES.
               10  TBL-F-NAME      PIC X(13).
               10  TBL-F-ARCH-NAME PIC X(30).
               10  TBL-F-DAYS      PIC 9(4).
               10  TBL-F-CUTOFF    PIC X(10).
               10  TBL-F-CUTOFF-KEY PIC X(8).
               10  TBL-F-READ      PIC 9(7).
               10  TBL-F-ARCH      PIC 9(7).
               10  TBL-F-RET       PIC 9(7).
               10  TBL-F-CARRY     PIC 9(7).
               10  TBL-F-WRITTEN   PIC 9(7).
               10  TBL-F-STATUS    PIC X(7).

       01  GRAND-TOTALS.
           05  WS-TOT-READ         PIC 9(7)        VALUE 0.
           05  WS-TOT-ARCH         PIC 9(7)        VALUE 0.
           05  WS-TOT-RET          PIC 9(7)        VALUE 0.
           05  WS-TOT-CARRY        PIC 9(7)        VALUE 0.

       01  DATE-WORK-AREA.
           05  WS-TODAY-INT        PIC 9(8)        VALUE 0.
           05  WS-CUTOFF-INT       PIC 9(8)        VALUE 0.
           05  WS-CUTOFF-DATE.
               10  WS-CUTOFF-YEAR      PIC 9(4).
               10  WS-CUTOFF-MONTH     PIC 99.
               10  WS-CUTOFF-DAY       PIC 99.
           05  WS-REC-DATE         PIC X(10)       VALUE SPACES.
           05  WS-REC-OLD          PIC X           VALUE 'N'.
           05  WS-KEY-BUILD.
               10  WS-KEY-YEAR     PIC X(4).
               10  WS-KEY-MONTH    PIC X(2).
               10  WS-KEY-DAY      PIC X(2).
           05  WS-KEY-BUILD-N REDEFINES WS-KEY-BUILD
                                   PIC 9(8).

      *****************************************************************
      *    AUDIT SUMMARY CARRIED FORWARD - ONE ENTRY PER PART AND
      *    LOCATION WITH ARCHIVED DETAIL.
      *****************************************************************
       01  SUMMARY-FILE-DATA.
           05  WS-SUM-CTR          PIC 9(5)        VALUE 0.
           05  MAX-SUM-SIZE        PIC 9(5)        VALUE 5000.
           05  WS-SUM-KEY.
               10  WS-SUM-PART     PIC X(5).
               10  WS-SUM-LOC      PIC X(3).
           05  SUM-TABLE OCCURS 5000 TIMES INDEXED BY IDX-SUM.
               10  TBL-S-KEY.
                   15  TBL-S-PART  PIC X(5).
                   15  TBL-S-LOC   PIC X(3).
               10  TBL-S-HAS-BAL   PIC X(1).
               10  TBL-S-BAL       PIC S9(5).
               10  TBL-S-MOVE-KEY  PIC X(8).
               10  TBL-S-MOVE-DATE PIC X(10).

       01  SUMMARY-LN.
           05  O-SUM-DATE          PIC X(10).
           05  O-SUM-PGM           PIC X(8).
           05  O-SUM-PART          PIC X(5).
           05  O-SUM-FIELD         PIC X(5).
           05  O-SUM-BEFORE        PIC S9(5)
                                   SIGN IS LEADING SEPARATE.
           05  O-SUM-AFTER         PIC S9(5)
                                   SIGN IS LEADING SEPARATE.
           05  O-SUM-LOC           PIC X(3).

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
           05  FILLER              PIC X(18)   VALUE SPACES.
           05  FILLER              PIC X(43)   VALUE
                   'PERIOD END ARCHIVE AND PURGE CONTROL REPORT'.

       01  RPT1-COL-HDG-LINE.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  FILLER              PIC X(14)   VALUE 'FILE'.
           05  FILLER              PIC X(6)    VALUE ' DAYS'.
           05  FILLER              PIC X(11)   VALUE ' CUTOFF'.
           05  FILLER              PIC X(9)    VALUE '     READ'.
           05  FILLER              PIC X(9)    VALUE ' ARCHIVED'.
           05  FILLER              PIC X(9)    VALUE ' RETAINED'.
           05  FILLER              PIC X(8)    VALUE ' CARRIED'.
           05  FILLER              PIC X(8)    VALUE ' BALANCE'.

       01  D1.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-DET-FILE          PIC X(13).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-DAYS          PIC ZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-CUTOFF        PIC X(10).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-DET-READ          PIC ZZZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-DET-ARCH          PIC ZZZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-DET-RET           PIC ZZZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-DET-CARRY         PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DET-STATUS        PIC X(7).

       01  D2.
           05  FILLER              PIC X(16)   VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE 'ARCHIVE: '.
           05  O-DET-ARCH-NAME     PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE 'WRITTEN: '.
           05  O-DET-WRITTEN       PIC Z,ZZZ,ZZ9.

       01  T1.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  FILLER              PIC X(33)   VALUE 'ALL FILES'.
           05  O-TOT-READ          PIC ZZZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-TOT-ARCH          PIC ZZZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-TOT-RET           PIC ZZZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  O-TOT-CARRY         PIC ZZ,ZZ9.

       01  CLEAN-LINE.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  FILLER              PIC X(50)   VALUE
               'ALL FILES IN BALANCE - READ = ARCHIVED + RETAINED'.

       01  DIRTY-LINE.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  FILLER              PIC X(52)   VALUE
               'OUT OF BALANCE - RETAINED RECORDS KEPT IN WORK FILE'.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.

       L1-PERPURGE.
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
           PERFORM VARYING SUB-F FROM 1 BY 1 UNTIL SUB-F > 4
               INITIALIZE FILE-CTL-TABLE(SUB-F)
               MOVE 'OK' TO TBL-F-STATUS(SUB-F)
               MOVE 365 TO TBL-F-DAYS(SUB-F)
           END-PERFORM.
           MOVE 730 TO TBL-F-DAYS(3).
           MOVE 'SHORTHIST.DAT' TO TBL-F-NAME(1).
           MOVE 'INVAUDIT.DAT' TO TBL-F-NAME(2).
           MOVE 'RCPTHIST.DAT' TO TBL-F-NAME(3).
           MOVE 'RUNLOG.DAT' TO TBL-F-NAME(4).
           STRING  'SHORTHIST.'    DELIMITED BY SIZE
                   I-SYS-DATE      DELIMITED BY SIZE
           INTO WS-HIST-ARCH-NAME.
           STRING  'INVAUDIT.'     DELIMITED BY SIZE
                   I-SYS-DATE      DELIMITED BY SIZE
           INTO WS-AUD-ARCH-NAME.
           STRING  'RCPTHIST.'     DELIMITED BY SIZE
                   I-SYS-DATE      DELIMITED BY SIZE
           INTO WS-RH-ARCH-NAME.
           STRING  'RUNLOG.'       DELIMITED BY SIZE
                   I-SYS-DATE      DELIMITED BY SIZE
           INTO WS-LOG-ARCH-NAME.
           MOVE WS-HIST-ARCH-NAME TO TBL-F-ARCH-NAME(1).
           MOVE WS-AUD-ARCH-NAME TO TBL-F-ARCH-NAME(2).
           MOVE WS-RH-ARCH-NAME TO TBL-F-ARCH-NAME(3).
           MOVE WS-LOG-ARCH-NAME TO TBL-F-ARCH-NAME(4).
           PERFORM L3-READ-PARM THRU L3-READ-PARM-EXIT.
           PERFORM L3-SET-CUTOFF THRU L3-SET-CUTOFF-EXIT
               VARYING SUB-F FROM 1 BY 1 UNTIL SUB-F > 4.
           OPEN OUTPUT PRTOUT1.
           PERFORM L9-RPT1-HDGS THRU L9-RPT1-HDGS-EXIT.
       L2-INIT-EXIT.
           EXIT.

       L2-MAINLINE.
           PERFORM L3-PURGE-HIST THRU L3-PURGE-HIST-EXIT.
           PERFORM L3-PURGE-AUDIT THRU L3-PURGE-AUDIT-EXIT.
           PERFORM L3-PURGE-RCPTHIST THRU L3-PURGE-RCPTHIST-EXIT.
           PERFORM L3-PURGE-RUNLOG THRU L3-PURGE-RUNLOG-EXIT.
       L2-MAINLINE-EXIT.
           EXIT.

       L2-CLOSINGS.
           PERFORM L3-WRITE-CONTROLS THRU L3-WRITE-CONTROLS-EXIT
               VARYING SUB-F FROM 1 BY 1 UNTIL SUB-F > 4.
           PERFORM L3-WRITE-TOTALS THRU L3-WRITE-TOTALS-EXIT.
           CLOSE PRTOUT1.
           IF WS-OUT-CTR > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       L2-CLOSINGS-EXIT.
           EXIT.

      *****************************************************************
      *    READ THE RETENTION DAYS. A MISSING PARM FILE, A BLANK
      *    RECORD OR A ZERO OR NOT NUMERIC ENTRY KEEPS THE DEFAULT.
      *****************************************************************
       L3-READ-PARM.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       MOVE SPACES TO PARM-RECORD
               END-READ
               IF PARM-HIST-DAYS IS NUMERIC AND PARM-HIST-DAYS > 0
                   MOVE PARM-HIST-DAYS TO TBL-F-DAYS(1)
               END-IF
               IF PARM-AUDIT-DAYS IS NUMERIC AND PARM-AUDIT-DAYS > 0
                   MOVE PARM-AUDIT-DAYS TO TBL-F-DAYS(2)
               END-IF
               IF PARM-RCPT-DAYS IS NUMERIC AND PARM-RCPT-DAYS > 0
                   MOVE PARM-RCPT-DAYS TO TBL-F-DAYS(3)
               END-IF
               IF PARM-RUNLOG-DAYS IS NUMERIC
                   AND PARM-RUNLOG-DAYS > 0
                   MOVE PARM-RUNLOG-DAYS TO TBL-F-DAYS(4)
               END-IF
               CLOSE PARM-FILE
           END-IF.
       L3-READ-PARM-EXIT.
           EXIT.

      *****************************************************************
      *    CUTOFF FOR ONE FILE - THE RUN DATE LESS ITS RETENTION
      *    DAYS, KEPT AS MM/DD/YYYY FOR PRINTING AND AS A YYYYMMDD
      *    COMPARE KEY.
      *****************************************************************
       L3-SET-CUTOFF.
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - TBL-F-DAYS(SUB-F).
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
               TO WS-CUTOFF-DATE.
           MOVE WS-CUTOFF-DATE TO TBL-F-CUTOFF-KEY(SUB-F).
           STRING  WS-CUTOFF-MONTH     DELIMITED BY SIZE
                   '/'                 DELIMITED BY SIZE
                   WS-CUTOFF-DAY       DELIMITED BY SIZE
                   '/'                 DELIMITED BY SIZE
                   WS-CUTOFF-YEAR      DELIMITED BY SIZE
           INTO TBL-F-CUTOFF(SUB-F).
       L3-SET-CUTOFF-EXIT.
           EXIT.

      *****************************************************************
      *    SHORTAGE HISTORY.
      *****************************************************************
       L3-PURGE-HIST.
           MOVE 1 TO SUB-F.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = '05'
               MOVE 'NO FILE' TO TBL-F-STATUS(SUB-F)
               CLOSE HIST-FILE
               GO TO L3-PURGE-HIST-EXIT
           END-IF.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN SHORTHIST.DAT - '
                       'FILE STATUS ' WS-HIST-STATUS
               CLOSE PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND HIST-ARCH.
           IF WS-HARC-STATUS NOT = '00'
               OPEN OUTPUT HIST-ARCH
           END-IF.
           IF WS-HARC-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN ' WS-HIST-ARCH-NAME
                       ' - FILE STATUS ' WS-HARC-STATUS
               CLOSE HIST-FILE PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT HIST-WORK.
           IF WS-HWRK-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN SHORTHIST.WRK - '
                       'FILE STATUS ' WS-HWRK-STATUS
               CLOSE HIST-FILE HIST-ARCH PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO MORE-RECS.
           READ HIST-FILE
               AT END MOVE 'N' TO MORE-RECS.
           PERFORM L4-SPLIT-HIST THRU L4-SPLIT-HIST-EXIT
               UNTIL NO-MORE-RECS.
           CLOSE HIST-FILE HIST-ARCH HIST-WORK.
           PERFORM L9-CHECK-SPLIT THRU L9-CHECK-SPLIT-EXIT.
           IF TBL-F-STATUS(SUB-F) NOT = 'OK'
               OR TBL-F-ARCH(SUB-F) = 0
               GO TO L3-PURGE-HIST-EXIT
           END-IF.
           OPEN INPUT HIST-WORK.
           IF WS-HWRK-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN SHORTHIST.WRK - '
                       'FILE STATUS ' WS-HWRK-STATUS
               CLOSE PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO REWRITE SHORTHIST.DAT - '
                       'FILE STATUS ' WS-HIST-STATUS
               CLOSE HIST-WORK PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO MORE-RECS.
           READ HIST-WORK
               AT END MOVE 'N' TO MORE-RECS.
           PERFORM L4-COPY-HIST THRU L4-COPY-HIST-EXIT
               UNTIL NO-MORE-RECS.
           CLOSE HIST-WORK HIST-FILE.
           PERFORM L9-CHECK-COPY THRU L9-CHECK-COPY-EXIT.
       L3-PURGE-HIST-EXIT.
           EXIT.

       L4-SPLIT-HIST.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO READ SHORTHIST.DAT - '
                       'FILE STATUS ' WS-HIST-STATUS
               CLOSE HIST-FILE HIST-ARCH HIST-WORK PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO TBL-F-READ(SUB-F).
           MOVE I-HIST-DATE TO WS-REC-DATE.
           PERFORM L9-AGE-RECORD THRU L9-AGE-RECORD-EXIT.
           IF WS-REC-OLD = 'Y'
               WRITE HIST-ARCH-LN FROM SHORTHIST-LN
               ADD 1 TO TBL-F-ARCH(SUB-F)
           ELSE
               WRITE HIST-WORK-LN FROM SHORTHIST-LN
               ADD 1 TO TBL-F-RET(SUB-F)
           END-IF.
           READ HIST-FILE
               AT END MOVE 'N' TO MORE-RECS.
       L4-SPLIT-HIST-EXIT.
           EXIT.

       L4-COPY-HIST.
           IF WS-HWRK-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO READ SHORTHIST.WRK - '
                       'FILE STATUS ' WS-HWRK-STATUS
               CLOSE HIST-WORK HIST-FILE PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE SHORTHIST-LN FROM HIST-WORK-LN.
           ADD 1 TO TBL-F-WRITTEN(SUB-F).
           READ HIST-WORK
               AT END MOVE 'N' TO MORE-RECS.
       L4-COPY-HIST-EXIT.
           EXIT.

      *****************************************************************
      *    INVENTORY AUDIT FILE. ARCHIVED DETAIL IS FOLDED INTO THE
      *    SUMMARY TABLE AS IT GOES, AND THE SUMMARIES ARE WRITTEN
      *    AHEAD OF THE RETAINED DETAIL WHEN THE FILE IS REWRITTEN.
      *****************************************************************
       L3-PURGE-AUDIT.
           MOVE 2 TO SUB-F.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUD-STATUS = '05'
               MOVE 'NO FILE' TO TBL-F-STATUS(SUB-F)
               CLOSE AUDIT-FILE
               GO TO L3-PURGE-AUDIT-EXIT
           END-IF.
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN INVAUDIT.DAT - '
                       'FILE STATUS ' WS-AUD-STATUS
               CLOSE PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-ARCH.
           IF WS-AARC-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-ARCH
           END-IF.
           IF WS-AARC-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN ' WS-AUD-ARCH-NAME
                       ' - FILE STATUS ' WS-AARC-STATUS
               CLOSE AUDIT-FILE PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AUDIT-WORK.
           IF WS-AWRK-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN INVAUDIT.WRK - '
                       'FILE STATUS ' WS-AWRK-STATUS
               CLOSE AUDIT-FILE AUDIT-ARCH PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO MORE-RECS.
           READ AUDIT-FILE
               AT END MOVE 'N' TO MORE-RECS.
           PERFORM L4-SPLIT-AUDIT THRU L4-SPLIT-AUDIT-EXIT
               UNTIL NO-MORE-RECS.
           CLOSE AUDIT-FILE AUDIT-ARCH AUDIT-WORK.
           PERFORM L9-CHECK-SPLIT THRU L9-CHECK-SPLIT-EXIT.
           IF TBL-F-STATUS(SUB-F) NOT = 'OK'
               OR TBL-F-ARCH(SUB-F) = 0
               GO TO L3-PURGE-AUDIT-EXIT
           END-IF.
           OPEN INPUT AUDIT-WORK.
           IF WS-AWRK-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN INVAUDIT.WRK - '
                       'FILE STATUS ' WS-AWRK-STATUS
               CLOSE PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AUDIT-FILE.
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO REWRITE INVAUDIT.DAT - '
                       'FILE STATUS ' WS-AUD-STATUS
               CLOSE AUDIT-WORK PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L4-WRITE-SUMMARY THRU L4-WRITE-SUMMARY-EXIT
               VARYING SUB FROM 1 BY 1 UNTIL SUB > WS-SUM-CTR.
           MOVE 'Y' TO MORE-RECS.
           READ AUDIT-WORK
               AT END MOVE 'N' TO MORE-RECS.
           PERFORM L4-COPY-AUDIT THRU L4-COPY-AUDIT-EXIT
               UNTIL NO-MORE-RECS.
           CLOSE AUDIT-WORK AUDIT-FILE.
           PERFORM L9-CHECK-COPY THRU L9-CHECK-COPY-EXIT.
       L3-PURGE-AUDIT-EXIT.
           EXIT.

       L4-SPLIT-AUDIT.
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO READ INVAUDIT.DAT - '
                       'FILE STATUS ' WS-AUD-STATUS
               CLOSE AUDIT-FILE AUDIT-ARCH AUDIT-WORK PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO TBL-F-READ(SUB-F).
           MOVE I-AUD-DATE TO WS-REC-DATE.
           PERFORM L9-AGE-RECORD THRU L9-AGE-RECORD-EXIT.
           IF WS-REC-OLD = 'Y'
               WRITE AUDIT-ARCH-LN FROM AUDIT-LN
               ADD 1 TO TBL-F-ARCH(SUB-F)
               PERFORM L5-FOLD-SUMMARY THRU L5-FOLD-SUMMARY-EXIT
           ELSE
               WRITE AUDIT-WORK-LN FROM AUDIT-LN
               ADD 1 TO TBL-F-RET(SUB-F)
           END-IF.
           READ AUDIT-FILE
               AT END MOVE 'N' TO MORE-RECS.
       L4-SPLIT-AUDIT-EXIT.
           EXIT.

      *****************************************************************
      *    FOLD ONE ARCHIVED AUDIT RECORD INTO ITS PART AND LOCATION
      *    SUMMARY. THE BALANCE IS THE AFTER VALUE OF THE LAST
      *    QUANTITY CHANGE, FILE LOAD OR CARRIED OPENING BALANCE.
      *    A MOVEMENT IS A QUANTITY CHANGE OTHER THAN A COUNT
      *    CORRECTION OR A TRANSFER, THE SAME RULE THE EXCESS AND
      *    OBSOLETE REPORT USES, OR A CARRIED MOVEMENT DATE.
      *****************************************************************
       L5-FOLD-SUMMARY.
           MOVE I-AUD-PART TO WS-SUM-PART.
           MOVE I-AUD-LOC TO WS-SUM-LOC.
           SET IDX-SUM TO 1.
           SEARCH SUM-TABLE
               AT END
                   PERFORM L6-ADD-SUMMARY THRU L6-ADD-SUMMARY-EXIT
               WHEN IDX-SUM > WS-SUM-CTR
                   PERFORM L6-ADD-SUMMARY THRU L6-ADD-SUMMARY-EXIT
               WHEN TBL-S-KEY(IDX-SUM) = WS-SUM-KEY
                   CONTINUE
           END-SEARCH.
           IF I-AUD-FIELD = 'QTY' OR I-AUD-FIELD = 'LOAD'
               OR I-AUD-FIELD = 'OPEN'
               MOVE 'Y' TO TBL-S-HAS-BAL(IDX-SUM)
               MOVE I-AUD-AFTER TO TBL-S-BAL(IDX-SUM)
           END-IF.
           IF (I-AUD-FIELD = 'QTY' AND I-AUD-PGM NOT = 'PHYSCNT'
                   AND I-AUD-PGM NOT = 'XFERPOST')
               OR I-AUD-FIELD = 'MOVED'
               IF WS-KEY-BUILD > TBL-S-MOVE-KEY(IDX-SUM)
                   MOVE WS-KEY-BUILD TO TBL-S-MOVE-KEY(IDX-SUM)
                   MOVE I-AUD-DATE TO TBL-S-MOVE-DATE(IDX-SUM)
               END-IF
           END-IF.
       L5-FOLD-SUMMARY-EXIT.
           EXIT.

       L6-ADD-SUMMARY.
           IF WS-SUM-CTR >= MAX-SUM-SIZE
               DISPLAY 'ERROR - AUDIT SUMMARY TABLE CAPACITY '
                       'EXCEEDED, CONTACT OPS'
               CLOSE AUDIT-FILE AUDIT-ARCH AUDIT-WORK PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-SUM-CTR.
           SET IDX-SUM TO WS-SUM-CTR.
           MOVE WS-SUM-KEY TO TBL-S-KEY(IDX-SUM).
           MOVE 'N' TO TBL-S-HAS-BAL(IDX-SUM).
           MOVE 0 TO TBL-S-BAL(IDX-SUM).
           MOVE SPACES TO TBL-S-MOVE-KEY(IDX-SUM)
                          TBL-S-MOVE-DATE(IDX-SUM).
       L6-ADD-SUMMARY-EXIT.
           EXIT.

      *****************************************************************
      *    WRITE THE SUMMARIES FOR ONE PART AND LOCATION - THE LAST
      *    MOVEMENT DATE FIRST, THEN THE OPENING BALANCE AS OF THE
      *    CUTOFF DATE.
      *****************************************************************
       L4-WRITE-SUMMARY.
           MOVE 'PERPURGE' TO O-SUM-PGM.
           MOVE TBL-S-PART(SUB) TO O-SUM-PART.
           MOVE TBL-S-LOC(SUB) TO O-SUM-LOC.
           MOVE 0 TO O-SUM-BEFORE.
           IF TBL-S-MOVE-KEY(SUB) NOT = SPACES
               MOVE TBL-S-MOVE-DATE(SUB) TO O-SUM-DATE
               MOVE 'MOVED' TO O-SUM-FIELD
               MOVE 0 TO O-SUM-AFTER
               WRITE AUDIT-LN FROM SUMMARY-LN
               ADD 1 TO TBL-F-CARRY(SUB-F) TBL-F-WRITTEN(SUB-F)
           END-IF.
           IF TBL-S-HAS-BAL(SUB) = 'Y'
               MOVE TBL-F-CUTOFF(SUB-F) TO O-SUM-DATE
               MOVE 'OPEN' TO O-SUM-FIELD
               MOVE TBL-S-BAL(SUB) TO O-SUM-AFTER
               WRITE AUDIT-LN FROM SUMMARY-LN
               ADD 1 TO TBL-F-CARRY(SUB-F) TBL-F-WRITTEN(SUB-F)
           END-IF.
       L4-WRITE-SUMMARY-EXIT.
           EXIT.

       L4-COPY-AUDIT.
           IF WS-AWRK-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO READ INVAUDIT.WRK - '
                       'FILE STATUS ' WS-AWRK-STATUS
               CLOSE AUDIT-WORK AUDIT-FILE PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE AUDIT-LN FROM AUDIT-WORK-LN.
           ADD 1 TO TBL-F-WRITTEN(SUB-F).
           READ AUDIT-WORK
               AT END MOVE 'N' TO MORE-RECS.
       L4-COPY-AUDIT-EXIT.
           EXIT.

      *****************************************************************
      *    RECEIPTS HISTORY - AGED BY THE RECEIPT DATE.
      *****************************************************************
       L3-PURGE-RCPTHIST.
           MOVE 3 TO SUB-F.
           OPEN INPUT RCPTHIST-FILE.
           IF WS-RH-STATUS = '05'
               MOVE 'NO FILE' TO TBL-F-STATUS(SUB-F)
               CLOSE RCPTHIST-FILE
               GO TO L3-PURGE-RCPTHIST-EXIT
           END-IF.
           IF WS-RH-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN RCPTHIST.DAT - '
                       'FILE STATUS ' WS-RH-STATUS
               CLOSE PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND RCPTHIST-ARCH.
           IF WS-RARC-STATUS NOT = '00'
               OPEN OUTPUT RCPTHIST-ARCH
           END-IF.
           IF WS-RARC-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN ' WS-RH-ARCH-NAME
                       ' - FILE STATUS ' WS-RARC-STATUS
               CLOSE RCPTHIST-FILE PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RCPTHIST-WORK.
           IF WS-RWRK-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN RCPTHIST.WRK - '
                       'FILE STATUS ' WS-RWRK-STATUS
               CLOSE RCPTHIST-FILE RCPTHIST-ARCH PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO MORE-RECS.
           READ RCPTHIST-FILE
               AT END MOVE 'N' TO MORE-RECS.
           PERFORM L4-SPLIT-RCPTHIST THRU L4-SPLIT-RCPTHIST-EXIT
               UNTIL NO-MORE-RECS.
           CLOSE RCPTHIST-FILE RCPTHIST-ARCH RCPTHIST-WORK.
           PERFORM L9-CHECK-SPLIT THRU L9-CHECK-SPLIT-EXIT.
           IF TBL-F-STATUS(SUB-F) NOT = 'OK'
               OR TBL-F-ARCH(SUB-F) = 0
               GO TO L3-PURGE-RCPTHIST-EXIT
           END-IF.
           OPEN INPUT RCPTHIST-WORK.
           IF WS-RWRK-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN RCPTHIST.WRK - '
                       'FILE STATUS ' WS-RWRK-STATUS
               CLOSE PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RCPTHIST-FILE.
           IF WS-RH-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO REWRITE RCPTHIST.DAT - '
                       'FILE STATUS ' WS-RH-STATUS
               CLOSE RCPTHIST-WORK PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO MORE-RECS.
           READ RCPTHIST-WORK
               AT END MOVE 'N' TO MORE-RECS.
           PERFORM L4-COPY-RCPTHIST THRU L4-COPY-RCPTHIST-EXIT
               UNTIL NO-MORE-RECS.
           CLOSE RCPTHIST-WORK RCPTHIST-FILE.
           PERFORM L9-CHECK-COPY THRU L9-CHECK-COPY-EXIT.
       L3-PURGE-RCPTHIST-EXIT.
           EXIT.

       L4-SPLIT-RCPTHIST.
           IF WS-RH-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO READ RCPTHIST.DAT - '
                       'FILE STATUS ' WS-RH-STATUS
               CLOSE RCPTHIST-FILE RCPTHIST-ARCH RCPTHIST-WORK
                     PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO TBL-F-READ(SUB-F).
           MOVE I-RH-RCPT-DATE TO WS-REC-DATE.
           PERFORM L9-AGE-RECORD THRU L9-AGE-RECORD-EXIT.
           IF WS-REC-OLD = 'Y'
               WRITE RCPTHIST-ARCH-LN FROM RCPTHIST-LN
               ADD 1 TO TBL-F-ARCH(SUB-F)
           ELSE
               WRITE RCPTHIST-WORK-LN FROM RCPTHIST-LN
               ADD 1 TO TBL-F-RET(SUB-F)
           END-IF.
           READ RCPTHIST-FILE
               AT END MOVE 'N' TO MORE-RECS.
       L4-SPLIT-RCPTHIST-EXIT.
           EXIT.

       L4-COPY-RCPTHIST.
           IF WS-RWRK-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO READ RCPTHIST.WRK - '
                       'FILE STATUS ' WS-RWRK-STATUS
               CLOSE RCPTHIST-WORK RCPTHIST-FILE PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE RCPTHIST-LN FROM RCPTHIST-WORK-LN.
           ADD 1 TO TBL-F-WRITTEN(SUB-F).
           READ RCPTHIST-WORK
               AT END MOVE 'N' TO MORE-RECS.
       L4-COPY-RCPTHIST-EXIT.
           EXIT.

      *****************************************************************
      *    SHORTAGE RUN CONTROL LOG.
      *****************************************************************
       L3-PURGE-RUNLOG.
           MOVE 4 TO SUB-F.
           OPEN INPUT RUNLOG-FILE.
           IF WS-LOG-STATUS = '05'
               MOVE 'NO FILE' TO TBL-F-STATUS(SUB-F)
               CLOSE RUNLOG-FILE
               GO TO L3-PURGE-RUNLOG-EXIT
           END-IF.
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN RUNLOG.DAT - '
                       'FILE STATUS ' WS-LOG-STATUS
               CLOSE PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND RUNLOG-ARCH.
           IF WS-LARC-STATUS NOT = '00'
               OPEN OUTPUT RUNLOG-ARCH
           END-IF.
           IF WS-LARC-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN ' WS-LOG-ARCH-NAME
                       ' - FILE STATUS ' WS-LARC-STATUS
               CLOSE RUNLOG-FILE PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RUNLOG-WORK.
           IF WS-LWRK-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN RUNLOG.WRK - '
                       'FILE STATUS ' WS-LWRK-STATUS
               CLOSE RUNLOG-FILE RUNLOG-ARCH PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO MORE-RECS.
           READ RUNLOG-FILE
               AT END MOVE 'N' TO MORE-RECS.
           PERFORM L4-SPLIT-RUNLOG THRU L4-SPLIT-RUNLOG-EXIT
               UNTIL NO-MORE-RECS.
           CLOSE RUNLOG-FILE RUNLOG-ARCH RUNLOG-WORK.
           PERFORM L9-CHECK-SPLIT THRU L9-CHECK-SPLIT-EXIT.
           IF TBL-F-STATUS(SUB-F) NOT = 'OK'
               OR TBL-F-ARCH(SUB-F) = 0
               GO TO L3-PURGE-RUNLOG-EXIT
           END-IF.
           OPEN INPUT RUNLOG-WORK.
           IF WS-LWRK-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO OPEN RUNLOG.WRK - '
                       'FILE STATUS ' WS-LWRK-STATUS
               CLOSE PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RUNLOG-FILE.
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO REWRITE RUNLOG.DAT - '
                       'FILE STATUS ' WS-LOG-STATUS
               CLOSE RUNLOG-WORK PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO MORE-RECS.
           READ RUNLOG-WORK
               AT END MOVE 'N' TO MORE-RECS.
           PERFORM L4-COPY-RUNLOG THRU L4-COPY-RUNLOG-EXIT
               UNTIL NO-MORE-RECS.
           CLOSE RUNLOG-WORK RUNLOG-FILE.
           PERFORM L9-CHECK-COPY THRU L9-CHECK-COPY-EXIT.
       L3-PURGE-RUNLOG-EXIT.
           EXIT.

       L4-SPLIT-RUNLOG.
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO READ RUNLOG.DAT - '
                       'FILE STATUS ' WS-LOG-STATUS
               CLOSE RUNLOG-FILE RUNLOG-ARCH RUNLOG-WORK PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO TBL-F-READ(SUB-F).
           MOVE I-LOG-DATE TO WS-REC-DATE.
           PERFORM L9-AGE-RECORD THRU L9-AGE-RECORD-EXIT.
           IF WS-REC-OLD = 'Y'
               WRITE RUNLOG-ARCH-LN FROM RUNLOG-RECORD
               ADD 1 TO TBL-F-ARCH(SUB-F)
           ELSE
               WRITE RUNLOG-WORK-LN FROM RUNLOG-RECORD
               ADD 1 TO TBL-F-RET(SUB-F)
           END-IF.
           READ RUNLOG-FILE
               AT END MOVE 'N' TO MORE-RECS.
       L4-SPLIT-RUNLOG-EXIT.
           EXIT.

       L4-COPY-RUNLOG.
           IF WS-LWRK-STATUS NOT = '00'
               DISPLAY 'ERROR - UNABLE TO READ RUNLOG.WRK - '
                       'FILE STATUS ' WS-LWRK-STATUS
               CLOSE RUNLOG-WORK RUNLOG-FILE PRTOUT1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE RUNLOG-RECORD FROM RUNLOG-WORK-LN.
           ADD 1 TO TBL-F-WRITTEN(SUB-F).
           READ RUNLOG-WORK
               AT END MOVE 'N' TO MORE-RECS.
       L4-COPY-RUNLOG-EXIT.
           EXIT.

      *****************************************************************
      *    AGE ONE RECORD. THE MM/DD/YYYY DATE IS REBUILT AS A
      *    YYYYMMDD KEY - A RECORD IS OLD WHEN THE KEY IS VALID AND
      *    BEFORE THE FILE'S CUTOFF.
      *****************************************************************
       L9-AGE-RECORD.
           MOVE 'N' TO WS-REC-OLD.
           MOVE WS-REC-DATE(7:4) TO WS-KEY-YEAR.
           MOVE WS-REC-DATE(1:2) TO WS-KEY-MONTH.
           MOVE WS-REC-DATE(4:2) TO WS-KEY-DAY.
           IF WS-KEY-BUILD-N IS NUMERIC
               AND WS-KEY-BUILD < TBL-F-CUTOFF-KEY(SUB-F)
               MOVE 'Y' TO WS-REC-OLD
           END-IF.
       L9-AGE-RECORD-EXIT.
           EXIT.

      *****************************************************************
      *    BALANCE CHECKS. AFTER THE SPLIT, RECORDS READ MUST EQUAL
      *    ARCHIVED PLUS RETAINED. AFTER THE REWRITE, RECORDS WRITTEN
      *    MUST EQUAL RETAINED PLUS CARRIED FORWARD.
      *****************************************************************
       L9-CHECK-SPLIT.
           IF TBL-F-READ(SUB-F) NOT =
                   TBL-F-ARCH(SUB-F) + TBL-F-RET(SUB-F)
               MOVE 'OUT' TO TBL-F-STATUS(SUB-F)
               ADD 1 TO WS-OUT-CTR
           END-IF.
       L9-CHECK-SPLIT-EXIT.
           EXIT.

       L9-CHECK-COPY.
           IF TBL-F-WRITTEN(SUB-F) NOT =
                   TBL-F-RET(SUB-F) + TBL-F-CARRY(SUB-F)
               MOVE 'OUT' TO TBL-F-STATUS(SUB-F)
               ADD 1 TO WS-OUT-CTR
           END-IF.
       L9-CHECK-COPY-EXIT.
           EXIT.

       L3-WRITE-CONTROLS.
           MOVE TBL-F-NAME(SUB-F) TO O-DET-FILE.
           MOVE TBL-F-DAYS(SUB-F) TO O-DET-DAYS.
           MOVE TBL-F-CUTOFF(SUB-F) TO O-DET-CUTOFF.
           MOVE TBL-F-READ(SUB-F) TO O-DET-READ.
           MOVE TBL-F-ARCH(SUB-F) TO O-DET-ARCH.
           MOVE TBL-F-RET(SUB-F) TO O-DET-RET.
           MOVE TBL-F-CARRY(SUB-F) TO O-DET-CARRY.
           MOVE TBL-F-STATUS(SUB-F) TO O-DET-STATUS.
           WRITE RPT1-LN FROM D1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           IF TBL-F-ARCH(SUB-F) > 0
               MOVE TBL-F-ARCH-NAME(SUB-F) TO O-DET-ARCH-NAME
               MOVE TBL-F-WRITTEN(SUB-F) TO O-DET-WRITTEN
               WRITE RPT1-LN FROM D2
                   AFTER ADVANCING 1 LINE
                       AT EOP PERFORM L9-RPT1-HDGS
               END-WRITE
           END-IF.
           ADD TBL-F-READ(SUB-F) TO WS-TOT-READ.
           ADD TBL-F-ARCH(SUB-F) TO WS-TOT-ARCH.
           ADD TBL-F-RET(SUB-F) TO WS-TOT-RET.
           ADD TBL-F-CARRY(SUB-F) TO WS-TOT-CARRY.
       L3-WRITE-CONTROLS-EXIT.
           EXIT.

       L3-WRITE-TOTALS.
           WRITE RPT1-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           MOVE WS-TOT-READ TO O-TOT-READ.
           MOVE WS-TOT-ARCH TO O-TOT-ARCH.
           MOVE WS-TOT-RET TO O-TOT-RET.
           MOVE WS-TOT-CARRY TO O-TOT-CARRY.
           WRITE RPT1-LN FROM T1
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           WRITE RPT1-LN FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP PERFORM L9-RPT1-HDGS
           END-WRITE.
           IF WS-OUT-CTR = 0
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
