
       FD  RCPTHIST-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS RCPTHIST-LN.

       01  RCPTHIST-LN.
           05  I-RH-QTY            PIC 9(5).
           05  I-RH-PO-QTY         PIC 9(5).
           05  I-RH-STATUS         PIC X(1).
           05  I-RH-PONUM          PIC 9(6).

       FD  VENDOR-MASTER
           LABEL RECORD IS STANDARD
