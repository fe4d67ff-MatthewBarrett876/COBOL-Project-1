      ***************************************************************
      * GARNTBL - IN-STORAGE TABLE OF ONE EMPLOYEE'S OPEN
      *     GARNISHMENT CASES, LOADED FROM THE CASE FILE (PR1GARN.DAT,
      *     SEE GARNREC) BY THE PAY RUNS AS EACH EMPLOYEE IS PAID.
      *     COPY DIRECTLY INTO WORKING-STORAGE, E.G.
      *         COPY GARNTBL.
      *     WS-GARN-ON-FILE-SW IS Y WHEN THE EMPLOYEE HAS ANY CASE
      *     ON THE FILE AT ALL, OPEN OR PAID OFF -- THE CASES THEN
      *     REPLACE THE DEDUCTION MASTER'S GARNISHMENT SLOT.  ONLY
      *     OPEN CASES ARE LOADED.  WS-GARN-TBL-TAKE IS THE AMOUNT
      *     TAKEN FOR THE CASE THIS PERIOD.
      ***************************************************************
       01 WS-GARNISH-TABLE.
           05  WS-GARN-COUNT      PIC 9(2)  VALUE ZERO.
           05  WS-GARN-ENTRY OCCURS 10 TIMES.
               10  WS-GARN-TBL-CASE     PIC X(12).
               10  WS-GARN-TBL-AGENCY   PIC X(6).
               10  WS-GARN-TBL-AGY-NAME PIC X(20).
               10  WS-GARN-TBL-PRIORITY PIC 9(2).
               10  WS-GARN-TBL-CAP-PCT  PIC 99V99.
               10  WS-GARN-TBL-PER-AMT  PIC 9(5)V99.
               10  WS-GARN-TBL-OWED     PIC 9(7)V99.
               10  WS-GARN-TBL-TAKE     PIC 9(5)V99.
               10  WS-GARN-TBL-DONE-SW  PIC X(1).

       01 WS-GARN-CALC-FIELDS.
           05  WS-GARN-SUB        PIC 9(2)  VALUE ZERO.
           05  WS-GARN-NEXT       PIC 9(2)  VALUE ZERO.
           05  WS-GARN-ON-FILE-SW PIC X(1)  VALUE 'N'.
               88 WS-GARN-ON-FILE           VALUE 'Y'.
           05  WS-GARN-EOF-SW     PIC X(1)  VALUE 'N'.
               88 WS-GARN-EOF               VALUE 'Y'.
           05  WS-GARN-STATUS     PIC X(2)  VALUE '00'.
           05  WS-GARN-DISPOSABLE PIC S9(6)V99 VALUE ZERO.
           05  WS-GARN-ROOM       PIC S9(6)V99 VALUE ZERO.
           05  WS-GARN-TAKEN      PIC S9(6)V99 VALUE ZERO.
           05  WS-GARN-LIMIT      PIC S9(6)V99 VALUE ZERO.
           05  WS-GARN-AMT        PIC S9(6)V99 VALUE ZERO.
