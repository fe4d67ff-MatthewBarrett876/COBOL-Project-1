      ***************************************************************
      * GARNREC - GARNISHMENT CASE RECORD LAYOUT FOR THE GARNISHMENT
      *     CASE FILE (PR1GARN.DAT), THE INDEXED FILE KEPT UP TO DATE
      *     BY GARNMNT AND READ BY PAYREG AND FINALPAY.  ONE RECORD
      *     PER COURT OR AGENCY ORDER, KEYED ON EMPLOYEE AND CASE
      *     NUMBER, SO AN EMPLOYEE CAN CARRY SEVERAL ORDERS AT ONCE.
      *     CODE A 01-LEVEL GROUP NAME AHEAD OF THE COPY STATEMENT,
      *     E.G.
      *         01  GARNISH-RECORD.
      *             COPY GARNREC.
      *     THE CASES ARE TAKEN IN GRN-PRIORITY ORDER (1 FIRST).
      *     GRN-CAP-PCT IS THE MOST THE ORDER ALLOWS TO BE WITHHELD,
      *     AS A PERCENT OF DISPOSABLE PAY (GROSS LESS TAX WITHHELD),
      *     COUNTING WHAT THE HIGHER-PRIORITY CASES HAVE ALREADY
      *     TAKEN THAT PERIOD.  A NONZERO GRN-PERIOD-AMT LIMITS THE
      *     CASE TO THAT MUCH A PERIOD AS WELL; ZERO TAKES ALL THE
      *     CAP ALLOWS.  NO CASE IS EVER TAKEN PAST ITS ORDER TOTAL.
      *     GRN-COLLECTED IS POSTED BY THE PAY RUNS ONLY.  WHEN IT
      *     REACHES GRN-ORDER-TOTAL THE CASE IS MARKED PAID OFF AND
      *     IS TAKEN NO MORE.
      *     AN EMPLOYEE WITH ANY CASE ON THIS FILE HAS THE CASES
      *     TAKEN INSTEAD OF THE GARNISHMENT SLOT ON THE DEDUCTION
      *     MASTER (DEDREC).
      ***************************************************************
           05 GRN-KEY.
              10 GRN-EMPLOYEE-ID  PIC X(5).
              10 GRN-CASE-NO      PIC X(12).
           05 GRN-AGENCY-CODE  PIC X(6).
           05 GRN-AGENCY-NAME  PIC X(20).
           05 GRN-ORDER-TOTAL  PIC 9(7)V99.
           05 GRN-COLLECTED    PIC 9(7)V99.
           05 GRN-PRIORITY     PIC 9(2).
           05 GRN-CAP-PCT      PIC 99V99.
           05 GRN-PERIOD-AMT   PIC 9(5)V99.
           05 GRN-STATUS       PIC X(1).
              88 GRN-CASE-ACTIVE        VALUE 'A'.
              88 GRN-CASE-PAID-OFF      VALUE 'P'.
           05 GRN-LAST-PAY-DATE PIC 9(8).
           05 GRN-PAID-OFF-DATE PIC 9(8).
           05 FILLER           PIC X(9).
