      ***************************************************************
      * DEPREC - DEPOSIT EXTRACT RECORD LAYOUT FOR PR1BANK.TXT, THE
      *     FILE PAYREG WRITES FOR THE BANK UPLOAD JOB, AND FOR THE
      *     PAPER-CHECK EXTRACT (PR1CHK.TXT) WRITTEN ALONGSIDE IT.
      *     BANKRET LOADS THE SAME LAYOUT BACK TO MATCH THE BANK'S
      *     RETURNS.  CODE A 01-LEVEL GROUP NAME AHEAD OF THE COPY
      *     STATEMENT, E.G.
      *         01  DEPOSIT-RECORD.
      *             COPY DEPREC.
      *     BANK-TRAN-TYPE IS D (LIVE DEPOSIT), P (ZERO-DOLLAR
      *     PRENOTE) OR K (PAPER CHECK -- PR1CHK.TXT ONLY, NO
      *     ACCOUNT FIELDS).  BANK-ACCT-SEQ IS 1 FOR THE PRIMARY
      *     ACCOUNT AND 2 FOR THE SPLIT ACCOUNT, SO A SPLIT
      *     EMPLOYEE'S TWO ITEMS CAN BE TOLD APART ON A RETURN.
      *     BANK-GROSS CARRIES THE AMOUNT OF THIS ITEM -- THE NET
      *     PAY, OR ITS SHARE OF IT ON A SPLIT.
      ***************************************************************
           05 BANK-EMPLOYEE-ID PIC X(5).
           05 BANK-EMP-LAST    PIC X(10).
           05 BANK-EMP-FIRST   PIC X(10).
           05 BANK-GROSS       PIC 9(6)V99.
           05 BANK-PAY-DATE    PIC 9(8).
           05 BANK-TRAN-TYPE   PIC X(1).
              88 BANK-IS-DEPOSIT        VALUE 'D'.
              88 BANK-IS-PRENOTE        VALUE 'P'.
              88 BANK-IS-CHECK          VALUE 'K'.
           05 BANK-ACCT-SEQ    PIC X(1).
           05 BANK-ROUTING     PIC 9(9).
           05 BANK-ACCOUNT     PIC X(17).
           05 BANK-ACCT-TYPE   PIC X(1).
           05 FILLER           PIC X(10).
