      ***************************************************************
      * BANKREC - BANK ACCOUNT RECORD LAYOUT FOR THE BANK ACCOUNT
      *     MASTER (PR1BACCT.DAT), THE INDEXED FILE KEPT UP TO DATE
      *     BY BANKMNT AND READ BY PAYREG TO ROUTE EACH EMPLOYEE'S
      *     NET PAY.  ONE RECORD PER EMPLOYEE.  CODE A 01-LEVEL
      *     GROUP NAME AHEAD OF THE COPY STATEMENT, E.G.
      *         01  BANK-ACCOUNT-RECORD.
      *             COPY BANKREC.
      *     THE PRIMARY ACCOUNT TAKES THE NET PAY.  A NONZERO
      *     BA-SPLIT-AMT SENDS THAT FLAT AMOUNT EACH PERIOD TO THE
      *     SECOND ACCOUNT INSTEAD (NEVER MORE THAN THE NET) AND
      *     THE REST TO THE PRIMARY.  ACCOUNT TYPE IS C (CHECKING)
      *     OR S (SAVINGS).
      *     BA-PRENOTE-STATUS DRIVES THE PRENOTE CYCLE:
      *       P - NEW OR CHANGED ACCOUNT, ZERO-DOLLAR PRENOTE NOT
      *           SENT YET.  PAYREG SENDS IT AND PAYS BY CHECK.
      *       S - PRENOTE SENT ON BA-PRENOTE-DATE.  STILL PAID BY
      *           CHECK UNTIL A LATER PAY DATE FINDS NO RETURN
      *           CAME BACK, WHEN THE ACCOUNT GOES LIVE.
      *       A - LIVE.  NET PAY IS DEPOSITED.
      *       C - FROZEN.  BANKRET MATCHED A CLOSED-ACCOUNT OR
      *           INVALID-ACCOUNT RETURN, OR A RETURNED PRENOTE FOR
      *           ANY REASON (REASON IN BA-RETURN-REASON); PAID BY
      *           CHECK UNTIL BANKMNT RE-KEYS THE ACCOUNT, WHICH
      *           STARTS A FRESH PRENOTE.
      ***************************************************************
           05 BA-EMPLOYEE-ID   PIC X(5).
           05 BA-ROUTING       PIC 9(9).
           05 BA-ACCOUNT       PIC X(17).
           05 BA-ACCT-TYPE     PIC X(1).
           05 BA-SPLIT-AMT     PIC 9(4)V99.
           05 BA-ROUTING-2     PIC 9(9).
           05 BA-ACCOUNT-2     PIC X(17).
           05 BA-ACCT-TYPE-2   PIC X(1).
           05 BA-PRENOTE-STATUS PIC X(1).
              88 BA-PRENOTE-PENDING     VALUE 'P'.
              88 BA-PRENOTE-SENT        VALUE 'S'.
              88 BA-ACCOUNT-LIVE        VALUE 'A'.
              88 BA-ACCOUNT-FROZEN      VALUE 'C'.
           05 BA-PRENOTE-DATE  PIC 9(8).
           05 BA-RETURN-REASON PIC X(3).
           05 FILLER           PIC X(3).
