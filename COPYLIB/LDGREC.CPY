      ***************************************************************
      * LDGREC - PAY LEDGER RECORD LAYOUT FOR THE PAY LEDGER
      *     (PR1LDGR.DAT), THE PERMANENT INDEXED FILE PAYREG WRITES
      *     ONE RECORD TO FOR EVERY EMPLOYEE PAID.  NOTHING EVER
      *     UPDATES OR PURGES IT -- IT IS THE RECORD OF WHAT WAS
      *     PAID -- EXCEPT THE PAY RUN REVERSAL (PAYREV), WHICH
      *     DELETES THE R ENTRIES OF A PAY DATE IT BACKS OUT.
      *     PAYSTUB PRINTS THE STUBS FROM IT AND EMPINQ SHOWS
      *     THE LATEST ENTRIES.  CODE A 01-LEVEL GROUP NAME AHEAD OF
      *     THE COPY STATEMENT, E.G.
      *         01  LEDGER-RECORD.
      *             COPY LDGREC.
      *     THE KEY IS EMPLOYEE, PAY DATE AND RUN TYPE (R = REGULAR
      *     REGISTER), SO AN EMPLOYEE'S ENTRIES READ IN DATE ORDER.
      *     LDG-PAY-DATE IS ALSO AN ALTERNATE KEY (WITH DUPLICATES)
      *     SO ONE PAY DATE'S ENTRIES CAN BE READ TOGETHER.
      *     LDG-REG-GROSS IS THE PERIOD PAY BEFORE RETRO; LDG-GROSS
      *     IS THE GROSS ACTUALLY PAID (REGULAR PLUS RETRO).  THE
      *     DEDUCTION FIGURES ARE THE AMOUNTS ACTUALLY TAKEN, SO
      *     GROSS LESS THE THREE DEDUCTIONS IS ALWAYS THE NET.  THE
      *     LEAVE HOURS ARE THOSE ACCRUED BY THIS PAY PERIOD.
      *     LDG-BURDEN IS THE EMPLOYER BURDEN, LDG-TAX-BURDEN PLUS
      *     LDG-BEN-BURDEN, SPLIT OUT FOR THE GL JOURNAL (GLJRNL).
      *     RUN TYPE F IS A FINAL PAY, WRITTEN BY FINALPAY FOR AN
      *     EMPLOYEE WHO HAS LEFT: LDG-REG-GROSS IS THE PAY FOR THE
      *     DAYS OWED AND LDG-VAC-PAYOUT THE UNUSED VACATION PAID
      *     OUT, SO ON AN F ENTRY THE GROSS IS THOSE TWO TOGETHER.
      *     THE HOURS ARE THOSE ON THE EMPLOYEE'S TIMECARD FOR THE
      *     PERIOD (ZERO WITH NO CARD); THE VACATION AND SICK HOURS
      *     TAKEN WERE POSTED TO THE LEAVE FILE BY THE SAME RUN.
      ***************************************************************
           05 LDG-KEY.
              10 LDG-EMPLOYEE-ID  PIC X(5).
              10 LDG-PAY-DATE     PIC 9(8).
              10 LDG-RUN-TYPE     PIC X(1).
                 88 LDG-REGULAR-RUN        VALUE 'R'.
                 88 LDG-FINAL-PAY          VALUE 'F'.
           05 LDG-WAREHOUSE-ID PIC X(4).
           05 LDG-POSITION     PIC X(2).
           05 LDG-REG-GROSS    PIC 9(6)V99.
           05 LDG-RETRO-AMT    PIC 9(6)V99.
           05 LDG-RETRO-EFF    PIC 9(8).
           05 LDG-GROSS        PIC 9(6)V99.
           05 LDG-BURDEN       PIC 9(6)V99.
           05 LDG-TAX-DED      PIC 9(5)V99.
           05 LDG-BEN-DED      PIC 9(5)V99.
           05 LDG-GAR-DED      PIC 9(5)V99.
           05 LDG-NET-PAY      PIC 9(6)V99.
           05 LDG-VAC-ACCRUED  PIC 9(4)V99.
           05 LDG-SICK-ACCRUED PIC 9(4)V99.
           05 LDG-TAX-BURDEN   PIC 9(6)V99.
           05 LDG-BEN-BURDEN   PIC 9(6)V99.
           05 LDG-VAC-PAYOUT   PIC 9(6)V99.
           05 LDG-REG-HOURS    PIC 9(3)V99.
           05 LDG-OT-HOURS     PIC 9(3)V99.
           05 LDG-HOL-HOURS    PIC 9(3)V99.
           05 LDG-VAC-TAKEN    PIC 9(3)V99.
           05 LDG-SICK-TAKEN   PIC 9(3)V99.
