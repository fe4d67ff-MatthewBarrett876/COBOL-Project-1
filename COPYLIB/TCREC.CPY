      ***************************************************************
      * TCREC - TIMECARD RECORD LAYOUT.  ONE RECORD PER EMPLOYEE PER
      *     PAY PERIOD, LOADED FROM THE WAREHOUSE TIME CLOCKS TO
      *     PR1TIME.TXT.  TIMEEDIT EDITS THE FILE AGAINST THE
      *     EMPLOYEE MASTER AND COPIES THE CARDS THAT PASS, IN THE
      *     SAME LAYOUT, TO PR1TIMEA.TXT, WHICH IS THE FILE PAYREG
      *     AND FINALPAY PAY FROM.  CODE A 01-LEVEL GROUP NAME AHEAD
      *     OF THE COPY STATEMENT, E.G.
      *         01  TIMECARD-RECORD.
      *             COPY TCREC.
      *     HOURS CARRY TWO DECIMALS.  REGULAR, HOLIDAY, VACATION
      *     AND SICK HOURS ARE PAID AT AN HOURLY EMPLOYEE'S RATE,
      *     OVERTIME HOURS AT TIME AND A HALF.  VACATION AND SICK
      *     HOURS ARE ALSO POSTED TO PR1LEAVE.DAT AS HOURS TAKEN,
      *     FOR SALARIED AND HOURLY EMPLOYEES ALIKE.
      ***************************************************************
           05 TC-EMPLOYEE-ID   PIC X(5).
           05 TC-PERIOD-END    PIC 9(8).
           05 TC-REG-HOURS     PIC 9(3)V99.
           05 TC-OT-HOURS      PIC 9(3)V99.
           05 TC-HOL-HOURS     PIC 9(3)V99.
           05 TC-VAC-HOURS     PIC 9(3)V99.
           05 TC-SICK-HOURS    PIC 9(3)V99.
           05 FILLER           PIC X(2).
