      * LVREC - LEAVE BALANCE RECORD LAYOUT FOR THE LEAVE BALANCE
      *     FILE (PR1LEAVE.DAT), THE INDEXED FILE PAYREG POSTS EACH
      *     PAY PERIOD'S ACCRUAL TO AND LEAVEMNT POSTS HOURS TAKEN
      *     TO.  PAYREG ALSO POSTS THE VACATION AND SICK HOURS ON
      *     EACH TIMECARD (SEE TCREC) AS TAKEN, SO HOURS ON A CARD
      *     ARE NOT KEYED THROUGH LEAVEMNT AS WELL.  ONE RECORD PER
      *     EMPLOYEE, HOURS WITH TWO DECIMALS.
      *     CODE A 01-LEVEL GROUP NAME AHEAD OF THE COPY STATEMENT,
      *     E.G.
      *         01  LEAVE-RECORD.
