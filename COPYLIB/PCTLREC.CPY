      ***************************************************************
      * PCTLREC - POSITION CONTROL RECORD LAYOUT FOR THE POSITION
      *     CONTROL FILE (PR1PCTL.DAT), THE INDEXED FILE KEPT UP TO
      *     DATE BY PCTLMNT.  ONE RECORD PER WAREHOUSE AND POSITION
      *     -- A 'CELL' -- CARRYING THE HEADCOUNT THE CELL IS
      *     AUTHORIZED TO FILL AND THE SALARY DOLLARS BUDGETED FOR
      *     IT.  MASTMAINT REFUSES A HIRE OR TRANSFER INTO A CELL
      *     ALREADY AT ITS AUTHORIZED HEADCOUNT, AND VACRPT SETS
      *     THE CELLS AGAINST WHAT THE EMPLOYEE MASTER ACTUALLY
      *     HOLDS.  CODE A 01-LEVEL GROUP NAME AHEAD OF THE COPY
      *     STATEMENT, E.G.
      *         01  POS-CONTROL-RECORD.
      *             COPY PCTLREC.
      *     A CELL WITH NO RECORD ON THE FILE IS NOT CONTROLLED --
      *     MASTMAINT LETS ANY HIRE INTO IT -- SO POSITION CONTROL
      *     CAN BE PHASED IN WAREHOUSE BY WAREHOUSE.  A RECORD WITH
      *     A ZERO HEADCOUNT IS A CELL THAT IS CLOSED TO HIRING.
      *     A ZERO BUDGET MEANS NO SALARY BUDGET HAS BEEN SET FOR
      *     THE CELL, AND IT IS NEVER FLAGGED OVER BUDGET.
      *     THE FILLED HEADCOUNT IS NOT KEPT HERE; IT IS ALWAYS
      *     COUNTED FROM THE MASTER, SO IT CAN NEVER DRIFT.
      ***************************************************************
           05 PCT-KEY.
              10 PCT-WAREHOUSE-ID PIC X(4).
              10 PCT-POSITION     PIC X(2).
           05 PCT-AUTH-COUNT   PIC 9(4).
           05 PCT-BUDGET-SAL   PIC 9(8)V99.
           05 FILLER           PIC X(20).
