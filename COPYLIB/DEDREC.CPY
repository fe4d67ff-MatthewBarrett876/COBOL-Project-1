      *     DEDUCTION HAS ENDED AND IS NOT TAKEN.  AN EMPLOYEE WITH
      *     NO RECORD ON THE FILE AT ALL IS PAID AT GROSS, SO THE
      *     FILE CAN BE PHASED IN WAREHOUSE BY WAREHOUSE.
      *     AN EMPLOYEE WITH ANY CASE ON THE GARNISHMENT CASE FILE
      *     (PR1GARN.DAT, SEE GARNREC) HAS THE GARNISHMENT SLOT
      *     IGNORED -- THE CASES ARE TAKEN INSTEAD.  THE SLOT ONLY
      *     APPLIES TO AN EMPLOYEE WITH NO CASES.
      ***************************************************************
           05 DED-EMPLOYEE-ID  PIC X(5).
           05 DED-TAX-METHOD   PIC X(1).
