      ***************************************************************
      * GPAYREC - GARNISHMENT PAYMENT RECORD LAYOUT FOR PR1GPAY.TXT,
      *     ONE RECORD FOR EVERY GARNISHMENT CASE TAKEN IN A PAY
      *     RUN.  PAYREG STARTS THE FILE AFRESH EACH PAY DATE AND
      *     FINALPAY ADDS ITS OWN; A PAY DATE RUN AGAIN AFTER PAYREV
      *     KEEPS THE F ROWS ALREADY WRITTEN FOR IT.  GARNRMT READS
      *     IT BACK FOR THE REMITTANCE TO THE AGENCIES.  CODE A
      *     01-LEVEL GROUP NAME AHEAD OF THE COPY STATEMENT, E.G.
      *         01  GARN-PAY-RECORD.
      *             COPY GPAYREC.
      *     GP-BALANCE-LEFT IS WHAT IS STILL OWED ON THE ORDER AFTER
      *     THIS PAYMENT; GP-PAID-OFF IS Y WHEN THIS PAYMENT
      *     FINISHED THE ORDER.  GP-RUN-TYPE IS THE LEDGER RUN TYPE
      *     (R = REGULAR REGISTER, F = FINAL PAY).
      ***************************************************************
           05 GP-PAY-DATE      PIC 9(8).
           05 GP-AGENCY-CODE   PIC X(6).
           05 GP-AGENCY-NAME   PIC X(20).
           05 GP-CASE-NO       PIC X(12).
           05 GP-EMPLOYEE-ID   PIC X(5).
           05 GP-AMOUNT        PIC 9(5)V99.
           05 GP-RUN-TYPE      PIC X(1).
           05 GP-BALANCE-LEFT  PIC 9(7)V99.
           05 GP-PAID-OFF      PIC X(1).
           05 FILLER           PIC X(11).
