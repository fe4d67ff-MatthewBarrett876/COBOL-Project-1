      ***************************************************************
      * APRQREC - SALARY APPROVAL QUEUE RECORD LAYOUT.  MASTMAINT
      *     APPENDS ONE OF THESE TO THE APPROVAL QUEUE (PR1APRQ.TXT)
      *     FOR EVERY RAISE OR CHANGE WHOSE SALARY MOVE IS OVER THE
      *     APPROVAL THRESHOLD, INSTEAD OF APPLYING IT.  SALAPPR
      *     TAKES EACH ITEM OFF THE QUEUE WHEN A SECOND OPERATOR
      *     APPROVES OR REJECTS IT; AN APPROVED ITEM IS WRITTEN, IN
      *     THE SAME LAYOUT WITH THE APPROVER FILLED IN, TO THE
      *     APPROVED FILE (PR1APRV.TXT) THAT MASTMAINT APPLIES AT
      *     THE TOP OF ITS NEXT RUN.  APRAGE REPORTS ITEMS LEFT ON
      *     THE QUEUE TOO LONG.  CODE A 01-LEVEL GROUP NAME AHEAD OF
      *     THE COPY STATEMENT, E.G.
      *         01  APPROVAL-QUEUE-RECORD.
      *             COPY APRQREC.
      *     THE QUEUE ID IS THE AUDIT RUN NUMBER OF THE MASTMAINT
      *     RUN THAT HELD THE ITEM AND A SEQUENCE WITHIN THAT RUN,
      *     SO IT IS UNIQUE WITHOUT A CONTROL FILE OF ITS OWN.  THE
      *     OLD SALARY IS CUR-SAL AS IT STOOD WHEN THE ITEM WAS
      *     HELD; MASTMAINT REFUSES TO APPLY AN APPROVED ITEM WHEN
      *     THE SALARY HAS MOVED SINCE.  THE WHOLE TRANSACTION IS
      *     CARRIED IN MASTMAINT'S 97-BYTE PR1TRAN.TXT LAYOUT.
      ***************************************************************
           05 APQ-QUEUE-ID.
              10 APQ-RUN-NUMBER   PIC 9(5).
              10 APQ-RUN-SEQ      PIC 9(3).
           05 APQ-QUEUE-DATE   PIC 9(8).
           05 APQ-EMPLOYEE-ID  PIC X(5).
           05 APQ-TRAN-CODE    PIC X(1).
           05 APQ-OLD-SAL      PIC 9(6)V99.
           05 APQ-NEW-SAL      PIC 9(6)V99.
           05 APQ-ENTERED-BY   PIC X(8).
           05 APQ-APPROVED-BY  PIC X(8).
           05 APQ-APPROVED-DATE PIC 9(8).
           05 APQ-TRANSACTION  PIC X(97).
           05 FILLER           PIC X(1).
