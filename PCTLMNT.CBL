       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCTLMNT.
       AUTHOR. M BARRETT.
      ***************************************************************
      * This program maintains the position control file,
      * PR1PCTL.DAT, an indexed file keyed on warehouse and position
      * code.  It reads a batch of add/change/delete transactions
      * from PR1CTRAN.TXT and applies them, so each warehouse's
      * authorized headcount and budgeted salary dollars for each
      * position live on file -- MASTMAINT refuses a hire or
      * transfer into a cell that is already full, and VACRPT
      * reports every cell's vacancies, overages and budget against
      * what the employee master actually holds.
      ********
      * INPUT:
      *     PR1CTRAN.TXT - one transaction per record:
      *       1. Transaction code (A = Add, C = Change, D = Delete)
      *       2. Warehouse ID and position code (the key), the
      *          authorized headcount and the budgeted annual salary
      *          dollars for the cell (see PCTLREC copybook); for a
      *          Delete transaction only the key is required, the
      *          rest of the record is ignored.  A zero headcount
      *          closes the cell to hiring.
      *     PR1WHSE.DAT - the warehouse reference master.
      *     PR1POS.DAT  - the position master.
      * *******
      * OUTPUT:
      *     PR1PCTL.DAT - the maintained position control file.
      *     PR1CLOG.TXT - a log of every transaction applied and any
      *                   that were rejected, with a reason.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TRANS-FILE
               ASSIGN TO 'PR1CTRAN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL POS-CONTROL-MASTER
               ASSIGN TO 'PR1PCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-KEY
               FILE STATUS IS WS-PCTL-MASTER-STATUS.
            SELECT WAREHOUSE-FILE
               ASSIGN TO 'PR1WHSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WHSE-ID
               FILE STATUS IS WS-WHSE-STATUS.
            SELECT POSITION-FILE
               ASSIGN TO 'PR1POS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POS-CODE
               FILE STATUS IS WS-POSMAST-STATUS.
            SELECT TRANS-LOG-FILE
               ASSIGN TO 'PR1CLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD TRANS-FILE
          RECORD CONTAINS 21 CHARACTERS.

       01 TRANSACTION-RECORD.
          05 TRAN-CODE        PIC X(1).
          05 TRAN-WAREHOUSE-ID PIC X(4).
          05 TRAN-POSITION    PIC X(2).
          05 TRAN-AUTH-COUNT  PIC 9(4).
          05 TRAN-AUTH-COUNT-X REDEFINES TRAN-AUTH-COUNT
                              PIC X(4).
          05 TRAN-BUDGET-SAL  PIC 9(8)V99.
          05 TRAN-BUDGET-SAL-X REDEFINES TRAN-BUDGET-SAL
                              PIC X(10).

       FD POS-CONTROL-MASTER
          RECORD CONTAINS 40 CHARACTERS.

       01 POS-CONTROL-RECORD.
           COPY PCTLREC.

       FD WAREHOUSE-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 WAREHOUSE-RECORD.
           COPY WHSEREC.

       FD POSITION-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 POSITION-RECORD.
           COPY POSREC.

       FD TRANS-LOG-FILE
          RECORD CONTAINS 60 CHARACTERS.

       01 TRANS-LOG-RECORD   PIC X(60).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05 WS-PCTL-MASTER-STATUS  PIC X(2) VALUE '00'.
           05 WS-WHSE-STATUS         PIC X(2) VALUE '00'.
           05 WS-POSMAST-STATUS      PIC X(2) VALUE '00'.

       01  WS-LOG-FIELDS.
           05 WS-LOG-RESULT          PIC X(50) VALUE SPACES.

      *********     EDIT / VALIDATION FIELDS     **********************
       01 WS-EDIT-FIELDS.
           05  WS-VALID-TRAN-SW    PIC X(1)  VALUE 'Y'.
               88 TRANSACTION-IS-VALID       VALUE 'Y'.
           05  WS-EDIT-REASON      PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

       10-MAIN-MODULE.

         PERFORM 15-HOUSEKEEPING
         PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           READ TRANS-FILE
             AT END
               MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
             NOT AT END
               PERFORM 45-APPLY-TRANSACTION
           END-READ
         END-PERFORM
         CLOSE TRANS-FILE
               POS-CONTROL-MASTER
               WAREHOUSE-FILE
               POSITION-FILE
               TRANS-LOG-FILE
         STOP RUN
         .

       15-HOUSEKEEPING.
      *    WITHOUT THE TWO REFERENCE MASTERS NO CELL COULD BE
      *    CHECKED, SO EITHER ONE MISSING STOPS THE RUN WITH A
      *    CLEAR MESSAGE INSTEAD.
         OPEN INPUT WAREHOUSE-FILE
         IF WS-WHSE-STATUS NOT = '00'
            DISPLAY 'PCTLMNT - PR1WHSE.DAT NOT FOUND, STATUS '
               WS-WHSE-STATUS
            STOP RUN
         END-IF
         OPEN INPUT POSITION-FILE
         IF WS-POSMAST-STATUS NOT = '00'
            DISPLAY 'PCTLMNT - PR1POS.DAT NOT FOUND, STATUS '
               WS-POSMAST-STATUS
            STOP RUN
         END-IF
         OPEN INPUT TRANS-FILE
         OPEN OUTPUT TRANS-LOG-FILE
         OPEN I-O POS-CONTROL-MASTER
         IF WS-PCTL-MASTER-STATUS = '35'
      *    CONTROL FILE DOES NOT EXIST YET -- CREATE IT, THEN
      *    RE-OPEN I-O SO TRANSACTIONS CAN BE APPLIED.
            OPEN OUTPUT POS-CONTROL-MASTER
            CLOSE POS-CONTROL-MASTER
            OPEN I-O POS-CONTROL-MASTER
         END-IF
         MOVE 'POSITION CONTROL MAINTENANCE LOG' TO TRANS-LOG-RECORD
         WRITE TRANS-LOG-RECORD
         MOVE SPACES TO TRANS-LOG-RECORD
         WRITE TRANS-LOG-RECORD
         .

       45-APPLY-TRANSACTION.
          EVALUATE TRAN-CODE
             WHEN 'A'
                PERFORM 50-ADD-CELL
             WHEN 'C'
                PERFORM 55-CHANGE-CELL
             WHEN 'D'
                PERFORM 60-DELETE-CELL
             WHEN OTHER
                MOVE 'UNKNOWN TRANSACTION CODE' TO WS-LOG-RESULT
                PERFORM 70-WRITE-LOG-LINE
          END-EVALUATE
          .

       50-ADD-CELL.
          PERFORM 65-EDIT-TRANSACTION
          IF TRANSACTION-IS-VALID
             PERFORM 58-MOVE-TRAN-FIELDS
             WRITE POS-CONTROL-RECORD
                INVALID KEY
                   MOVE 'ADD REJECTED - CELL ALREADY ON FILE'
                      TO WS-LOG-RESULT
                NOT INVALID KEY
                   MOVE 'ADD APPLIED' TO WS-LOG-RESULT
             END-WRITE
          ELSE
             STRING 'ADD REJECTED - ' DELIMITED BY SIZE
                    WS-EDIT-REASON    DELIMITED BY SIZE
                    INTO WS-LOG-RESULT
             END-STRING
          END-IF
          PERFORM 70-WRITE-LOG-LINE
          .

       55-CHANGE-CELL.
      *   CUTTING A CELL'S HEADCOUNT BELOW WHAT IT HOLDS TODAY IS
      *   ALLOWED -- NOBODY IS MOVED OUT BY IT.  THE CELL SIMPLY
      *   TAKES NO MORE HIRES AND SHOWS AS AN OVERAGE ON VACRPT
      *   UNTIL ATTRITION BRINGS IT BACK INSIDE.
          PERFORM 65-EDIT-TRANSACTION
          IF TRANSACTION-IS-VALID
             PERFORM 58-MOVE-TRAN-FIELDS
             REWRITE POS-CONTROL-RECORD
                INVALID KEY
                   MOVE 'CHANGE REJECTED - CELL NOT ON FILE'
                      TO WS-LOG-RESULT
                NOT INVALID KEY
                   MOVE 'CHANGE APPLIED' TO WS-LOG-RESULT
             END-REWRITE
          ELSE
             STRING 'CHANGE REJECTED - ' DELIMITED BY SIZE
                    WS-EDIT-REASON       DELIMITED BY SIZE
                    INTO WS-LOG-RESULT
             END-STRING
          END-IF
          PERFORM 70-WRITE-LOG-LINE
          .

       58-MOVE-TRAN-FIELDS.
          MOVE SPACES TO POS-CONTROL-RECORD
          MOVE TRAN-WAREHOUSE-ID TO PCT-WAREHOUSE-ID
          MOVE TRAN-POSITION TO PCT-POSITION
          MOVE TRAN-AUTH-COUNT TO PCT-AUTH-COUNT
          MOVE TRAN-BUDGET-SAL TO PCT-BUDGET-SAL
          .

       60-DELETE-CELL.
      *   A DELETED CELL IS NO LONGER CONTROLLED AT ALL -- MASTMAINT
      *   LETS ANY HIRE INTO IT.  TO STOP HIRING INTO A CELL, CHANGE
      *   ITS HEADCOUNT TO ZERO INSTEAD.
          MOVE TRAN-WAREHOUSE-ID TO PCT-WAREHOUSE-ID
          MOVE TRAN-POSITION TO PCT-POSITION
          DELETE POS-CONTROL-MASTER RECORD
             INVALID KEY
                MOVE 'DELETE REJECTED - CELL NOT ON FILE'
                   TO WS-LOG-RESULT
             NOT INVALID KEY
                MOVE 'DELETE APPLIED' TO WS-LOG-RESULT
          END-DELETE
          PERFORM 70-WRITE-LOG-LINE
          .

       65-EDIT-TRANSACTION.
      *   A CELL CAN ONLY BE SET UP FOR A WAREHOUSE AND A POSITION
      *   THAT EXIST -- A CLOSED WAREHOUSE CAN STILL BE CHANGED, SO
      *   ITS CELLS CAN BE RUN DOWN TO ZERO.
          MOVE 'Y' TO WS-VALID-TRAN-SW
          MOVE SPACES TO WS-EDIT-REASON
          MOVE TRAN-WAREHOUSE-ID TO WHSE-ID
          READ WAREHOUSE-FILE
             INVALID KEY
                MOVE 'N' TO WS-VALID-TRAN-SW
                MOVE 'INVALID WAREHOUSE ID' TO WS-EDIT-REASON
          END-READ
          IF TRANSACTION-IS-VALID
             MOVE TRAN-POSITION TO POS-CODE
             READ POSITION-FILE
                INVALID KEY
                   MOVE 'N' TO WS-VALID-TRAN-SW
                   MOVE 'INVALID POSITION CODE' TO WS-EDIT-REASON
             END-READ
          END-IF
          IF TRANSACTION-IS-VALID
             IF TRAN-AUTH-COUNT-X NOT NUMERIC
                MOVE 'N' TO WS-VALID-TRAN-SW
                MOVE 'INVALID AUTHORIZED HEADCOUNT' TO WS-EDIT-REASON
             END-IF
          END-IF
          IF TRANSACTION-IS-VALID
             IF TRAN-BUDGET-SAL-X NOT NUMERIC
                MOVE 'N' TO WS-VALID-TRAN-SW
                MOVE 'INVALID BUDGETED SALARY' TO WS-EDIT-REASON
             END-IF
          END-IF
          .

       70-WRITE-LOG-LINE.
          MOVE SPACES TO TRANS-LOG-RECORD
          STRING TRAN-WAREHOUSE-ID DELIMITED BY SPACE
                 '/'               DELIMITED BY SIZE
                 TRAN-POSITION     DELIMITED BY SPACE
                 '  '              DELIMITED BY SIZE
                 WS-LOG-RESULT     DELIMITED BY SIZE
                 INTO TRANS-LOG-RECORD
          END-STRING
          WRITE TRANS-LOG-RECORD
          .
