       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNMNT.
       AUTHOR. M BARRETT.
      ***************************************************************
      * This program maintains the garnishment case file,
      * PR1GARN.DAT, an indexed file keyed on employee ID and case
      * number.  It reads a batch of add/change/delete transactions
      * from PR1GTRAN.TXT and applies them, so PAYREG can take each
      * court or agency order in priority order, within its cap,
      * and stop it by itself when the order is paid off -- instead
      * of payroll watching the stop date on the deduction master's
      * single garnishment slot by hand.
      *
      * The amount collected on a case is posted by the pay runs,
      * not keyed here.  An Add may carry an opening collected
      * figure, for an order that was already being taken through
      * the deduction master; a Change never touches it.  A Change
      * that raises the order total above what has been collected
      * (an amended order) re-opens a case that was paid off.
      ********
      * INPUT:
      *     PR1GTRAN.TXT - one transaction per record:
      *       1. Transaction code (A = Add, C = Change, D = Delete)
      *       2. Employee ID and case number (the key), then the
      *          agency code and name, the order total, the amount
      *          already collected (Add only), the priority (1 is
      *          taken first), the cap as a percent of disposable
      *          pay, and the most to take a period (zero = as much
      *          as the cap allows) -- see GARNREC copybook.  For a
      *          Delete transaction only the key is required, the
      *          rest of the record is ignored.
      * *******
      * OUTPUT:
      *     PR1GARN.DAT - the maintained garnishment case file.
      *     PR1GLOG.TXT - a log of every transaction applied and any
      *                   that were rejected, with a reason.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TRANS-FILE
               ASSIGN TO 'PR1GTRAN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL GARNISH-MASTER
               ASSIGN TO 'PR1GARN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRN-KEY
               FILE STATUS IS WS-GARN-MASTER-STATUS.
            SELECT TRANS-LOG-FILE
               ASSIGN TO 'PR1GLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD TRANS-FILE
          RECORD CONTAINS 75 CHARACTERS.

       01 TRANSACTION-RECORD.
          05 TRAN-CODE        PIC X(1).
          05 TRAN-EMPLOYEE-ID PIC X(5).
          05 TRAN-CASE-NO     PIC X(12).
          05 TRAN-AGENCY-CODE PIC X(6).
          05 TRAN-AGENCY-NAME PIC X(20).
          05 TRAN-ORDER-TOTAL PIC 9(7)V99.
          05 TRAN-ORDER-TOTAL-X REDEFINES TRAN-ORDER-TOTAL
                              PIC X(9).
          05 TRAN-COLLECTED   PIC 9(7)V99.
          05 TRAN-COLLECTED-X REDEFINES TRAN-COLLECTED
                              PIC X(9).
          05 TRAN-PRIORITY    PIC 9(2).
          05 TRAN-PRIORITY-X REDEFINES TRAN-PRIORITY
                              PIC X(2).
          05 TRAN-CAP-PCT     PIC 99V99.
          05 TRAN-CAP-PCT-X REDEFINES TRAN-CAP-PCT
                              PIC X(4).
          05 TRAN-PERIOD-AMT  PIC 9(5)V99.
          05 TRAN-PERIOD-AMT-X REDEFINES TRAN-PERIOD-AMT
                              PIC X(7).

       FD GARNISH-MASTER
          RECORD CONTAINS 100 CHARACTERS.

       01 GARNISH-RECORD.
           COPY GARNREC.

       FD TRANS-LOG-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 TRANS-LOG-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05 WS-GARN-MASTER-STATUS  PIC X(2) VALUE '00'.
           05 WS-RUN-DATE-8          PIC 9(8).

       01  WS-LOG-FIELDS.
           05 WS-LOG-RESULT          PIC X(50) VALUE SPACES.

      *********     EDIT / VALIDATION FIELDS     **********************
       01 WS-EDIT-FIELDS.
           05  WS-VALID-TRAN-SW    PIC X(1)  VALUE 'Y'.
               88 TRANSACTION-IS-VALID       VALUE 'Y'.
           05  WS-EDIT-REASON      PIC X(30) VALUE SPACES.

      *    WHAT THE PAY RUNS HAVE POSTED TO THE CASE, CARRIED ACROSS
      *    A CHANGE SO THE NEW DETAILS NEVER WIPE IT OUT.
       01 WS-BEFORE-FIELDS.
           05  WS-OLD-FOUND-SW     PIC X(1)  VALUE 'N'.
               88 WS-OLD-FOUND               VALUE 'Y'.
           05  WS-OLD-COLLECTED    PIC 9(7)V99.
           05  WS-OLD-LAST-PAY     PIC 9(8).
           05  WS-OLD-PAID-OFF     PIC 9(8).

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
               GARNISH-MASTER
               TRANS-LOG-FILE
         STOP RUN
         .

       15-HOUSEKEEPING.
         OPEN INPUT TRANS-FILE
         OPEN OUTPUT TRANS-LOG-FILE
         OPEN I-O GARNISH-MASTER
         IF WS-GARN-MASTER-STATUS = '35'
      *    CASE FILE DOES NOT EXIST YET -- CREATE IT, THEN RE-OPEN
      *    I-O SO TRANSACTIONS CAN BE APPLIED.
            OPEN OUTPUT GARNISH-MASTER
            CLOSE GARNISH-MASTER
            OPEN I-O GARNISH-MASTER
         END-IF
         ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
         MOVE 'GARNISHMENT CASE FILE MAINTENANCE LOG'
            TO TRANS-LOG-RECORD
         WRITE TRANS-LOG-RECORD
         MOVE SPACES TO TRANS-LOG-RECORD
         WRITE TRANS-LOG-RECORD
         .

       45-APPLY-TRANSACTION.
          EVALUATE TRAN-CODE
             WHEN 'A'
                PERFORM 50-ADD-CASE
             WHEN 'C'
                PERFORM 55-CHANGE-CASE
             WHEN 'D'
                PERFORM 60-DELETE-CASE
             WHEN OTHER
                MOVE 'UNKNOWN TRANSACTION CODE' TO WS-LOG-RESULT
                PERFORM 70-WRITE-LOG-LINE
          END-EVALUATE
          .

       50-ADD-CASE.
      *   THE OPENING COLLECTED FIGURE IS WHAT WAS ALREADY TAKEN ON
      *   THE ORDER BEFORE IT CAME ONTO THIS FILE.  AN ORDER KEYED
      *   ALREADY SATISFIED GOES ON AS PAID OFF AND IS NEVER TAKEN.
          PERFORM 65-EDIT-TRANSACTION
          IF TRANSACTION-IS-VALID
             IF TRAN-COLLECTED-X NOT NUMERIC
                MOVE 'N' TO WS-VALID-TRAN-SW
                MOVE 'INVALID AMOUNT COLLECTED' TO WS-EDIT-REASON
             END-IF
          END-IF
          IF TRANSACTION-IS-VALID
             PERFORM 58-MOVE-TRAN-FIELDS
             MOVE TRAN-COLLECTED TO GRN-COLLECTED
             MOVE ZERO TO GRN-LAST-PAY-DATE
             MOVE ZERO TO GRN-PAID-OFF-DATE
             PERFORM 59-SET-CASE-STATUS
             WRITE GARNISH-RECORD
                INVALID KEY
                   MOVE 'ADD REJECTED - DUPLICATE CASE NUMBER'
                      TO WS-LOG-RESULT
                NOT INVALID KEY
                   IF GRN-CASE-PAID-OFF
                      MOVE 'ADD APPLIED - ALREADY PAID OFF'
                         TO WS-LOG-RESULT
                   ELSE
                      MOVE 'ADD APPLIED' TO WS-LOG-RESULT
                   END-IF
             END-WRITE
          ELSE
             STRING 'ADD REJECTED - ' DELIMITED BY SIZE
                    WS-EDIT-REASON    DELIMITED BY SIZE
                    INTO WS-LOG-RESULT
             END-STRING
          END-IF
          PERFORM 70-WRITE-LOG-LINE
          .

       55-CHANGE-CASE.
      *   THE CASE ON FILE IS READ FIRST SO THE AMOUNT COLLECTED AND
      *   THE DATES THE PAY RUNS POSTED CARRY ACROSS THE CHANGE.
      *   THE STATUS IS THEN WORKED OUT AFRESH AGAINST THE NEW
      *   ORDER TOTAL.
          PERFORM 65-EDIT-TRANSACTION
          IF TRANSACTION-IS-VALID
             PERFORM 56-READ-BEFORE-IMAGE
             IF NOT WS-OLD-FOUND
                MOVE 'CHANGE REJECTED - CASE NOT ON FILE'
                   TO WS-LOG-RESULT
             ELSE
                PERFORM 58-MOVE-TRAN-FIELDS
                MOVE WS-OLD-COLLECTED TO GRN-COLLECTED
                MOVE WS-OLD-LAST-PAY TO GRN-LAST-PAY-DATE
                MOVE WS-OLD-PAID-OFF TO GRN-PAID-OFF-DATE
                PERFORM 59-SET-CASE-STATUS
                REWRITE GARNISH-RECORD
                   INVALID KEY
                      MOVE 'CHANGE REJECTED - CASE NOT ON FILE'
                         TO WS-LOG-RESULT
                   NOT INVALID KEY
                      IF GRN-CASE-PAID-OFF
                         MOVE 'CHANGE APPLIED - CASE PAID OFF'
                            TO WS-LOG-RESULT
                      ELSE
                         MOVE 'CHANGE APPLIED' TO WS-LOG-RESULT
                      END-IF
                END-REWRITE
             END-IF
          ELSE
             STRING 'CHANGE REJECTED - ' DELIMITED BY SIZE
                    WS-EDIT-REASON       DELIMITED BY SIZE
                    INTO WS-LOG-RESULT
             END-STRING
          END-IF
          PERFORM 70-WRITE-LOG-LINE
          .

       56-READ-BEFORE-IMAGE.
          MOVE 'N' TO WS-OLD-FOUND-SW
          MOVE TRAN-EMPLOYEE-ID TO GRN-EMPLOYEE-ID
          MOVE TRAN-CASE-NO TO GRN-CASE-NO
          READ GARNISH-MASTER
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE 'Y' TO WS-OLD-FOUND-SW
                MOVE GRN-COLLECTED TO WS-OLD-COLLECTED
                MOVE GRN-LAST-PAY-DATE TO WS-OLD-LAST-PAY
                MOVE GRN-PAID-OFF-DATE TO WS-OLD-PAID-OFF
          END-READ
          .

       58-MOVE-TRAN-FIELDS.
          MOVE SPACES TO GARNISH-RECORD
          MOVE TRAN-EMPLOYEE-ID TO GRN-EMPLOYEE-ID
          MOVE TRAN-CASE-NO TO GRN-CASE-NO
          MOVE TRAN-AGENCY-CODE TO GRN-AGENCY-CODE
          MOVE TRAN-AGENCY-NAME TO GRN-AGENCY-NAME
          MOVE TRAN-ORDER-TOTAL TO GRN-ORDER-TOTAL
          MOVE TRAN-PRIORITY TO GRN-PRIORITY
          MOVE TRAN-CAP-PCT TO GRN-CAP-PCT
          MOVE TRAN-PERIOD-AMT TO GRN-PERIOD-AMT
          .

       59-SET-CASE-STATUS.
      *   A CASE IS OPEN UNTIL WHAT HAS BEEN COLLECTED REACHES THE
      *   ORDER TOTAL.  A CASE PAID OFF KEEPS THE DATE IT WAS PAID
      *   OFF; ONE KEYED PAID OFF HERE IS DATED TONIGHT.
          IF GRN-COLLECTED < GRN-ORDER-TOTAL
             MOVE 'A' TO GRN-STATUS
             MOVE ZERO TO GRN-PAID-OFF-DATE
          ELSE
             MOVE 'P' TO GRN-STATUS
             IF GRN-PAID-OFF-DATE = ZERO
                MOVE WS-RUN-DATE-8 TO GRN-PAID-OFF-DATE
             END-IF
          END-IF
          .

       60-DELETE-CASE.
      *   A CASE RELEASED BY THE COURT IS DELETED.  ONE THAT WAS
      *   SIMPLY PAID OFF IS BEST LEFT ON FILE -- WHILE THE EMPLOYEE
      *   HAS ANY CASE HERE, THE DEDUCTION MASTER'S OLD GARNISHMENT
      *   SLOT STAYS OUT OF USE.
          MOVE TRAN-EMPLOYEE-ID TO GRN-EMPLOYEE-ID
          MOVE TRAN-CASE-NO TO GRN-CASE-NO
          DELETE GARNISH-MASTER RECORD
             INVALID KEY
                MOVE 'DELETE REJECTED - CASE NOT ON FILE'
                   TO WS-LOG-RESULT
             NOT INVALID KEY
                MOVE 'DELETE APPLIED' TO WS-LOG-RESULT
          END-DELETE
          PERFORM 70-WRITE-LOG-LINE
          .

       65-EDIT-TRANSACTION.
      *   THE CAP IS WHAT KEEPS AN ORDER WITHIN THE LAW, SO A CASE
      *   WITHOUT ONE IS NOT ACCEPTED.  THE AGENCY CODE IS WHAT THE
      *   REMITTANCE IS GROUPED ON, SO IT MUST BE PRESENT TOO.
          MOVE 'Y' TO WS-VALID-TRAN-SW
          MOVE SPACES TO WS-EDIT-REASON
          IF TRAN-EMPLOYEE-ID = SPACES
             MOVE 'N' TO WS-VALID-TRAN-SW
             MOVE 'MISSING EMPLOYEE ID' TO WS-EDIT-REASON
          END-IF
          IF TRANSACTION-IS-VALID
             IF TRAN-CASE-NO = SPACES
                MOVE 'N' TO WS-VALID-TRAN-SW
                MOVE 'MISSING CASE NUMBER' TO WS-EDIT-REASON
             END-IF
          END-IF
          IF TRANSACTION-IS-VALID
             IF TRAN-AGENCY-CODE = SPACES
                MOVE 'N' TO WS-VALID-TRAN-SW
                MOVE 'MISSING AGENCY CODE' TO WS-EDIT-REASON
             END-IF
          END-IF
          IF TRANSACTION-IS-VALID
             IF TRAN-ORDER-TOTAL-X NOT NUMERIC
                MOVE 'N' TO WS-VALID-TRAN-SW
                MOVE 'INVALID ORDER TOTAL' TO WS-EDIT-REASON
             ELSE
                IF TRAN-ORDER-TOTAL = ZERO
                   MOVE 'N' TO WS-VALID-TRAN-SW
                   MOVE 'INVALID ORDER TOTAL' TO WS-EDIT-REASON
                END-IF
             END-IF
          END-IF
          IF TRANSACTION-IS-VALID
             IF TRAN-PRIORITY-X NOT NUMERIC
                MOVE 'N' TO WS-VALID-TRAN-SW
                MOVE 'INVALID PRIORITY' TO WS-EDIT-REASON
             ELSE
                IF TRAN-PRIORITY = ZERO
                   MOVE 'N' TO WS-VALID-TRAN-SW
                   MOVE 'INVALID PRIORITY' TO WS-EDIT-REASON
                END-IF
             END-IF
          END-IF
          IF TRANSACTION-IS-VALID
             IF TRAN-CAP-PCT-X NOT NUMERIC
                MOVE 'N' TO WS-VALID-TRAN-SW
                MOVE 'INVALID CAP PERCENT' TO WS-EDIT-REASON
             ELSE
                IF TRAN-CAP-PCT = ZERO
                   MOVE 'N' TO WS-VALID-TRAN-SW
                   MOVE 'INVALID CAP PERCENT' TO WS-EDIT-REASON
                END-IF
             END-IF
          END-IF
          IF TRANSACTION-IS-VALID
             IF TRAN-PERIOD-AMT-X NOT NUMERIC
                MOVE 'N' TO WS-VALID-TRAN-SW
                MOVE 'INVALID PERIOD AMOUNT' TO WS-EDIT-REASON
             END-IF
          END-IF
          .

       70-WRITE-LOG-LINE.
          MOVE SPACES TO TRANS-LOG-RECORD
          STRING TRAN-EMPLOYEE-ID DELIMITED BY SPACE
                 '  '             DELIMITED BY SIZE
                 TRAN-CASE-NO     DELIMITED BY SIZE
                 '  '             DELIMITED BY SIZE
                 WS-LOG-RESULT    DELIMITED BY SIZE
                 INTO TRANS-LOG-RECORD
          END-STRING
          WRITE TRANS-LOG-RECORD
          .
