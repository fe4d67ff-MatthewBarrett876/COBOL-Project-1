       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKMNT.
       AUTHOR. M BARRETT.
      ***************************************************************
      * This program maintains the bank account master, PR1BACCT.DAT,
      * an indexed file keyed on BA-EMPLOYEE-ID.  It reads a batch of
      * add/change/delete transactions from PR1BATRN.TXT and applies
      * them, so the deposit extract PAYREG sends to the bank can
      * carry each employee's real routing and account number instead
      * of the bank upload job looking them up from a spreadsheet.
      *
      * Every new account, and every change to a routing number,
      * account number or account type, is set to prenote-pending:
      * PAYREG sends the bank a zero-dollar prenote for it and pays
      * the employee by paper check until the prenote has cleared,
      * so a mistyped account number bounces a zero-dollar item
      * instead of somebody's pay.  A change that only alters the
      * split amount leaves the account's prenote status alone.
      ********
      * INPUT:
      *     PR1BATRN.TXT - one transaction per record:
      *       1. Transaction code (A = Add, C = Change, D = Delete)
      *       2. Employee ID, then the primary routing number,
      *          account number and account type (C = checking,
      *          S = savings), the split amount to the second
      *          account (zero = no split) and the second
      *          account's routing number, account number and
      *          type (see BANKREC copybook).  For a Delete
      *          transaction only the Employee ID is required, the
      *          rest of the record is ignored.
      * *******
      * OUTPUT:
      *     PR1BACCT.DAT - the maintained bank account master.
      *     PR1BALOG.TXT - a log of every transaction applied and
      *                    any that were rejected, with a reason.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TRANS-FILE
               ASSIGN TO 'PR1BATRN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL BANK-ACCOUNT-MASTER
               ASSIGN TO 'PR1BACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-EMPLOYEE-ID
               FILE STATUS IS WS-BANK-MASTER-STATUS.
            SELECT TRANS-LOG-FILE
               ASSIGN TO 'PR1BALOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD TRANS-FILE
          RECORD CONTAINS 66 CHARACTERS.

       01 TRANSACTION-RECORD.
          05 TRAN-CODE        PIC X(1).
          05 TRAN-EMPLOYEE-ID PIC X(5).
          05 TRAN-ROUTING     PIC X(9).
          05 TRAN-ACCOUNT     PIC X(17).
          05 TRAN-ACCT-TYPE   PIC X(1).
          05 TRAN-SPLIT-AMT   PIC 9(4)V99.
          05 TRAN-SPLIT-AMT-X REDEFINES TRAN-SPLIT-AMT
                              PIC X(6).
          05 TRAN-ROUTING-2   PIC X(9).
          05 TRAN-ACCOUNT-2   PIC X(17).
          05 TRAN-ACCT-TYPE-2 PIC X(1).

       FD BANK-ACCOUNT-MASTER
          RECORD CONTAINS 80 CHARACTERS.

       01 BANK-ACCOUNT-RECORD.
           COPY BANKREC.

       FD TRANS-LOG-FILE
          RECORD CONTAINS 60 CHARACTERS.

       01 TRANS-LOG-RECORD   PIC X(60).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05 WS-BANK-MASTER-STATUS  PIC X(2) VALUE '00'.

       01  WS-LOG-FIELDS.
           05 WS-LOG-RESULT          PIC X(50) VALUE SPACES.

      *********     EDIT / VALIDATION FIELDS     **********************
       01 WS-EDIT-FIELDS.
           05  WS-VALID-TRAN-SW    PIC X(1)  VALUE 'Y'.
               88 TRANSACTION-IS-VALID       VALUE 'Y'.
           05  WS-EDIT-REASON      PIC X(30) VALUE SPACES.

      *    ONE ACCOUNT AT A TIME IS MOVED HERE SO THE SAME EDIT
      *    PARAGRAPH COVERS THE PRIMARY AND THE SPLIT ACCOUNT.
       01 WS-ACCT-EDIT-FIELDS.
           05  WS-ACCT-NAME        PIC X(6)  VALUE SPACES.
           05  WS-ACCT-ROUTING     PIC X(9)  VALUE SPACES.
           05  WS-ACCT-NUMBER      PIC X(17) VALUE SPACES.
           05  WS-ACCT-TYPE        PIC X(1)  VALUE SPACE.

      *    THE ROUTING NUMBER'S NINTH DIGIT IS A CHECK DIGIT: THE
      *    DIGITS WEIGHTED 3-7-1 ACROSS ALL NINE MUST SUM TO A
      *    MULTIPLE OF TEN.  CATCHING A TRANSPOSED ROUTING NUMBER
      *    HERE SAVES A PRENOTE ROUND TRIP TO THE BANK.
       01 WS-ROUTING-CHECK-FIELDS.
           05  WS-RTN-NUMBER       PIC 9(9).
           05  WS-RTN-DIGITS REDEFINES WS-RTN-NUMBER.
               10 WS-RTN-DIGIT     PIC 9  OCCURS 9 TIMES.
           05  WS-RTN-SUM          PIC 9(4)  VALUE ZERO.
           05  WS-RTN-QUOTIENT     PIC 9(4)  VALUE ZERO.
           05  WS-RTN-REMAINDER    PIC 9(2)  VALUE ZERO.

      *    THE RECORD AS IT STOOD BEFORE A CHANGE, SO THE CHANGE CAN
      *    TELL WHETHER THE ACCOUNT ITSELF MOVED (NEW PRENOTE) OR
      *    ONLY THE SPLIT AMOUNT DID.
       01 WS-BEFORE-FIELDS.
           05  WS-OLD-FOUND-SW     PIC X(1)  VALUE 'N'.
               88 WS-OLD-FOUND               VALUE 'Y'.
           05  WS-OLD-ROUTING      PIC 9(9).
           05  WS-OLD-ACCOUNT      PIC X(17).
           05  WS-OLD-ACCT-TYPE    PIC X(1).
           05  WS-OLD-ROUTING-2    PIC 9(9).
           05  WS-OLD-ACCOUNT-2    PIC X(17).
           05  WS-OLD-ACCT-TYPE-2  PIC X(1).
           05  WS-OLD-STATUS       PIC X(1).
           05  WS-OLD-PRENOTE-DATE PIC 9(8).
           05  WS-OLD-REASON       PIC X(3).

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
               BANK-ACCOUNT-MASTER
               TRANS-LOG-FILE
         STOP RUN
         .

       15-HOUSEKEEPING.
         OPEN INPUT TRANS-FILE
         OPEN OUTPUT TRANS-LOG-FILE
         OPEN I-O BANK-ACCOUNT-MASTER
         IF WS-BANK-MASTER-STATUS = '35'
      *    BANK ACCOUNT MASTER DOES NOT EXIST YET -- CREATE IT, THEN
      *    RE-OPEN I-O SO TRANSACTIONS CAN BE APPLIED.
            OPEN OUTPUT BANK-ACCOUNT-MASTER
            CLOSE BANK-ACCOUNT-MASTER
            OPEN I-O BANK-ACCOUNT-MASTER
         END-IF
         MOVE 'BANK ACCOUNT MASTER MAINTENANCE LOG' TO TRANS-LOG-RECORD
         WRITE TRANS-LOG-RECORD
         MOVE SPACES TO TRANS-LOG-RECORD
         WRITE TRANS-LOG-RECORD
         .

       45-APPLY-TRANSACTION.
          EVALUATE TRAN-CODE
             WHEN 'A'
                PERFORM 50-ADD-ACCOUNT
             WHEN 'C'
                PERFORM 55-CHANGE-ACCOUNT
             WHEN 'D'
                PERFORM 60-DELETE-ACCOUNT
             WHEN OTHER
                MOVE 'UNKNOWN TRANSACTION CODE' TO WS-LOG-RESULT
                PERFORM 70-WRITE-LOG-LINE
          END-EVALUATE
          .

       50-ADD-ACCOUNT.
      *   A NEW ACCOUNT ALWAYS STARTS PRENOTE-PENDING.
          PERFORM 65-EDIT-TRANSACTION
          IF TRANSACTION-IS-VALID
             PERFORM 58-MOVE-TRAN-FIELDS
             MOVE 'P' TO BA-PRENOTE-STATUS
             MOVE ZERO TO BA-PRENOTE-DATE
             MOVE SPACES TO BA-RETURN-REASON
             WRITE BANK-ACCOUNT-RECORD
                INVALID KEY
                   MOVE 'ADD REJECTED - DUPLICATE EMPLOYEE ID'
                      TO WS-LOG-RESULT
                NOT INVALID KEY
                   MOVE 'ADD APPLIED - PRENOTE PENDING'
                      TO WS-LOG-RESULT
             END-WRITE
          ELSE
             STRING 'ADD REJECTED - ' DELIMITED BY SIZE
                    WS-EDIT-REASON    DELIMITED BY SIZE
                    INTO WS-LOG-RESULT
             END-STRING
          END-IF
          PERFORM 70-WRITE-LOG-LINE
          .

       55-CHANGE-ACCOUNT.
      *   THE RECORD ON FILE IS READ FIRST: IF EITHER ACCOUNT'S
      *   ROUTING, NUMBER OR TYPE CHANGED, THE NEW DETAILS HAVE
      *   NEVER BEEN PROVED AND GO BACK TO PRENOTE-PENDING (THIS IS
      *   ALSO HOW A FROZEN ACCOUNT IS RELEASED).  A SPLIT-AMOUNT-
      *   ONLY CHANGE KEEPS THE STATUS IT HAD.
          PERFORM 65-EDIT-TRANSACTION
          IF TRANSACTION-IS-VALID
             PERFORM 56-READ-BEFORE-IMAGE
             IF NOT WS-OLD-FOUND
                MOVE 'CHANGE REJECTED - EMPLOYEE NOT ON FILE'
                   TO WS-LOG-RESULT
             ELSE
                PERFORM 58-MOVE-TRAN-FIELDS
                IF BA-ROUTING = WS-OLD-ROUTING
                   AND BA-ACCOUNT = WS-OLD-ACCOUNT
                   AND BA-ACCT-TYPE = WS-OLD-ACCT-TYPE
                   AND BA-ROUTING-2 = WS-OLD-ROUTING-2
                   AND BA-ACCOUNT-2 = WS-OLD-ACCOUNT-2
                   AND BA-ACCT-TYPE-2 = WS-OLD-ACCT-TYPE-2
                   MOVE WS-OLD-STATUS TO BA-PRENOTE-STATUS
                   MOVE WS-OLD-PRENOTE-DATE TO BA-PRENOTE-DATE
                   MOVE WS-OLD-REASON TO BA-RETURN-REASON
                   MOVE 'CHANGE APPLIED' TO WS-LOG-RESULT
                ELSE
                   MOVE 'P' TO BA-PRENOTE-STATUS
                   MOVE ZERO TO BA-PRENOTE-DATE
                   MOVE SPACES TO BA-RETURN-REASON
                   MOVE 'CHANGE APPLIED - PRENOTE PENDING'
                      TO WS-LOG-RESULT
                END-IF
                REWRITE BANK-ACCOUNT-RECORD
                   INVALID KEY
                      MOVE 'CHANGE REJECTED - EMPLOYEE NOT ON FILE'
                         TO WS-LOG-RESULT
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
          MOVE TRAN-EMPLOYEE-ID TO BA-EMPLOYEE-ID
          READ BANK-ACCOUNT-MASTER
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE 'Y' TO WS-OLD-FOUND-SW
                MOVE BA-ROUTING TO WS-OLD-ROUTING
                MOVE BA-ACCOUNT TO WS-OLD-ACCOUNT
                MOVE BA-ACCT-TYPE TO WS-OLD-ACCT-TYPE
                MOVE BA-ROUTING-2 TO WS-OLD-ROUTING-2
                MOVE BA-ACCOUNT-2 TO WS-OLD-ACCOUNT-2
                MOVE BA-ACCT-TYPE-2 TO WS-OLD-ACCT-TYPE-2
                MOVE BA-PRENOTE-STATUS TO WS-OLD-STATUS
                MOVE BA-PRENOTE-DATE TO WS-OLD-PRENOTE-DATE
                MOVE BA-RETURN-REASON TO WS-OLD-REASON
          END-READ
          .

       58-MOVE-TRAN-FIELDS.
      *   A RECORD WITH NO SPLIT CARRIES A ZERO SECOND ROUTING
      *   NUMBER AND A BLANK SECOND ACCOUNT, SO THE CHANGE TEST IN
      *   55-CHANGE-ACCOUNT COMPARES LIKE WITH LIKE.
          MOVE SPACES TO BANK-ACCOUNT-RECORD
          MOVE TRAN-EMPLOYEE-ID TO BA-EMPLOYEE-ID
          MOVE TRAN-ROUTING TO BA-ROUTING
          MOVE TRAN-ACCOUNT TO BA-ACCOUNT
          MOVE TRAN-ACCT-TYPE TO BA-ACCT-TYPE
          MOVE TRAN-SPLIT-AMT TO BA-SPLIT-AMT
          IF TRAN-SPLIT-AMT > ZERO
             MOVE TRAN-ROUTING-2 TO BA-ROUTING-2
             MOVE TRAN-ACCOUNT-2 TO BA-ACCOUNT-2
             MOVE TRAN-ACCT-TYPE-2 TO BA-ACCT-TYPE-2
          ELSE
             MOVE ZERO TO BA-ROUTING-2
             MOVE SPACES TO BA-ACCOUNT-2
             MOVE SPACE TO BA-ACCT-TYPE-2
          END-IF
          MOVE ZERO TO BA-PRENOTE-DATE
          .

       60-DELETE-ACCOUNT.
      *   WITH THE RECORD GONE THE EMPLOYEE IS PAID BY CHECK FROM
      *   THE NEXT REGISTER ON.
          MOVE TRAN-EMPLOYEE-ID TO BA-EMPLOYEE-ID
          DELETE BANK-ACCOUNT-MASTER RECORD
             INVALID KEY
                MOVE 'DELETE REJECTED - EMPLOYEE NOT ON FILE'
                   TO WS-LOG-RESULT
             NOT INVALID KEY
                MOVE 'DELETE APPLIED' TO WS-LOG-RESULT
          END-DELETE
          PERFORM 70-WRITE-LOG-LINE
          .

       65-EDIT-TRANSACTION.
          MOVE 'Y' TO WS-VALID-TRAN-SW
          MOVE SPACES TO WS-EDIT-REASON
          IF TRAN-EMPLOYEE-ID = SPACES
             MOVE 'N' TO WS-VALID-TRAN-SW
             MOVE 'MISSING EMPLOYEE ID' TO WS-EDIT-REASON
          END-IF
          IF TRANSACTION-IS-VALID
             MOVE 'PRIME' TO WS-ACCT-NAME
             MOVE TRAN-ROUTING TO WS-ACCT-ROUTING
             MOVE TRAN-ACCOUNT TO WS-ACCT-NUMBER
             MOVE TRAN-ACCT-TYPE TO WS-ACCT-TYPE
             PERFORM 66-EDIT-ONE-ACCOUNT
          END-IF
          IF TRANSACTION-IS-VALID
             IF TRAN-SPLIT-AMT-X NOT NUMERIC
                MOVE 'N' TO WS-VALID-TRAN-SW
                MOVE 'INVALID SPLIT AMOUNT' TO WS-EDIT-REASON
             END-IF
          END-IF
          IF TRANSACTION-IS-VALID
             IF TRAN-SPLIT-AMT > ZERO
                MOVE 'SPLIT' TO WS-ACCT-NAME
                MOVE TRAN-ROUTING-2 TO WS-ACCT-ROUTING
                MOVE TRAN-ACCOUNT-2 TO WS-ACCT-NUMBER
                MOVE TRAN-ACCT-TYPE-2 TO WS-ACCT-TYPE
                PERFORM 66-EDIT-ONE-ACCOUNT
             END-IF
          END-IF
          .

       66-EDIT-ONE-ACCOUNT.
      *   THE ROUTING NUMBER MUST BE NINE DIGITS WITH A GOOD CHECK
      *   DIGIT, THE ACCOUNT NUMBER PRESENT, AND THE TYPE C OR S --
      *   THE BANK REJECTS ANYTHING ELSE AT UPLOAD, AFTER THE PAY
      *   DATE HAS ALREADY GONE.
          IF WS-ACCT-ROUTING NOT NUMERIC
             MOVE 'N' TO WS-VALID-TRAN-SW
             STRING 'INVALID ' DELIMITED BY SIZE
                    WS-ACCT-NAME DELIMITED BY SPACE
                    ' ROUTING NUMBER' DELIMITED BY SIZE
                    INTO WS-EDIT-REASON
             END-STRING
          ELSE
             MOVE WS-ACCT-ROUTING TO WS-RTN-NUMBER
             PERFORM 67-CHECK-ROUTING-DIGIT
             IF WS-RTN-NUMBER = ZERO
                OR WS-RTN-REMAINDER NOT = ZERO
                MOVE 'N' TO WS-VALID-TRAN-SW
                STRING 'BAD CHECK DIGIT ' DELIMITED BY SIZE
                       WS-ACCT-NAME DELIMITED BY SPACE
                       ' ROUTING' DELIMITED BY SIZE
                       INTO WS-EDIT-REASON
                END-STRING
             END-IF
          END-IF
          IF TRANSACTION-IS-VALID
             IF WS-ACCT-NUMBER = SPACES
                MOVE 'N' TO WS-VALID-TRAN-SW
                STRING 'MISSING ' DELIMITED BY SIZE
                       WS-ACCT-NAME DELIMITED BY SPACE
                       ' ACCOUNT NUMBER' DELIMITED BY SIZE
                       INTO WS-EDIT-REASON
                END-STRING
             END-IF
          END-IF
          IF TRANSACTION-IS-VALID
             IF WS-ACCT-TYPE NOT = 'C'
                AND WS-ACCT-TYPE NOT = 'S'
                MOVE 'N' TO WS-VALID-TRAN-SW
                STRING 'INVALID ' DELIMITED BY SIZE
                       WS-ACCT-NAME DELIMITED BY SPACE
                       ' ACCOUNT TYPE' DELIMITED BY SIZE
                       INTO WS-EDIT-REASON
                END-STRING
             END-IF
          END-IF
          .

       67-CHECK-ROUTING-DIGIT.
          COMPUTE WS-RTN-SUM =
             3 * (WS-RTN-DIGIT (1) + WS-RTN-DIGIT (4)
                                   + WS-RTN-DIGIT (7))
           + 7 * (WS-RTN-DIGIT (2) + WS-RTN-DIGIT (5)
                                   + WS-RTN-DIGIT (8))
           +     (WS-RTN-DIGIT (3) + WS-RTN-DIGIT (6)
                                   + WS-RTN-DIGIT (9))
          DIVIDE WS-RTN-SUM BY 10 GIVING WS-RTN-QUOTIENT
             REMAINDER WS-RTN-REMAINDER
          .

       70-WRITE-LOG-LINE.
          MOVE SPACES TO TRANS-LOG-RECORD
          STRING TRAN-EMPLOYEE-ID DELIMITED BY SPACE
                 '  '             DELIMITED BY SIZE
                 WS-LOG-RESULT    DELIMITED BY SIZE
                 INTO TRANS-LOG-RECORD
          END-STRING
          WRITE TRANS-LOG-RECORD
          .
