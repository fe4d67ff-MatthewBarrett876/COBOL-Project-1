      *          transaction carries only the Employee ID and the
      *          termination date -- see TERM-TRANSACTION-RECORD.
      *          A Purge is only honoured against a record already
      *          terminated by a T transaction.  An Add or Change
      *          that would put the employee into a warehouse and
      *          position already at its authorized headcount is
      *          only applied when it carries the override flag.
      *       3. The ID of the operator who keyed the transaction,
      *          in the last eight bytes of every layout.  A
      *          transaction with no operator ID is rejected.  A
      *          Raise, or a Change that alters CUR-SAL, that moves
      *          the salary by more than the approval limits is not
      *          applied -- it is held on the approval queue for a
      *          second operator to approve through SALAPPR.
      *       4. The pay type (S = salaried, H = hourly) and, for an
      *          hourly employee, the hourly rate, in the spare
      *          columns of the record layout.  An hourly
      *          employee's current salary is not keyed -- it is
      *          worked out as the rate over a 2080-hour year.  A
      *          Change with no pay type keeps the type and rate
      *          already on the master.
      *     PR1APRV.TXT - held salary changes approved through
      *                   SALAPPR since the last run (see APRQREC
      *                   copybook), applied ahead of PR1TRAN.TXT.
      *     PR1PCTL.DAT - the position control file (see PCTLREC
      *                   copybook), the authorized headcount of
      *                   each warehouse and position.
      * *******
      * OUTPUT:
      *     PR1MAST.DAT - the maintained employee master.
      *                   master (see AUDREC copybook).
      *     PR1ARUN.DAT - one-record file carrying the audit run
      *                   number forward from run to run.
      *     PR1HCOVR.TXT - one record for every hire or transfer let
      *                   past the authorized headcount by override.
      *     PR1APRQ.TXT - the approval queue, one record appended for
      *                   every salary change held for approval (see
      *                   APRQREC copybook).
      ***************************************************************
      * MODIFICATION HISTORY:
      *   09/08/26  MAB  ADD AND CHANGE TRANSACTIONS ARE NOW EDITED
      *                  AGAINST THE OLD FILE, THEN A CONFIRMED
      *                  FUNCTION R, WHOSE OUTPUT OPEN BUILDS THE
      *                  NEW INDEXES.
      *   15/10/26  MAB  POSITION CONTROL.  AN ADD, OR A CHANGE THAT
      *                  MOVES AN EMPLOYEE TO ANOTHER WAREHOUSE OR
      *                  POSITION (OR BRINGS A LEAVER BACK), IS NOW
      *                  REJECTED WHEN THE WAREHOUSE AND POSITION IS
      *                  ALREADY AT THE HEADCOUNT AUTHORIZED ON THE
      *                  POSITION CONTROL FILE (PR1PCTL.DAT,
      *                  MAINTAINED BY PCTLMNT).  THE FILLED COUNT IS
      *                  TAKEN FROM THE MASTER ITSELF.  THE SPARE
      *                  BYTE AHEAD OF THE EFFECTIVE DATE IS NOW AN
      *                  OVERRIDE FLAG -- Y LETS THE HIRE THROUGH,
      *                  AND EVERY OVERRIDE USED IS LOGGED ON
      *                  PR1TLOG.TXT AND APPENDED TO PR1HCOVR.TXT.
      *                  A CELL NOT ON THE FILE IS NOT CONTROLLED.
      *   15/10/26  MAB  SECOND-PERSON APPROVAL OF SALARY CHANGES.
      *                  THE TRANSACTION RECORD GREW TO 97 BYTES TO
      *                  CARRY THE ID OF THE OPERATOR WHO KEYED IT,
      *                  AND A TRANSACTION WITHOUT ONE IS REJECTED.
      *                  A RAISE, OR A CHANGE THAT ALTERS CUR-SAL,
      *                  THAT MOVES THE SALARY BY MORE THAN THE
      *                  APPROVAL LIMITS (WS-APPROVAL-FIELDS) IS NOT
      *                  APPLIED BUT HELD ON THE APPROVAL QUEUE
      *                  (PR1APRQ.TXT).  A SECOND OPERATOR APPROVES
      *                  OR REJECTS IT THROUGH SALAPPR, AND WHAT IS
      *                  APPROVED COMES BACK ON PR1APRV.TXT TO BE
      *                  APPLIED AT THE TOP OF THE NEXT RUN -- UNLESS
      *                  THE SALARY HAS MOVED IN THE MEANTIME.  THE
      *                  ENTERING AND APPROVING OPERATOR IDS ARE NOW
      *                  CARRIED ON EVERY AUDIT RECORD (SEE AUDREC).
      *   15/10/26  MAB  HOURLY EMPLOYEES.  THE SPARE COLUMNS OF THE
      *                  ADD/CHANGE LAYOUT NOW CARRY A PAY TYPE (S OR
      *                  H) AND AN HOURLY RATE, POSTED TO THE NEW
      *                  EMPREC FIELDS.  AN HOURLY EMPLOYEE'S CUR-SAL
      *                  IS SET TO THE RATE OVER A 2080-HOUR YEAR, SO
      *                  THE SALARY BAND AND THE APPROVAL LIMITS
      *                  APPLY TO A RATE CHANGE EXACTLY AS TO A
      *                  SALARY CHANGE.  A RAISE AGAINST AN HOURLY
      *                  EMPLOYEE RAISES THE RATE.  A CHANGE WITH NO
      *                  PAY TYPE KEEPS THE ONE ON THE MASTER.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POS-CODE
               FILE STATUS IS WS-POSMAST-STATUS.
            SELECT OPTIONAL POS-CONTROL-FILE
               ASSIGN TO 'PR1PCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCT-KEY
               FILE STATUS IS WS-PCTL-STATUS.
            SELECT OPTIONAL OVERRIDE-LOG-FILE
               ASSIGN TO 'PR1HCOVR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL APPROVAL-QUEUE-FILE
               ASSIGN TO 'PR1APRQ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL APPROVED-FILE
               ASSIGN TO 'PR1APRV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD TRANS-FILE
          RECORD CONTAINS 97 CHARACTERS.

      *    BYTES 82-89 OF EVERY LAYOUT ARE THE EFFECTIVE DATE --
      *    BLANK OR ZERO MEANS APPLY TONIGHT, THE WAY EVERY
      *    TRANSACTION USED TO BE.  A FUTURE DATE PARKS THE
      *    TRANSACTION ON THE PENDING FILE; A BACK-DATED RAISE
      *    GENERATES RETRO PAY.  THE LAST EIGHT BYTES OF EVERY
      *    LAYOUT ARE THE ID OF THE OPERATOR WHO KEYED IT.
       01 TRANSACTION-RECORD.
          05 TRAN-CODE        PIC X(1).
          05 TRAN-WAREHOUSE-ID PIC X(4).
          05 TRAN-EMPOLYEE-POS PIC X(2).
          05 TRAN-EMP-LAST    PIC X(10).
          05 TRAN-EMP-FIRST   PIC X(10).
          05 TRAN-PAY-TYPE    PIC X(1).
          05 FILLER           PIC X(2).
          05 TRAN-HIRE-DATE   PIC S9(8).
          05 TRAN-START-SAL   PIC 999999V99.
          05 TRAN-HOURLY-RATE PIC 99V99.
          05 TRAN-LAST-INC    PIC S9(8).
          05 TRAN-CUR-SAL     PIC 999999V99.
          05 TRAN-EMP-STATUS  PIC X(1).
          05 TRAN-TERM-DATE   PIC 9(8).
          05 TRAN-HC-OVERRIDE PIC X(1).
             88 TRAN-OVERRIDE-HEADCOUNT VALUE 'Y'.
          05 TRAN-EFF-DATE    PIC X(8).
          05 TRAN-OPERATOR-ID PIC X(8).

      *    ALTERNATE LAYOUT OF THE SAME 97-BYTE TRANSACTION FOR THE
      *    'R' RAISE TRANSACTION.  THE EMPLOYEE ID SITS IN THE SAME
      *    COLUMNS AS EVERY OTHER TRANSACTION CODE.
       01 RAISE-TRANSACTION-RECORD.
          05 RAISE-FLAT-AMT   PIC 9(6)V99.
          05 FILLER           PIC X(58).
          05 RAISE-EFF-DATE   PIC X(8).
          05 FILLER           PIC X(8).

      *    ALTERNATE LAYOUT FOR THE 'T' TERMINATE TRANSACTION --
      *    ONLY THE EMPLOYEE ID AND THE TERMINATION DATE ARE
          05 FILLER           PIC X(4).
          05 TERM-EMPLOYEE-ID PIC X(5).
          05 TERM-EFF-DATE    PIC 9(8).
          05 FILLER           PIC X(79).

       FD PENDING-FILE
          RECORD CONTAINS 97 CHARACTERS.

       01 PENDING-RECORD   PIC X(97).

       FD RETRO-FILE
          RECORD CONTAINS 30 CHARACTERS.
       01 TRANS-LOG-RECORD   PIC X(60).

       FD AUDIT-FILE
          RECORD CONTAINS 202 CHARACTERS.

       01 AUDIT-RECORD.
           COPY AUDREC.
       01 POSITION-RECORD.
           COPY POSREC.

       FD POS-CONTROL-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 POS-CONTROL-RECORD.
           COPY PCTLREC.

      *    ONE RECORD PER HEADCOUNT OVERRIDE APPLIED, KEPT FROM RUN
      *    TO RUN -- THE TRANSACTION LOG IS STARTED AFRESH EACH
      *    NIGHT, SO THIS IS WHERE AN OVER-HIRE IS ANSWERED FOR.
       FD OVERRIDE-LOG-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 OVERRIDE-LOG-RECORD.
          05 OVR-RUN-DATE     PIC 9(8).
          05 OVR-RUN-NUMBER   PIC 9(5).
          05 OVR-TRAN-CODE    PIC X(1).
          05 OVR-EMPLOYEE-ID  PIC X(5).
          05 OVR-WAREHOUSE-ID PIC X(4).
          05 OVR-POSITION     PIC X(2).
          05 OVR-AUTH-COUNT   PIC 9(4).
          05 OVR-FILLED-COUNT PIC 9(4).
          05 FILLER           PIC X(47).

      *    BOTH APPROVAL FILES ARE IN THE APRQREC LAYOUT; EACH
      *    RECORD IS BUILT OR TAKEN APART IN WS-QUEUE-ITEM.
       FD APPROVAL-QUEUE-FILE
          RECORD CONTAINS 160 CHARACTERS.

       01 APPROVAL-QUEUE-RECORD   PIC X(160).

       FD APPROVED-FILE
          RECORD CONTAINS 160 CHARACTERS.

       01 APPROVED-RECORD   PIC X(160).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
       01 WS-PAY-CYCLE-FIELDS.
           05 WS-PERIODS-PER-YEAR    PIC 99 VALUE 26.

      *    AN HOURLY EMPLOYEE'S CUR-SAL IS THE RATE OVER A 2080-HOUR
      *    YEAR -- THE SAME FIGURE FINALPAY WORKS A DAILY RATE FROM.
       01 WS-HOURLY-FIELDS.
           05 WS-HOURS-PER-YEAR      PIC 9(4)  VALUE 2080.
           05 WS-NEW-RATE            PIC 99V99 VALUE ZERO.

      *********     EFFECTIVE DATE / PENDING FIELDS     ***************
      *    FUTURE-DATED TRANSACTIONS ARE HELD HERE UNTIL THE WHOLE
      *    RUN IS DONE, THEN WRITTEN BACK TO PR1PEND.TXT WHOLE --
           05 WS-PEND-COUNT          PIC 9(3) VALUE ZERO.
           05 WS-PEND-SUB            PIC 9(3) VALUE ZERO.
           05 WS-PEND-ENTRY OCCURS 200 TIMES.
              10 WS-PEND-TRAN        PIC X(97).

       01 WS-EFF-DATE-FIELDS.
           05 WS-EFF-DATE-X          PIC X(8).
              10 WS-DIFF-TO-M        PIC 99.
              10 WS-DIFF-TO-D        PIC 99.

      *********     POSITION CONTROL FIELDS     ***********************
      *    THE FILLED COUNT IS THE EMPLOYEES NOT TERMINATED NOW ON
      *    FILE IN THE CELL, LEAVING OUT THE EMPLOYEE BEING ADDED
      *    OR MOVED -- AN EMPLOYEE ON LEAVE STILL HOLDS THE SLOT.
       01 WS-HEADCOUNT-FIELDS.
           05 WS-PCTL-STATUS         PIC X(2) VALUE '00'.
           05 WS-PCTL-ON-FILE-SW     PIC X(1) VALUE 'N'.
              88 WS-PCTL-ON-FILE             VALUE 'Y'.
           05 WS-HC-CHECK-SW         PIC X(1) VALUE 'N'.
              88 WS-HC-CHECK-NEEDED          VALUE 'Y'.
           05 WS-HC-OVERRIDE-SW      PIC X(1) VALUE 'N'.
              88 WS-HC-OVERRIDE-USED         VALUE 'Y'.
           05 WS-HC-EOF-SW           PIC X(1) VALUE 'N'.
              88 WS-HC-EOF                   VALUE 'Y'.
           05 WS-HC-AUTH             PIC 9(4) VALUE ZERO.
           05 WS-HC-FILLED           PIC 9(4) VALUE ZERO.
           05 WS-HC-AUTH-X           PIC ZZZ9.
           05 WS-HC-FILLED-X         PIC ZZZ9.

      *********     SALARY APPROVAL FIELDS     ************************
      *    A RAISE OR CHANGE THAT MOVES CUR-SAL, UP OR DOWN, BY MORE
      *    THAN EITHER LIMIT BELOW IS HELD ON THE APPROVAL QUEUE FOR
      *    A SECOND OPERATOR INSTEAD OF GOING STRAIGHT ONTO THE
      *    MASTER.  A MOVE EXACTLY AT A LIMIT IS APPLIED.
       01 WS-APPROVAL-FIELDS.
           05 WS-APPR-PCT-LIMIT      PIC 99V99   VALUE 10.00.
           05 WS-APPR-AMT-LIMIT      PIC 9(6)V99 VALUE 5000.00.
           05 WS-APPR-DELTA          PIC 9(6)V99 VALUE ZERO.
           05 WS-APPR-CHECK-SW       PIC X(1)    VALUE 'N'.
              88 WS-APPR-HOLD                    VALUE 'H'.
              88 WS-APPR-STALE                   VALUE 'S'.
           05 WS-APPLYING-APPROVED-SW PIC X(1)   VALUE 'N'.
              88 WS-APPLYING-APPROVED            VALUE 'Y'.
           05 WS-APPR-APPROVED-BY    PIC X(8)    VALUE SPACES.
           05 WS-APPR-OLD-SAL        PIC 9(6)V99 VALUE ZERO.
           05 WS-APPR-SEQ            PIC 9(3)    VALUE ZERO.

       01 WS-QUEUE-ITEM.
           COPY APRQREC.

       01 WS-PURGE-FIELDS.
           05 WS-PURGE-OK-SW         PIC X(1) VALUE 'N'.


         PERFORM 15-HOUSEKEEPING
         PERFORM 19-SWEEP-PENDING-FILE
         PERFORM 21-APPLY-APPROVED-FILE
         PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           READ TRANS-FILE
             AT END
               MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
             NOT AT END
               PERFORM 43-CHECK-OPERATOR-ID
           END-READ
         END-PERFORM
         PERFORM 76-REWRITE-PENDING-FILE
               TRANS-LOG-FILE
               AUDIT-FILE
               RETRO-FILE
               POS-CONTROL-FILE
               OVERRIDE-LOG-FILE
               APPROVAL-QUEUE-FILE
         GOBACK
         .

         PERFORM 18-LOAD-POSITION-TABLE
         PERFORM 17-NEXT-AUDIT-RUN-NUMBER
         OPEN EXTEND AUDIT-FILE
      *    NO POSITION CONTROL FILE YET MEANS NO CELL IS CONTROLLED.
         OPEN INPUT POS-CONTROL-FILE
         IF WS-PCTL-STATUS = '00'
            MOVE 'Y' TO WS-PCTL-ON-FILE-SW
         END-IF
         OPEN EXTEND OVERRIDE-LOG-FILE
         OPEN EXTEND APPROVAL-QUEUE-FILE
      *    THE RETRO FILE IS OPENED EXTEND -- PAYREG CONSUMES IT ON
      *    THE NEXT REGISTER RUN, AND A SECOND MAINTENANCE RUN
      *    BEFORE THEN MUST NOT LOSE WHAT THE FIRST ONE OWED.
         MOVE 'YES' TO ARE-THERE-MORE-RECORDS
         .

       21-APPLY-APPROVED-FILE.
      *    SALARY CHANGES APPROVED THROUGH SALAPPR SINCE THE LAST
      *    RUN ARE APPLIED NEXT, THROUGH THE SAME PATH AS A FRESHLY
      *    KEYED TRANSACTION, CARRYING THE APPROVER ONTO THE AUDIT
      *    TRAIL.  THE FILE IS EMPTIED AS SOON AS IT HAS BEEN READ,
      *    SO A RERUN CAN NEVER APPLY THE SAME APPROVED RAISE TWICE.
         OPEN INPUT APPROVED-FILE
         MOVE 'YES' TO ARE-THERE-MORE-RECORDS
         PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
            READ APPROVED-FILE
               AT END
                  MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                  MOVE APPROVED-RECORD TO WS-QUEUE-ITEM
                  MOVE APQ-TRANSACTION TO TRANSACTION-RECORD
                  MOVE APQ-APPROVED-BY TO WS-APPR-APPROVED-BY
                  MOVE APQ-OLD-SAL TO WS-APPR-OLD-SAL
                  MOVE 'Y' TO WS-APPLYING-APPROVED-SW
                  PERFORM 44-SCREEN-TRANSACTION
            END-READ
         END-PERFORM
         CLOSE APPROVED-FILE
         MOVE 'N' TO WS-APPLYING-APPROVED-SW
         MOVE SPACES TO WS-APPR-APPROVED-BY
         OPEN OUTPUT APPROVED-FILE
         CLOSE APPROVED-FILE
         MOVE 'YES' TO ARE-THERE-MORE-RECORDS
         .

       43-CHECK-OPERATOR-ID.
      *   ONLY A FRESHLY KEYED TRANSACTION IS HELD TO THIS -- ONE
      *   PARKED ON PR1PEND.TXT BEFORE THE OPERATOR ID EXISTED IS
      *   STILL APPLIED WHEN ITS DATE ARRIVES.
          IF TRAN-OPERATOR-ID = SPACES
             MOVE 'REJECTED - NO OPERATOR ID' TO WS-LOG-RESULT
             PERFORM 70-WRITE-LOG-LINE
          ELSE
             PERFORM 44-SCREEN-TRANSACTION
          END-IF
          .

       44-SCREEN-TRANSACTION.
      *   A NONZERO EFFECTIVE DATE THAT IS NUMERIC BUT NOT A REAL
      *   DATE (A FAT-FINGERED 13TH MONTH) IS REJECTED WITH A LOG
             MOVE TRAN-LAST-INC TO LAST-INC
             MOVE TRAN-CUR-SAL TO CUR-SAL
             PERFORM 58-MOVE-STATUS-FIELDS
             PERFORM 59-MOVE-PAY-FIELDS
             WRITE MASTER-RECORD
                INVALID KEY
                   MOVE 'ADD REJECTED - DUPLICATE EMPLOYEE ID'
                      TO WS-LOG-RESULT
                   MOVE 'N' TO WS-HC-OVERRIDE-SW
                NOT INVALID KEY
                   MOVE 'ADD APPLIED' TO WS-LOG-RESULT
                   MOVE SPACES TO WS-AUDIT-BEFORE
             END-STRING
          END-IF
          PERFORM 70-WRITE-LOG-LINE
          IF WS-HC-OVERRIDE-USED
             PERFORM 85-LOG-HEADCOUNT-OVERRIDE
          END-IF
          .

       55-CHANGE-EMPLOYEE.
          PERFORM 57-CARRY-PAY-TYPE
          PERFORM 65-EDIT-TRANSACTION
          IF TRANSACTION-IS-VALID
             MOVE TRAN-EMPLOYEE-ID TO EMPLOYEE-ID
                NOT INVALID KEY
                   MOVE MASTER-RECORD TO WS-AUDIT-BEFORE
             END-READ
      *      A CHANGE THAT ALTERS CUR-SAL IS HELD TO THE SAME
      *      APPROVAL LIMITS AS A RAISE.  A MISSING RECORD HAS NO
      *      SALARY TO COMPARE AND IS LEFT TO THE REWRITE TO REJECT.
             MOVE 'N' TO WS-APPR-CHECK-SW
             IF WS-AUDIT-BEFORE NOT = SPACES
                MOVE CUR-SAL TO WS-OLD-SAL
                MOVE TRAN-CUR-SAL TO WS-NEW-SAL
                PERFORM 86-CHECK-SALARY-APPROVAL
             END-IF
             EVALUATE TRUE
                WHEN WS-APPR-HOLD
                   PERFORM 87-QUEUE-FOR-APPROVAL
                   MOVE 'N' TO WS-HC-OVERRIDE-SW
                WHEN WS-APPR-STALE
                   MOVE 'CHANGE REJECTED - SALARY CHANGED SINCE HELD'
                      TO WS-LOG-RESULT
                   MOVE 'N' TO WS-HC-OVERRIDE-SW
                WHEN OTHER
                   PERFORM 56-REWRITE-CHANGED-RECORD
             END-EVALUATE
          ELSE
             STRING 'CHANGE REJECTED - ' DELIMITED BY SIZE
                    WS-EDIT-REASON       DELIMITED BY SIZE
             END-STRING
          END-IF
          PERFORM 70-WRITE-LOG-LINE
          IF WS-HC-OVERRIDE-USED
             PERFORM 85-LOG-HEADCOUNT-OVERRIDE
          END-IF
          .

       56-REWRITE-CHANGED-RECORD.
          MOVE TRAN-EMPLOYEE-ID TO EMPLOYEE-ID
          MOVE TRAN-WAREHOUSE-ID TO WAREHOUSE-ID
          MOVE TRAN-EMPOLYEE-POS TO EMPOLYEE-POS
          MOVE TRAN-EMP-LAST TO EMP-LAST
          MOVE TRAN-EMP-FIRST TO EMP-FIRST
          MOVE TRAN-HIRE-DATE TO HIRE-DATE
          MOVE TRAN-START-SAL TO START-SAL
          MOVE TRAN-LAST-INC TO LAST-INC
          MOVE TRAN-CUR-SAL TO CUR-SAL
          PERFORM 58-MOVE-STATUS-FIELDS
          PERFORM 59-MOVE-PAY-FIELDS
          REWRITE MASTER-RECORD
             INVALID KEY
                MOVE 'CHANGE REJECTED - EMPLOYEE NOT ON FILE'
                   TO WS-LOG-RESULT
                MOVE 'N' TO WS-HC-OVERRIDE-SW
             NOT INVALID KEY
                MOVE 'CHANGE APPLIED' TO WS-LOG-RESULT
                MOVE MASTER-RECORD TO WS-AUDIT-AFTER
                MOVE 'R' TO WS-AUDIT-ACTION
                PERFORM 72-WRITE-AUDIT-RECORD
          END-REWRITE
          .

       57-CARRY-PAY-TYPE.
      *   A CHANGE KEYED WITHOUT A PAY TYPE -- EVERY CHANGE KEYED
      *   THE OLD WAY, AND EVERY ONE HRINTAKE GENERATES -- KEEPS THE
      *   PAY TYPE AND RATE ALREADY ON THE MASTER, THE WAY A BLANK
      *   STATUS DOES, SO IT CANNOT QUIETLY TURN AN HOURLY EMPLOYEE
      *   SALARIED.  THEY ARE COPIED ONTO THE TRANSACTION HERE SO
      *   THE EDIT WORKS OUT CUR-SAL FROM THE RATE AS USUAL.  A
      *   MISSING RECORD IS LEFT TO THE REWRITE TO REJECT.
          IF TRAN-PAY-TYPE = SPACE
             MOVE TRAN-EMPLOYEE-ID TO EMPLOYEE-ID
             READ EMPLOYEE-MASTER
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF PAY-IS-HOURLY
                      MOVE PAY-TYPE TO TRAN-PAY-TYPE
                      MOVE HOURLY-RATE TO TRAN-HOURLY-RATE
                   END-IF
             END-READ
          END-IF
          .

       58-MOVE-STATUS-FIELDS.
          END-IF
          .

       59-MOVE-PAY-FIELDS.
      *   THE EDIT HAS ALREADY SET THE RATE TO ZERO FOR A SALARIED
      *   EMPLOYEE AND CUR-SAL FROM THE RATE FOR AN HOURLY ONE.
          IF TRAN-PAY-TYPE = 'H'
             MOVE 'H' TO PAY-TYPE
          ELSE
             MOVE 'S' TO PAY-TYPE
          END-IF
          MOVE TRAN-HOURLY-RATE TO HOURLY-RATE
          .

       60-DELETE-EMPLOYEE.
      *   THE D TRANSACTION IS A DELIBERATE PURGE, RUN MONTHS AFTER
      *   A TERMINATION -- IT IS REFUSED AGAINST ANY RECORD THAT HAS
                   MOVE 'N' TO WS-VALID-TRAN-SW
             END-COMPUTE
          END-IF
      *   AN HOURLY EMPLOYEE'S RAISE IS A NEW RATE -- THE RAISED
      *   ANNUAL FIGURE OVER 2080 HOURS, TO THE CENT -- AND CUR-SAL
      *   IS PUT BACK AS THAT RATE OVER THE YEAR, SO THE TWO NEVER
      *   DISAGREE.  A FLAT RAISE IS AN ANNUAL AMOUNT EITHER WAY.
          IF TRANSACTION-IS-VALID
             AND PAY-IS-HOURLY
             COMPUTE WS-NEW-RATE ROUNDED =
                WS-NEW-SAL / WS-HOURS-PER-YEAR
                ON SIZE ERROR
                   MOVE 'N' TO WS-VALID-TRAN-SW
             END-COMPUTE
             COMPUTE WS-NEW-SAL = WS-NEW-RATE * WS-HOURS-PER-YEAR
          END-IF
          IF TRANSACTION-IS-VALID
      *      THE NEW FIGURE IS CHECKED AGAINST THE SALARY BAND FOR
      *      THE POSITION ALREADY ON THE MASTER RECORD -- A RAISE
             MOVE 'RAISE REJECTED - SALARY TOO LARGE'
                TO WS-LOG-RESULT
          END-IF
          IF TRANSACTION-IS-VALID
             PERFORM 86-CHECK-SALARY-APPROVAL
             EVALUATE TRUE
                WHEN WS-APPR-HOLD
                   MOVE 'N' TO WS-VALID-TRAN-SW
                   PERFORM 87-QUEUE-FOR-APPROVAL
                WHEN WS-APPR-STALE
                   MOVE 'N' TO WS-VALID-TRAN-SW
                   MOVE 'RAISE REJECTED - SALARY CHANGED SINCE HELD'
                      TO WS-LOG-RESULT
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
          END-IF
          IF TRANSACTION-IS-VALID
             MOVE WS-NEW-SAL TO CUR-SAL
             IF PAY-IS-HOURLY
                MOVE WS-NEW-RATE TO HOURLY-RATE
             END-IF
      *      A BACK-DATED RAISE STAMPS LAST-INC WITH ITS EFFECTIVE
      *      DATE, NOT THE RUN DATE, SO THE MASTER AND THE AUDIT
      *      IMAGES SAY WHEN THE RAISE REALLY TOOK EFFECT.
       65-EDIT-TRANSACTION.
          MOVE 'Y' TO WS-VALID-TRAN-SW
          MOVE SPACES TO WS-EDIT-REASON
          MOVE 'N' TO WS-HC-OVERRIDE-SW
          PERFORM 71-EDIT-PAY-TYPE
          IF TRANSACTION-IS-VALID
             IF TRAN-START-SAL NOT NUMERIC
                MOVE 'N' TO WS-VALID-TRAN-SW
                MOVE 'INVALID STARTING SALARY' TO WS-EDIT-REASON
             END-IF
          END-IF
          IF TRANSACTION-IS-VALID
             IF TRAN-CUR-SAL NOT NUMERIC
                END-IF
             END-IF
          END-IF
          IF TRANSACTION-IS-VALID
             IF TRAN-HC-OVERRIDE NOT = SPACE
                AND TRAN-HC-OVERRIDE NOT = 'Y'
                AND TRAN-HC-OVERRIDE NOT = 'N'
                MOVE 'N' TO WS-VALID-TRAN-SW
                MOVE 'INVALID OVERRIDE FLAG' TO WS-EDIT-REASON
             END-IF
          END-IF
          IF TRANSACTION-IS-VALID
             PERFORM 83-CHECK-HEADCOUNT
          END-IF
          .

       66-LOOKUP-WAREHOUSE.
          WRITE TRANS-LOG-RECORD
          .

       71-EDIT-PAY-TYPE.
      *   AN HOURLY EMPLOYEE NEEDS A RATE, AND THEIR CUR-SAL IS
      *   WORKED OUT FROM IT HERE -- BEFORE THE BAND CHECK BELOW AND
      *   THE APPROVAL CHECK AFTER -- WHATEVER WAS KEYED IN THE
      *   CURRENT SALARY COLUMNS.  A SALARIED EMPLOYEE CARRIES NO
      *   RATE.
          EVALUATE TRAN-PAY-TYPE
             WHEN 'H'
                IF TRAN-HOURLY-RATE NUMERIC
                   AND TRAN-HOURLY-RATE > ZERO
                   COMPUTE TRAN-CUR-SAL =
                      TRAN-HOURLY-RATE * WS-HOURS-PER-YEAR
                ELSE
                   MOVE 'N' TO WS-VALID-TRAN-SW
                   MOVE 'INVALID HOURLY RATE' TO WS-EDIT-REASON
                END-IF
             WHEN 'S'
             WHEN SPACE
                MOVE ZERO TO TRAN-HOURLY-RATE
             WHEN OTHER
                MOVE 'N' TO WS-VALID-TRAN-SW
                MOVE 'INVALID PAY TYPE' TO WS-EDIT-REASON
          END-EVALUATE
          .

       72-WRITE-AUDIT-RECORD.
      *   PERFORMED ONLY AFTER A WRITE, REWRITE OR DELETE HAS
      *   ACTUALLY SUCCEEDED AGAINST THE MASTER -- REJECTED
          MOVE TRAN-EMPLOYEE-ID TO AUD-EMPLOYEE-ID
          MOVE WS-AUDIT-BEFORE TO AUD-BEFORE-IMAGE
          MOVE WS-AUDIT-AFTER TO AUD-AFTER-IMAGE
          MOVE TRAN-OPERATOR-ID TO AUD-ENTERED-BY
          MOVE WS-APPR-APPROVED-BY TO AUD-APPROVED-BY
          WRITE AUDIT-RECORD
          .

          END-STRING
          WRITE TRANS-LOG-RECORD
          .

       83-CHECK-HEADCOUNT.
      *   ONLY A TRANSACTION THAT FILLS A SLOT IS CHECKED: AN ADD,
      *   OR A CHANGE THAT MOVES THE EMPLOYEE TO ANOTHER WAREHOUSE
      *   OR POSITION OR BRINGS A TERMINATED EMPLOYEE BACK.  ONE
      *   THAT LEAVES THE EMPLOYEE TERMINATED FILLS NOTHING -- A
      *   BLANK STATUS KEEPS A LEAVER TERMINATED (58-MOVE-STATUS-
      *   FIELDS), SO A CORRECTION OR A MOVE ON ONE IS NOT CHECKED.
      *   THE MASTER RECORD READ HERE IS READ AGAIN BY THE CHANGE
      *   FOR ITS BEFORE-IMAGE, SO NOTHING RELIES ON WHAT IS LEFT IN
      *   THE RECORD AREA.
          MOVE 'N' TO WS-HC-CHECK-SW
          IF WS-PCTL-ON-FILE
             AND TRAN-EMP-STATUS NOT = 'T'
             IF TRAN-CODE = 'A'
                MOVE 'Y' TO WS-HC-CHECK-SW
             ELSE
                MOVE TRAN-EMPLOYEE-ID TO EMPLOYEE-ID
                READ EMPLOYEE-MASTER
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF (NOT EMP-IS-TERMINATED
                          AND (WAREHOUSE-ID NOT = TRAN-WAREHOUSE-ID
                           OR EMPOLYEE-POS NOT = TRAN-EMPOLYEE-POS))
                         OR (EMP-IS-TERMINATED
                          AND TRAN-EMP-STATUS NOT = SPACE)
                         MOVE 'Y' TO WS-HC-CHECK-SW
                      END-IF
                END-READ
             END-IF
          END-IF
          IF WS-HC-CHECK-NEEDED
             MOVE TRAN-WAREHOUSE-ID TO PCT-WAREHOUSE-ID
             MOVE TRAN-EMPOLYEE-POS TO PCT-POSITION
             READ POS-CONTROL-FILE
                INVALID KEY
                   MOVE 'N' TO WS-HC-CHECK-SW
                NOT INVALID KEY
                   MOVE PCT-AUTH-COUNT TO WS-HC-AUTH
             END-READ
          END-IF
          IF WS-HC-CHECK-NEEDED
             PERFORM 84-COUNT-FILLED-SLOTS
             IF WS-HC-FILLED NOT < WS-HC-AUTH
                IF TRAN-OVERRIDE-HEADCOUNT
                   MOVE 'Y' TO WS-HC-OVERRIDE-SW
                ELSE
                   MOVE 'N' TO WS-VALID-TRAN-SW
                   MOVE 'OVER AUTHORIZED HEADCOUNT'
                      TO WS-EDIT-REASON
                END-IF
             END-IF
          END-IF
          .

       84-COUNT-FILLED-SLOTS.
      *   THE MASTER'S WAREHOUSE-ID INDEX BRINGS UP JUST THE ONE
      *   WAREHOUSE'S EMPLOYEES.
          MOVE ZERO TO WS-HC-FILLED
          MOVE 'N' TO WS-HC-EOF-SW
          MOVE TRAN-WAREHOUSE-ID TO WAREHOUSE-ID
          START EMPLOYEE-MASTER KEY IS = WAREHOUSE-ID
             INVALID KEY
                MOVE 'Y' TO WS-HC-EOF-SW
          END-START
          PERFORM UNTIL WS-HC-EOF
             READ EMPLOYEE-MASTER NEXT RECORD
                AT END
                   MOVE 'Y' TO WS-HC-EOF-SW
                NOT AT END
                   IF WAREHOUSE-ID NOT = TRAN-WAREHOUSE-ID
                      MOVE 'Y' TO WS-HC-EOF-SW
                   ELSE
                      IF EMPOLYEE-POS = TRAN-EMPOLYEE-POS
                         AND NOT EMP-IS-TERMINATED
                         AND EMPLOYEE-ID NOT = TRAN-EMPLOYEE-ID
                         ADD 1 TO WS-HC-FILLED
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          .

       85-LOG-HEADCOUNT-OVERRIDE.
          MOVE WS-HC-AUTH TO WS-HC-AUTH-X
          MOVE WS-HC-FILLED TO WS-HC-FILLED-X
          MOVE SPACES TO TRANS-LOG-RECORD
          STRING TRAN-EMPLOYEE-ID      DELIMITED BY SPACE
                 '  HEADCOUNT OVERRIDE ' DELIMITED BY SIZE
                 TRAN-WAREHOUSE-ID     DELIMITED BY SIZE
                 '/'                   DELIMITED BY SIZE
                 TRAN-EMPOLYEE-POS     DELIMITED BY SIZE
                 ' AUTH '              DELIMITED BY SIZE
                 WS-HC-AUTH-X          DELIMITED BY SIZE
                 ' FILLED '            DELIMITED BY SIZE
                 WS-HC-FILLED-X        DELIMITED BY SIZE
                 INTO TRANS-LOG-RECORD
          END-STRING
          WRITE TRANS-LOG-RECORD
          MOVE SPACES TO OVERRIDE-LOG-RECORD
          MOVE WS-RUN-DATE-8 TO OVR-RUN-DATE
          MOVE WS-AUDIT-RUN-NUMBER TO OVR-RUN-NUMBER
          MOVE TRAN-CODE TO OVR-TRAN-CODE
          MOVE TRAN-EMPLOYEE-ID TO OVR-EMPLOYEE-ID
          MOVE TRAN-WAREHOUSE-ID TO OVR-WAREHOUSE-ID
          MOVE TRAN-EMPOLYEE-POS TO OVR-POSITION
          MOVE WS-HC-AUTH TO OVR-AUTH-COUNT
          MOVE WS-HC-FILLED TO OVR-FILLED-COUNT
          WRITE OVERRIDE-LOG-RECORD
          MOVE 'N' TO WS-HC-OVERRIDE-SW
          .

       86-CHECK-SALARY-APPROVAL.
      *   COMPARES WS-NEW-SAL WITH WS-OLD-SAL, BOTH SET BY THE
      *   CALLER.  A CUT COUNTS THE SAME AS A RAISE -- A SALARY
      *   KEYED WRONG THE OTHER WAY HURTS JUST AS MUCH.  AN ITEM
      *   COMING BACK APPROVED IS NOT HELD AGAIN, BUT IS REFUSED
      *   WHEN CUR-SAL IS NO LONGER WHAT IT WAS WHEN THE ITEM WAS
      *   HELD -- SOMETHING ELSE HAS CHANGED THE SALARY SINCE, AND
      *   THE APPROVAL NO LONGER DESCRIBES WHAT WOULD HAPPEN.
          MOVE 'N' TO WS-APPR-CHECK-SW
          IF WS-APPLYING-APPROVED
             IF WS-OLD-SAL NOT = WS-APPR-OLD-SAL
                MOVE 'S' TO WS-APPR-CHECK-SW
             END-IF
          ELSE
             IF WS-NEW-SAL > WS-OLD-SAL
                COMPUTE WS-APPR-DELTA = WS-NEW-SAL - WS-OLD-SAL
             ELSE
                COMPUTE WS-APPR-DELTA = WS-OLD-SAL - WS-NEW-SAL
             END-IF
             IF WS-APPR-DELTA > WS-APPR-AMT-LIMIT
                OR WS-APPR-DELTA * 100 >
                   WS-OLD-SAL * WS-APPR-PCT-LIMIT
                MOVE 'H' TO WS-APPR-CHECK-SW
             END-IF
          END-IF
          .

       87-QUEUE-FOR-APPROVAL.
      *   NOTHING TOUCHES THE MASTER -- THE WHOLE TRANSACTION GOES
      *   ON THE QUEUE WITH THE SALARY AS IT STANDS TONIGHT, AND THE
      *   LOG SAYS WHICH QUEUE ITEM IS WAITING.  THE QUEUE ID IS
      *   THIS RUN'S AUDIT RUN NUMBER AND A SEQUENCE WITHIN IT.
          IF WS-APPR-SEQ = 999
             DISPLAY 'MASTMAINT - APPROVAL QUEUE SEQUENCE FULL, '
                'RUN HALTED'
             STOP RUN
          END-IF
          ADD 1 TO WS-APPR-SEQ
          MOVE SPACES TO WS-QUEUE-ITEM
          MOVE WS-AUDIT-RUN-NUMBER TO APQ-RUN-NUMBER
          MOVE WS-APPR-SEQ TO APQ-RUN-SEQ
          MOVE WS-RUN-DATE-8 TO APQ-QUEUE-DATE
          MOVE TRAN-EMPLOYEE-ID TO APQ-EMPLOYEE-ID
          MOVE TRAN-CODE TO APQ-TRAN-CODE
          MOVE WS-OLD-SAL TO APQ-OLD-SAL
          MOVE WS-NEW-SAL TO APQ-NEW-SAL
          MOVE TRAN-OPERATOR-ID TO APQ-ENTERED-BY
          MOVE ZERO TO APQ-APPROVED-DATE
          MOVE TRANSACTION-RECORD TO APQ-TRANSACTION
          WRITE APPROVAL-QUEUE-RECORD FROM WS-QUEUE-ITEM
          MOVE SPACES TO WS-LOG-RESULT
          STRING 'HELD FOR APPROVAL - QUEUE ' DELIMITED BY SIZE
                 APQ-QUEUE-ID                 DELIMITED BY SIZE
                 INTO WS-LOG-RESULT
          END-STRING
          .
