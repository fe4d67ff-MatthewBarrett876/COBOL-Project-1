       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALAPPR.
       AUTHOR. M BARRETT.
      ***************************************************************
      * This program is the second-person approval of salary
      * changes.  MASTMAINT does not apply a raise, or a change that
      * alters CUR-SAL, that moves the salary by more than its
      * approval limits -- it holds the transaction on the approval
      * queue (PR1APRQ.TXT) instead.  This program reads a batch of
      * approve/reject decisions keyed by a second operator and
      * takes each decided item off the queue.  An approved item is
      * written to PR1APRV.TXT, which MASTMAINT applies at the top
      * of its next run with the approver carried onto the audit
      * trail; a rejected item is simply dropped from the queue.
      * Every decision, either way, is kept on the approval history
      * file so a rejected change still leaves a trace.
      *
      * The approving operator must not be the operator who keyed
      * the change.  An item held before operator IDs were kept has
      * no entering operator and may be approved by anyone.
      ********
      * INPUT:
      *     PR1ADEC.TXT - one decision per record:
      *       1. Queue ID, as printed on MASTMAINT's transaction log
      *          and on the APRAGE aging report
      *       2. Decision (A = Approve, R = Reject)
      *       3. The ID of the operator making the decision
      *       4. A reason, optional, kept on the history file
      *     PR1APRQ.TXT - the approval queue, see APRQREC copybook.
      * *******
      * OUTPUT:
      *     PR1APRQ.TXT - the queue, rewritten with only the items
      *                   still waiting for a decision.
      *     PR1APRV.TXT - the approved items, appended in the
      *                   APRQREC layout with the approver filled in,
      *                   for MASTMAINT's next run.
      *     PR1AHST.TXT - the approval history, one record appended
      *                   per decided item: the queue record (the
      *                   approver fields holding whoever decided
      *                   it), the decision and the reason.
      *     PR1ALOG.TXT - a log of every decision applied and any
      *                   that were rejected, with a reason.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT DECISION-FILE
               ASSIGN TO 'PR1ADEC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL APPROVAL-QUEUE-FILE
               ASSIGN TO 'PR1APRQ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL APPROVED-FILE
               ASSIGN TO 'PR1APRV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO 'PR1AHST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT TRANS-LOG-FILE
               ASSIGN TO 'PR1ALOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD DECISION-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 DECISION-RECORD.
          05 DEC-QUEUE-ID     PIC X(8).
          05 DEC-ACTION       PIC X(1).
          05 DEC-OPERATOR-ID  PIC X(8).
          05 DEC-REASON       PIC X(23).

      *    BOTH APPROVAL FILES ARE IN THE APRQREC LAYOUT; EACH
      *    RECORD IS TAKEN APART AND REBUILT IN WS-QUEUE-ITEM.
       FD APPROVAL-QUEUE-FILE
          RECORD CONTAINS 160 CHARACTERS.

       01 APPROVAL-QUEUE-RECORD   PIC X(160).

       FD APPROVED-FILE
          RECORD CONTAINS 160 CHARACTERS.

       01 APPROVED-RECORD   PIC X(160).

       FD HISTORY-FILE
          RECORD CONTAINS 184 CHARACTERS.

       01 HISTORY-RECORD.
          05 HST-QUEUE-ITEM   PIC X(160).
          05 HST-DECISION     PIC X(1).
          05 HST-REASON       PIC X(23).

       FD TRANS-LOG-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 TRANS-LOG-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05 WS-RUN-DATE-8          PIC 9(8).

       01 WS-QUEUE-ITEM.
           COPY APRQREC.

      *********     QUEUE TABLE     ***********************************
      *    THE WHOLE QUEUE IS HELD HERE WHILE THE DECISIONS ARE
      *    APPLIED, THEN WRITTEN BACK WITHOUT THE DECIDED ITEMS --
      *    THE SAME WAY MASTMAINT REWRITES ITS PENDING FILE.
       01 WS-QUEUE-TABLE.
           05 WS-QT-COUNT            PIC 9(3) VALUE ZERO.
           05 WS-QT-SUB              PIC 9(3) VALUE ZERO.
           05 WS-QT-FOUND-SUB        PIC 9(3) VALUE ZERO.
           05 WS-QT-ENTRY OCCURS 500 TIMES.
              10 WS-QT-ITEM          PIC X(160).
              10 WS-QT-DECIDED-SW    PIC X(1).
                 88 WS-QT-DECIDED            VALUE 'Y'.

       01 WS-SEARCH-FIELDS.
           05 WS-SEARCH-ID           PIC X(8).

       01  WS-LOG-FIELDS.
           05 WS-LOG-RESULT          PIC X(60) VALUE SPACES.

       01 WS-COUNT-FIELDS.
           05 WS-APPROVED-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-REJECTED-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-REFUSED-COUNT       PIC 9(5) VALUE ZERO.
           05 WS-COUNT-X             PIC ZZZZ9.

      *********     EDIT / VALIDATION FIELDS     **********************
       01 WS-EDIT-FIELDS.
           05  WS-VALID-TRAN-SW    PIC X(1)  VALUE 'Y'.
               88 TRANSACTION-IS-VALID       VALUE 'Y'.
           05  WS-EDIT-REASON      PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

       10-MAIN-MODULE.

         PERFORM 15-HOUSEKEEPING
         PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           READ DECISION-FILE
             AT END
               MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
             NOT AT END
               PERFORM 45-APPLY-DECISION
           END-READ
         END-PERFORM
         PERFORM 76-REWRITE-QUEUE-FILE
         PERFORM 80-WRITE-LOG-TOTALS
         CLOSE DECISION-FILE
               APPROVED-FILE
               HISTORY-FILE
               TRANS-LOG-FILE
         STOP RUN
         .

       15-HOUSEKEEPING.
      *    THE QUEUE IS LOADED BEFORE ANYTHING IS OPENED FOR OUTPUT,
      *    SO A QUEUE TOO BIG FOR THE TABLE STOPS THE RUN WITH EVERY
      *    FILE STILL AS IT WAS.
         PERFORM 16-LOAD-QUEUE-TABLE
         ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
         OPEN INPUT DECISION-FILE
         OPEN EXTEND APPROVED-FILE
         OPEN EXTEND HISTORY-FILE
         OPEN OUTPUT TRANS-LOG-FILE
         MOVE 'SALARY CHANGE APPROVAL LOG' TO TRANS-LOG-RECORD
         WRITE TRANS-LOG-RECORD
         MOVE SPACES TO TRANS-LOG-RECORD
         WRITE TRANS-LOG-RECORD
         .

       16-LOAD-QUEUE-TABLE.
         OPEN INPUT APPROVAL-QUEUE-FILE
         MOVE ZERO TO WS-QT-COUNT
         MOVE 'YES' TO ARE-THERE-MORE-RECORDS
         PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
            READ APPROVAL-QUEUE-FILE
               AT END
                  MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                  IF WS-QT-COUNT < 500
                     ADD 1 TO WS-QT-COUNT
                     MOVE APPROVAL-QUEUE-RECORD
                        TO WS-QT-ITEM (WS-QT-COUNT)
                     MOVE 'N' TO WS-QT-DECIDED-SW (WS-QT-COUNT)
                  ELSE
                     DISPLAY 'SALAPPR - QUEUE TABLE FULL, '
                        'PR1APRQ.TXT LEFT UNTOUCHED, RUN HALTED'
                     STOP RUN
                  END-IF
            END-READ
         END-PERFORM
         CLOSE APPROVAL-QUEUE-FILE
         MOVE 'YES' TO ARE-THERE-MORE-RECORDS
         .

       45-APPLY-DECISION.
          PERFORM 65-EDIT-DECISION
          IF TRANSACTION-IS-VALID
             EVALUATE DEC-ACTION
                WHEN 'A'
                   PERFORM 50-APPROVE-ITEM
                WHEN 'R'
                   PERFORM 55-REJECT-ITEM
             END-EVALUATE
             MOVE 'Y' TO WS-QT-DECIDED-SW (WS-QT-FOUND-SUB)
          ELSE
             ADD 1 TO WS-REFUSED-COUNT
             STRING 'DECISION REFUSED - ' DELIMITED BY SIZE
                    WS-EDIT-REASON        DELIMITED BY SIZE
                    INTO WS-LOG-RESULT
             END-STRING
          END-IF
          PERFORM 70-WRITE-LOG-LINE
          .

       50-APPROVE-ITEM.
          MOVE DEC-OPERATOR-ID TO APQ-APPROVED-BY
          MOVE WS-RUN-DATE-8 TO APQ-APPROVED-DATE
          WRITE APPROVED-RECORD FROM WS-QUEUE-ITEM
          PERFORM 60-WRITE-HISTORY
          ADD 1 TO WS-APPROVED-COUNT
          STRING 'APPROVED - EMPLOYEE ' DELIMITED BY SIZE
                 APQ-EMPLOYEE-ID        DELIMITED BY SIZE
                 ' BY '                 DELIMITED BY SIZE
                 DEC-OPERATOR-ID        DELIMITED BY SPACE
                 INTO WS-LOG-RESULT
          END-STRING
          .

       55-REJECT-ITEM.
      *   A REJECTED ITEM NEVER REACHES THE MASTER -- IF THE CHANGE
      *   IS STILL WANTED IT HAS TO BE KEYED AGAIN.  WHO REJECTED IT
      *   IS KEPT IN THE APPROVER FIELDS OF THE HISTORY RECORD.
          MOVE DEC-OPERATOR-ID TO APQ-APPROVED-BY
          MOVE WS-RUN-DATE-8 TO APQ-APPROVED-DATE
          PERFORM 60-WRITE-HISTORY
          ADD 1 TO WS-REJECTED-COUNT
          STRING 'REJECTED - EMPLOYEE ' DELIMITED BY SIZE
                 APQ-EMPLOYEE-ID        DELIMITED BY SIZE
                 ' BY '                 DELIMITED BY SIZE
                 DEC-OPERATOR-ID        DELIMITED BY SPACE
                 INTO WS-LOG-RESULT
          END-STRING
          .

       60-WRITE-HISTORY.
          MOVE SPACES TO HISTORY-RECORD
          MOVE WS-QUEUE-ITEM TO HST-QUEUE-ITEM
          MOVE DEC-ACTION TO HST-DECISION
          MOVE DEC-REASON TO HST-REASON
          WRITE HISTORY-RECORD
          .

       65-EDIT-DECISION.
      *   THE ITEM IS LOOKED UP LAST, SO WS-QUEUE-ITEM ONLY EVER
      *   HOLDS THE ITEM A VALID DECISION APPLIES TO.  A SECOND
      *   DECISION FOR AN ITEM ALREADY DECIDED IN THIS BATCH IS
      *   REFUSED -- THE FIRST ONE STANDS.
          MOVE 'Y' TO WS-VALID-TRAN-SW
          MOVE SPACES TO WS-EDIT-REASON
          MOVE SPACES TO WS-LOG-RESULT
          IF DEC-ACTION NOT = 'A'
             AND DEC-ACTION NOT = 'R'
             MOVE 'N' TO WS-VALID-TRAN-SW
             MOVE 'INVALID DECISION CODE' TO WS-EDIT-REASON
          END-IF
          IF TRANSACTION-IS-VALID
             IF DEC-OPERATOR-ID = SPACES
                MOVE 'N' TO WS-VALID-TRAN-SW
                MOVE 'NO OPERATOR ID' TO WS-EDIT-REASON
             END-IF
          END-IF
          IF TRANSACTION-IS-VALID
             PERFORM 66-FIND-QUEUE-ITEM
             IF WS-QT-FOUND-SUB = ZERO
                MOVE 'N' TO WS-VALID-TRAN-SW
                MOVE 'NOT ON THE APPROVAL QUEUE' TO WS-EDIT-REASON
             END-IF
          END-IF
          IF TRANSACTION-IS-VALID
             IF WS-QT-DECIDED (WS-QT-FOUND-SUB)
                MOVE 'N' TO WS-VALID-TRAN-SW
                MOVE 'ALREADY DECIDED' TO WS-EDIT-REASON
             END-IF
          END-IF
          IF TRANSACTION-IS-VALID
             MOVE WS-QT-ITEM (WS-QT-FOUND-SUB) TO WS-QUEUE-ITEM
             IF APQ-ENTERED-BY = DEC-OPERATOR-ID
                MOVE 'N' TO WS-VALID-TRAN-SW
                MOVE 'OPERATOR KEYED THIS CHANGE' TO WS-EDIT-REASON
             END-IF
          END-IF
          .

       66-FIND-QUEUE-ITEM.
          MOVE ZERO TO WS-QT-FOUND-SUB
          MOVE DEC-QUEUE-ID TO WS-SEARCH-ID
          PERFORM 67-SCAN-QUEUE-ENTRY
             VARYING WS-QT-SUB FROM 1 BY 1
             UNTIL WS-QT-SUB > WS-QT-COUNT
          .

       67-SCAN-QUEUE-ENTRY.
          IF WS-QT-ITEM (WS-QT-SUB) (1:8) = WS-SEARCH-ID
             MOVE WS-QT-SUB TO WS-QT-FOUND-SUB
          END-IF
          .

       70-WRITE-LOG-LINE.
          MOVE SPACES TO TRANS-LOG-RECORD
          STRING DEC-QUEUE-ID     DELIMITED BY SIZE
                 '  '             DELIMITED BY SIZE
                 WS-LOG-RESULT    DELIMITED BY SIZE
                 INTO TRANS-LOG-RECORD
          END-STRING
          WRITE TRANS-LOG-RECORD
          .

       76-REWRITE-QUEUE-FILE.
      *   WHAT IS LEFT UNDECIDED IN THE TABLE IS EXACTLY WHAT IS
      *   STILL WAITING, SO THE WHOLE FILE IS REWRITTEN FROM IT.
          OPEN OUTPUT APPROVAL-QUEUE-FILE
          PERFORM 79-WRITE-ONE-QUEUE-ITEM
             VARYING WS-QT-SUB FROM 1 BY 1
             UNTIL WS-QT-SUB > WS-QT-COUNT
          CLOSE APPROVAL-QUEUE-FILE
          .

       79-WRITE-ONE-QUEUE-ITEM.
          IF NOT WS-QT-DECIDED (WS-QT-SUB)
             MOVE WS-QT-ITEM (WS-QT-SUB) TO APPROVAL-QUEUE-RECORD
             WRITE APPROVAL-QUEUE-RECORD
          END-IF
          .

       80-WRITE-LOG-TOTALS.
          MOVE SPACES TO TRANS-LOG-RECORD
          WRITE TRANS-LOG-RECORD
          MOVE WS-APPROVED-COUNT TO WS-COUNT-X
          MOVE SPACES TO TRANS-LOG-RECORD
          STRING 'ITEMS APPROVED      ' DELIMITED BY SIZE
                 WS-COUNT-X             DELIMITED BY SIZE
                 INTO TRANS-LOG-RECORD
          END-STRING
          WRITE TRANS-LOG-RECORD
          MOVE WS-REJECTED-COUNT TO WS-COUNT-X
          MOVE SPACES TO TRANS-LOG-RECORD
          STRING 'ITEMS REJECTED      ' DELIMITED BY SIZE
                 WS-COUNT-X             DELIMITED BY SIZE
                 INTO TRANS-LOG-RECORD
          END-STRING
          WRITE TRANS-LOG-RECORD
          MOVE WS-REFUSED-COUNT TO WS-COUNT-X
          MOVE SPACES TO TRANS-LOG-RECORD
          STRING 'DECISIONS REFUSED   ' DELIMITED BY SIZE
                 WS-COUNT-X             DELIMITED BY SIZE
                 INTO TRANS-LOG-RECORD
          END-STRING
          WRITE TRANS-LOG-RECORD
          .
