      *                  FRESH START, WITH A CONSOLE WARNING, THE
      *                  SAME WAY THE 22/08/26 CHANGE HANDLED ITS
      *                  LAYOUT CHANGE.
      *   15/10/26  MAB  PAYSTUB (THE PAY STUBS PRINTED FROM THE PAY
      *                  LEDGER) CAN NOW BE NAMED AS A STEP -- IT
      *                  BELONGS IN THE PAY STREAM AFTER PAYREG AND
      *                  FINALPAY, WHICH WRITE THE LEDGER ENTRIES IT
      *                  PRINTS.  ITS OUTPUT COUNT IS THE LINES ON
      *                  PRSTUB.TXT.
      *   15/10/26  MAB  GLJRNL (THE GL JOURNAL AND ITS PROOF) CAN
      *                  NOW BE NAMED AS A STEP -- IT BELONGS IN THE
      *                  PAY STREAM AFTER PAYREG AND FINALPAY, WHOSE
      *                  LEDGER ENTRIES IT JOURNALS AND WHOSE TOTALS
      *                  IT PROVES THEM TO.  AN OUT OF BALANCE
      *                  JOURNAL STOPS THE RUN THERE.  ITS OUTPUT
      *                  COUNT IS THE LINES ON PRGLPRF.TXT.
      *   15/10/26  MAB  FINALPAY (THE FINAL-PAY RUN FOR EMPLOYEES
      *                  TERMINATED SINCE THE LAST PAY DATE) CAN NOW
      *                  BE NAMED AS A STEP -- IT BELONGS IN THE PAY
      *                  STREAM AFTER PAYREG, WHICH WRITES THE
      *                  EXTRACTS IT ADDS TO, AND AHEAD OF GLJRNL,
      *                  WHICH JOURNALS ITS PAYMENTS.  ITS OUTPUT
      *                  COUNT IS THE LINES ON PRFINAL.TXT.
      *   15/10/26  MAB  GARNRMT (THE GARNISHMENT REMITTANCE TO THE
      *                  AGENCIES) CAN NOW BE NAMED AS A STEP -- IT
      *                  BELONGS IN THE PAY STREAM AFTER PAYREG AND
      *                  FINALPAY, WHICH WRITE THE PAYMENTS IT LISTS.
      *                  ITS OUTPUT COUNT IS THE LINES ON PRREMIT.TXT.
      *   15/10/26  MAB  VACRPT (THE POSITION CONTROL VACANCY AND
      *                  OVERAGE REPORT) CAN NOW BE NAMED AS A STEP
      *                  -- IT BELONGS IN THE NIGHTLY STREAM AFTER
      *                  MASTMAINT, SO IT REPORTS THE MASTER AS
      *                  TONIGHT'S TRANSACTIONS LEFT IT.  ITS OUTPUT
      *                  COUNT IS THE LINES ON PRVACNCY.TXT.
      *   15/10/26  MAB  APRAGE (THE SALARY APPROVAL QUEUE AGING
      *                  REPORT) CAN NOW BE NAMED AS A STEP -- IT
      *                  BELONGS IN THE NIGHTLY STREAM AFTER
      *                  MASTMAINT, WHICH ADDS TONIGHT'S HELD ITEMS
      *                  TO THE QUEUE.  ITS OUTPUT COUNT IS THE LINES
      *                  ON PRAPRAGE.TXT.
      *   15/10/26  MAB  TIMEEDIT (THE TIMECARD EDIT) CAN NOW BE
      *                  NAMED AS A STEP -- IT BELONGS IN THE PAY
      *                  STREAM AHEAD OF PAYREG AND FINALPAY, WHICH
      *                  PAY HOURLY STAFF FROM THE CARDS IT PASSES.
      *                  ITS OUTPUT COUNT IS THE LINES ON
      *                  PRTIMEEX.TXT.
      *   15/10/26  MAB  XFILECHK (THE CROSS-FILE INTEGRITY SWEEP)
      *                  CAN NOW BE NAMED AS A STEP -- IT BELONGS AT
      *                  THE HEAD OF THE PAY STREAM, AHEAD OF
      *                  TIMEEDIT AND PAYREG.  A FINDING GRADED ERROR
      *                  STOPS THE RUN THERE, HOLDING THE PAY STREAM
      *                  UNTIL THE FILES ARE PUT RIGHT.  ITS OUTPUT
      *                  COUNT IS THE LINES ON PRXFILE.TXT.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SELECT OPTIONAL REGION-COUNT-FILE
               ASSIGN TO 'PRREGION.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL STUB-COUNT-FILE
               ASSIGN TO 'PRSTUB.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL GLPRF-COUNT-FILE
               ASSIGN TO 'PRGLPRF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL FINAL-COUNT-FILE
               ASSIGN TO 'PRFINAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL REMIT-COUNT-FILE
               ASSIGN TO 'PRREMIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL VACNCY-COUNT-FILE
               ASSIGN TO 'PRVACNCY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL APRAGE-COUNT-FILE
               ASSIGN TO 'PRAPRAGE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL TIMEEDIT-COUNT-FILE
               ASSIGN TO 'PRTIMEEX.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL XFILECHK-COUNT-FILE
               ASSIGN TO 'PRXFILE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REQUEST-FILE
               ASSIGN TO 'PR1UREQ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       01 REGION-COUNT-RECORD PIC X(80).

       FD STUB-COUNT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 STUB-COUNT-RECORD   PIC X(80).

       FD GLPRF-COUNT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 GLPRF-COUNT-RECORD  PIC X(80).

       FD FINAL-COUNT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 FINAL-COUNT-RECORD  PIC X(80).

       FD REMIT-COUNT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 REMIT-COUNT-RECORD  PIC X(80).

       FD VACNCY-COUNT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 VACNCY-COUNT-RECORD PIC X(80).

       FD APRAGE-COUNT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 APRAGE-COUNT-RECORD PIC X(80).

       FD TIMEEDIT-COUNT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 TIMEEDIT-COUNT-RECORD PIC X(80).

       FD XFILECHK-COUNT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 XFILECHK-COUNT-RECORD PIC X(80).

       FD REQUEST-FILE
          RECORD CONTAINS 16 CHARACTERS.

                CALL 'LEAVERPT'
             WHEN 'REGRPT'
                CALL 'REGRPT'
             WHEN 'PAYSTUB'
                CALL 'PAYSTUB'
             WHEN 'GLJRNL'
                CALL 'GLJRNL'
             WHEN 'FINALPAY'
                CALL 'FINALPAY'
             WHEN 'GARNRMT'
                CALL 'GARNRMT'
             WHEN 'VACRPT'
                CALL 'VACRPT'
             WHEN 'APRAGE'
                CALL 'APRAGE'
             WHEN 'TIMEEDIT'
                CALL 'TIMEEDIT'
             WHEN 'XFILECHK'
                CALL 'XFILECHK'
             WHEN OTHER
                DISPLAY 'NIGHTRUN - UNKNOWN STEP PROGRAM '
                   WS-SD-PROGRAM (WS-STRM-SUB, WS-STEP-SUB)
                PERFORM 66-COUNT-LEAVE-RPT
             WHEN 'REGRPT'
                PERFORM 67-COUNT-REGION-RPT
             WHEN 'PAYSTUB'
                PERFORM 68-COUNT-STUB-RPT
             WHEN 'GLJRNL'
                PERFORM 69-COUNT-GL-PROOF
             WHEN 'FINALPAY'
                PERFORM 73-COUNT-FINAL-REG
             WHEN 'GARNRMT'
                PERFORM 74-COUNT-REMIT-RPT
             WHEN 'VACRPT'
                PERFORM 75-COUNT-VACANCY-RPT
             WHEN 'APRAGE'
                PERFORM 76-COUNT-APRAGE-RPT
             WHEN 'TIMEEDIT'
                PERFORM 77-COUNT-TIMEEDIT-RPT
             WHEN 'XFILECHK'
                PERFORM 78-COUNT-XFILE-RPT
             WHEN OTHER
                CONTINUE
          END-EVALUATE
          CLOSE REGION-COUNT-FILE
          .

       68-COUNT-STUB-RPT.
          OPEN INPUT STUB-COUNT-FILE
          MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             READ STUB-COUNT-FILE
                AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                NOT AT END
                   ADD 1 TO WS-LINE-COUNT
             END-READ
          END-PERFORM
          CLOSE STUB-COUNT-FILE
          .

       69-COUNT-GL-PROOF.
          OPEN INPUT GLPRF-COUNT-FILE
          MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             READ GLPRF-COUNT-FILE
                AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                NOT AT END
                   ADD 1 TO WS-LINE-COUNT
             END-READ
          END-PERFORM
          CLOSE GLPRF-COUNT-FILE
          .

       73-COUNT-FINAL-REG.
          OPEN INPUT FINAL-COUNT-FILE
          MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             READ FINAL-COUNT-FILE
                AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                NOT AT END
                   ADD 1 TO WS-LINE-COUNT
             END-READ
          END-PERFORM
          CLOSE FINAL-COUNT-FILE
          .

       74-COUNT-REMIT-RPT.
          OPEN INPUT REMIT-COUNT-FILE
          MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             READ REMIT-COUNT-FILE
                AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                NOT AT END
                   ADD 1 TO WS-LINE-COUNT
             END-READ
          END-PERFORM
          CLOSE REMIT-COUNT-FILE
          .

       75-COUNT-VACANCY-RPT.
          OPEN INPUT VACNCY-COUNT-FILE
          MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             READ VACNCY-COUNT-FILE
                AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                NOT AT END
                   ADD 1 TO WS-LINE-COUNT
             END-READ
          END-PERFORM
          CLOSE VACNCY-COUNT-FILE
          .

       76-COUNT-APRAGE-RPT.
          OPEN INPUT APRAGE-COUNT-FILE
          MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             READ APRAGE-COUNT-FILE
                AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                NOT AT END
                   ADD 1 TO WS-LINE-COUNT
             END-READ
          END-PERFORM
          CLOSE APRAGE-COUNT-FILE
          .

       77-COUNT-TIMEEDIT-RPT.
          OPEN INPUT TIMEEDIT-COUNT-FILE
          MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             READ TIMEEDIT-COUNT-FILE
                AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                NOT AT END
                   ADD 1 TO WS-LINE-COUNT
             END-READ
          END-PERFORM
          CLOSE TIMEEDIT-COUNT-FILE
          .

       78-COUNT-XFILE-RPT.
          OPEN INPUT XFILECHK-COUNT-FILE
          MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             READ XFILECHK-COUNT-FILE
                AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                NOT AT END
                   ADD 1 TO WS-LINE-COUNT
             END-READ
          END-PERFORM
          CLOSE XFILECHK-COUNT-FILE
          .

       70-WRITE-RUN-CONTROL.
      *   THE WHOLE FILE IS REWRITTEN AT EVERY STEP BOUNDARY -- ONE
      *   RECORD PER STREAM PER STEP, FOR EVERY STREAM THE DRIVER
