      * description spelled out from the shared position table,
      * followed by the employee's salary snapshots from the history
      * file, so 'when did their salary last change' is answered on
      * the spot.  The last few pay ledger entries follow, so
      * 'what was I paid last time' is answered the same way.
      ********
      * INPUT:
      *     PR1MAST.DAT - see EMPREC copybook for the record layout.
      *     PR1HIST.TXT - the salary history PROJECT1 appends to,
      *                   one snapshot per employee per run.
      *     PR1LDGR.DAT - the pay ledger PAYREG writes, see LDGREC
      *                   copybook.
      *     Requests are entered on the console: an employee ID, or
      *     blank for a last-name search, or END to quit.
      * *******
      *                  THE MATCHING NAME RANGE, INSTEAD OF READING
      *                  EVERY RECORD OF THE MASTER FRONT TO BACK
      *                  WHILE THE CALLER WAITS ON THE PHONE.
      *   15/10/26  MAB  THE DIRECT LOOKUP NOW ENDS WITH THE
      *                  EMPLOYEE'S LAST SIX PAY LEDGER ENTRIES
      *                  (PR1LDGR.DAT, WRITTEN BY PAYREG) -- PAY
      *                  DATE, GROSS, DEDUCTIONS AND NET -- OLDEST
      *                  FIRST.  THE LEDGER IS OPENED PER INQUIRY,
      *                  LIKE THE HISTORY AND LEAVE FILES.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS LV-EMPLOYEE-ID
               FILE STATUS IS WS-LEAVE-STATUS.
            SELECT OPTIONAL LEDGER-FILE
               ASSIGN TO 'PR1LDGR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               ALTERNATE RECORD KEY IS LDG-PAY-DATE
                  WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 LEAVE-RECORD.
           COPY LVREC.

       FD LEDGER-FILE
          RECORD CONTAINS 150 CHARACTERS.

       01 LEDGER-RECORD.
           COPY LDGREC.

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05 WS-MASTER-STATUS       PIC X(2) VALUE '00'.
           05 WS-LEAVE-STATUS        PIC X(2) VALUE '00'.
           05 WS-LEDGER-STATUS       PIC X(2) VALUE '00'.

       01 WS-INQUIRY-FIELDS.
           05 WS-INQ-REPLY        PIC X(5)  VALUE SPACES.
       01 WS-LEAVE-CALC-FIELDS.
           05 WS-LV-AVAIL        PIC S9(4)V99.

      *    THE LAST SIX LEDGER ENTRIES READ FOR THE EMPLOYEE.  THE
      *    LEDGER READS OLDEST FIRST, SO EACH NEW ENTRY PAST SIX
      *    PUSHES THE OLDEST ONE OUT THE TOP.
       01 WS-LEDGER-TABLE.
           05 WS-LDG-COUNT        PIC 9(2)  VALUE ZERO.
           05 WS-LDG-SUB          PIC 9(2)  VALUE ZERO.
           05 WS-LDG-ENTRY OCCURS 6 TIMES.
              10 WS-LDG-TBL-DATE  PIC 9(8).
              10 WS-LDG-TBL-TYPE  PIC X(1).
              10 WS-LDG-TBL-GROSS PIC 9(6)V99.
              10 WS-LDG-TBL-DED   PIC 9(6)V99.
              10 WS-LDG-TBL-NET   PIC 9(6)V99.

       01 WS-LEDGER-DISPLAY-FIELDS.
           05 WS-DSP-GROSS       PIC $ZZZZZ9.99.
           05 WS-DSP-DED         PIC $ZZZZZ9.99.
           05 WS-DSP-NET         PIC $ZZZZZ9.99.
           05 WS-DSP-RUN         PIC X(6).

      *********     POSITION REFERENCE TABLE     **********************
      *    LOADED FROM PR1POS.DAT AT HOUSEKEEPING (COPYLIB/
      *    POSTBL.CPY, SHARED WITH MASTMAINT AND PROJECT1) SO THE
                PERFORM 60-DISPLAY-EMPLOYEE
                PERFORM 65-DISPLAY-HISTORY
                PERFORM 66-DISPLAY-LEAVE
                PERFORM 67-DISPLAY-LEDGER
          END-READ
          .

       71-SCAN-FOR-TRAILING-SPACE.
          CONTINUE
          .

       67-DISPLAY-LEDGER.
      *   THE LEDGER IS OPENED AND CLOSED PER INQUIRY, LIKE THE
      *   HISTORY AND LEAVE FILES.  THE START DROPS STRAIGHT ONTO
      *   THE EMPLOYEE'S FIRST ENTRY AND THE READ STOPS AT THE
      *   NEXT EMPLOYEE, SO ONLY THIS EMPLOYEE'S ENTRIES ARE READ.
          DISPLAY 'PAY LEDGER (LAST SIX):'
          MOVE ZERO TO WS-LDG-COUNT
          OPEN INPUT LEDGER-FILE
          MOVE EMPLOYEE-ID TO LDG-EMPLOYEE-ID
          MOVE ZERO TO LDG-PAY-DATE
          MOVE LOW-VALUES TO LDG-RUN-TYPE
          START LEDGER-FILE KEY IS NOT LESS THAN LDG-KEY
             INVALID KEY
                MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
             NOT INVALID KEY
                MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          END-START
          PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             READ LEDGER-FILE NEXT RECORD
                AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                NOT AT END
                   IF LDG-EMPLOYEE-ID = EMPLOYEE-ID
                      PERFORM 68-KEEP-LEDGER-ENTRY
                   ELSE
                      MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   END-IF
             END-READ
          END-PERFORM
          CLOSE LEDGER-FILE
          IF WS-LDG-COUNT = ZERO
             DISPLAY '  NO LEDGER ENTRIES ON FILE'
          ELSE
             DISPLAY '  PAY DATE    RUN        GROSS   DEDUCTIONS'
                '         NET'
             PERFORM 72-SHOW-LEDGER-ENTRY
                VARYING WS-LDG-SUB FROM 1 BY 1
                UNTIL WS-LDG-SUB > WS-LDG-COUNT
          END-IF
          .

       68-KEEP-LEDGER-ENTRY.
          IF WS-LDG-COUNT < 6
             ADD 1 TO WS-LDG-COUNT
          ELSE
             PERFORM 69-SHIFT-LEDGER-ENTRY
                VARYING WS-LDG-SUB FROM 1 BY 1
                UNTIL WS-LDG-SUB > 5
          END-IF
          MOVE LDG-PAY-DATE TO WS-LDG-TBL-DATE (WS-LDG-COUNT)
          MOVE LDG-RUN-TYPE TO WS-LDG-TBL-TYPE (WS-LDG-COUNT)
          MOVE LDG-GROSS TO WS-LDG-TBL-GROSS (WS-LDG-COUNT)
          COMPUTE WS-LDG-TBL-DED (WS-LDG-COUNT) =
             LDG-TAX-DED + LDG-BEN-DED + LDG-GAR-DED
          MOVE LDG-NET-PAY TO WS-LDG-TBL-NET (WS-LDG-COUNT)
          .

       69-SHIFT-LEDGER-ENTRY.
          MOVE WS-LDG-ENTRY (WS-LDG-SUB + 1)
             TO WS-LDG-ENTRY (WS-LDG-SUB)
          .

       72-SHOW-LEDGER-ENTRY.
          MOVE WS-LDG-TBL-DATE (WS-LDG-SUB) TO WS-DSP-DATE
          IF WS-LDG-TBL-TYPE (WS-LDG-SUB) = 'R'
             MOVE 'REG' TO WS-DSP-RUN
          ELSE
             MOVE 'FINAL' TO WS-DSP-RUN
          END-IF
          MOVE WS-LDG-TBL-GROSS (WS-LDG-SUB) TO WS-DSP-GROSS
          MOVE WS-LDG-TBL-DED (WS-LDG-SUB) TO WS-DSP-DED
          MOVE WS-LDG-TBL-NET (WS-LDG-SUB) TO WS-DSP-NET
          DISPLAY '  ' WS-DSP-DATE '  ' WS-DSP-RUN
             ' ' WS-DSP-GROSS '  ' WS-DSP-DED '  ' WS-DSP-NET
          .
