       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMEEDIT.
       AUTHOR. M BARRETT.
      ***************************************************************
      * This program edits the pay period's timecards before PAYREG
      * and FINALPAY pay from them.  The warehouse time clocks are
      * unloaded to PR1TIME.TXT once a pay period; every card is
      * checked against the employee master and for sane hours,
      * the cards that pass are copied to PR1TIMEA.TXT for the pay
      * register and final pay, and the rest are printed on an
      * exception list for the warehouse to correct and resubmit.
      * A card on the exception list is not paid -- nothing on it
      * reaches the register or the leave file.
      *
      * A card is an exception when the employee is not on the
      * master, is on leave or was terminated outside the pay
      * period (the register only pays active employees and
      * FINALPAY only pays this period's leavers, so the hours
      * would be lost silently), the hours are not numeric, the
      * card carries no hours at all, the total hours are over the
      * period maximum, the period end date is not a date, the
      * period end is not in the pay period being paid, the
      * employee already has a card in this batch, or a salaried
      * employee's card carries overtime.
      *
      * The pay period is taken from the pay calendar the way
      * FINALPAY takes it: the pay date is PAYREG's (the latest
      * scheduled pay date not after tonight) and the period runs
      * from the day after the pay date before it.  The clock
      * files are not emptied once they are paid, so a card whose
      * period ended on or before the last pay date is last
      * period's card read again and is refused, not paid twice.
      ********
      * INPUT:
      *     PR1TIME.TXT - the timecards from the time clocks, see
      *                   TCREC copybook.
      *     PR1MAST.DAT - read directly to check each employee.
      *     PR1CAL.TXT  - the pay calendar, for this pay date and
      *                   the one before it.
      * *******
      * OUTPUT:
      *     PR1TIMEA.TXT - the timecards that passed, same layout,
      *                    for PAYREG and FINALPAY.
      *     PRTIMEEX.TXT - the printed exception list, one line per
      *                    card refused with the reason, and the
      *                    counts at the end.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL TIMECARD-FILE
               ASSIGN TO 'PR1TIME.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ACCEPTED-FILE
               ASSIGN TO 'PR1TIMEA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT EMPLOYEE-MASTER
               ASSIGN TO 'PR1MAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EMP-LAST
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS WAREHOUSE-ID
                  WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
            SELECT OPTIONAL CALENDAR-FILE
               ASSIGN TO 'PR1CAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REPORT-FILE
               ASSIGN TO PRINTER 'PRTIMEEX.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD TIMECARD-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 TIMECARD-RECORD.
           COPY TCREC.

       FD ACCEPTED-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 ACCEPTED-RECORD  PIC X(40).

       FD EMPLOYEE-MASTER
          RECORD CONTAINS 80 CHARACTERS.

       01 MASTER-RECORD.
           COPY EMPREC.

       FD CALENDAR-FILE
          RECORD CONTAINS 16 CHARACTERS.

       01 CALENDAR-RECORD.
          05 CAL-DATE         PIC 9(8).
          05 CAL-TYPE         PIC X(1).
          05 FILLER           PIC X(7).

       FD REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05 WS-MASTER-STATUS       PIC X(2) VALUE '00'.
           05 WS-RUN-DATE-8          PIC 9(8).
           05 WS-PAY-DATE-8          PIC 9(8).
           05 WS-PRIOR-PAY-DATE-8    PIC 9(8).
           05 WS-CAL-FOUND-SW        PIC X(1) VALUE 'N'.
              88 WS-CAL-PAY-DATE-FOUND      VALUE 'Y'.

      *    A CARD WHOSE HOURS ADD UP TO MORE THAN THIS FOR ONE
      *    BI-WEEKLY PERIOD IS A CLOCK OR KEYING ERROR, NOT PAY.
      *    CHANGE IT HERE.
       01 WS-HOURS-LIMIT-FIELDS.
           05 WS-MAX-PERIOD-HOURS    PIC 9(3)V99 VALUE 120.00.
           05 WS-CARD-HOURS          PIC 9(4)V99 VALUE ZERO.

      *********     EDIT / VALIDATION FIELDS     **********************
       01 WS-EDIT-FIELDS.
           05  WS-VALID-TRAN-SW    PIC X(1)  VALUE 'Y'.
               88 TRANSACTION-IS-VALID       VALUE 'Y'.
           05  WS-EDIT-REASON      PIC X(30) VALUE SPACES.

       01 WS-DATE-CHECK-FIELDS.
           05  WS-DATE-TO-CHECK     PIC 9(8).
           05  WS-DATE-CHECK-R REDEFINES WS-DATE-TO-CHECK.
               10 WS-DATE-YYYY      PIC 9(4).
               10 WS-DATE-MM        PIC 99.
               10 WS-DATE-DD        PIC 99.
           05  WS-DATE-IS-VALID-SW  PIC X(1)  VALUE 'Y'.
               88 WS-DATE-IS-VALID            VALUE 'Y'.

      *********     CARDS ACCEPTED SO FAR     *************************
      *    EVERY EMPLOYEE WHOSE CARD HAS PASSED, SO A SECOND CARD FOR
      *    THE SAME EMPLOYEE IN THE BATCH IS CAUGHT INSTEAD OF PAID
      *    TWICE.  SIZED FOR THE WHOLE PAYROLL; A BATCH THAT
      *    OVERFLOWS IT STOPS THE RUN RATHER THAN LET A DUPLICATE
      *    THROUGH UNCHECKED.
       01 WS-SEEN-TABLE.
           05 WS-SEEN-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-SEEN-EMP-ID       PIC X(5) OCCURS 2000 TIMES.

       01 WS-SEEN-FIELDS.
           05 WS-SEEN-SUB          PIC 9(4) VALUE ZERO.
           05 WS-SEEN-SW           PIC X(1) VALUE 'N'.
              88 WS-ALREADY-SEEN            VALUE 'Y'.

       01 TOTAL-FIELDS.
           05 TOT-READ             PIC 9(5)  VALUE ZERO.
           05 TOT-ACCEPTED         PIC 9(5)  VALUE ZERO.
           05 TOT-EXCEPTIONS       PIC 9(5)  VALUE ZERO.

       01 REPORT-FIELDS.
          05  PROPER-SPACING    PIC S9      VALUE +1.
          05  BLANK-FILLER      PIC X(80)   VALUE SPACES.

      *********     OUTPUT AREA     **********************************
       01 HEADING-ONE.
          05 H1-DATE          PIC 9999/99/99.
          05                  PIC X(22)   VALUE '    MAB'.
          05                  PIC X(35)   VALUE 'DRAKEA, LTD'.
          05                  PIC X(5)    VALUE 'PAGE '.
          05 H1-PAGE-NO       PIC 99.
          05                  PIC X       VALUE SPACE.

       01 HEADING-TWO.
          05                  PIC X(24)   VALUE SPACES.
          05                  PIC X(32)   VALUE
              'TIMECARD EDIT EXCEPTION LIST'.
          05                  PIC X(24)   VALUE SPACES.

       01 HEADING-PERIOD.
          05                  PIC X(12)   VALUE SPACES.
          05                  PIC X(9)    VALUE 'PAY DATE '.
          05 HP-PAY-DATE      PIC 9999/99/99.
          05                  PIC X(22)   VALUE
              '  CARDS ENDING AFTER '.
          05 HP-PRIOR-DATE    PIC 9999/99/99.
          05                  PIC X(17)   VALUE SPACES.

       01 HEADING-THREE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(7)    VALUE 'EMP'.
          05                  PIC X(12)   VALUE 'PERIOD END'.
          05                  PIC X(7)    VALUE '   REG'.
          05                  PIC X(7)    VALUE '    OT'.
          05                  PIC X(7)    VALUE '   HOL'.
          05                  PIC X(7)    VALUE '   VAC'.
          05                  PIC X(7)    VALUE '  SICK'.
          05                  PIC X(24)   VALUE 'REASON'.

       01 DETAIL-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05 DL-EMPLOYEE-ID   PIC X(7).
          05 DL-PERIOD-END    PIC X(12).
          05 DL-REG-HOURS     PIC ZZ9.99.
          05                  PIC X(1)    VALUE SPACE.
          05 DL-OT-HOURS      PIC ZZ9.99.
          05                  PIC X(1)    VALUE SPACE.
          05 DL-HOL-HOURS     PIC ZZ9.99.
          05                  PIC X(1)    VALUE SPACE.
          05 DL-VAC-HOURS     PIC ZZ9.99.
          05                  PIC X(1)    VALUE SPACE.
          05 DL-SICK-HOURS    PIC ZZ9.99.
          05                  PIC X(1)    VALUE SPACE.
          05 DL-REASON        PIC X(24).

       01 DL-PERIOD-END-EDIT  PIC 9999/99/99.

       01 NO-EXCEPTION-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(40)   VALUE
              'NO TIMECARD EXCEPTIONS THIS PERIOD'.

       01 SUMMARY-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 SL-TITLE         PIC X(30).
          05 SL-COUNT         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       10-MAIN-MODULE.

         PERFORM 15-HOUSEKEEPING
         PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           READ TIMECARD-FILE
             AT END
               MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
             NOT AT END
               PERFORM 45-APPLY-TIMECARD
           END-READ
         END-PERFORM
         PERFORM 80-WRITE-SUMMARY
         CLOSE TIMECARD-FILE
               ACCEPTED-FILE
               EMPLOYEE-MASTER
               REPORT-FILE
         GOBACK
         .

       15-HOUSEKEEPING.
      *    NO TIMECARD FILE (NO HOURLY STAFF YET, OR THE CLOCKS WERE
      *    NOT UNLOADED) LEAVES AN EMPTY ACCEPTED FILE -- THE
      *    REGISTER THEN PAYS NOBODY FOR HOURS AND SAYS SO UNDER
      *    EACH HOURLY EMPLOYEE.  A FILE LEFT OVER FROM LAST PERIOD
      *    IS CAUGHT CARD BY CARD ON ITS PERIOD END DATE (SEE
      *    19-GET-PAY-DATES), SO A STALE BATCH IS NEVER REPAID.
         OPEN INPUT EMPLOYEE-MASTER
         IF WS-MASTER-STATUS NOT = '00'
            DISPLAY 'TIMEEDIT - PR1MAST.DAT NOT FOUND, STATUS '
               WS-MASTER-STATUS
            STOP RUN
         END-IF
         OPEN INPUT TIMECARD-FILE
         OPEN OUTPUT ACCEPTED-FILE
         OPEN OUTPUT REPORT-FILE
         ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
         MOVE WS-RUN-DATE-8 TO H1-DATE
         PERFORM 19-GET-PAY-DATES
         MOVE ZERO TO H1-PAGE-NO
         PERFORM 20-HEADER-ROUTINE
         .

       19-GET-PAY-DATES.
      *   THE PAY DATE IS PAYREG'S -- THE LATEST SCHEDULED PAY DATE
      *   NOT AFTER TONIGHT, OR THE RUN DATE WITH NO CALENDAR.  A
      *   CARD BELONGS TO THIS PAY PERIOD WHEN IT ENDS AFTER THE PAY
      *   DATE BEFORE THAT AND NOT AFTER THE PAY DATE ITSELF.  WITH
      *   NO EARLIER PAY DATE ON THE CALENDAR THERE IS NO EARLIER
      *   PERIOD TO REPAY, SO ONLY THE PAY DATE LIMIT APPLIES.
          MOVE WS-RUN-DATE-8 TO WS-PAY-DATE-8
          MOVE ZERO TO WS-PRIOR-PAY-DATE-8
          MOVE 'N' TO WS-CAL-FOUND-SW
          OPEN INPUT CALENDAR-FILE
          MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             READ CALENDAR-FILE
                AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                NOT AT END
                   IF CAL-TYPE = 'P'
                      AND CAL-DATE NOT > WS-RUN-DATE-8
                      PERFORM 21-KEEP-CALENDAR-DATE
                   END-IF
             END-READ
          END-PERFORM
          CLOSE CALENDAR-FILE
          MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          IF NOT WS-CAL-PAY-DATE-FOUND
             DISPLAY 'TIMEEDIT - NO PAY DATE ON PR1CAL.TXT, '
                'USING RUN DATE ' WS-RUN-DATE-8
             MOVE WS-RUN-DATE-8 TO WS-PAY-DATE-8
          END-IF
          IF WS-PRIOR-PAY-DATE-8 = ZERO
             DISPLAY 'TIMEEDIT - NO EARLIER PAY DATE ON PR1CAL.TXT, '
                'PERIOD END CHECKED AGAINST PAY DATE ONLY'
          END-IF
          .

       21-KEEP-CALENDAR-DATE.
      *   THE TWO LATEST PAY DATES ARE KEPT, WHATEVER ORDER THE
      *   CALENDAR IS IN.
          IF NOT WS-CAL-PAY-DATE-FOUND
             MOVE CAL-DATE TO WS-PAY-DATE-8
             MOVE 'Y' TO WS-CAL-FOUND-SW
          ELSE
             IF CAL-DATE > WS-PAY-DATE-8
                MOVE WS-PAY-DATE-8 TO WS-PRIOR-PAY-DATE-8
                MOVE CAL-DATE TO WS-PAY-DATE-8
             ELSE
                IF CAL-DATE < WS-PAY-DATE-8
                   AND CAL-DATE > WS-PRIOR-PAY-DATE-8
                   MOVE CAL-DATE TO WS-PRIOR-PAY-DATE-8
                END-IF
             END-IF
          END-IF
          .

       20-HEADER-ROUTINE.
         ADD 1 TO H1-PAGE-NO
         WRITE REPORT-RECORD FROM HEADING-ONE
            AFTER ADVANCING PAGE
         MOVE 2 TO PROPER-SPACING
         MOVE HEADING-TWO TO REPORT-RECORD
         PERFORM 35-WRITE-A-LINE
         MOVE WS-PAY-DATE-8 TO HP-PAY-DATE
         MOVE WS-PRIOR-PAY-DATE-8 TO HP-PRIOR-DATE
         MOVE 1 TO PROPER-SPACING
         MOVE HEADING-PERIOD TO REPORT-RECORD
         PERFORM 35-WRITE-A-LINE
         MOVE 2 TO PROPER-SPACING
         MOVE HEADING-THREE TO REPORT-RECORD
         PERFORM 35-WRITE-A-LINE
         .

       35-WRITE-A-LINE.
          WRITE REPORT-RECORD
              AFTER ADVANCING PROPER-SPACING
          .

       45-APPLY-TIMECARD.
          ADD 1 TO TOT-READ
          PERFORM 65-EDIT-TIMECARD
          IF TRANSACTION-IS-VALID
             PERFORM 50-ACCEPT-TIMECARD
          ELSE
             PERFORM 55-LIST-EXCEPTION
          END-IF
          .

       50-ACCEPT-TIMECARD.
          IF WS-SEEN-COUNT < 2000
             ADD 1 TO WS-SEEN-COUNT
             MOVE TC-EMPLOYEE-ID TO WS-SEEN-EMP-ID (WS-SEEN-COUNT)
          ELSE
             DISPLAY 'TIMEEDIT - TIMECARD TABLE FULL, RUN HALTED'
             STOP RUN
          END-IF
          WRITE ACCEPTED-RECORD FROM TIMECARD-RECORD
          ADD 1 TO TOT-ACCEPTED
          .

       55-LIST-EXCEPTION.
      *   THE HOURS ARE ONLY EDITED FOR PRINTING WHEN THEY ARE
      *   NUMERIC -- A GARBLED CARD PRINTS ITS ID AND REASON.
          ADD 1 TO TOT-EXCEPTIONS
          MOVE SPACES TO DETAIL-LINE
          MOVE TC-EMPLOYEE-ID TO DL-EMPLOYEE-ID
          IF TC-PERIOD-END NUMERIC
             MOVE TC-PERIOD-END TO DL-PERIOD-END-EDIT
             MOVE DL-PERIOD-END-EDIT TO DL-PERIOD-END
          END-IF
          IF TC-REG-HOURS NUMERIC
             AND TC-OT-HOURS NUMERIC
             AND TC-HOL-HOURS NUMERIC
             AND TC-VAC-HOURS NUMERIC
             AND TC-SICK-HOURS NUMERIC
             MOVE TC-REG-HOURS TO DL-REG-HOURS
             MOVE TC-OT-HOURS TO DL-OT-HOURS
             MOVE TC-HOL-HOURS TO DL-HOL-HOURS
             MOVE TC-VAC-HOURS TO DL-VAC-HOURS
             MOVE TC-SICK-HOURS TO DL-SICK-HOURS
          END-IF
          MOVE WS-EDIT-REASON TO DL-REASON
          MOVE DETAIL-LINE TO REPORT-RECORD
          IF TOT-EXCEPTIONS = 1
             MOVE 2 TO PROPER-SPACING
          ELSE
             MOVE 1 TO PROPER-SPACING
          END-IF
          PERFORM 35-WRITE-A-LINE
          .

       60-CHECK-DUPLICATE.
          MOVE 'N' TO WS-SEEN-SW
          PERFORM 62-SCAN-SEEN-ENTRY
             VARYING WS-SEEN-SUB FROM 1 BY 1
             UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
          .

       62-SCAN-SEEN-ENTRY.
          IF WS-SEEN-EMP-ID (WS-SEEN-SUB) = TC-EMPLOYEE-ID
             MOVE 'Y' TO WS-SEEN-SW
          END-IF
          .

       65-EDIT-TIMECARD.
          MOVE 'Y' TO WS-VALID-TRAN-SW
          MOVE SPACES TO WS-EDIT-REASON
          IF TC-REG-HOURS NOT NUMERIC
             OR TC-OT-HOURS NOT NUMERIC
             OR TC-HOL-HOURS NOT NUMERIC
             OR TC-VAC-HOURS NOT NUMERIC
             OR TC-SICK-HOURS NOT NUMERIC
             MOVE 'N' TO WS-VALID-TRAN-SW
             MOVE 'INVALID HOURS' TO WS-EDIT-REASON
          END-IF
          IF TRANSACTION-IS-VALID
             COMPUTE WS-CARD-HOURS =
                TC-REG-HOURS + TC-OT-HOURS + TC-HOL-HOURS
                + TC-VAC-HOURS + TC-SICK-HOURS
             IF WS-CARD-HOURS = ZERO
                MOVE 'N' TO WS-VALID-TRAN-SW
                MOVE 'NO HOURS ON TIMECARD' TO WS-EDIT-REASON
             ELSE
                IF WS-CARD-HOURS > WS-MAX-PERIOD-HOURS
                   MOVE 'N' TO WS-VALID-TRAN-SW
                   MOVE 'HOURS OVER MAXIMUM' TO WS-EDIT-REASON
                END-IF
             END-IF
          END-IF
          IF TRANSACTION-IS-VALID
             IF TC-PERIOD-END NUMERIC
                MOVE TC-PERIOD-END TO WS-DATE-TO-CHECK
                PERFORM 68-VALIDATE-DATE-FIELD
                IF NOT WS-DATE-IS-VALID
                   MOVE 'N' TO WS-VALID-TRAN-SW
                   MOVE 'INVALID PERIOD END DATE' TO WS-EDIT-REASON
                ELSE
                   IF TC-PERIOD-END NOT > WS-PRIOR-PAY-DATE-8
                      OR TC-PERIOD-END > WS-PAY-DATE-8
                      MOVE 'N' TO WS-VALID-TRAN-SW
                      MOVE 'NOT THIS PAY PERIOD' TO WS-EDIT-REASON
                   END-IF
                END-IF
             ELSE
                MOVE 'N' TO WS-VALID-TRAN-SW
                MOVE 'INVALID PERIOD END DATE' TO WS-EDIT-REASON
             END-IF
          END-IF
          IF TRANSACTION-IS-VALID
             MOVE TC-EMPLOYEE-ID TO EMPLOYEE-ID
             READ EMPLOYEE-MASTER
                INVALID KEY
                   MOVE 'N' TO WS-VALID-TRAN-SW
                   MOVE 'EMPLOYEE NOT ON MASTER' TO WS-EDIT-REASON
                NOT INVALID KEY
                   CONTINUE
             END-READ
          END-IF
          IF TRANSACTION-IS-VALID
             EVALUATE TRUE
      *          A LEAVER TERMINATED IN THIS PAY PERIOD IS PAID THEIR
      *          LAST CARD BY FINALPAY, SO ONLY A TERMINATION OUTSIDE
      *          THE PERIOD IS REFUSED -- FINALPAY PAYS NOBODY ELSE
      *          TONIGHT.
                WHEN EMP-IS-TERMINATED
                   AND (TERM-DATE NOT > WS-PRIOR-PAY-DATE-8
                        OR TERM-DATE > WS-PAY-DATE-8)
                   MOVE 'N' TO WS-VALID-TRAN-SW
                   MOVE 'EMPLOYEE TERMINATED' TO WS-EDIT-REASON
                WHEN EMP-ON-LEAVE
                   MOVE 'N' TO WS-VALID-TRAN-SW
                   MOVE 'EMPLOYEE ON LEAVE' TO WS-EDIT-REASON
                WHEN PAY-IS-SALARIED
                   AND TC-OT-HOURS > ZERO
                   MOVE 'N' TO WS-VALID-TRAN-SW
                   MOVE 'OVERTIME FOR SALARIED' TO WS-EDIT-REASON
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
          END-IF
          IF TRANSACTION-IS-VALID
             PERFORM 60-CHECK-DUPLICATE
             IF WS-ALREADY-SEEN
                MOVE 'N' TO WS-VALID-TRAN-SW
                MOVE 'DUPLICATE TIMECARD' TO WS-EDIT-REASON
             END-IF
          END-IF
          .

       68-VALIDATE-DATE-FIELD.
          MOVE 'Y' TO WS-DATE-IS-VALID-SW
          IF WS-DATE-YYYY < 1900 OR WS-DATE-YYYY > 2099
             MOVE 'N' TO WS-DATE-IS-VALID-SW
          END-IF
          IF WS-DATE-IS-VALID
             IF WS-DATE-MM < 01 OR WS-DATE-MM > 12
                MOVE 'N' TO WS-DATE-IS-VALID-SW
             END-IF
          END-IF
          IF WS-DATE-IS-VALID
             IF WS-DATE-DD < 01 OR WS-DATE-DD > 31
                MOVE 'N' TO WS-DATE-IS-VALID-SW
             END-IF
          END-IF
          .

       80-WRITE-SUMMARY.
          IF TOT-EXCEPTIONS = ZERO
             MOVE NO-EXCEPTION-LINE TO REPORT-RECORD
             MOVE 2 TO PROPER-SPACING
             PERFORM 35-WRITE-A-LINE
          END-IF
          MOVE 'TIMECARDS READ' TO SL-TITLE
          MOVE TOT-READ TO SL-COUNT
          MOVE SUMMARY-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE 'TIMECARDS ACCEPTED' TO SL-TITLE
          MOVE TOT-ACCEPTED TO SL-COUNT
          MOVE SUMMARY-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE 'TIMECARDS ON EXCEPTION LIST' TO SL-TITLE
          MOVE TOT-EXCEPTIONS TO SL-COUNT
          MOVE SUMMARY-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          .
