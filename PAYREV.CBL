       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREV.
       AUTHOR. M BARRETT.
      ***************************************************************
      * This program is the pay run reversal.  PAYREG records every
      * pay date it posts on the pay run history (PR1PRUN.DAT) and
      * refuses to post the same pay date twice, so the only way to
      * run a pay date again -- a register run on the wrong calendar,
      * a master corrected after the fact -- is to back the first
      * run out deliberately with this program.
      *
      * The pay date is read from a one-record request card
      * (PR1RREQ.TXT), the same way MSTUTIL takes a restore: the
      * card must carry the word CONFIRM, the pay date must be on
      * the history as posted, the YTD control totals must still be
      * for that pay date's year, the pay ledger must hold one
      * regular entry for every employee the run paid, and
      * PR1GPAY.TXT must still hold the run's case collections --
      * the garnishment the run took from every employee with a
      * case on PR1GARN.DAT.  PAYREG starts PR1GPAY.TXT afresh
      * every pay date, so once a later register has run the cases
      * can no longer be backed out.  An employee garnished through
      * the deduction master's slot has no case and no collection
      * there.  Anything else refuses the reversal before a single
      * file is touched.
      *
      * For each employee on the run's ledger entries it then takes
      * the gross, burden and one period back off the YTD record
      * (removing the record when the run created it), takes the
      * leave accrued and the timecard leave taken back off the
      * leave balance, puts any retro the run paid back on
      * PR1RETRO.TXT for the next register, and deletes the ledger
      * entry.  Garnishment collections the run posted are taken
      * back off their cases from PR1GPAY.TXT, and the run's gross
      * and burden are taken off the YTD control totals.  The pay
      * date is then marked reversed on the history, which lets
      * PAYREG run it again.  Final pay for the date is left alone:
      * its F entries stay on the ledger, its collections stay on
      * PR1GPAY.TXT, and PAYREG carries those collections over into
      * the new file when it runs the date again.
      *
      * The reversal register lists every employee backed out and
      * proves the files are back where they were before the run:
      * the gross and burden backed out against the run's own
      * totals, the case collections backed out against the
      * garnishment the run took from employees with cases, the
      * YTD file re-footed against the control totals
      * (the EARNSTMT proof), and no ledger entries left for the pay
      * date, ending with a verdict.  Deposits and checks already
      * released to the bank are not recalled here.
      ********
      * INPUT:
      *     PR1RREQ.TXT - the request card: pay date YYYYMMDD and
      *                   the word CONFIRM.
      *     PR1PRUN.DAT - the pay run history (see PRUNREC copybook).
      *     PR1LDGR.DAT - the pay ledger (see LDGREC copybook).
      *     PR1GPAY.TXT - the garnishment payments the run wrote
      *                   (see GPAYREC copybook).
      * *******
      * OUTPUT:
      *     PR1YTD.DAT  - the run backed out (see YTDREC copybook).
      *     PR1YCTL.DAT - the run backed out of the control totals.
      *     PR1LEAVE.DAT - the run's accrual and leave taken backed
      *                   out (see LVREC copybook).
      *     PR1RETRO.TXT - the retro the run paid, appended.
      *     PR1GARN.DAT - the run's collections backed out (see
      *                   GARNREC copybook).
      *     PR1LDGR.DAT - the run's regular entries deleted.
      *     PR1PRUN.DAT - the pay date marked reversed.
      *     PRPAYREV.TXT - the printed reversal register.
      *     PR1RLOG.TXT - one log line per reversal, refused or
      *                   applied, appended.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT REQUEST-FILE
               ASSIGN TO 'PR1RREQ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
            SELECT PAY-RUN-FILE
               ASSIGN TO 'PR1PRUN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRH-PAY-DATE
               FILE STATUS IS WS-PRUN-STATUS.
            SELECT LEDGER-FILE
               ASSIGN TO 'PR1LDGR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               ALTERNATE RECORD KEY IS LDG-PAY-DATE
                  WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.
            SELECT YTD-FILE
               ASSIGN TO 'PR1YTD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMPLOYEE-ID
               FILE STATUS IS WS-YTD-STATUS.
            SELECT OPTIONAL YTD-CONTROL-FILE
               ASSIGN TO 'PR1YCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT LEAVE-FILE
               ASSIGN TO 'PR1LEAVE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LV-EMPLOYEE-ID
               FILE STATUS IS WS-LEAVE-STATUS.
            SELECT OPTIONAL RETRO-FILE
               ASSIGN TO 'PR1RETRO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT GARNISH-FILE
               ASSIGN TO 'PR1GARN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRN-KEY
               FILE STATUS IS WS-GARN-STATUS.
            SELECT OPTIONAL GARN-PAY-FILE
               ASSIGN TO 'PR1GPAY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL REVERSAL-LOG-FILE
               ASSIGN TO 'PR1RLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REPORT-FILE
               ASSIGN TO PRINTER 'PRPAYREV.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD REQUEST-FILE
          RECORD CONTAINS 16 CHARACTERS.

       01 REQUEST-RECORD.
          05 REQ-PAY-DATE     PIC X(8).
          05 REQ-PAY-DATE-N REDEFINES REQ-PAY-DATE
                              PIC 9(8).
          05 REQ-CONFIRM      PIC X(7).
          05 FILLER           PIC X(1).

       FD PAY-RUN-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 PAY-RUN-RECORD.
           COPY PRUNREC.

       FD LEDGER-FILE
          RECORD CONTAINS 150 CHARACTERS.

       01 LEDGER-RECORD.
           COPY LDGREC.

       FD YTD-FILE
          RECORD CONTAINS 50 CHARACTERS.

       01 YTD-RECORD.
           COPY YTDREC.

       FD YTD-CONTROL-FILE
          RECORD CONTAINS 30 CHARACTERS.

       01 YTD-CONTROL-RECORD.
          05 YCTL-YEAR        PIC 9(4).
          05 YCTL-GROSS       PIC 9(9)V99.
          05 YCTL-BURDEN      PIC 9(9)V99.
          05 FILLER           PIC X(4).

       FD LEAVE-FILE
          RECORD CONTAINS 50 CHARACTERS.

       01 LEAVE-RECORD.
           COPY LVREC.

       FD RETRO-FILE
          RECORD CONTAINS 30 CHARACTERS.

       01 RETRO-RECORD.
          05 RETRO-EMPLOYEE-ID PIC X(5).
          05 RETRO-AMOUNT      PIC 9(6)V99.
          05 RETRO-EFF-DATE    PIC 9(8).
          05 FILLER            PIC X(9).

       FD GARNISH-FILE
          RECORD CONTAINS 100 CHARACTERS.

       01 GARNISH-RECORD.
           COPY GARNREC.

       FD GARN-PAY-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 GARN-PAY-RECORD.
           COPY GPAYREC.

       FD REVERSAL-LOG-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 REVERSAL-LOG-RECORD.
          05 RLOG-DATE        PIC 9(8).
          05 FILLER           PIC X(1).
          05 RLOG-TIME        PIC 9(6).
          05 FILLER           PIC X(1).
          05 RLOG-TEXT        PIC X(64).

       FD REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05 WS-REQUEST-STATUS      PIC X(2) VALUE '00'.
           05 WS-PRUN-STATUS         PIC X(2) VALUE '00'.
           05 WS-LEDGER-STATUS       PIC X(2) VALUE '00'.
           05 WS-YTD-STATUS          PIC X(2) VALUE '00'.
           05 WS-LEAVE-STATUS        PIC X(2) VALUE '00'.
           05 WS-GARN-STATUS         PIC X(2) VALUE '00'.
           05 WS-RUN-DATE-8          PIC 9(8).
           05 WS-RUN-TIME-8          PIC 9(8).
           05 WS-RUN-TIME-R REDEFINES WS-RUN-TIME-8.
              10 WS-RUN-TIME-6       PIC 9(6).
              10 FILLER              PIC 9(2).
           05 WS-PAY-DATE-8          PIC 9(8).
           05 WS-PAY-DATE-R REDEFINES WS-PAY-DATE-8.
              10 WS-PAY-YYYY         PIC 9(4).
              10 FILLER              PIC 9(4).

      *    EVERY CHECK IN 25-CHECK-REQUEST MUST LEAVE THIS 'Y' FOR
      *    THE REVERSAL TO GO AHEAD.
       01 WS-CHECK-FIELDS.
           05 WS-CLEARED-SW       PIC X(1)  VALUE 'Y'.
              88 REVERSAL-IS-CLEARED       VALUE 'Y'.
           05 WS-GARN-ON-FILE-SW  PIC X(1)  VALUE 'N'.
              88 WS-GARN-ON-FILE           VALUE 'Y'.
           05 WS-IN-BALANCE-SW    PIC X(1)  VALUE 'Y'.
              88 REVERSAL-IS-IN-BALANCE    VALUE 'Y'.

      *********     RUN LEDGER TABLE     ******************************
      *    THE RUN'S REGULAR LEDGER ENTRIES, LOADED BEFORE ANYTHING IS
      *    CHANGED SO THE ENTRY COUNT CAN BE PROVED AGAINST THE PAY
      *    RUN HISTORY FIRST.  SIZED LIKE PAYREG'S TIMECARD TABLE,
      *    FOR THE WHOLE PAYROLL; A RUN THAT OVERFLOWS IT EVEN SO
      *    STOPS HERE RATHER THAN REVERSE PART OF A PAY RUN.
       01 WS-RUN-TABLE.
           05 WS-RUN-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-RUN-ENTRY OCCURS 2000 TIMES.
              10 WS-RUN-EMP-ID     PIC X(5).
              10 WS-RUN-GROSS      PIC 9(6)V99.
              10 WS-RUN-BURDEN     PIC 9(6)V99.
              10 WS-RUN-RETRO-AMT  PIC 9(6)V99.
              10 WS-RUN-RETRO-EFF  PIC 9(8).
              10 WS-RUN-VAC-ACC    PIC 9(4)V99.
              10 WS-RUN-SICK-ACC   PIC 9(4)V99.
              10 WS-RUN-VAC-TKN    PIC 9(3)V99.
              10 WS-RUN-SICK-TKN   PIC 9(3)V99.
              10 WS-RUN-GAR-DED    PIC 9(5)V99.

       01 WS-EMPLOYEE-FIELDS.
           05 WS-RUN-SUB           PIC 9(4) VALUE ZERO.
           05 WS-PRIOR-PAY         PIC 9(8) VALUE ZERO.
           05 WS-LDG-EOF-SW        PIC X(1) VALUE 'N'.
              88 WS-LDG-EOF                 VALUE 'Y'.

      *********     REVERSAL TOTALS     *******************************
       01 WS-REVERSAL-TOTALS.
           05 WS-REV-GROSS         PIC 9(9)V99 VALUE ZERO.
           05 WS-REV-BURDEN        PIC 9(9)V99 VALUE ZERO.
           05 WS-REV-COUNT         PIC 9(6)    VALUE ZERO.
           05 WS-YTD-REMOVED       PIC 9(6)    VALUE ZERO.
           05 WS-RETRO-RESTORED    PIC 9(6)    VALUE ZERO.
           05 WS-RETRO-TOTAL       PIC 9(9)V99 VALUE ZERO.
           05 WS-GARN-CASES        PIC 9(6)    VALUE ZERO.
           05 WS-GARN-TOTAL        PIC 9(9)V99 VALUE ZERO.
           05 WS-CASE-GAR-TOTAL    PIC 9(9)V99 VALUE ZERO.
           05 WS-GPAY-DATE-TOTAL   PIC 9(9)V99 VALUE ZERO.
           05 WS-GPAY-OTHER-DATE   PIC 9(6)    VALUE ZERO.
           05 WS-LEDGER-LEFT       PIC 9(6)    VALUE ZERO.
           05 WS-EXCEPTION-COUNT   PIC 9(6)    VALUE ZERO.

      *********     YTD CONTROL TOTALS     ****************************
      *    BEFORE AND AFTER THE REVERSAL, AND THE YTD FILE RE-FOOTED
      *    AFTERWARDS THE WAY EARNSTMT FOOTS IT, SO THE REGISTER CAN
      *    PROVE THE FILE AND ITS CONTROL TOTALS STILL AGREE.
       01 WS-YTD-CONTROL-FIELDS.
           05 WS-YCTL-FOUND-SW     PIC X(1)    VALUE 'N'.
              88 WS-YCTL-FOUND               VALUE 'Y'.
           05 WS-YCTL-YEAR         PIC 9(4)    VALUE ZERO.
           05 WS-YCTL-GROSS-BEFORE PIC 9(9)V99 VALUE ZERO.
           05 WS-YCTL-BURDEN-BEFORE PIC 9(9)V99 VALUE ZERO.
           05 WS-YCTL-GROSS-AFTER  PIC S9(9)V99 VALUE ZERO.
           05 WS-YCTL-BURDEN-AFTER PIC S9(9)V99 VALUE ZERO.
           05 WS-FOOT-GROSS        PIC 9(9)V99 VALUE ZERO.
           05 WS-FOOT-BURDEN       PIC 9(9)V99 VALUE ZERO.

      *    ONE PROOF FIGURE PAIR AT A TIME FOR 84-WRITE-AMOUNT-CHECK.
       01 WS-AMOUNT-CHECK-FIELDS.
           05 WS-CHECK-EXPECTED    PIC S9(9)V99 VALUE ZERO.
           05 WS-CHECK-ACTUAL      PIC S9(9)V99 VALUE ZERO.

       01 WS-LOG-FIELDS.
           05 WS-LOG-TEXT          PIC X(64) VALUE SPACES.

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
          05                  PIC X(26)   VALUE SPACES.
          05                  PIC X(28)   VALUE
              'PAY RUN REVERSAL REGISTER'.
          05                  PIC X(26)   VALUE SPACES.

       01 PAY-DATE-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(10)   VALUE 'PAY DATE '.
          05 PD-PAY-DATE      PIC 9999/99/99.
          05                  PIC X(13)   VALUE '   POSTED ON '.
          05 PD-POSTED-DATE   PIC 9999/99/99.

       01 HEADING-THREE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(7)    VALUE 'EMP'.
          05                  PIC X(10)   VALUE '     GROSS'.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(9)    VALUE '   BURDEN'.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(13)   VALUE '  ACCRUED'.
          05                  PIC X(1)    VALUE SPACE.
          05                  PIC X(13)   VALUE '   TAKEN'.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(10)   VALUE '     RETRO'.

       01 HEADING-FOUR.
          05                  PIC X(32)   VALUE SPACES.
          05                  PIC X(7)    VALUE '   VAC '.
          05                  PIC X(7)    VALUE '  SICK '.
          05                  PIC X(7)    VALUE '   VAC '.
          05                  PIC X(6)    VALUE '  SICK'.

       01 DETAIL-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05 DL-EMP-ID        PIC X(7).
          05 DL-GROSS         PIC $ZZ,ZZ9.99.
          05                  PIC X(2)    VALUE SPACES.
          05 DL-BURDEN        PIC $Z,ZZ9.99.
          05                  PIC X(2)    VALUE SPACES.
          05 DL-VAC-ACC       PIC ZZ9.99.
          05                  PIC X(1)    VALUE SPACE.
          05 DL-SICK-ACC      PIC ZZ9.99.
          05                  PIC X(1)    VALUE SPACE.
          05 DL-VAC-TKN       PIC ZZ9.99.
          05                  PIC X(1)    VALUE SPACE.
          05 DL-SICK-TKN      PIC ZZ9.99.
          05                  PIC X(2)    VALUE SPACES.
          05 DL-RETRO         PIC $ZZ,ZZ9.99 BLANK WHEN ZERO.

       01 EXCEPTION-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05 EL-EMP-ID        PIC X(7).
          05                  PIC X(4)    VALUE '*** '.
          05 EL-TEXT          PIC X(50).

       01 GARNISH-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05 GL-EMP-ID        PIC X(7).
          05                  PIC X(6)    VALUE 'CASE '.
          05 GL-CASE-NO       PIC X(13).
          05 GL-AGENCY        PIC X(8).
          05                  PIC X(10)   VALUE 'BACKED OUT'.
          05 GL-AMOUNT        PIC $ZZ,ZZ9.99.
          05                  PIC X(2)    VALUE SPACES.
          05 GL-REOPENED      PIC X(8).

       01 CONTROL-HEADING.
          05                  PIC X(28)   VALUE
              '  YTD CONTROL TOTALS'.
          05                  PIC X(15)   VALUE '          GROSS'.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(15)   VALUE '         BURDEN'.

       01 CONTROL-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 CTL-LABEL        PIC X(24).
          05 CTL-GROSS        PIC $ZZZ,ZZZ,ZZ9.99.
          05                  PIC X(2)    VALUE SPACES.
          05 CTL-BURDEN       PIC $ZZZ,ZZZ,ZZ9.99.

       01 CHECK-TITLE-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05 CT-TITLE         PIC X(60).

       01 AMOUNT-CHECK-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(9)    VALUE 'EXPECTED '.
          05 AC-EXPECTED      PIC ZZZZZZZZ9.99.
          05                  PIC X(9)    VALUE '  ACTUAL '.
          05 AC-ACTUAL        PIC ZZZZZZZZ9.99.
          05                  PIC X(2)    VALUE SPACES.
          05 AC-FLAG          PIC X(12).

       01 COUNT-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 CL-LABEL         PIC X(30).
          05 CL-COUNT         PIC ZZZZZ9.

       01 NOTE-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 NL-TEXT          PIC X(64).

       01 RESULT-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05 RL-TEXT          PIC X(64).

       01 VERDICT-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(8)    VALUE 'VERDICT:'.
          05                  PIC X(2)    VALUE SPACES.
          05 VL-VERDICT       PIC X(40).

       PROCEDURE DIVISION.

       10-MAIN-MODULE.

         PERFORM 15-HOUSEKEEPING
         PERFORM 25-CHECK-REQUEST
         IF REVERSAL-IS-CLEARED
            PERFORM 40-REVERSE-PAY-RUN
            PERFORM 80-PROVE-REVERSAL
         ELSE
            PERFORM 27-REFUSE-REVERSAL
         END-IF
         CLOSE REPORT-FILE
               REVERSAL-LOG-FILE
         STOP RUN
         .

       15-HOUSEKEEPING.
         OPEN INPUT REQUEST-FILE
         IF WS-REQUEST-STATUS NOT = '00'
            DISPLAY 'PAYREV - PR1RREQ.TXT NOT FOUND, STATUS '
               WS-REQUEST-STATUS
            STOP RUN
         END-IF
         READ REQUEST-FILE
            AT END
               DISPLAY 'PAYREV - PR1RREQ.TXT IS EMPTY'
               STOP RUN
         END-READ
         CLOSE REQUEST-FILE
         ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
         ACCEPT WS-RUN-TIME-8 FROM TIME
         ACCEPT H1-DATE FROM DATE YYYYMMDD
         OPEN EXTEND REVERSAL-LOG-FILE
         OPEN OUTPUT REPORT-FILE
         MOVE 1 TO H1-PAGE-NO
         PERFORM 20-HEADER-ROUTINE
         .

       20-HEADER-ROUTINE.
         WRITE REPORT-RECORD FROM HEADING-ONE
            AFTER ADVANCING PAGE
         MOVE 2 TO PROPER-SPACING
         MOVE HEADING-TWO TO REPORT-RECORD
         PERFORM 35-WRITE-A-LINE
         .

       25-CHECK-REQUEST.
      *   A REVERSAL UNDOES A WHOLE NIGHT'S POSTING, SO IT REFUSES
      *   UNLESS EVERYTHING LINES UP BEFORE ANY FILE IS CHANGED: THE
      *   CARD SAYS CONFIRM AND NAMES A PAY DATE, THAT PAY DATE IS ON
      *   THE HISTORY AS POSTED AND NOT ALREADY REVERSED, THE YTD
      *   CONTROL TOTALS ARE STILL FOR THE PAY YEAR (ONCE EARNSTMT
      *   HAS ROLLED THE YEAR THERE IS NOTHING LEFT TO TAKE IT OUT
      *   OF), THE LEDGER HOLDS ONE REGULAR ENTRY FOR EVERY
      *   EMPLOYEE THE RUN PAID, AND PR1GPAY.TXT STILL HOLDS THE
      *   RUN'S GARNISHMENT COLLECTIONS.
          MOVE 'Y' TO WS-CLEARED-SW
          IF REQ-CONFIRM NOT = 'CONFIRM'
             MOVE 'REVERSAL REFUSED - CARD DOES NOT SAY CONFIRM'
                TO RL-TEXT
             MOVE 'N' TO WS-CLEARED-SW
          END-IF
          IF REVERSAL-IS-CLEARED
             AND REQ-PAY-DATE NOT NUMERIC
             MOVE 'REVERSAL REFUSED - NO PAY DATE ON CARD'
                TO RL-TEXT
             MOVE 'N' TO WS-CLEARED-SW
          END-IF
          IF REVERSAL-IS-CLEARED
             MOVE REQ-PAY-DATE-N TO WS-PAY-DATE-8
             PERFORM 26-READ-PAY-RUN
          END-IF
          IF REVERSAL-IS-CLEARED
             PERFORM 28-READ-YTD-CONTROL
          END-IF
          IF REVERSAL-IS-CLEARED
             PERFORM 30-LOAD-RUN-ENTRIES
          END-IF
          IF REVERSAL-IS-CLEARED
             PERFORM 33-CHECK-GARNISH-PAYMENTS
          END-IF
          .

       26-READ-PAY-RUN.
          OPEN INPUT PAY-RUN-FILE
          IF WS-PRUN-STATUS NOT = '00'
             MOVE 'REVERSAL REFUSED - NO PAY RUN HISTORY ON FILE'
                TO RL-TEXT
             MOVE 'N' TO WS-CLEARED-SW
          ELSE
             MOVE WS-PAY-DATE-8 TO PRH-PAY-DATE
             READ PAY-RUN-FILE
                INVALID KEY
                   MOVE 'REVERSAL REFUSED - PAY DATE NOT ON HISTORY'
                      TO RL-TEXT
                   MOVE 'N' TO WS-CLEARED-SW
             END-READ
             CLOSE PAY-RUN-FILE
          END-IF
          IF REVERSAL-IS-CLEARED
             AND PRH-RUN-REVERSED
             MOVE 'REVERSAL REFUSED - PAY DATE ALREADY REVERSED'
                TO RL-TEXT
             MOVE 'N' TO WS-CLEARED-SW
          END-IF
          IF REVERSAL-IS-CLEARED
             MOVE WS-PAY-DATE-8 TO PD-PAY-DATE
             MOVE PRH-POSTED-DATE TO PD-POSTED-DATE
             MOVE PAY-DATE-LINE TO REPORT-RECORD
             MOVE 2 TO PROPER-SPACING
             PERFORM 35-WRITE-A-LINE
          END-IF
          .

       28-READ-YTD-CONTROL.
          MOVE 'N' TO WS-YCTL-FOUND-SW
          OPEN INPUT YTD-CONTROL-FILE
          READ YTD-CONTROL-FILE
             AT END
                CONTINUE
             NOT AT END
                IF YCTL-YEAR = WS-PAY-YYYY
                   MOVE 'Y' TO WS-YCTL-FOUND-SW
                   MOVE YCTL-YEAR TO WS-YCTL-YEAR
                   MOVE YCTL-GROSS TO WS-YCTL-GROSS-BEFORE
                   MOVE YCTL-BURDEN TO WS-YCTL-BURDEN-BEFORE
                END-IF
          END-READ
          CLOSE YTD-CONTROL-FILE
          IF NOT WS-YCTL-FOUND
             MOVE 'REVERSAL REFUSED - YTD CONTROL NOT FOR THE PAY YEAR'
                TO RL-TEXT
             MOVE 'N' TO WS-CLEARED-SW
          END-IF
          .

       30-LOAD-RUN-ENTRIES.
      *   THE PAY DATE ALTERNATE KEY DELIVERS THE DATE'S ENTRIES
      *   TOGETHER.  FINAL PAY (F) ENTRIES ON THE SAME DATE BELONG TO
      *   FINALPAY, NOT THE REGISTER, AND ARE LEFT ALONE.
          OPEN INPUT LEDGER-FILE
          IF WS-LEDGER-STATUS NOT = '00'
             MOVE 'REVERSAL REFUSED - NO PAY LEDGER ON FILE'
                TO RL-TEXT
             MOVE 'N' TO WS-CLEARED-SW
          ELSE
             MOVE ZERO TO WS-RUN-COUNT
             MOVE WS-PAY-DATE-8 TO LDG-PAY-DATE
             MOVE 'N' TO WS-LDG-EOF-SW
             START LEDGER-FILE KEY IS EQUAL TO LDG-PAY-DATE
                INVALID KEY
                   MOVE 'Y' TO WS-LDG-EOF-SW
             END-START
             PERFORM UNTIL WS-LDG-EOF
                READ LEDGER-FILE NEXT RECORD
                   AT END
                      MOVE 'Y' TO WS-LDG-EOF-SW
                   NOT AT END
                      IF LDG-PAY-DATE NOT = WS-PAY-DATE-8
                         MOVE 'Y' TO WS-LDG-EOF-SW
                      ELSE
                         IF LDG-REGULAR-RUN
                            PERFORM 32-STORE-RUN-ENTRY
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE LEDGER-FILE
             IF WS-RUN-COUNT NOT = PRH-PAID-COUNT
                MOVE 'REVERSAL REFUSED - LEDGER DOES NOT MATCH RUN'
                   TO RL-TEXT
                MOVE 'N' TO WS-CLEARED-SW
             END-IF
          END-IF
          .

       32-STORE-RUN-ENTRY.
          IF WS-RUN-COUNT NOT < 2000
             DISPLAY 'PAYREV - RUN LEDGER TABLE FULL AT 2000 ENTRIES, '
                'NOTHING REVERSED'
             STOP RUN
          END-IF
          ADD 1 TO WS-RUN-COUNT
          MOVE LDG-EMPLOYEE-ID TO WS-RUN-EMP-ID (WS-RUN-COUNT)
          MOVE LDG-GROSS TO WS-RUN-GROSS (WS-RUN-COUNT)
          MOVE LDG-BURDEN TO WS-RUN-BURDEN (WS-RUN-COUNT)
          MOVE LDG-RETRO-AMT TO WS-RUN-RETRO-AMT (WS-RUN-COUNT)
          MOVE LDG-RETRO-EFF TO WS-RUN-RETRO-EFF (WS-RUN-COUNT)
          MOVE LDG-VAC-ACCRUED TO WS-RUN-VAC-ACC (WS-RUN-COUNT)
          MOVE LDG-SICK-ACCRUED TO WS-RUN-SICK-ACC (WS-RUN-COUNT)
          MOVE LDG-GAR-DED TO WS-RUN-GAR-DED (WS-RUN-COUNT)
      *   AN ENTRY WRITTEN BEFORE THE LEDGER CARRIED TIMECARD HOURS
      *   HAS SPACES THERE -- NO LEAVE WAS TAKEN THROUGH THE RUN.
          IF LDG-VAC-TAKEN NUMERIC
             MOVE LDG-VAC-TAKEN TO WS-RUN-VAC-TKN (WS-RUN-COUNT)
          ELSE
             MOVE ZERO TO WS-RUN-VAC-TKN (WS-RUN-COUNT)
          END-IF
          IF LDG-SICK-TAKEN NUMERIC
             MOVE LDG-SICK-TAKEN TO WS-RUN-SICK-TKN (WS-RUN-COUNT)
          ELSE
             MOVE ZERO TO WS-RUN-SICK-TKN (WS-RUN-COUNT)
          END-IF
          .

       33-CHECK-GARNISH-PAYMENTS.
      *   PAYREG STARTS PR1GPAY.TXT AFRESH EVERY PAY DATE, SO A
      *   REGULAR COLLECTION ON IT FOR ANY OTHER DATE MEANS A LATER
      *   REGISTER HAS RUN AND THIS RUN'S COLLECTIONS ARE GONE.
      *   THE COLLECTIONS LEFT FOR THE DATE MUST ALSO ADD UP TO THE
      *   GARNISHMENT THE LEDGER SHOWS TAKEN FROM EMPLOYEES WITH A
      *   CASE -- PAYREG TAKES THE CASES WITHIN WHAT TAX AND THE
      *   BENEFIT PREMIUM LEAVE, SO THEIR LEDGER FIGURE IS EXACTLY
      *   WHAT WENT TO THE CASES.  AN EMPLOYEE WITHOUT A CASE WAS
      *   GARNISHED THROUGH THE DEDUCTION MASTER'S SLOT AND HAS
      *   NOTHING ON PR1GPAY.TXT.  EITHER WAY THE CASES COULD NOT
      *   BE BACKED OUT IN FULL, AND A RERUN OF THE PAY DATE WOULD
      *   COLLECT THEM A SECOND TIME.  FINALPAY'S OWN (F)
      *   COLLECTIONS ARE NOT THE REGISTER'S AND ARE NOT LOOKED AT.
          MOVE ZERO TO WS-CASE-GAR-TOTAL
          OPEN INPUT GARNISH-FILE
          IF WS-GARN-STATUS = '00'
             PERFORM 34-ADD-CASE-GARNISHMENT
                VARYING WS-RUN-SUB FROM 1 BY 1
                UNTIL WS-RUN-SUB > WS-RUN-COUNT
             CLOSE GARNISH-FILE
          END-IF
          MOVE ZERO TO WS-GPAY-DATE-TOTAL
          MOVE ZERO TO WS-GPAY-OTHER-DATE
          OPEN INPUT GARN-PAY-FILE
          MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             READ GARN-PAY-FILE
                AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                NOT AT END
                   IF GP-RUN-TYPE = 'R'
                      IF GP-PAY-DATE = WS-PAY-DATE-8
                         ADD GP-AMOUNT TO WS-GPAY-DATE-TOTAL
                      ELSE
                         ADD 1 TO WS-GPAY-OTHER-DATE
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          CLOSE GARN-PAY-FILE
          IF WS-GPAY-OTHER-DATE > ZERO
             MOVE 'REVERSAL REFUSED - PR1GPAY.TXT NOT FOR THE PAY DATE'
                TO RL-TEXT
             MOVE 'N' TO WS-CLEARED-SW
          END-IF
          IF REVERSAL-IS-CLEARED
             AND WS-GPAY-DATE-TOTAL NOT = WS-CASE-GAR-TOTAL
             MOVE 'REVERSAL REFUSED - PR1GPAY.TXT DOES NOT MATCH LEDGER'
                TO RL-TEXT
             MOVE 'N' TO WS-CLEARED-SW
          END-IF
          .

       34-ADD-CASE-GARNISHMENT.
      *   ANY CASE ON FILE FOR THE EMPLOYEE, OPEN OR PAID OFF, IS
      *   WHAT MADE PAYREG TAKE THE CASES INSTEAD OF THE SLOT.
          IF WS-RUN-GAR-DED (WS-RUN-SUB) > ZERO
             MOVE WS-RUN-EMP-ID (WS-RUN-SUB) TO GRN-EMPLOYEE-ID
             MOVE LOW-VALUES TO GRN-CASE-NO
             START GARNISH-FILE KEY IS NOT < GRN-KEY
                INVALID KEY
                   MOVE HIGH-VALUES TO GRN-EMPLOYEE-ID
                NOT INVALID KEY
                   READ GARNISH-FILE NEXT RECORD
                      AT END
                         MOVE HIGH-VALUES TO GRN-EMPLOYEE-ID
                   END-READ
             END-START
             IF GRN-EMPLOYEE-ID = WS-RUN-EMP-ID (WS-RUN-SUB)
                ADD WS-RUN-GAR-DED (WS-RUN-SUB) TO WS-CASE-GAR-TOTAL
             END-IF
          END-IF
          .

       27-REFUSE-REVERSAL.
          MOVE RESULT-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE RL-TEXT TO WS-LOG-TEXT
          PERFORM 70-WRITE-LOG-LINE
          DISPLAY 'PAYREV - ' RL-TEXT
          .

       35-WRITE-A-LINE.
          WRITE REPORT-RECORD
              AFTER ADVANCING PROPER-SPACING
          .

       40-REVERSE-PAY-RUN.
      *   EVERY FILE THE REVERSAL UPDATES IS OPENED HERE, ONLY ONCE
      *   THE REQUEST HAS CLEARED EVERY CHECK.
          OPEN I-O LEDGER-FILE
          OPEN I-O YTD-FILE
          IF WS-YTD-STATUS NOT = '00'
             DISPLAY 'PAYREV - PR1YTD.DAT NOT FOUND, STATUS '
                WS-YTD-STATUS ', NOTHING REVERSED'
             STOP RUN
          END-IF
          OPEN I-O LEAVE-FILE
          IF WS-LEAVE-STATUS NOT = '00'
             DISPLAY 'PAYREV - PR1LEAVE.DAT NOT FOUND, STATUS '
                WS-LEAVE-STATUS ', NOTHING REVERSED'
             STOP RUN
          END-IF
          OPEN EXTEND RETRO-FILE
          MOVE HEADING-THREE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE HEADING-FOUR TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE SPACES TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          PERFORM 45-REVERSE-ONE-EMPLOYEE
             VARYING WS-RUN-SUB FROM 1 BY 1
             UNTIL WS-RUN-SUB > WS-RUN-COUNT
          CLOSE RETRO-FILE
                LEAVE-FILE
          PERFORM 60-BACK-OUT-GARNISH-CASES
          PERFORM 65-UPDATE-YTD-CONTROL
          PERFORM 67-MARK-RUN-REVERSED
          PERFORM 68-COUNT-LEDGER-LEFT
          PERFORM 69-FOOT-YTD-FILE
          CLOSE LEDGER-FILE
                YTD-FILE
          .

       45-REVERSE-ONE-EMPLOYEE.
          MOVE WS-RUN-EMP-ID (WS-RUN-SUB) TO DL-EMP-ID
          MOVE WS-RUN-GROSS (WS-RUN-SUB) TO DL-GROSS
          MOVE WS-RUN-BURDEN (WS-RUN-SUB) TO DL-BURDEN
          MOVE WS-RUN-VAC-ACC (WS-RUN-SUB) TO DL-VAC-ACC
          MOVE WS-RUN-SICK-ACC (WS-RUN-SUB) TO DL-SICK-ACC
          MOVE WS-RUN-VAC-TKN (WS-RUN-SUB) TO DL-VAC-TKN
          MOVE WS-RUN-SICK-TKN (WS-RUN-SUB) TO DL-SICK-TKN
          MOVE WS-RUN-RETRO-AMT (WS-RUN-SUB) TO DL-RETRO
          MOVE DETAIL-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          ADD 1 TO WS-REV-COUNT
          PERFORM 47-FIND-PRIOR-PAY
          PERFORM 50-BACK-OUT-YTD
          PERFORM 55-BACK-OUT-LEAVE
          PERFORM 57-RESTORE-RETRO
          PERFORM 58-DELETE-LEDGER-ENTRY
          .

       47-FIND-PRIOR-PAY.
      *   THE EMPLOYEE'S LATEST LEDGER ENTRY OF THE SAME YEAR BEFORE
      *   THE PAY DATE IS THE LAST PAY DATE THE YTD RECORD CARRIED
      *   BEFORE THE RUN.  THE PRIMARY KEY READS AN EMPLOYEE'S
      *   ENTRIES IN DATE ORDER.
          MOVE ZERO TO WS-PRIOR-PAY
          MOVE WS-RUN-EMP-ID (WS-RUN-SUB) TO LDG-EMPLOYEE-ID
          MOVE ZERO TO LDG-PAY-DATE
          MOVE LOW-VALUES TO LDG-RUN-TYPE
          MOVE 'N' TO WS-LDG-EOF-SW
          START LEDGER-FILE KEY IS NOT LESS THAN LDG-KEY
             INVALID KEY
                MOVE 'Y' TO WS-LDG-EOF-SW
          END-START
          PERFORM UNTIL WS-LDG-EOF
             READ LEDGER-FILE NEXT RECORD
                AT END
                   MOVE 'Y' TO WS-LDG-EOF-SW
                NOT AT END
                   IF LDG-EMPLOYEE-ID NOT = WS-RUN-EMP-ID (WS-RUN-SUB)
                      OR LDG-PAY-DATE NOT < WS-PAY-DATE-8
                      MOVE 'Y' TO WS-LDG-EOF-SW
                   ELSE
                      IF LDG-PAY-DATE (1:4) = WS-PAY-YYYY
                         MOVE LDG-PAY-DATE TO WS-PRIOR-PAY
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          .

       50-BACK-OUT-YTD.
      *   A RECORD LEFT WITH NO PERIODS AND NO MONEY WAS CREATED BY
      *   THE RUN ITSELF AND IS REMOVED, SO THE EMPLOYEE'S NEXT PAY
      *   STARTS IT AFRESH WITH THE RIGHT FIRST PAY DATE.
          MOVE WS-RUN-EMP-ID (WS-RUN-SUB) TO YTD-EMPLOYEE-ID
          READ YTD-FILE
             INVALID KEY
                MOVE 'NO YTD RECORD - GROSS NOT BACKED OUT' TO EL-TEXT
                PERFORM 75-WRITE-EXCEPTION
             NOT INVALID KEY
                IF YTD-YEAR NOT = WS-PAY-YYYY
                   OR YTD-PERIODS < 1
                   OR YTD-GROSS < WS-RUN-GROSS (WS-RUN-SUB)
                   OR YTD-BURDEN < WS-RUN-BURDEN (WS-RUN-SUB)
                   MOVE 'YTD RECORD BELOW RUN AMOUNTS - NOT BACKED OUT'
                      TO EL-TEXT
                   PERFORM 75-WRITE-EXCEPTION
                ELSE
                   PERFORM 52-REWRITE-YTD-RECORD
                END-IF
          END-READ
          .

       52-REWRITE-YTD-RECORD.
          SUBTRACT WS-RUN-GROSS (WS-RUN-SUB) FROM YTD-GROSS
          SUBTRACT WS-RUN-BURDEN (WS-RUN-SUB) FROM YTD-BURDEN
          SUBTRACT 1 FROM YTD-PERIODS
          ADD WS-RUN-GROSS (WS-RUN-SUB) TO WS-REV-GROSS
          ADD WS-RUN-BURDEN (WS-RUN-SUB) TO WS-REV-BURDEN
          IF YTD-PERIODS = ZERO
             AND YTD-GROSS = ZERO
             AND YTD-BURDEN = ZERO
             DELETE YTD-FILE RECORD
                INVALID KEY
                   DISPLAY 'PAYREV - YTD DELETE FAILED FOR '
                      YTD-EMPLOYEE-ID ', STATUS ' WS-YTD-STATUS
                   STOP RUN
             END-DELETE
             ADD 1 TO WS-YTD-REMOVED
          ELSE
             IF YTD-LAST-PAY = WS-PAY-DATE-8
                AND WS-PRIOR-PAY > ZERO
                MOVE WS-PRIOR-PAY TO YTD-LAST-PAY
             END-IF
             REWRITE YTD-RECORD
                INVALID KEY
                   DISPLAY 'PAYREV - YTD REWRITE FAILED FOR '
                      YTD-EMPLOYEE-ID ', STATUS ' WS-YTD-STATUS
                   STOP RUN
             END-REWRITE
          END-IF
          .

       55-BACK-OUT-LEAVE.
      *   A BALANCE ALREADY BELOW WHAT THE RUN POSTED (LEAVEMNT HAS
      *   ADJUSTED IT SINCE) IS LEFT AS IT IS AND REPORTED, RATHER
      *   THAN DRIVEN BELOW ZERO.
          MOVE WS-RUN-EMP-ID (WS-RUN-SUB) TO LV-EMPLOYEE-ID
          READ LEAVE-FILE
             INVALID KEY
                MOVE 'NO LEAVE RECORD - ACCRUAL NOT BACKED OUT'
                   TO EL-TEXT
                PERFORM 75-WRITE-EXCEPTION
             NOT INVALID KEY
                IF LV-VAC-ACCRUED < WS-RUN-VAC-ACC (WS-RUN-SUB)
                   OR LV-SICK-ACCRUED < WS-RUN-SICK-ACC (WS-RUN-SUB)
                   OR LV-VAC-TAKEN < WS-RUN-VAC-TKN (WS-RUN-SUB)
                   OR LV-SICK-TAKEN < WS-RUN-SICK-TKN (WS-RUN-SUB)
                   MOVE 'LEAVE BELOW RUN AMOUNTS - NOT BACKED OUT'
                      TO EL-TEXT
                   PERFORM 75-WRITE-EXCEPTION
                ELSE
                   SUBTRACT WS-RUN-VAC-ACC (WS-RUN-SUB)
                      FROM LV-VAC-ACCRUED
                   SUBTRACT WS-RUN-SICK-ACC (WS-RUN-SUB)
                      FROM LV-SICK-ACCRUED
                   SUBTRACT WS-RUN-VAC-TKN (WS-RUN-SUB)
                      FROM LV-VAC-TAKEN
                   SUBTRACT WS-RUN-SICK-TKN (WS-RUN-SUB)
                      FROM LV-SICK-TAKEN
                   REWRITE LEAVE-RECORD
                      INVALID KEY
                         DISPLAY 'PAYREV - LEAVE REWRITE FAILED FOR '
                            LV-EMPLOYEE-ID ', STATUS '
                            WS-LEAVE-STATUS
                         STOP RUN
                   END-REWRITE
                END-IF
          END-READ
          .

       57-RESTORE-RETRO.
      *   RETRO THE RUN PAID GOES BACK ON THE FILE MASTMAINT WROTE IT
      *   TO, SO THE NEXT REGISTER PAYS IT AGAIN.
          IF WS-RUN-RETRO-AMT (WS-RUN-SUB) > ZERO
             MOVE SPACES TO RETRO-RECORD
             MOVE WS-RUN-EMP-ID (WS-RUN-SUB) TO RETRO-EMPLOYEE-ID
             MOVE WS-RUN-RETRO-AMT (WS-RUN-SUB) TO RETRO-AMOUNT
             MOVE WS-RUN-RETRO-EFF (WS-RUN-SUB) TO RETRO-EFF-DATE
             WRITE RETRO-RECORD
             ADD 1 TO WS-RETRO-RESTORED
             ADD WS-RUN-RETRO-AMT (WS-RUN-SUB) TO WS-RETRO-TOTAL
          END-IF
          .

       58-DELETE-LEDGER-ENTRY.
          MOVE WS-RUN-EMP-ID (WS-RUN-SUB) TO LDG-EMPLOYEE-ID
          MOVE WS-PAY-DATE-8 TO LDG-PAY-DATE
          MOVE 'R' TO LDG-RUN-TYPE
          DELETE LEDGER-FILE RECORD
             INVALID KEY
                MOVE 'LEDGER ENTRY NOT FOUND TO DELETE' TO EL-TEXT
                PERFORM 75-WRITE-EXCEPTION
          END-DELETE
          .

       60-BACK-OUT-GARNISH-CASES.
      *   PAYREG REWRITES PR1GPAY.TXT EVERY RUN, SO THE RUN'S CASE
      *   COLLECTIONS ARE ONLY THERE UNTIL THE NEXT REGISTER --
      *   33-CHECK-GARNISH-PAYMENTS REFUSED THE REVERSAL IF THEY
      *   WERE GONE.  A CASE THE RUN PAID OFF IS OPENED AGAIN WHEN
      *   THE COLLECTION COMES BACK OFF IT.  IF NONE ARE FOUND FOR A
      *   RUN THAT TOOK GARNISHMENT FROM EMPLOYEES WITH CASES, THE
      *   CASES ARE STILL OVER-COLLECTED, SO THE REVERSAL CANNOT BE
      *   IN BALANCE.
          OPEN I-O GARNISH-FILE
          IF WS-GARN-STATUS = '00'
             MOVE 'Y' TO WS-GARN-ON-FILE-SW
          ELSE
             MOVE 'N' TO WS-GARN-ON-FILE-SW
          END-IF
          OPEN INPUT GARN-PAY-FILE
          MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             READ GARN-PAY-FILE
                AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                NOT AT END
                   IF GP-PAY-DATE = WS-PAY-DATE-8
                      AND GP-RUN-TYPE = 'R'
                      PERFORM 62-BACK-OUT-ONE-CASE
                   END-IF
             END-READ
          END-PERFORM
          CLOSE GARN-PAY-FILE
          IF WS-GARN-ON-FILE
             CLOSE GARNISH-FILE
          END-IF
          IF WS-GARN-CASES = ZERO
             AND WS-CASE-GAR-TOTAL > ZERO
             MOVE 'N' TO WS-IN-BALANCE-SW
             MOVE 'NO CASE COLLECTIONS FOR THE PAY DATE ON PR1GPAY.TXT'
                TO NL-TEXT
             MOVE NOTE-LINE TO REPORT-RECORD
             MOVE 2 TO PROPER-SPACING
             PERFORM 35-WRITE-A-LINE
             MOVE 'CHECK THE GARNISHMENT CASES FOR THE RUN BY HAND'
                TO NL-TEXT
             MOVE NOTE-LINE TO REPORT-RECORD
             MOVE 1 TO PROPER-SPACING
             PERFORM 35-WRITE-A-LINE
          END-IF
          .

       62-BACK-OUT-ONE-CASE.
          MOVE GP-EMPLOYEE-ID TO DL-EMP-ID
          IF NOT WS-GARN-ON-FILE
             MOVE 'NO CASE FILE - COLLECTION NOT BACKED OUT'
                TO EL-TEXT
             PERFORM 75-WRITE-EXCEPTION
          ELSE
             MOVE GP-EMPLOYEE-ID TO GRN-EMPLOYEE-ID
             MOVE GP-CASE-NO TO GRN-CASE-NO
             READ GARNISH-FILE
                INVALID KEY
                   MOVE 'CASE NOT FOUND - COLLECTION NOT BACKED OUT'
                      TO EL-TEXT
                   PERFORM 75-WRITE-EXCEPTION
                NOT INVALID KEY
                   IF GRN-COLLECTED < GP-AMOUNT
                      MOVE 'CASE BELOW RUN AMOUNT - NOT BACKED OUT'
                         TO EL-TEXT
                      PERFORM 75-WRITE-EXCEPTION
                   ELSE
                      PERFORM 63-REWRITE-CASE
                   END-IF
             END-READ
          END-IF
          .

       63-REWRITE-CASE.
          SUBTRACT GP-AMOUNT FROM GRN-COLLECTED
          MOVE SPACES TO GL-REOPENED
          IF GRN-CASE-PAID-OFF
             AND GRN-COLLECTED < GRN-ORDER-TOTAL
             MOVE 'A' TO GRN-STATUS
             MOVE ZERO TO GRN-PAID-OFF-DATE
             MOVE 'REOPENED' TO GL-REOPENED
          END-IF
          REWRITE GARNISH-RECORD
             INVALID KEY
                DISPLAY 'PAYREV - GARNISHMENT REWRITE FAILED FOR '
                   GRN-EMPLOYEE-ID ', STATUS ' WS-GARN-STATUS
                STOP RUN
          END-REWRITE
          ADD 1 TO WS-GARN-CASES
          ADD GP-AMOUNT TO WS-GARN-TOTAL
          MOVE GP-EMPLOYEE-ID TO GL-EMP-ID
          MOVE GP-CASE-NO TO GL-CASE-NO
          MOVE GP-AGENCY-CODE TO GL-AGENCY
          MOVE GP-AMOUNT TO GL-AMOUNT
          MOVE GARNISH-LINE TO REPORT-RECORD
          IF WS-GARN-CASES = 1
             MOVE 2 TO PROPER-SPACING
          ELSE
             MOVE 1 TO PROPER-SPACING
          END-IF
          PERFORM 35-WRITE-A-LINE
          .

       65-UPDATE-YTD-CONTROL.
      *   THE CONTROL TOTALS COME DOWN BY EXACTLY WHAT CAME OFF THE
      *   YTD FILE, SO THE TWO STILL AGREE WHATEVER WAS REPORTED
      *   ABOVE.
          COMPUTE WS-YCTL-GROSS-AFTER =
             WS-YCTL-GROSS-BEFORE - WS-REV-GROSS
          COMPUTE WS-YCTL-BURDEN-AFTER =
             WS-YCTL-BURDEN-BEFORE - WS-REV-BURDEN
          IF WS-YCTL-GROSS-AFTER < ZERO
             OR WS-YCTL-BURDEN-AFTER < ZERO
             MOVE SPACES TO DL-EMP-ID
             MOVE 'CONTROL TOTALS BELOW RUN - NOT UPDATED' TO EL-TEXT
             PERFORM 75-WRITE-EXCEPTION
             MOVE WS-YCTL-GROSS-BEFORE TO WS-YCTL-GROSS-AFTER
             MOVE WS-YCTL-BURDEN-BEFORE TO WS-YCTL-BURDEN-AFTER
          ELSE
             OPEN OUTPUT YTD-CONTROL-FILE
             MOVE SPACES TO YTD-CONTROL-RECORD
             MOVE WS-YCTL-YEAR TO YCTL-YEAR
             MOVE WS-YCTL-GROSS-AFTER TO YCTL-GROSS
             MOVE WS-YCTL-BURDEN-AFTER TO YCTL-BURDEN
             WRITE YTD-CONTROL-RECORD
             CLOSE YTD-CONTROL-FILE
          END-IF
          .

       67-MARK-RUN-REVERSED.
      *   MARKED REVERSED EVEN WHEN EXCEPTIONS WERE REPORTED -- THE
      *   FILES HAVE BEEN CHANGED AND THE RUN'S LEDGER ENTRIES ARE
      *   GONE, SO A SECOND REVERSAL COULD ONLY DO HARM.  THE VERDICT
      *   SAYS WHETHER ANYTHING NEEDS PUTTING RIGHT BY HAND.
          OPEN I-O PAY-RUN-FILE
          MOVE WS-PAY-DATE-8 TO PRH-PAY-DATE
          READ PAY-RUN-FILE
             INVALID KEY
                DISPLAY 'PAYREV - PAY RUN HISTORY READ FAILED, '
                   'STATUS ' WS-PRUN-STATUS
                STOP RUN
          END-READ
          MOVE 'R' TO PRH-STATUS
          MOVE WS-RUN-DATE-8 TO PRH-REVERSED-DATE
          REWRITE PAY-RUN-RECORD
             INVALID KEY
                DISPLAY 'PAYREV - PAY RUN HISTORY REWRITE FAILED, '
                   'STATUS ' WS-PRUN-STATUS
                STOP RUN
          END-REWRITE
          CLOSE PAY-RUN-FILE
          .

       68-COUNT-LEDGER-LEFT.
          MOVE ZERO TO WS-LEDGER-LEFT
          MOVE WS-PAY-DATE-8 TO LDG-PAY-DATE
          MOVE 'N' TO WS-LDG-EOF-SW
          START LEDGER-FILE KEY IS EQUAL TO LDG-PAY-DATE
             INVALID KEY
                MOVE 'Y' TO WS-LDG-EOF-SW
          END-START
          PERFORM UNTIL WS-LDG-EOF
             READ LEDGER-FILE NEXT RECORD
                AT END
                   MOVE 'Y' TO WS-LDG-EOF-SW
                NOT AT END
                   IF LDG-PAY-DATE NOT = WS-PAY-DATE-8
                      MOVE 'Y' TO WS-LDG-EOF-SW
                   ELSE
                      IF LDG-REGULAR-RUN
                         ADD 1 TO WS-LEDGER-LEFT
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          .

       69-FOOT-YTD-FILE.
      *   THE WHOLE YTD FILE IS ADDED UP AFTER THE REVERSAL, THE SAME
      *   WAY EARNSTMT FOOTS IT FOR THE YEAR-END PROOF.
          MOVE ZERO TO WS-FOOT-GROSS
          MOVE ZERO TO WS-FOOT-BURDEN
          MOVE LOW-VALUES TO YTD-EMPLOYEE-ID
          MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          START YTD-FILE KEY IS NOT LESS THAN YTD-EMPLOYEE-ID
             INVALID KEY
                MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
          END-START
          PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             READ YTD-FILE NEXT RECORD
                AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                NOT AT END
                   ADD YTD-GROSS TO WS-FOOT-GROSS
                   ADD YTD-BURDEN TO WS-FOOT-BURDEN
             END-READ
          END-PERFORM
          .

       70-WRITE-LOG-LINE.
          MOVE SPACES TO REVERSAL-LOG-RECORD
          MOVE WS-RUN-DATE-8 TO RLOG-DATE
          MOVE WS-RUN-TIME-6 TO RLOG-TIME
          MOVE WS-LOG-TEXT TO RLOG-TEXT
          WRITE REVERSAL-LOG-RECORD
          .

       75-WRITE-EXCEPTION.
          ADD 1 TO WS-EXCEPTION-COUNT
          MOVE 'N' TO WS-IN-BALANCE-SW
          MOVE DL-EMP-ID TO EL-EMP-ID
          MOVE EXCEPTION-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          .

       80-PROVE-REVERSAL.
      *   THE FILES ARE BACK WHERE THEY WERE BEFORE THE RUN WHEN WHAT
      *   CAME OFF THEM IS EXACTLY WHAT THE RUN RECORDED POSTING, THE
      *   YTD FILE STILL FOOTS TO ITS CONTROL TOTALS, AND NONE OF THE
      *   RUN'S LEDGER ENTRIES ARE LEFT.
          PERFORM 20-HEADER-ROUTINE
          MOVE PAY-DATE-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE CONTROL-HEADING TO REPORT-RECORD
          MOVE 3 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE 'BEFORE REVERSAL' TO CTL-LABEL
          MOVE WS-YCTL-GROSS-BEFORE TO CTL-GROSS
          MOVE WS-YCTL-BURDEN-BEFORE TO CTL-BURDEN
          PERFORM 82-WRITE-CONTROL-LINE
          MOVE 'BACKED OUT' TO CTL-LABEL
          MOVE WS-REV-GROSS TO CTL-GROSS
          MOVE WS-REV-BURDEN TO CTL-BURDEN
          PERFORM 82-WRITE-CONTROL-LINE
          MOVE 'AFTER REVERSAL' TO CTL-LABEL
          MOVE WS-YCTL-GROSS-AFTER TO CTL-GROSS
          MOVE WS-YCTL-BURDEN-AFTER TO CTL-BURDEN
          PERFORM 82-WRITE-CONTROL-LINE
          MOVE 'RUN GROSS V GROSS BACKED OUT OF YTD' TO CT-TITLE
          MOVE PRH-GROSS TO WS-CHECK-EXPECTED
          MOVE WS-REV-GROSS TO WS-CHECK-ACTUAL
          PERFORM 84-WRITE-AMOUNT-CHECK
          MOVE 'RUN BURDEN V BURDEN BACKED OUT OF YTD' TO CT-TITLE
          MOVE PRH-BURDEN TO WS-CHECK-EXPECTED
          MOVE WS-REV-BURDEN TO WS-CHECK-ACTUAL
          PERFORM 84-WRITE-AMOUNT-CHECK
          MOVE 'RUN CASE GARNISHMENT V CASES BACKED OUT' TO CT-TITLE
          MOVE WS-CASE-GAR-TOTAL TO WS-CHECK-EXPECTED
          MOVE WS-GARN-TOTAL TO WS-CHECK-ACTUAL
          PERFORM 84-WRITE-AMOUNT-CHECK
          MOVE 'YTD GROSS V CONTROL GROSS AFTER REVERSAL' TO CT-TITLE
          MOVE WS-YCTL-GROSS-AFTER TO WS-CHECK-EXPECTED
          MOVE WS-FOOT-GROSS TO WS-CHECK-ACTUAL
          PERFORM 84-WRITE-AMOUNT-CHECK
          MOVE 'YTD BURDEN V CONTROL BURDEN AFTER REVERSAL' TO CT-TITLE
          MOVE WS-YCTL-BURDEN-AFTER TO WS-CHECK-EXPECTED
          MOVE WS-FOOT-BURDEN TO WS-CHECK-ACTUAL
          PERFORM 84-WRITE-AMOUNT-CHECK
          MOVE 'EMPLOYEES ON THE PAY RUN' TO CL-LABEL
          MOVE PRH-PAID-COUNT TO CL-COUNT
          MOVE COUNT-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE 'EMPLOYEES REVERSED' TO CL-LABEL
          MOVE WS-REV-COUNT TO CL-COUNT
          PERFORM 86-WRITE-COUNT-LINE
          MOVE 'YTD RECORDS REMOVED' TO CL-LABEL
          MOVE WS-YTD-REMOVED TO CL-COUNT
          PERFORM 86-WRITE-COUNT-LINE
          MOVE 'RETRO ENTRIES PUT BACK' TO CL-LABEL
          MOVE WS-RETRO-RESTORED TO CL-COUNT
          PERFORM 86-WRITE-COUNT-LINE
          MOVE 'GARNISHMENT CASES BACKED OUT' TO CL-LABEL
          MOVE WS-GARN-CASES TO CL-COUNT
          PERFORM 86-WRITE-COUNT-LINE
          MOVE 'LEDGER ENTRIES LEFT FOR DATE' TO CL-LABEL
          MOVE WS-LEDGER-LEFT TO CL-COUNT
          PERFORM 86-WRITE-COUNT-LINE
          MOVE 'EXCEPTIONS' TO CL-LABEL
          MOVE WS-EXCEPTION-COUNT TO CL-COUNT
          PERFORM 86-WRITE-COUNT-LINE
          IF WS-LEDGER-LEFT > ZERO
             OR WS-REV-COUNT NOT = PRH-PAID-COUNT
             MOVE 'N' TO WS-IN-BALANCE-SW
          END-IF
          MOVE 'DEPOSITS AND CHECKS ALREADY RELEASED ARE NOT RECALLED'
             TO NL-TEXT
          MOVE NOTE-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE SPACES TO WS-LOG-TEXT
          IF REVERSAL-IS-IN-BALANCE
             MOVE 'REVERSED - FILES RESTORED' TO VL-VERDICT
             STRING 'PAY DATE '            DELIMITED BY SIZE
                    WS-PAY-DATE-8          DELIMITED BY SIZE
                    ' REVERSED, IN BALANCE' DELIMITED BY SIZE
                    INTO WS-LOG-TEXT
             END-STRING
          ELSE
             MOVE 'REVERSED - OUT OF BALANCE' TO VL-VERDICT
             STRING 'PAY DATE '            DELIMITED BY SIZE
                    WS-PAY-DATE-8          DELIMITED BY SIZE
                    ' REVERSED, OUT OF BALANCE' DELIMITED BY SIZE
                    INTO WS-LOG-TEXT
             END-STRING
          END-IF
          MOVE VERDICT-LINE TO REPORT-RECORD
          MOVE 3 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          PERFORM 70-WRITE-LOG-LINE
          DISPLAY 'PAYREV - PAY DATE ' WS-PAY-DATE-8 ', '
             WS-REV-COUNT ' EMPLOYEES, ' VL-VERDICT
          .

       82-WRITE-CONTROL-LINE.
          MOVE CONTROL-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          .

       84-WRITE-AMOUNT-CHECK.
          MOVE CHECK-TITLE-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE WS-CHECK-EXPECTED TO AC-EXPECTED
          MOVE WS-CHECK-ACTUAL TO AC-ACTUAL
          IF WS-CHECK-EXPECTED = WS-CHECK-ACTUAL
             MOVE 'OK' TO AC-FLAG
          ELSE
             MOVE 'MISMATCH' TO AC-FLAG
             MOVE 'N' TO WS-IN-BALANCE-SW
          END-IF
          MOVE AMOUNT-CHECK-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          .

       86-WRITE-COUNT-LINE.
          MOVE COUNT-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          .
