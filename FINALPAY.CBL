       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINALPAY.
       AUTHOR. M BARRETT.
      ***************************************************************
      * This program is the final-pay run.  PAYREG pays only active
      * employees, so somebody terminated since the last pay date
      * would otherwise never be paid for the days they worked after
      * it, nor for the vacation they had banked.  This run picks up
      * every employee terminated since the last pay date and pays
      * them out:
      *
      *   - the days from the pay date they were last paid through
      *     (their last regular entry on the pay ledger) up to and
      *     including TERM-DATE, at CUR-SAL over 26 a period and 14
      *     days a period -- the same 30-day-month day count
      *     MASTMAINT uses for retro.  An hourly leaver is paid
      *     instead for the hours on their last timecard, the way
      *     PAYREG pays hours: regular, holiday, vacation and sick
      *     hours at HOURLY-RATE, overtime at time and a half;
      *   - the unused vacation on the leave file (accrued less
      *     taken) at the hourly equivalent of CUR-SAL, which is
      *     CUR-SAL over 2080 hours;
      *   - less the deductions on the deduction master and the
      *     garnishment cases on the case file, worked out exactly
      *     the way PAYREG works them out.
      *
      * The net goes on the deposit extract (or the paper-check
      * extract, unless the account is live), the gross and burden
      * go to the YTD file and its control totals, and the payment
      * is written to the pay ledger with run type F so the stubs
      * and EMPINQ show it.  The vacation paid out is then marked
      * taken on the leave file so the hours can never be paid
      * twice, and the ledger entry keeps the run from ever paying
      * the same employee a second final pay.
      *
      * The vacation and sick hours on a leaver's last timecard
      * are posted to the leave file as taken before the vacation
      * still owed is worked out.  TIMEEDIT passes the card of an
      * employee terminated during the pay period for this run.
      *
      * A vacation balance below zero (more taken than accrued) is
      * NOT netted against the pay -- it prints on the register as
      * an amount to recover and is left standing on the leave file
      * for payroll to settle with the employee.
      *
      * The pay date is found the same way PAYREG finds it, and
      * "since the last pay date" means a TERM-DATE after the
      * scheduled pay date before it and not after this one.  A
      * later TERM-DATE is picked up on the next pay date.  The run
      * belongs in the pay stream after PAYREG, because it adds to
      * the deposit and check extracts PAYREG has just written.
      *
      * The grand totals (employees paid, gross, cost and net) are
      * written to PR1FTOT.TXT at end of job, even when nobody was
      * paid, so GLJRNL -- which follows this run in the stream --
      * can prove the F entries it journals back to this register
      * the way it proves the R entries back to PAYREG's.  A leaver
      * who already has an F entry for this pay date (a resumed
      * run, or a pay date run again after PAYREV) is not paid
      * again, but is listed and counted in the totals from the
      * ledger entry, so the totals always cover every F entry on
      * the ledger for the pay date.
      ********
      * INPUT:
      *     PR1MAST.DAT  - see EMPREC copybook.  Only terminated
      *                    employees are looked at.
      *     PR1CAL.TXT   - the pay calendar, for this pay date and
      *                    the one before it.
      *     PR1DED.DAT   - the deduction master (see DEDREC).
      *     PR1BACCT.DAT - the bank account master (see BANKREC).
      *                    Read only -- no prenote is ever sent for
      *                    somebody who has left.
      *     PR1GARN.DAT  - the garnishment case file (see GARNREC).
      *                    The amount collected on each case is
      *                    posted here.
      *     PR1TIMEA.TXT - the timecards as passed by TIMEEDIT (see
      *                    TCREC), for a leaver's last hours.
      * *******
      * OUTPUT:
      *     PRFINAL.TXT  - the printed final-pay register.
      *     PR1BANK.TXT  - the deposit extract, added to.
      *     PR1CHK.TXT   - the paper-check extract, added to.
      *     PR1GPAY.TXT  - the garnishment payments PAYREG wrote,
      *                    added to (see GPAYREC), for GARNRMT.
      *     PR1LDGR.DAT  - the pay ledger, one F entry per employee
      *                    paid (see LDGREC copybook).
      *     PR1YTD.DAT   - the YTD earnings file (see YTDREC).
      *     PR1YCTL.DAT  - the YTD control totals.
      *     PR1LEAVE.DAT - the leave balances (see LVREC); the
      *                    vacation paid out is marked taken.
      *     PR1FTOT.TXT  - the final-pay grand totals for the pay
      *                    date, one record in the PR1PTOT.TXT
      *                    layout, for GLJRNL.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EMPLOYEE-MASTER
               ASSIGN TO 'PR1MAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EMP-LAST
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS WAREHOUSE-ID
                  WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
            SELECT REPORT-FILE
               ASSIGN TO PRINTER 'PRFINAL.TXT'.
            SELECT OPTIONAL DEPOSIT-FILE
               ASSIGN TO 'PR1BANK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CHECK-FILE
               ASSIGN TO 'PR1CHK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL BANK-ACCOUNT-FILE
               ASSIGN TO 'PR1BACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BA-EMPLOYEE-ID
               FILE STATUS IS WS-BANK-STATUS.
            SELECT OPTIONAL DEDUCT-FILE
               ASSIGN TO 'PR1DED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DED-EMPLOYEE-ID
               FILE STATUS IS WS-DED-STATUS.
            SELECT OPTIONAL YTD-FILE
               ASSIGN TO 'PR1YTD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-EMPLOYEE-ID
               FILE STATUS IS WS-YTD-STATUS.
            SELECT OPTIONAL YTD-CONTROL-FILE
               ASSIGN TO 'PR1YCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL LEAVE-FILE
               ASSIGN TO 'PR1LEAVE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LV-EMPLOYEE-ID
               FILE STATUS IS WS-LEAVE-STATUS.
            SELECT OPTIONAL CALENDAR-FILE
               ASSIGN TO 'PR1CAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL GARNISH-FILE
               ASSIGN TO 'PR1GARN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRN-KEY
               FILE STATUS IS WS-GARN-STATUS.
            SELECT OPTIONAL GARN-PAY-FILE
               ASSIGN TO 'PR1GPAY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL TIMECARD-FILE
               ASSIGN TO 'PR1TIMEA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT FINAL-TOTALS-FILE
               ASSIGN TO 'PR1FTOT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD EMPLOYEE-MASTER
          RECORD CONTAINS 80 CHARACTERS.

       01 IN-EMPLOYEE-RECORD.
           COPY EMPREC.

       FD REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 REPORT-RECORD   PIC X(80).

       FD DEPOSIT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 DEPOSIT-RECORD.
           COPY DEPREC.

       FD CHECK-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 CHECK-RECORD     PIC X(80).

       FD BANK-ACCOUNT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 BANK-ACCOUNT-RECORD.
           COPY BANKREC.

       FD DEDUCT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 DEDUCTION-RECORD.
           COPY DEDREC.

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

       FD CALENDAR-FILE
          RECORD CONTAINS 16 CHARACTERS.

       01 CALENDAR-RECORD.
          05 CAL-DATE         PIC 9(8).
          05 CAL-TYPE         PIC X(1).
          05 FILLER           PIC X(7).

       FD GARNISH-FILE
          RECORD CONTAINS 100 CHARACTERS.

       01 GARNISH-RECORD.
           COPY GARNREC.

       FD GARN-PAY-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 GARN-PAY-RECORD.
           COPY GPAYREC.

       FD TIMECARD-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 TIMECARD-RECORD.
           COPY TCREC.

       FD FINAL-TOTALS-FILE
          RECORD CONTAINS 60 CHARACTERS.

       01 FINAL-TOTALS-RECORD.
          05 FTOT-PAY-DATE    PIC 9(8).
          05 FTOT-PAID-COUNT  PIC 9(6).
          05 FTOT-GROSS       PIC 9(9)V99.
          05 FTOT-COST        PIC 9(9)V99.
          05 FTOT-NET         PIC 9(9)V99.
          05 FILLER           PIC X(13).

       FD LEDGER-FILE
          RECORD CONTAINS 150 CHARACTERS.

       01 LEDGER-RECORD.
           COPY LDGREC.

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05 WS-MASTER-STATUS       PIC X(2) VALUE '00'.
           05 WS-DED-STATUS          PIC X(2) VALUE '00'.
           05 WS-YTD-STATUS          PIC X(2) VALUE '00'.
           05 WS-LEAVE-STATUS        PIC X(2) VALUE '00'.
           05 WS-BANK-STATUS         PIC X(2) VALUE '00'.
           05 WS-LEDGER-STATUS       PIC X(2) VALUE '00'.
           05 WS-RUN-DATE-8          PIC 9(8).
           05 WS-PAY-DATE-8          PIC 9(8).
           05 WS-PAY-DATE-R REDEFINES WS-PAY-DATE-8.
              10 WS-PAY-YYYY         PIC 9(4).
              10 FILLER              PIC 9(4).
           05 WS-PRIOR-PAY-DATE-8    PIC 9(8).
           05 WS-CAL-FOUND-SW        PIC X(1) VALUE 'N'.
              88 WS-CAL-PAY-DATE-FOUND      VALUE 'Y'.

      *    THE PAY CYCLE IS BI-WEEKLY -- 26 PERIODS A YEAR OF 14
      *    DAYS -- AND THE HOURLY EQUIVALENT OF A SALARY IS THE
      *    SALARY OVER A 2080-HOUR YEAR.
       01 WS-PAY-CYCLE-FIELDS.
           05 WS-PERIODS-PER-YEAR  PIC 99   VALUE 26.
           05 WS-DAYS-PER-PERIOD   PIC 99   VALUE 14.
           05 WS-HOURS-PER-YEAR    PIC 9(4) VALUE 2080.

      *********     EMPLOYER BURDEN RATES     ************************
      *    SHARED WITH PAYREG AND BURDEN (COPYLIB/BRDNRATE.CPY).
           COPY BRDNRATE.

      *********     LEDGER HISTORY FIELDS     ************************
      *    WHAT THE PAY LEDGER SAYS ABOUT THE EMPLOYEE -- THE LAST
      *    REGULAR PAY DATE THEY WERE PAID THROUGH, AND WHETHER A
      *    FINAL PAY HAS ALREADY GONE OUT.
       01 WS-HISTORY-FIELDS.
           05 WS-LAST-REG-DATE     PIC 9(8).
           05 WS-HISTORY-DONE-SW   PIC X(1)  VALUE 'N'.
              88 WS-HISTORY-DONE            VALUE 'Y'.
           05 WS-FINAL-FOUND-SW    PIC X(1)  VALUE 'N'.
              88 WS-FINAL-ALREADY-PAID      VALUE 'Y'.

      *    THE LEAVER'S LAST TIMECARD, OR ZERO HOURS WHEN THEY HAVE
      *    NONE.  OVERTIME IS PAID AT TIME AND A HALF, AS IN PAYREG.
       01 WS-HOURLY-PAY-FIELDS.
           05 WS-OT-FACTOR         PIC 9V9  VALUE 1.5.
           05 WS-TC-EOF-SW         PIC X(1) VALUE 'N'.
              88 WS-TC-EOF                  VALUE 'Y'.
           05 WS-TC-FOUND-SW       PIC X(1) VALUE 'N'.
              88 WS-TC-FOUND                VALUE 'Y'.
           05 WS-TC-REG-HOURS      PIC 9(3)V99 VALUE ZERO.
           05 WS-TC-OT-HOURS       PIC 9(3)V99 VALUE ZERO.
           05 WS-TC-HOL-HOURS      PIC 9(3)V99 VALUE ZERO.
           05 WS-TC-VAC-HOURS      PIC 9(3)V99 VALUE ZERO.
           05 WS-TC-SICK-HOURS     PIC 9(3)V99 VALUE ZERO.

      *    THE DAY COUNT USES THE 30-DAY-MONTH CONVENTION, THE SAME
      *    AS MASTMAINT'S RETRO -- IT NEEDS NO CALENDAR.
       01 WS-DATE-DIFF-FIELDS.
           05 WS-DIFF-FROM           PIC 9(8).
           05 WS-DIFF-FROM-R REDEFINES WS-DIFF-FROM.
              10 WS-DIFF-FROM-Y      PIC 9(4).
              10 WS-DIFF-FROM-M      PIC 99.
              10 WS-DIFF-FROM-D      PIC 99.
           05 WS-DIFF-TO             PIC 9(8).
           05 WS-DIFF-TO-R REDEFINES WS-DIFF-TO.
              10 WS-DIFF-TO-Y        PIC 9(4).
              10 WS-DIFF-TO-M        PIC 99.
              10 WS-DIFF-TO-D        PIC 99.

       01 WS-CALC-FIELDS.
           05 WS-DAYS-OWED         PIC S9(5).
           05 WS-FINAL-PERIOD-PAY  PIC S99999V99.
           05 WS-HOURLY-RATE       PIC S9(4)V99.
           05 WS-VAC-BALANCE       PIC S9(4)V99.
           05 WS-VAC-PAYOUT        PIC S99999V99.
           05 WS-VAC-OVERDRAWN     PIC S9(4)V99.
           05 WS-VAC-RECOVER       PIC S99999V99.
           05 WS-LEAVE-FOUND-SW    PIC X(1)  VALUE 'N'.
              88 WS-LEAVE-FOUND             VALUE 'Y'.
           05 WS-PERIOD-GROSS      PIC S99999V99.
           05 WS-TAX-BURDEN        PIC S99999V99.
           05 WS-BENEFITS-BURDEN   PIC S99999V99.
           05 WS-TOTAL-BURDEN      PIC S99999V99.

      *********     DEDUCTION / NET PAY FIELDS     ********************
       01 WS-DEDUCTION-FIELDS.
           05 WS-DED-FOUND-SW      PIC X(1)  VALUE 'N'.
              88 WS-DED-FOUND               VALUE 'Y'.
           05 WS-TAX-DED           PIC S9(5)V99.
           05 WS-BEN-DED           PIC S9(5)V99.
           05 WS-GAR-DED           PIC S9(5)V99.
           05 WS-TOTAL-DED         PIC S9(5)V99.
           05 WS-NET-PAY           PIC S9(5)V99.

      *********     DEPOSIT ROUTING FIELDS     ************************
      *    A NONBLANK CHECK REASON MEANS THE NET PAY GOES OUT AS A
      *    PAPER CHECK INSTEAD OF A DEPOSIT.
       01 WS-PAYMENT-FIELDS.
           05 WS-BANK-FOUND-SW     PIC X(1)  VALUE 'N'.
              88 WS-BANK-FOUND              VALUE 'Y'.
           05 WS-CHECK-REASON      PIC X(30) VALUE SPACES.
           05 WS-SPLIT-PAY         PIC S9(5)V99.
           05 WS-PRIMARY-PAY       PIC S9(5)V99.

      *    ONE DEDUCTION SLOT AT A TIME IS MOVED HERE SO THE SAME
      *    CALCULATION PARAGRAPH COVERS ALL THREE SLOTS.
       01 WS-SLOT-CALC-FIELDS.
           05 WS-SLOT-METHOD       PIC X(1).
           05 WS-SLOT-AMT          PIC 9(4)V99.
           05 WS-SLOT-PCT          PIC 99V99.
           05 WS-SLOT-STOP         PIC 9(8).
           05 WS-SLOT-RESULT       PIC S9(5)V99.

      *********     GARNISHMENT CASE TABLE     ************************
      *    THE EMPLOYEE'S OPEN CASES FROM PR1GARN.DAT (COPYLIB/
      *    GARNTBL.CPY, SHARED WITH PAYREG).
           COPY GARNTBL.

       01 TOTAL-FIELDS.
           05 PAID-COUNT           PIC 9(6)        VALUE ZERO.
           05 EXCEPTION-COUNT      PIC 9(6)        VALUE ZERO.
           05 PERIOD-PAY-TOTAL     PIC S9999999V99 VALUE ZERO.
           05 VAC-PAYOUT-TOTAL     PIC S9999999V99 VALUE ZERO.
           05 GROSS-TOTAL          PIC S9999999V99 VALUE ZERO.
           05 COST-TOTAL           PIC S9999999V99 VALUE ZERO.
           05 NET-TOTAL            PIC S9999999V99 VALUE ZERO.
           05 CHECK-TOTAL          PIC S9999999V99 VALUE ZERO.
           05 RECOVER-TOTAL        PIC S9999999V99 VALUE ZERO.

      *********     YTD CONTROL TOTALS     ****************************
      *    THE FINAL PAY IS POSTED TO THE YTD FILE, SO IT IS ADDED
      *    TO THE CONTROL TOTALS TOO, OR EARNSTMT WOULD FIND THE
      *    YTD FILE OUT OF BALANCE WITH THE REGISTERS.
       01 WS-YTD-CONTROL-FIELDS.
           05 WS-YCTL-YEAR         PIC 9(4)    VALUE ZERO.
           05 WS-YCTL-GROSS        PIC 9(9)V99 VALUE ZERO.
           05 WS-YCTL-BURDEN       PIC 9(9)V99 VALUE ZERO.

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
          05                  PIC X(30)   VALUE SPACES.
          05                  PIC X(20)   VALUE
              'FINAL PAY REGISTER'.
          05                  PIC X(30)   VALUE SPACES.

       01 HEADING-PERIOD.
          05                  PIC X(14)   VALUE SPACES.
          05                  PIC X(9)    VALUE 'PAY DATE '.
          05 HP-PAY-DATE      PIC 9999/99/99.
          05                  PIC X(25)   VALUE
              '  TERMINATED AFTER '.
          05 HP-PRIOR-DATE    PIC 9999/99/99.
          05                  PIC X(12)   VALUE SPACES.

       01 HEADING-THREE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(7)    VALUE 'EMP'.
          05                  PIC X(12)   VALUE 'LAST'.
          05                  PIC X(12)   VALUE 'TERM'.
          05                  PIC X(12)   VALUE 'PAID'.
          05                  PIC X(5)    VALUE 'DAYS'.
          05                  PIC X(9)    VALUE 'PERIOD'.

       01 HEADING-FOUR.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(7)    VALUE 'ID'.
          05                  PIC X(12)   VALUE 'NAME'.
          05                  PIC X(12)   VALUE 'DATE'.
          05                  PIC X(12)   VALUE 'FROM'.
          05                  PIC X(5)    VALUE 'OWED'.
          05                  PIC X(9)    VALUE 'PAY'.

       01 DETAIL-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05 DL-EMP-ID        PIC X(7).
          05 DL-EMP-LAST      PIC X(12).
          05 DL-TERM-DATE     PIC 9999/99/99.
          05                  PIC X(2)    VALUE SPACES.
          05 DL-FROM-DATE     PIC 9999/99/99.
          05                  PIC X(2)    VALUE SPACES.
          05 DL-DAYS          PIC ZZ9.
          05                  PIC X(2)    VALUE SPACES.
          05 DL-PERIOD-PAY    PIC $99999.99.

       01 VACATION-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(9)    VALUE 'VACATION '.
          05 VL-VAC-HOURS     PIC ZZZ9.99.
          05                  PIC X(8)    VALUE ' HRS AT '.
          05 VL-HOURLY-RATE   PIC $ZZZ9.99.
          05                  PIC X(8)    VALUE ' PAYOUT '.
          05 VL-VAC-PAYOUT    PIC $99999.99.
          05                  PIC X(7)    VALUE ' GROSS '.
          05 VL-GROSS         PIC $99999.99.

       01 RECOVER-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(19)   VALUE 'VACATION OVERDRAWN '.
          05 RC-VAC-HOURS     PIC ZZZ9.99.
          05                  PIC X(19)   VALUE
              ' HRS - TO RECOVER  '.
          05 RC-RECOVER-AMT   PIC $99999.99.

       01 DEDUCTION-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(11)   VALUE 'DEDUCTIONS '.
          05                  PIC X(4)    VALUE 'TAX '.
          05 DD-TAX-DED       PIC $9999.99.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(4)    VALUE 'BEN '.
          05 DD-BEN-DED       PIC $9999.99.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(5)    VALUE 'GARN '.
          05 DD-GAR-DED       PIC $9999.99.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(4)    VALUE 'NET '.
          05 DD-NET-PAY       PIC $99999.99.

       01 GARNISH-CASE-LINE.
          05                  PIC X(6)    VALUE SPACES.
          05                  PIC X(5)    VALUE 'CASE '.
          05 GC-CASE-NO       PIC X(12).
          05                  PIC X(1)    VALUE SPACE.
          05 GC-AGENCY        PIC X(6).
          05                  PIC X(1)    VALUE SPACE.
          05 GC-AMOUNT        PIC $9999.99.
          05                  PIC X(9)    VALUE ' BALANCE '.
          05 GC-BALANCE       PIC $9999999.99.
          05 GC-PAID-OFF      PIC X(10).

       01 HOURS-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(10)   VALUE 'HOURS REG '.
          05 HL-REG-HOURS     PIC ZZ9.99.
          05                  PIC X(4)    VALUE ' OT '.
          05 HL-OT-HOURS      PIC ZZ9.99.
          05                  PIC X(5)    VALUE ' HOL '.
          05 HL-HOL-HOURS     PIC ZZ9.99.
          05                  PIC X(5)    VALUE ' VAC '.
          05 HL-VAC-HOURS     PIC ZZ9.99.
          05                  PIC X(6)    VALUE ' SICK '.
          05 HL-SICK-HOURS    PIC ZZ9.99.
          05 HL-RATE-LIT      PIC X(6).
          05 HL-RATE          PIC $Z9.99  BLANK WHEN ZERO.

       01 NO-TIMECARD-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(44)   VALUE
              'NO TIMECARD THIS PERIOD - NOT PAID FOR HOURS'.

       01 PAYMENT-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(14)   VALUE 'PAID BY CHECK '.
          05 PL-CHECK-AMT     PIC $99999.99.
          05                  PIC X(3)    VALUE ' - '.
          05 PL-REASON        PIC X(30).

       01 EXCEPTION-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05 EX-EMP-ID        PIC X(7).
          05 EX-EMP-LAST      PIC X(12).
          05 EX-MESSAGE       PIC X(50).

       01 NOTE-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05 NL-TEXT          PIC X(70).

       01 COUNT-TOTAL-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 CT-LABEL         PIC X(30).
          05 CT-COUNT         PIC ZZZ,ZZ9.

       01 AMOUNT-TOTAL-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 AT-LABEL         PIC X(30).
          05 AT-AMOUNT        PIC $9999999.99.

       PROCEDURE DIVISION.

       10-MAIN-MODULE.

         PERFORM 15-HOUSEKEEPING
         IF WS-PRIOR-PAY-DATE-8 = ZERO
            MOVE 'NO EARLIER PAY DATE ON PR1CAL.TXT - NOBODY SELECTED'
               TO NL-TEXT
            MOVE NOTE-LINE TO REPORT-RECORD
            MOVE 2 TO PROPER-SPACING
            PERFORM 35-WRITE-A-LINE
         ELSE
            PERFORM 40-PROCESS-MASTER
         END-IF
         PERFORM 55-BUILD-TOTAL
         PERFORM 53-UPDATE-YTD-CONTROL
         PERFORM 70-WRITE-FINAL-TOTALS
         CLOSE REPORT-FILE
               DEPOSIT-FILE
               CHECK-FILE
               BANK-ACCOUNT-FILE
               DEDUCT-FILE
               YTD-FILE
               LEAVE-FILE
               LEDGER-FILE
               GARNISH-FILE
               GARN-PAY-FILE
         GOBACK
         .

       15-HOUSEKEEPING.
         OPEN INPUT EMPLOYEE-MASTER
         IF WS-MASTER-STATUS NOT = '00'
            DISPLAY 'FINALPAY - PR1MAST.DAT NOT FOUND, STATUS '
               WS-MASTER-STATUS
            STOP RUN
         END-IF
         CLOSE EMPLOYEE-MASTER
         OPEN OUTPUT REPORT-FILE
      *    THE EXTRACTS ARE ADDED TO, NOT REPLACED -- PAYREG HAS
      *    ALREADY WRITTEN THIS PAY DATE'S DEPOSITS AND CHECKS.
         OPEN EXTEND DEPOSIT-FILE
         OPEN EXTEND CHECK-FILE
         OPEN INPUT BANK-ACCOUNT-FILE
         OPEN INPUT DEDUCT-FILE
         OPEN I-O LEAVE-FILE
         IF WS-LEAVE-STATUS = '35'
            OPEN OUTPUT LEAVE-FILE
            CLOSE LEAVE-FILE
            OPEN I-O LEAVE-FILE
         END-IF
         OPEN I-O YTD-FILE
         IF WS-YTD-STATUS = '35'
            OPEN OUTPUT YTD-FILE
            CLOSE YTD-FILE
            OPEN I-O YTD-FILE
         END-IF
         OPEN I-O GARNISH-FILE
         IF WS-GARN-STATUS = '35'
            OPEN OUTPUT GARNISH-FILE
            CLOSE GARNISH-FILE
            OPEN I-O GARNISH-FILE
         END-IF
         OPEN EXTEND GARN-PAY-FILE
         OPEN I-O LEDGER-FILE
         IF WS-LEDGER-STATUS = '35'
            OPEN OUTPUT LEDGER-FILE
            CLOSE LEDGER-FILE
            OPEN I-O LEDGER-FILE
         END-IF
         ACCEPT H1-DATE FROM DATE YYYYMMDD
         ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
         PERFORM 19-GET-PAY-DATES
         PERFORM 52-READ-YTD-CONTROL
         MOVE 1 TO H1-PAGE-NO
         PERFORM 20-HEADER-ROUTINE
         .

       19-GET-PAY-DATES.
      *   THE PAY DATE IS PAYREG'S -- THE LATEST SCHEDULED PAY DATE
      *   NOT AFTER TONIGHT, OR THE RUN DATE WITH NO CALENDAR.  THE
      *   LAST PAY DATE BEFORE IT OPENS THE TERMINATION WINDOW;
      *   WITHOUT ONE THERE IS NO SAFE WAY TO TELL A NEW LEAVER
      *   FROM ONE SETTLED LONG AGO, SO NOBODY IS SELECTED.
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
             DISPLAY 'FINALPAY - NO PAY DATE ON PR1CAL.TXT, '
                'USING RUN DATE ' WS-RUN-DATE-8
             MOVE WS-RUN-DATE-8 TO WS-PAY-DATE-8
          END-IF
          IF WS-PRIOR-PAY-DATE-8 = ZERO
             DISPLAY 'FINALPAY - NO EARLIER PAY DATE ON PR1CAL.TXT, '
                'NO FINAL PAY SELECTED'
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
         MOVE 3 TO PROPER-SPACING
         MOVE HEADING-THREE TO REPORT-RECORD
         PERFORM 35-WRITE-A-LINE
         MOVE 1 TO PROPER-SPACING
         MOVE HEADING-FOUR TO REPORT-RECORD
         PERFORM 35-WRITE-A-LINE
         .

       35-WRITE-A-LINE.
          WRITE REPORT-RECORD
              AFTER ADVANCING PROPER-SPACING
          .

       40-PROCESS-MASTER.
      *    ONLY TERMINATED EMPLOYEES ARE PAID.  A TERMINATION
      *    WITH NO DATE KEYED CANNOT BE PAID THROUGH ANYTHING, SO IT
      *    IS LISTED FOR PAYROLL TO CHASE RATHER THAN SKIPPED.  THE
      *    LEDGER OF EVERYONE ELSE IS STILL READ, SO A FINAL PAY
      *    ALREADY MADE THIS PAY DATE TO SOMEBODY REINSTATED SINCE
      *    IS COUNTED IN THE TOTALS ALL THE SAME.
          OPEN INPUT EMPLOYEE-MASTER
          MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             READ EMPLOYEE-MASTER NEXT RECORD
                AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                NOT AT END
                   IF EMP-IS-TERMINATED
                      PERFORM 41-SELECT-LEAVER
                   ELSE
                      PERFORM 42-READ-LEDGER-HISTORY
                   END-IF
             END-READ
          END-PERFORM
          CLOSE EMPLOYEE-MASTER
          .

       41-SELECT-LEAVER.
      *   THE LEDGER IS READ FOR EVERY LEAVER, NOT ONLY THOSE IN THE
      *   WINDOW, SO AN F ENTRY ALREADY ON FILE FOR THIS PAY DATE IS
      *   COUNTED WHATEVER HAS HAPPENED TO THE MASTER SINCE.
          PERFORM 42-READ-LEDGER-HISTORY
          IF TERM-DATE NOT > ZERO
             IF NOT WS-FINAL-ALREADY-PAID
                MOVE 'NO TERMINATION DATE ON MASTER - NOT PAID'
                   TO EX-MESSAGE
                PERFORM 49-WRITE-EXCEPTION
             END-IF
          ELSE
             IF TERM-DATE > WS-PRIOR-PAY-DATE-8
                AND TERM-DATE NOT > WS-PAY-DATE-8
                AND NOT WS-FINAL-ALREADY-PAID
                PERFORM 45-PAY-ONE-LEAVER
             END-IF
          END-IF
          .

       42-READ-LEDGER-HISTORY.
      *   EVERY LEDGER ENTRY FOR THE EMPLOYEE, IN DATE ORDER.  THE
      *   LAST REGULAR ENTRY IS THE DATE THEY WERE PAID THROUGH;
      *   ANY F ENTRY MEANS THE FINAL PAY HAS ALREADY GONE OUT --
      *   A RERUN OF THE SAME PAY DATE PAYS NOBODY TWICE.
          MOVE ZERO TO WS-LAST-REG-DATE
          MOVE 'N' TO WS-FINAL-FOUND-SW
          MOVE EMPLOYEE-ID TO LDG-EMPLOYEE-ID
          MOVE ZERO TO LDG-PAY-DATE
          MOVE LOW-VALUES TO LDG-RUN-TYPE
          MOVE 'N' TO WS-HISTORY-DONE-SW
          START LEDGER-FILE KEY IS NOT < LDG-KEY
             INVALID KEY
                MOVE 'Y' TO WS-HISTORY-DONE-SW
          END-START
          PERFORM UNTIL WS-HISTORY-DONE
             READ LEDGER-FILE NEXT RECORD
                AT END
                   MOVE 'Y' TO WS-HISTORY-DONE-SW
                NOT AT END
                   IF LDG-EMPLOYEE-ID NOT = EMPLOYEE-ID
                      MOVE 'Y' TO WS-HISTORY-DONE-SW
                   ELSE
                      PERFORM 43-NOTE-LEDGER-ENTRY
                   END-IF
             END-READ
          END-PERFORM
          .

       43-NOTE-LEDGER-ENTRY.
          IF LDG-REGULAR-RUN
             IF LDG-PAY-DATE > WS-LAST-REG-DATE
                MOVE LDG-PAY-DATE TO WS-LAST-REG-DATE
             END-IF
          ELSE
             IF LDG-FINAL-PAY
                MOVE 'Y' TO WS-FINAL-FOUND-SW
                IF LDG-PAY-DATE = WS-PAY-DATE-8
                   PERFORM 44-COUNT-EARLIER-FINAL-PAY
                END-IF
             END-IF
          END-IF
          .

       44-COUNT-EARLIER-FINAL-PAY.
      *   AN EARLIER RUN FOR THIS SAME PAY DATE ALREADY PAID THE
      *   LEAVER -- A RESUMED RUN, OR A PAY DATE RUN AGAIN AFTER
      *   PAYREV, WHICH LEAVES THE F ENTRIES ALONE.  THE PAYMENT IS
      *   NOT MADE AGAIN, BUT IT IS PART OF THIS PAY DATE'S FINAL
      *   PAY, SO IT IS LISTED AND ADDED TO THE TOTALS FROM THE
      *   LEDGER ENTRY -- OTHERWISE PR1FTOT.TXT WOULD FALL SHORT OF
      *   THE F ENTRIES GLJRNL JOURNALS.  ITS CASE PAYMENTS ARE
      *   STILL ON PR1GPAY.TXT: THIS RUN ONLY ADDS TO THE FILE, AND
      *   PAYREG CARRIES THEM OVER WHEN IT RUNS THE DATE AGAIN.
          MOVE EMPLOYEE-ID TO EX-EMP-ID
          MOVE EMP-LAST TO EX-EMP-LAST
          MOVE 'FINAL PAY ALREADY MADE THIS PAY DATE' TO EX-MESSAGE
          MOVE EXCEPTION-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          ADD LDG-REG-GROSS TO PERIOD-PAY-TOTAL
          ADD LDG-VAC-PAYOUT TO VAC-PAYOUT-TOTAL
          ADD LDG-GROSS TO GROSS-TOTAL
          ADD LDG-GROSS TO COST-TOTAL
          ADD LDG-BURDEN TO COST-TOTAL
          ADD LDG-NET-PAY TO NET-TOTAL
          ADD 1 TO PAID-COUNT
          .

       45-PAY-ONE-LEAVER.
      *   THE DAYS OWED RUN FROM THE LAST REGULAR PAY DATE ON THE
      *   LEDGER TO THE TERMINATION DATE.  SOMEBODY NEVER PAID BY
      *   A REGISTER IS OWED FROM THE LATER OF THE HIRE DATE AND
      *   THE LAST PAY DATE ON THE CALENDAR.  A TERMINATION KEYED
      *   LATE, ON OR BEFORE THE LAST DATE PAID, IS OWED NO DAYS --
      *   ONLY THE VACATION.  AN HOURLY LEAVER IS OWED THE HOURS ON
      *   THEIR LAST TIMECARD INSTEAD OF DAYS, AND THE LEAVE ON ANY
      *   LEAVER'S CARD IS POSTED BEFORE THE VACATION IS WORKED OUT.
          IF WS-LAST-REG-DATE > ZERO
             MOVE WS-LAST-REG-DATE TO WS-DIFF-FROM
          ELSE
             IF HIRE-DATE > WS-PRIOR-PAY-DATE-8
                MOVE HIRE-DATE TO WS-DIFF-FROM
             ELSE
                MOVE WS-PRIOR-PAY-DATE-8 TO WS-DIFF-FROM
             END-IF
          END-IF
          MOVE TERM-DATE TO WS-DIFF-TO
          PERFORM 58-FIND-TIMECARD
          IF PAY-IS-HOURLY
             MOVE ZERO TO WS-DAYS-OWED
             PERFORM 59-COMPUTE-HOURLY-PAY
          ELSE
             COMPUTE WS-DAYS-OWED =
                ((WS-DIFF-TO-Y - WS-DIFF-FROM-Y) * 360)
                + ((WS-DIFF-TO-M - WS-DIFF-FROM-M) * 30)
                + (WS-DIFF-TO-D - WS-DIFF-FROM-D)
             IF WS-DAYS-OWED > ZERO
                COMPUTE WS-FINAL-PERIOD-PAY ROUNDED =
                   CUR-SAL * WS-DAYS-OWED
                   / (WS-PERIODS-PER-YEAR * WS-DAYS-PER-PERIOD)
             ELSE
                MOVE ZERO TO WS-DAYS-OWED
                MOVE ZERO TO WS-FINAL-PERIOD-PAY
             END-IF
          END-IF
          IF WS-TC-FOUND
             PERFORM 60-POST-CARD-LEAVE
          END-IF
          PERFORM 48-COMPUTE-VACATION-PAYOUT
          COMPUTE WS-PERIOD-GROSS =
             WS-FINAL-PERIOD-PAY + WS-VAC-PAYOUT
          COMPUTE WS-TAX-BURDEN ROUNDED =
             WS-PERIOD-GROSS * WS-PAYROLL-TAX-RATE
          COMPUTE WS-BENEFITS-BURDEN ROUNDED =
             WS-PERIOD-GROSS * WS-BENEFITS-RATE
          COMPUTE WS-TOTAL-BURDEN =
             WS-TAX-BURDEN + WS-BENEFITS-BURDEN
          MOVE EMPLOYEE-ID TO DL-EMP-ID
          MOVE EMP-LAST TO DL-EMP-LAST
          MOVE TERM-DATE TO DL-TERM-DATE
          MOVE WS-DIFF-FROM TO DL-FROM-DATE
          MOVE WS-DAYS-OWED TO DL-DAYS
          MOVE WS-FINAL-PERIOD-PAY TO DL-PERIOD-PAY
          MOVE DETAIL-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          PERFORM 78-WRITE-HOURS-LINE
          IF WS-VAC-BALANCE > ZERO
             MOVE WS-VAC-BALANCE TO VL-VAC-HOURS
          ELSE
             MOVE ZERO TO VL-VAC-HOURS
          END-IF
          MOVE WS-HOURLY-RATE TO VL-HOURLY-RATE
          MOVE WS-VAC-PAYOUT TO VL-VAC-PAYOUT
          MOVE WS-PERIOD-GROSS TO VL-GROSS
          MOVE VACATION-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          IF WS-VAC-OVERDRAWN > ZERO
             MOVE WS-VAC-OVERDRAWN TO RC-VAC-HOURS
             MOVE WS-VAC-RECOVER TO RC-RECOVER-AMT
             MOVE RECOVER-LINE TO REPORT-RECORD
             MOVE 1 TO PROPER-SPACING
             PERFORM 35-WRITE-A-LINE
             ADD WS-VAC-RECOVER TO RECOVER-TOTAL
          END-IF
          PERFORM 46-COMPUTE-DEDUCTIONS
          MOVE WS-TAX-DED TO DD-TAX-DED
          MOVE WS-BEN-DED TO DD-BEN-DED
          MOVE WS-GAR-DED TO DD-GAR-DED
          MOVE WS-NET-PAY TO DD-NET-PAY
          MOVE DEDUCTION-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          PERFORM 75-POST-GARNISH-CASES
          ADD WS-FINAL-PERIOD-PAY TO PERIOD-PAY-TOTAL
          ADD WS-VAC-PAYOUT TO VAC-PAYOUT-TOTAL
          ADD WS-PERIOD-GROSS TO GROSS-TOTAL
          ADD WS-PERIOD-GROSS TO COST-TOTAL
          ADD WS-TOTAL-BURDEN TO COST-TOTAL
          ADD WS-NET-PAY TO NET-TOTAL
          PERFORM 50-WRITE-DEPOSIT-RECORD
          PERFORM 51-POST-YTD-EARNINGS
          PERFORM 57-CLEAR-VACATION-BALANCE
          PERFORM 68-WRITE-LEDGER-RECORD
          .

       58-FIND-TIMECARD.
      *   THE EDITED CARDS ARE READ FROM THE TOP FOR EACH LEAVER --
      *   THERE ARE ONLY EVER A FEW LEAVERS A PAY DATE.  NO FILE, OR
      *   NO CARD, IS ZERO HOURS.
          MOVE 'N' TO WS-TC-FOUND-SW
          MOVE ZERO TO WS-TC-REG-HOURS
          MOVE ZERO TO WS-TC-OT-HOURS
          MOVE ZERO TO WS-TC-HOL-HOURS
          MOVE ZERO TO WS-TC-VAC-HOURS
          MOVE ZERO TO WS-TC-SICK-HOURS
          MOVE 'N' TO WS-TC-EOF-SW
          OPEN INPUT TIMECARD-FILE
          PERFORM UNTIL WS-TC-EOF
             READ TIMECARD-FILE
                AT END
                   MOVE 'Y' TO WS-TC-EOF-SW
                NOT AT END
                   IF TC-EMPLOYEE-ID = EMPLOYEE-ID
                      MOVE 'Y' TO WS-TC-FOUND-SW
                      MOVE 'Y' TO WS-TC-EOF-SW
                      MOVE TC-REG-HOURS TO WS-TC-REG-HOURS
                      MOVE TC-OT-HOURS TO WS-TC-OT-HOURS
                      MOVE TC-HOL-HOURS TO WS-TC-HOL-HOURS
                      MOVE TC-VAC-HOURS TO WS-TC-VAC-HOURS
                      MOVE TC-SICK-HOURS TO WS-TC-SICK-HOURS
                   END-IF
             END-READ
          END-PERFORM
          CLOSE TIMECARD-FILE
          .

       59-COMPUTE-HOURLY-PAY.
      *   REGULAR, HOLIDAY AND PAID LEAVE HOURS AT THE RATE,
      *   OVERTIME AT TIME AND A HALF -- PAYREG'S HOURLY GROSS.
      *   NO CARD IS ZERO HOURS.
          COMPUTE WS-FINAL-PERIOD-PAY ROUNDED =
             (HOURLY-RATE * (WS-TC-REG-HOURS + WS-TC-HOL-HOURS
                             + WS-TC-VAC-HOURS + WS-TC-SICK-HOURS))
             + (HOURLY-RATE * WS-OT-FACTOR * WS-TC-OT-HOURS)
          .

       60-POST-CARD-LEAVE.
      *   THE VACATION AND SICK HOURS ON THE CARD ARE TAKEN, AS
      *   PAYREG POSTS THEM FOR EVERYONE ELSE.  THE VACATION STILL
      *   OWED IS WORKED OUT FROM THE BALANCE LEFT AFTER THEM.
          IF WS-TC-VAC-HOURS > ZERO
             OR WS-TC-SICK-HOURS > ZERO
             MOVE EMPLOYEE-ID TO LV-EMPLOYEE-ID
             READ LEAVE-FILE
                INVALID KEY
                   MOVE SPACES TO LEAVE-RECORD
                   MOVE EMPLOYEE-ID TO LV-EMPLOYEE-ID
                   MOVE ZERO TO LV-VAC-ACCRUED
                   MOVE ZERO TO LV-SICK-ACCRUED
                   MOVE WS-TC-VAC-HOURS TO LV-VAC-TAKEN
                   MOVE WS-TC-SICK-HOURS TO LV-SICK-TAKEN
                   WRITE LEAVE-RECORD
                      INVALID KEY
                         DISPLAY 'FINALPAY - LEAVE WRITE FAILED FOR '
                            EMPLOYEE-ID ', STATUS ' WS-LEAVE-STATUS
                         STOP RUN
                   END-WRITE
                NOT INVALID KEY
                   ADD WS-TC-VAC-HOURS TO LV-VAC-TAKEN
                   ADD WS-TC-SICK-HOURS TO LV-SICK-TAKEN
                   REWRITE LEAVE-RECORD
                      INVALID KEY
                         DISPLAY 'FINALPAY - LEAVE REWRITE FAILED FOR '
                            EMPLOYEE-ID ', STATUS ' WS-LEAVE-STATUS
                         STOP RUN
                   END-REWRITE
             END-READ
          END-IF
          .

       78-WRITE-HOURS-LINE.
      *   THE HOURS PRINT UNDER EVERY LEAVER WITH A CARD -- FOR A
      *   SALARIED LEAVER THEY ARE ONLY THE LEAVE TAKEN, SO NO RATE
      *   IS SHOWN.  AN HOURLY LEAVER WITH NO CARD IS FLAGGED, SINCE
      *   THEY HAVE JUST BEEN PAID NOTHING FOR HOURS.
          IF WS-TC-FOUND
             MOVE WS-TC-REG-HOURS TO HL-REG-HOURS
             MOVE WS-TC-OT-HOURS TO HL-OT-HOURS
             MOVE WS-TC-HOL-HOURS TO HL-HOL-HOURS
             MOVE WS-TC-VAC-HOURS TO HL-VAC-HOURS
             MOVE WS-TC-SICK-HOURS TO HL-SICK-HOURS
             IF PAY-IS-HOURLY
                MOVE ' RATE ' TO HL-RATE-LIT
                MOVE HOURLY-RATE TO HL-RATE
             ELSE
                MOVE SPACES TO HL-RATE-LIT
                MOVE ZERO TO HL-RATE
             END-IF
             MOVE HOURS-LINE TO REPORT-RECORD
             MOVE 1 TO PROPER-SPACING
             PERFORM 35-WRITE-A-LINE
          ELSE
             IF PAY-IS-HOURLY
                MOVE NO-TIMECARD-LINE TO REPORT-RECORD
                MOVE 1 TO PROPER-SPACING
                PERFORM 35-WRITE-A-LINE
             END-IF
          END-IF
          .

       48-COMPUTE-VACATION-PAYOUT.
      *   THE BALANCE IS ACCRUED LESS TAKEN.  A POSITIVE BALANCE IS
      *   PAID AT THE HOURLY EQUIVALENT OF THE SALARY; A NEGATIVE
      *   ONE IS WORKED OUT THE SAME WAY AS AN AMOUNT TO RECOVER,
      *   AND PRINTED -- IT IS NEVER TAKEN OUT OF THE PAY HERE.
          MOVE ZERO TO WS-VAC-BALANCE
          MOVE ZERO TO WS-VAC-PAYOUT
          MOVE ZERO TO WS-VAC-OVERDRAWN
          MOVE ZERO TO WS-VAC-RECOVER
          COMPUTE WS-HOURLY-RATE ROUNDED =
             CUR-SAL / WS-HOURS-PER-YEAR
          MOVE 'N' TO WS-LEAVE-FOUND-SW
          MOVE EMPLOYEE-ID TO LV-EMPLOYEE-ID
          READ LEAVE-FILE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE 'Y' TO WS-LEAVE-FOUND-SW
          END-READ
          IF WS-LEAVE-FOUND
             COMPUTE WS-VAC-BALANCE =
                LV-VAC-ACCRUED - LV-VAC-TAKEN
          END-IF
          IF WS-VAC-BALANCE > ZERO
             COMPUTE WS-VAC-PAYOUT ROUNDED =
                WS-VAC-BALANCE * CUR-SAL / WS-HOURS-PER-YEAR
          END-IF
          IF WS-VAC-BALANCE < ZERO
             COMPUTE WS-VAC-OVERDRAWN = ZERO - WS-VAC-BALANCE
             COMPUTE WS-VAC-RECOVER ROUNDED =
                WS-VAC-OVERDRAWN * CUR-SAL / WS-HOURS-PER-YEAR
          END-IF
          .

       57-CLEAR-VACATION-BALANCE.
      *   THE HOURS JUST PAID OUT ARE MARKED TAKEN, LEAVING A ZERO
      *   BALANCE, SO NO LATER RUN CAN PAY THEM AGAIN.  AN
      *   OVERDRAWN BALANCE IS LEFT AS IT STANDS -- IT IS THE
      *   RECORD OF WHAT IS STILL TO BE RECOVERED.
          IF WS-LEAVE-FOUND
             AND WS-VAC-BALANCE > ZERO
             MOVE LV-VAC-ACCRUED TO LV-VAC-TAKEN
             REWRITE LEAVE-RECORD
                INVALID KEY
                   DISPLAY 'FINALPAY - LEAVE REWRITE FAILED FOR '
                      EMPLOYEE-ID ', STATUS ' WS-LEAVE-STATUS
                   STOP RUN
             END-REWRITE
          END-IF
          .

       49-WRITE-EXCEPTION.
          MOVE EMPLOYEE-ID TO EX-EMP-ID
          MOVE EMP-LAST TO EX-EMP-LAST
          MOVE EXCEPTION-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          ADD 1 TO EXCEPTION-COUNT
          .

       46-COMPUTE-DEDUCTIONS.
      *   THE SAME RULES AS THE PAY REGISTER -- NO DEDUCTION RECORD
      *   PAYS OUT AT GROSS, GARNISHMENT CASES REPLACE THE SLOT, AND
      *   THE TOTAL TAKEN IS CAPPED AT THE GROSS, THE GARNISHMENT
      *   GIVING WAY FIRST.
          MOVE ZERO TO WS-TAX-DED
          MOVE ZERO TO WS-BEN-DED
          MOVE ZERO TO WS-GAR-DED
          MOVE 'N' TO WS-DED-FOUND-SW
          MOVE EMPLOYEE-ID TO DED-EMPLOYEE-ID
          READ DEDUCT-FILE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE 'Y' TO WS-DED-FOUND-SW
          END-READ
          IF WS-DED-FOUND
             MOVE DED-TAX-METHOD TO WS-SLOT-METHOD
             MOVE DED-TAX-AMT TO WS-SLOT-AMT
             MOVE DED-TAX-PCT TO WS-SLOT-PCT
             MOVE DED-TAX-STOP TO WS-SLOT-STOP
             PERFORM 47-COMPUTE-ONE-DEDUCTION
             MOVE WS-SLOT-RESULT TO WS-TAX-DED
             MOVE DED-BEN-METHOD TO WS-SLOT-METHOD
             MOVE DED-BEN-AMT TO WS-SLOT-AMT
             MOVE DED-BEN-PCT TO WS-SLOT-PCT
             MOVE DED-BEN-STOP TO WS-SLOT-STOP
             PERFORM 47-COMPUTE-ONE-DEDUCTION
             MOVE WS-SLOT-RESULT TO WS-BEN-DED
             MOVE DED-GAR-METHOD TO WS-SLOT-METHOD
             MOVE DED-GAR-AMT TO WS-SLOT-AMT
             MOVE DED-GAR-PCT TO WS-SLOT-PCT
             MOVE DED-GAR-STOP TO WS-SLOT-STOP
             PERFORM 47-COMPUTE-ONE-DEDUCTION
             MOVE WS-SLOT-RESULT TO WS-GAR-DED
          END-IF
          PERFORM 71-APPLY-GARNISH-CASES
          COMPUTE WS-TOTAL-DED =
             WS-TAX-DED + WS-BEN-DED + WS-GAR-DED
          IF WS-TOTAL-DED > WS-PERIOD-GROSS
             MOVE WS-PERIOD-GROSS TO WS-TOTAL-DED
             PERFORM 69-TRIM-DEDUCTIONS-TO-GROSS
          END-IF
          COMPUTE WS-NET-PAY =
             WS-PERIOD-GROSS - WS-TOTAL-DED
          .

       69-TRIM-DEDUCTIONS-TO-GROSS.
          COMPUTE WS-SLOT-RESULT =
             WS-TAX-DED + WS-BEN-DED + WS-GAR-DED - WS-TOTAL-DED
          IF WS-SLOT-RESULT > WS-GAR-DED
             SUBTRACT WS-GAR-DED FROM WS-SLOT-RESULT
             MOVE ZERO TO WS-GAR-DED
          ELSE
             SUBTRACT WS-SLOT-RESULT FROM WS-GAR-DED
             MOVE ZERO TO WS-SLOT-RESULT
          END-IF
          IF WS-SLOT-RESULT > WS-BEN-DED
             SUBTRACT WS-BEN-DED FROM WS-SLOT-RESULT
             MOVE ZERO TO WS-BEN-DED
          ELSE
             SUBTRACT WS-SLOT-RESULT FROM WS-BEN-DED
             MOVE ZERO TO WS-SLOT-RESULT
          END-IF
          SUBTRACT WS-SLOT-RESULT FROM WS-TAX-DED
          .

       71-APPLY-GARNISH-CASES.
      *   AN EMPLOYEE WITH CASES ON THE GARNISHMENT CASE FILE HAS
      *   THEM TAKEN INSTEAD OF THE DEDUCTION MASTER'S SLOT, IN
      *   PRIORITY ORDER.  EACH CASE'S CAP IS A PERCENT OF
      *   DISPOSABLE PAY (GROSS LESS TAX WITHHELD) AND COUNTS WHAT
      *   THE CASES AHEAD OF IT HAVE ALREADY TAKEN.  NOTHING IS
      *   TAKEN THAT THE TAX AND BENEFIT PREMIUM NEED, SO THE CASES
      *   ARE NEVER CUT BACK AFTERWARDS BY THE CAP AT GROSS AND WHAT
      *   IS POSTED TO EACH CASE IS WHAT WAS REALLY TAKEN.
          PERFORM 72-LOAD-GARNISH-CASES
          IF WS-GARN-ON-FILE
             COMPUTE WS-GARN-DISPOSABLE =
                WS-PERIOD-GROSS - WS-TAX-DED
             COMPUTE WS-GARN-ROOM =
                WS-PERIOD-GROSS - WS-TAX-DED - WS-BEN-DED
             IF WS-GARN-ROOM < ZERO
                MOVE ZERO TO WS-GARN-ROOM
             END-IF
             MOVE ZERO TO WS-GARN-TAKEN
             PERFORM 73-TAKE-NEXT-CASE WS-GARN-COUNT TIMES
             MOVE WS-GARN-TAKEN TO WS-GAR-DED
          END-IF
          .

       72-LOAD-GARNISH-CASES.
      *   EVERY CASE FOR THE EMPLOYEE, IN CASE NUMBER ORDER.  A CASE
      *   PAID OFF STILL COUNTS AS 'ON FILE' -- IT KEEPS THE OLD
      *   DEDUCTION SLOT FROM STARTING UP AGAIN AFTER THE ORDER IS
      *   SATISFIED -- BUT ONLY THE OPEN CASES ARE LOADED.
          MOVE ZERO TO WS-GARN-COUNT
          MOVE 'N' TO WS-GARN-ON-FILE-SW
          MOVE EMPLOYEE-ID TO GRN-EMPLOYEE-ID
          MOVE LOW-VALUES TO GRN-CASE-NO
          MOVE 'N' TO WS-GARN-EOF-SW
          START GARNISH-FILE KEY IS NOT < GRN-KEY
             INVALID KEY
                MOVE 'Y' TO WS-GARN-EOF-SW
          END-START
          PERFORM UNTIL WS-GARN-EOF
             READ GARNISH-FILE NEXT RECORD
                AT END
                   MOVE 'Y' TO WS-GARN-EOF-SW
                NOT AT END
                   IF GRN-EMPLOYEE-ID NOT = EMPLOYEE-ID
                      MOVE 'Y' TO WS-GARN-EOF-SW
                   ELSE
                      MOVE 'Y' TO WS-GARN-ON-FILE-SW
                      IF GRN-CASE-ACTIVE
                         AND GRN-COLLECTED < GRN-ORDER-TOTAL
                         PERFORM 74-STORE-GARNISH-CASE
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          .

       74-STORE-GARNISH-CASE.
          IF WS-GARN-COUNT < 10
             ADD 1 TO WS-GARN-COUNT
             MOVE GRN-CASE-NO TO WS-GARN-TBL-CASE (WS-GARN-COUNT)
             MOVE GRN-AGENCY-CODE
                TO WS-GARN-TBL-AGENCY (WS-GARN-COUNT)
             MOVE GRN-AGENCY-NAME
                TO WS-GARN-TBL-AGY-NAME (WS-GARN-COUNT)
             MOVE GRN-PRIORITY
                TO WS-GARN-TBL-PRIORITY (WS-GARN-COUNT)
             MOVE GRN-CAP-PCT TO WS-GARN-TBL-CAP-PCT (WS-GARN-COUNT)
             MOVE GRN-PERIOD-AMT
                TO WS-GARN-TBL-PER-AMT (WS-GARN-COUNT)
             COMPUTE WS-GARN-TBL-OWED (WS-GARN-COUNT) =
                GRN-ORDER-TOTAL - GRN-COLLECTED
             MOVE ZERO TO WS-GARN-TBL-TAKE (WS-GARN-COUNT)
             MOVE 'N' TO WS-GARN-TBL-DONE-SW (WS-GARN-COUNT)
          ELSE
             DISPLAY 'FINALPAY - GARNISHMENT TABLE FULL FOR '
                EMPLOYEE-ID ', CASE ' GRN-CASE-NO ' NOT TAKEN'
          END-IF
          .

       73-TAKE-NEXT-CASE.
      *   THE OPEN CASE WITH THE LOWEST PRIORITY NUMBER GOES NEXT.
      *   IT TAKES WHAT ITS CAP LEAVES AFTER THE CASES AHEAD OF IT,
      *   NO MORE THAN ITS PER-PERIOD AMOUNT (IF IT HAS ONE), NO
      *   MORE THAN IS STILL OWED, AND NO MORE THAN THE ROOM LEFT.
          MOVE ZERO TO WS-GARN-NEXT
          PERFORM 76-FIND-NEXT-CASE
             VARYING WS-GARN-SUB FROM 1 BY 1
             UNTIL WS-GARN-SUB > WS-GARN-COUNT
          IF WS-GARN-NEXT > ZERO
             MOVE 'Y' TO WS-GARN-TBL-DONE-SW (WS-GARN-NEXT)
             COMPUTE WS-GARN-LIMIT ROUNDED =
                WS-GARN-DISPOSABLE
                * WS-GARN-TBL-CAP-PCT (WS-GARN-NEXT) / 100
             COMPUTE WS-GARN-AMT = WS-GARN-LIMIT - WS-GARN-TAKEN
             IF WS-GARN-TBL-PER-AMT (WS-GARN-NEXT) > ZERO
                AND WS-GARN-AMT > WS-GARN-TBL-PER-AMT (WS-GARN-NEXT)
                MOVE WS-GARN-TBL-PER-AMT (WS-GARN-NEXT) TO WS-GARN-AMT
             END-IF
             IF WS-GARN-AMT > WS-GARN-TBL-OWED (WS-GARN-NEXT)
                MOVE WS-GARN-TBL-OWED (WS-GARN-NEXT) TO WS-GARN-AMT
             END-IF
             IF WS-GARN-AMT > WS-GARN-ROOM - WS-GARN-TAKEN
                COMPUTE WS-GARN-AMT = WS-GARN-ROOM - WS-GARN-TAKEN
             END-IF
             IF WS-GARN-AMT < ZERO
                MOVE ZERO TO WS-GARN-AMT
             END-IF
             MOVE WS-GARN-AMT TO WS-GARN-TBL-TAKE (WS-GARN-NEXT)
             ADD WS-GARN-AMT TO WS-GARN-TAKEN
          END-IF
          .

       76-FIND-NEXT-CASE.
          IF WS-GARN-TBL-DONE-SW (WS-GARN-SUB) = 'N'
             IF WS-GARN-NEXT = ZERO
                MOVE WS-GARN-SUB TO WS-GARN-NEXT
             ELSE
                IF WS-GARN-TBL-PRIORITY (WS-GARN-SUB)
                   < WS-GARN-TBL-PRIORITY (WS-GARN-NEXT)
                   MOVE WS-GARN-SUB TO WS-GARN-NEXT
                END-IF
             END-IF
          END-IF
          .

       75-POST-GARNISH-CASES.
      *   EACH CASE TAKEN IS POSTED TO THE CASE FILE, PRINTED UNDER
      *   THE EMPLOYEE, AND WRITTEN TO PR1GPAY.TXT FOR GARNRMT'S
      *   REMITTANCE.  A CASE THAT REACHES ITS ORDER TOTAL IS MARKED
      *   PAID OFF AND IS NEVER TAKEN AGAIN.
          IF WS-GARN-ON-FILE
             PERFORM 77-POST-ONE-CASE
                VARYING WS-GARN-SUB FROM 1 BY 1
                UNTIL WS-GARN-SUB > WS-GARN-COUNT
          END-IF
          .

       77-POST-ONE-CASE.
          IF WS-GARN-TBL-TAKE (WS-GARN-SUB) > ZERO
             MOVE EMPLOYEE-ID TO GRN-EMPLOYEE-ID
             MOVE WS-GARN-TBL-CASE (WS-GARN-SUB) TO GRN-CASE-NO
             READ GARNISH-FILE
                INVALID KEY
                   DISPLAY 'FINALPAY - GARNISHMENT CASE '
                      GRN-CASE-NO ' FOR ' EMPLOYEE-ID
                      ' NOT FOUND, STATUS ' WS-GARN-STATUS
                   STOP RUN
             END-READ
             ADD WS-GARN-TBL-TAKE (WS-GARN-SUB) TO GRN-COLLECTED
             MOVE WS-PAY-DATE-8 TO GRN-LAST-PAY-DATE
             MOVE SPACES TO GC-PAID-OFF
             IF GRN-COLLECTED NOT < GRN-ORDER-TOTAL
                MOVE 'P' TO GRN-STATUS
                MOVE WS-PAY-DATE-8 TO GRN-PAID-OFF-DATE
                MOVE ' PAID OFF' TO GC-PAID-OFF
             END-IF
             REWRITE GARNISH-RECORD
                INVALID KEY
                   DISPLAY 'FINALPAY - GARNISHMENT REWRITE FAILED FOR '
                      EMPLOYEE-ID ', STATUS ' WS-GARN-STATUS
                   STOP RUN
             END-REWRITE
             MOVE GRN-CASE-NO TO GC-CASE-NO
             MOVE GRN-AGENCY-CODE TO GC-AGENCY
             MOVE WS-GARN-TBL-TAKE (WS-GARN-SUB) TO GC-AMOUNT
             COMPUTE GC-BALANCE = GRN-ORDER-TOTAL - GRN-COLLECTED
             MOVE GARNISH-CASE-LINE TO REPORT-RECORD
             MOVE 1 TO PROPER-SPACING
             PERFORM 35-WRITE-A-LINE
             MOVE SPACES TO GARN-PAY-RECORD
             MOVE WS-PAY-DATE-8 TO GP-PAY-DATE
             MOVE GRN-AGENCY-CODE TO GP-AGENCY-CODE
             MOVE GRN-AGENCY-NAME TO GP-AGENCY-NAME
             MOVE GRN-CASE-NO TO GP-CASE-NO
             MOVE EMPLOYEE-ID TO GP-EMPLOYEE-ID
             MOVE WS-GARN-TBL-TAKE (WS-GARN-SUB) TO GP-AMOUNT
             MOVE 'F' TO GP-RUN-TYPE
             COMPUTE GP-BALANCE-LEFT = GRN-ORDER-TOTAL - GRN-COLLECTED
             IF GRN-CASE-PAID-OFF
                MOVE 'Y' TO GP-PAID-OFF
             ELSE
                MOVE 'N' TO GP-PAID-OFF
             END-IF
             WRITE GARN-PAY-RECORD
          END-IF
          .

       47-COMPUTE-ONE-DEDUCTION.
      *   A SPACE METHOD IS 'NO DEDUCTION'; A NONZERO STOP DATE
      *   EARLIER THAN THE PAY DATE MEANS THE DEDUCTION HAS ENDED.
          MOVE ZERO TO WS-SLOT-RESULT
          IF WS-SLOT-METHOD NOT = SPACE
             IF WS-SLOT-STOP = ZERO
                OR WS-SLOT-STOP NOT < WS-PAY-DATE-8
                IF WS-SLOT-METHOD = 'F'
                   MOVE WS-SLOT-AMT TO WS-SLOT-RESULT
                ELSE
                   COMPUTE WS-SLOT-RESULT ROUNDED =
                      WS-PERIOD-GROSS * WS-SLOT-PCT / 100
                END-IF
             END-IF
          END-IF
          .

       50-WRITE-DEPOSIT-RECORD.
      *   ONLY A LIVE ACCOUNT IS DEPOSITED TO.  THE PRENOTE CYCLE IS
      *   NOT ADVANCED FOR A LEAVER -- AN ACCOUNT THAT HAS NOT GONE
      *   LIVE BY NOW IS PAID BY CHECK, WITH THE REASON PRINTED.
          MOVE SPACES TO WS-CHECK-REASON
          MOVE 'N' TO WS-BANK-FOUND-SW
          MOVE EMPLOYEE-ID TO BA-EMPLOYEE-ID
          READ BANK-ACCOUNT-FILE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE 'Y' TO WS-BANK-FOUND-SW
          END-READ
          IF NOT WS-BANK-FOUND
             MOVE 'NO BANK ACCOUNT ON FILE' TO WS-CHECK-REASON
          ELSE
             EVALUATE TRUE
                WHEN BA-ACCOUNT-LIVE
                   CONTINUE
                WHEN BA-PRENOTE-PENDING
                WHEN BA-PRENOTE-SENT
                   MOVE 'PRENOTE NOT YET CLEARED'
                      TO WS-CHECK-REASON
                WHEN BA-ACCOUNT-FROZEN
                   STRING 'ACCOUNT FROZEN - RETURN '
                             DELIMITED BY SIZE
                          BA-RETURN-REASON DELIMITED BY SIZE
                          INTO WS-CHECK-REASON
                   END-STRING
                WHEN OTHER
                   MOVE 'UNKNOWN ACCOUNT STATUS' TO WS-CHECK-REASON
             END-EVALUATE
          END-IF
          IF WS-CHECK-REASON = SPACES
             PERFORM 65-WRITE-LIVE-DEPOSITS
          ELSE
             PERFORM 66-WRITE-PAPER-CHECK
          END-IF
          .

       65-WRITE-LIVE-DEPOSITS.
      *   THE SPLIT IS HONOURED THE SAME WAY THE REGISTER HONOURS
      *   IT -- THE FLAT SPLIT AMOUNT, NEVER MORE THAN THE NET, TO
      *   THE SECOND ACCOUNT AND THE REST TO THE FIRST.
          MOVE ZERO TO WS-SPLIT-PAY
          IF BA-SPLIT-AMT > ZERO
             MOVE BA-SPLIT-AMT TO WS-SPLIT-PAY
             IF WS-SPLIT-PAY > WS-NET-PAY
                MOVE WS-NET-PAY TO WS-SPLIT-PAY
             END-IF
          END-IF
          COMPUTE WS-PRIMARY-PAY = WS-NET-PAY - WS-SPLIT-PAY
          PERFORM 67-START-BANK-ITEM
          MOVE 'D' TO BANK-TRAN-TYPE
          IF WS-PRIMARY-PAY > ZERO
             OR WS-SPLIT-PAY = ZERO
             MOVE WS-PRIMARY-PAY TO BANK-GROSS
             MOVE '1' TO BANK-ACCT-SEQ
             MOVE BA-ROUTING TO BANK-ROUTING
             MOVE BA-ACCOUNT TO BANK-ACCOUNT
             MOVE BA-ACCT-TYPE TO BANK-ACCT-TYPE
             WRITE DEPOSIT-RECORD
          END-IF
          IF WS-SPLIT-PAY > ZERO
             MOVE WS-SPLIT-PAY TO BANK-GROSS
             MOVE '2' TO BANK-ACCT-SEQ
             MOVE BA-ROUTING-2 TO BANK-ROUTING
             MOVE BA-ACCOUNT-2 TO BANK-ACCOUNT
             MOVE BA-ACCT-TYPE-2 TO BANK-ACCT-TYPE
             WRITE DEPOSIT-RECORD
          END-IF
          .

       66-WRITE-PAPER-CHECK.
          PERFORM 67-START-BANK-ITEM
          MOVE 'K' TO BANK-TRAN-TYPE
          MOVE WS-NET-PAY TO BANK-GROSS
          MOVE ZERO TO BANK-ROUTING
          WRITE CHECK-RECORD FROM DEPOSIT-RECORD
          ADD WS-NET-PAY TO CHECK-TOTAL
          MOVE WS-NET-PAY TO PL-CHECK-AMT
          MOVE WS-CHECK-REASON TO PL-REASON
          MOVE PAYMENT-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          .

       67-START-BANK-ITEM.
          MOVE SPACES TO DEPOSIT-RECORD
          MOVE EMPLOYEE-ID TO BANK-EMPLOYEE-ID
          MOVE EMP-LAST TO BANK-EMP-LAST
          MOVE EMP-FIRST TO BANK-EMP-FIRST
          MOVE ZERO TO BANK-GROSS
          MOVE WS-PAY-DATE-8 TO BANK-PAY-DATE
          .

       51-POST-YTD-EARNINGS.
      *   THE GROSS AND BURDEN ARE POSTED THE WAY THE REGISTER
      *   POSTS THEM, BUT A FINAL PAY IS NOT A PAY PERIOD, SO THE
      *   PERIOD COUNT IS LEFT ALONE.
          MOVE EMPLOYEE-ID TO YTD-EMPLOYEE-ID
          READ YTD-FILE
             INVALID KEY
                MOVE SPACES TO YTD-RECORD
                MOVE EMPLOYEE-ID TO YTD-EMPLOYEE-ID
                MOVE WS-PAY-YYYY TO YTD-YEAR
                MOVE ZERO TO YTD-GROSS
                MOVE ZERO TO YTD-BURDEN
                MOVE ZERO TO YTD-PERIODS
                MOVE WS-PAY-DATE-8 TO YTD-FIRST-PAY
                ADD WS-PERIOD-GROSS TO YTD-GROSS
                ADD WS-TOTAL-BURDEN TO YTD-BURDEN
                MOVE WS-PAY-DATE-8 TO YTD-LAST-PAY
                WRITE YTD-RECORD
                   INVALID KEY
                      DISPLAY 'FINALPAY - YTD WRITE FAILED FOR '
                         EMPLOYEE-ID ', STATUS ' WS-YTD-STATUS
                      STOP RUN
                END-WRITE
             NOT INVALID KEY
                IF YTD-YEAR NOT = WS-PAY-YYYY
                   MOVE WS-PAY-YYYY TO YTD-YEAR
                   MOVE ZERO TO YTD-GROSS
                   MOVE ZERO TO YTD-BURDEN
                   MOVE ZERO TO YTD-PERIODS
                   MOVE WS-PAY-DATE-8 TO YTD-FIRST-PAY
                END-IF
                ADD WS-PERIOD-GROSS TO YTD-GROSS
                ADD WS-TOTAL-BURDEN TO YTD-BURDEN
                MOVE WS-PAY-DATE-8 TO YTD-LAST-PAY
                REWRITE YTD-RECORD
                   INVALID KEY
                      DISPLAY 'FINALPAY - YTD REWRITE FAILED FOR '
                         EMPLOYEE-ID ', STATUS ' WS-YTD-STATUS
                      STOP RUN
                END-REWRITE
          END-READ
          ADD WS-PERIOD-GROSS TO WS-YCTL-GROSS
          ADD WS-TOTAL-BURDEN TO WS-YCTL-BURDEN
          .

       52-READ-YTD-CONTROL.
          OPEN INPUT YTD-CONTROL-FILE
          READ YTD-CONTROL-FILE
             AT END
                CONTINUE
             NOT AT END
                IF YCTL-YEAR = WS-PAY-YYYY
                   MOVE YCTL-GROSS TO WS-YCTL-GROSS
                   MOVE YCTL-BURDEN TO WS-YCTL-BURDEN
                END-IF
          END-READ
          CLOSE YTD-CONTROL-FILE
          MOVE WS-PAY-YYYY TO WS-YCTL-YEAR
          .

       53-UPDATE-YTD-CONTROL.
          OPEN OUTPUT YTD-CONTROL-FILE
          MOVE SPACES TO YTD-CONTROL-RECORD
          MOVE WS-YCTL-YEAR TO YCTL-YEAR
          MOVE WS-YCTL-GROSS TO YCTL-GROSS
          MOVE WS-YCTL-BURDEN TO YCTL-BURDEN
          WRITE YTD-CONTROL-RECORD
          CLOSE YTD-CONTROL-FILE
          .

       68-WRITE-LEDGER-RECORD.
      *   THE F ENTRY IS WHAT STOPS A SECOND FINAL PAY, AND WHAT
      *   PAYSTUB PRINTS THE LEAVER'S STUB FROM.  THE REGULAR GROSS
      *   IS THE DAYS OWED; THE VACATION PAYOUT IS CARRIED ON ITS
      *   OWN, AND THE TWO MAKE UP THE GROSS.
          MOVE SPACES TO LEDGER-RECORD
          MOVE EMPLOYEE-ID TO LDG-EMPLOYEE-ID
          MOVE WS-PAY-DATE-8 TO LDG-PAY-DATE
          MOVE 'F' TO LDG-RUN-TYPE
          MOVE WAREHOUSE-ID TO LDG-WAREHOUSE-ID
          MOVE EMPOLYEE-POS TO LDG-POSITION
          MOVE WS-FINAL-PERIOD-PAY TO LDG-REG-GROSS
          MOVE ZERO TO LDG-RETRO-AMT
          MOVE ZERO TO LDG-RETRO-EFF
          MOVE WS-VAC-PAYOUT TO LDG-VAC-PAYOUT
          MOVE WS-PERIOD-GROSS TO LDG-GROSS
          MOVE WS-TOTAL-BURDEN TO LDG-BURDEN
          MOVE WS-TAX-BURDEN TO LDG-TAX-BURDEN
          MOVE WS-BENEFITS-BURDEN TO LDG-BEN-BURDEN
          MOVE WS-TAX-DED TO LDG-TAX-DED
          MOVE WS-BEN-DED TO LDG-BEN-DED
          MOVE WS-GAR-DED TO LDG-GAR-DED
          MOVE WS-NET-PAY TO LDG-NET-PAY
          MOVE ZERO TO LDG-VAC-ACCRUED
          MOVE ZERO TO LDG-SICK-ACCRUED
          MOVE WS-TC-REG-HOURS TO LDG-REG-HOURS
          MOVE WS-TC-OT-HOURS TO LDG-OT-HOURS
          MOVE WS-TC-HOL-HOURS TO LDG-HOL-HOURS
          MOVE WS-TC-VAC-HOURS TO LDG-VAC-TAKEN
          MOVE WS-TC-SICK-HOURS TO LDG-SICK-TAKEN
          WRITE LEDGER-RECORD
             INVALID KEY
                DISPLAY 'FINALPAY - LEDGER WRITE FAILED FOR '
                   EMPLOYEE-ID ', STATUS ' WS-LEDGER-STATUS
                STOP RUN
          END-WRITE
          ADD 1 TO PAID-COUNT
          .

       55-BUILD-TOTAL.
          MOVE 'EMPLOYEES PAID' TO CT-LABEL
          MOVE PAID-COUNT TO CT-COUNT
          MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
          MOVE 3 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE 'EXCEPTIONS NOT PAID' TO CT-LABEL
          MOVE EXCEPTION-COUNT TO CT-COUNT
          MOVE COUNT-TOTAL-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE 'PAY FOR DAYS OWED' TO AT-LABEL
          MOVE PERIOD-PAY-TOTAL TO AT-AMOUNT
          MOVE AMOUNT-TOTAL-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE 'VACATION PAID OUT' TO AT-LABEL
          MOVE VAC-PAYOUT-TOTAL TO AT-AMOUNT
          MOVE AMOUNT-TOTAL-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE 'TOTAL GROSS' TO AT-LABEL
          MOVE GROSS-TOTAL TO AT-AMOUNT
          MOVE AMOUNT-TOTAL-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'NET PAY' TO AT-LABEL
          MOVE NET-TOTAL TO AT-AMOUNT
          MOVE AMOUNT-TOTAL-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'PAID BY CHECK' TO AT-LABEL
          MOVE CHECK-TOTAL TO AT-AMOUNT
          MOVE AMOUNT-TOTAL-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'OVERDRAWN VACATION TO RECOVER' TO AT-LABEL
          MOVE RECOVER-TOTAL TO AT-AMOUNT
          MOVE AMOUNT-TOTAL-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          .

       70-WRITE-FINAL-TOTALS.
      *   ONE RECORD, REWRITTEN EVERY RUN -- THE GRAND TOTALS JUST
      *   PRINTED, FOR GLJRNL TO PROVE THE F ENTRIES AGAINST.  IT
      *   IS WRITTEN EVEN WHEN NOBODY WAS PAID, SO GLJRNL ALWAYS
      *   FINDS THIS PAY DATE'S TOTALS.
          OPEN OUTPUT FINAL-TOTALS-FILE
          MOVE SPACES TO FINAL-TOTALS-RECORD
          MOVE WS-PAY-DATE-8 TO FTOT-PAY-DATE
          MOVE PAID-COUNT TO FTOT-PAID-COUNT
          MOVE GROSS-TOTAL TO FTOT-GROSS
          MOVE COST-TOTAL TO FTOT-COST
          MOVE NET-TOTAL TO FTOT-NET
          WRITE FINAL-TOTALS-RECORD
          CLOSE FINAL-TOTALS-FILE
          .
