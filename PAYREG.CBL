      *     PR1DED.DAT  - the deduction master kept up to date by
      *                   DEDMNT (see DEDREC copybook).  An employee
      *                   with no record here is paid at gross.
      *     PR1BACCT.DAT - the bank account master kept up to date
      *                   by BANKMNT (see BANKREC copybook).  The
      *                   prenote status on it is advanced here.
      *     PR1GARN.DAT - the garnishment case file kept up to date
      *                   by GARNMNT (see GARNREC copybook).  The
      *                   amount collected on each case is posted
      *                   here.
      *     PR1TIMEA.TXT - the pay period's timecards as passed by
      *                   TIMEEDIT (see TCREC copybook).  An hourly
      *                   employee is paid from their card; vacation
      *                   and sick hours on any card are posted to
      *                   PR1LEAVE.DAT as taken.
      * *******
      * OUTPUT:
      *     PRPAYREG.TXT - the printed pay register, one page per
      *                    warehouse.
      *     PR1BANK.TXT  - the deposit extract: employee ID, last
      *                    and first name, period net pay and pay
      *                    date, fixed columns, no headings, with
      *                    the routing and account number of each
      *                    item (see DEPREC copybook).  Zero-dollar
      *                    prenotes for new accounts go here too.
      *     PR1CHK.TXT   - the paper-check extract, same layout, for
      *                    everyone not paid by deposit this period.
      *     PR1LDGR.DAT  - the permanent pay ledger, one record per
      *                    employee paid (see LDGREC copybook).
      *     PR1PTOT.TXT  - the register's grand totals for the pay
      *                    date, one record, for GLJRNL to tie the
      *                    GL journal back to.
      *     PR1GPAY.TXT  - one record per garnishment case taken
      *                    (see GPAYREC copybook), for GARNRMT.
      *                    Started afresh each pay date, except that
      *                    FINALPAY's cases for the same pay date
      *                    are carried over.
      *     PR1PRUN.DAT  - the pay run history, one record per pay
      *                    date posted (see PRUNREC copybook).  A
      *                    pay date already posted is refused.
      ***************************************************************
      * MODIFICATION HISTORY:
      *   02/09/26  MAB  NET PAY.  EACH EMPLOYEE'S TAX WITHHOLDING,
      *                  HALTS THE STREAM AND LEAVES THE STEP
      *                  INCOMPLETE ON THE RUN-CONTROL FILE FOR THE
      *                  RERUN TO PICK UP.
      *   15/10/26  MAB  DIRECT DEPOSIT ACCOUNTS.  THE DEPOSIT
      *                  EXTRACT NOW CARRIES EACH ITEM'S ROUTING
      *                  NUMBER, ACCOUNT NUMBER AND TYPE FROM THE
      *                  BANK ACCOUNT MASTER (PR1BACCT.DAT, SEE
      *                  BANKREC AND BANKMNT), AND THE LAYOUT MOVED
      *                  TO THE DEPREC COPYBOOK (NOW 80 BYTES).  A
      *                  SPLIT SENDS THE FLAT SPLIT AMOUNT TO THE
      *                  SECOND ACCOUNT AND THE REST TO THE FIRST.
      *                  A NEW OR CHANGED ACCOUNT GETS A ZERO-DOLLAR
      *                  PRENOTE AND THE EMPLOYEE IS PAID BY PAPER
      *                  CHECK (PR1CHK.TXT) UNTIL THE NEXT PAY DATE
      *                  FINDS THE PRENOTE CLEARED; NO ACCOUNT ON
      *                  FILE, OR ONE BANKRET HAS FROZEN, ALSO PAYS
      *                  BY CHECK.  THE REGISTER PRINTS THE REASON
      *                  UNDER EACH CHECK AND A CHECK TOTAL.
      *   15/10/26  MAB  PAY LEDGER.  EVERY EMPLOYEE PAID NOW GETS A
      *                  PERMANENT RECORD ON PR1LDGR.DAT (SEE
      *                  LDGREC) -- REGULAR GROSS, RETRO, BURDEN,
      *                  EACH DEDUCTION, NET AND THE LEAVE HOURS
      *                  ACCRUED -- FOR THE STUBS (PAYSTUB) AND
      *                  EMPINQ.  WHEN THE DEDUCTIONS ARE CAPPED AT
      *                  THE GROSS, THE SLOTS THEMSELVES ARE NOW CUT
      *                  BACK (GARNISHMENT FIRST, THEN BENEFITS, THEN
      *                  TAX) SO THE REGISTER AND LEDGER SHOW WHAT
      *                  WAS REALLY TAKEN AND ALWAYS FOOT TO THE NET.
      *   15/10/26  MAB  GL JOURNAL.  THE LEDGER RECORD NOW CARRIES
      *                  THE PAYROLL TAX AND BENEFITS BURDEN
      *                  SEPARATELY, AND THE REGISTER'S GRAND TOTALS
      *                  (GROSS, COST, NET, EMPLOYEES PAID) ARE
      *                  WRITTEN TO PR1PTOT.TXT AT END OF JOB, SO
      *                  GLJRNL CAN BUILD THE JOURNAL FROM THE
      *                  LEDGER AND PROVE IT BACK TO THIS REGISTER.
      *   15/10/26  MAB  GARNISHMENT CASES.  AN EMPLOYEE WITH CASES ON
      *                  THE NEW CASE FILE (PR1GARN.DAT, SEE GARNREC
      *                  AND GARNMNT) HAS THEM TAKEN INSTEAD OF THE
      *                  DEDUCTION MASTER'S GARNISHMENT SLOT -- IN
      *                  PRIORITY ORDER, EACH WITHIN ITS CAP AS A
      *                  PERCENT OF DISPOSABLE PAY, AND NEVER PAST
      *                  THE ORDER TOTAL.  THE AMOUNT IS POSTED TO
      *                  THE CASE, WHICH STOPS ITSELF WHEN PAID OFF,
      *                  PRINTED UNDER THE EMPLOYEE, AND WRITTEN TO
      *                  PR1GPAY.TXT FOR THE AGENCY REMITTANCE
      *                  (GARNRMT).
      *   15/10/26  MAB  HOURLY EMPLOYEES.  AN EMPLOYEE MARKED HOURLY
      *                  ON THE MASTER (PAY-TYPE H, SEE EMPREC) IS
      *                  NOW PAID THEIR HOURLY RATE TIMES THE
      *                  REGULAR, HOLIDAY, VACATION AND SICK HOURS ON
      *                  THEIR TIMECARD (PR1TIMEA.TXT, EDITED BY
      *                  TIMEEDIT), PLUS OVERTIME AT TIME AND A HALF,
      *                  INSTEAD OF CUR-SAL OVER THE PAY PERIODS.
      *                  THE HOURS PRINT UNDER THE EMPLOYEE, AND AN
      *                  HOURLY EMPLOYEE WITH NO CARD IS PAID NOTHING
      *                  FOR HOURS AND FLAGGED ON THE REGISTER.  THE
      *                  VACATION AND SICK HOURS ON EVERY CARD ARE
      *                  POSTED TO PR1LEAVE.DAT AS HOURS TAKEN WITH
      *                  THE PERIOD'S ACCRUAL, AND THE CARD'S HOURS
      *                  ARE CARRIED ON THE LEDGER RECORD, SO LEAVE
      *                  ON A CARD NO LONGER HAS TO BE KEYED THROUGH
      *                  LEAVEMNT AS WELL.
      *   15/10/26  MAB  DUPLICATE PAY RUN GUARD.  EVERY COMPLETED
      *                  REGISTER NOW RECORDS ITS PAY DATE AND GRAND
      *                  TOTALS ON THE PAY RUN HISTORY FILE
      *                  (PR1PRUN.DAT, SEE PRUNREC), AND A RUN FOR A
      *                  PAY DATE ALREADY POSTED STOPS BEFORE IT OPENS
      *                  A SINGLE OUTPUT FILE -- A RERUN OR A RESUMED
      *                  NIGHTRUN CAN NO LONGER POST YTD, THE CONTROL
      *                  TOTALS AND LEAVE TWICE OR WRITE A SECOND
      *                  DEPOSIT EXTRACT FOR THE SAME PAY.  TO RUN A
      *                  PAY DATE AGAIN IT MUST FIRST BE BACKED OUT
      *                  WITH THE PAY RUN REVERSAL (PAYREV).  WHEN
      *                  IT IS, THE FINAL PAY CASES FINALPAY ALREADY
      *                  WROTE TO PR1GPAY.TXT FOR THAT PAY DATE ARE
      *                  CARRIED OVER INTO THE NEW FILE, SO GARNRMT
      *                  STILL REMITS THEM.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SELECT DEPOSIT-FILE
               ASSIGN TO 'PR1BANK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CHECK-FILE
               ASSIGN TO 'PR1CHK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL BANK-ACCOUNT-FILE
               ASSIGN TO 'PR1BACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BA-EMPLOYEE-ID
               FILE STATUS IS WS-BANK-STATUS.
            SELECT WAREHOUSE-FILE
               ASSIGN TO 'PR1WHSE.DAT'
               ORGANIZATION IS INDEXED
            SELECT OPTIONAL CALENDAR-FILE
               ASSIGN TO 'PR1CAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REG-TOTALS-FILE
               ASSIGN TO 'PR1PTOT.TXT'
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
            SELECT OPTIONAL LEDGER-FILE
               ASSIGN TO 'PR1LDGR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LDG-KEY
               ALTERNATE RECORD KEY IS LDG-PAY-DATE
                  WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.
            SELECT OPTIONAL PAY-RUN-FILE
               ASSIGN TO 'PR1PRUN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRH-PAY-DATE
               FILE STATUS IS WS-PRUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD WAREHOUSE-FILE
          RECORD CONTAINS 40 CHARACTERS.
          05 CAL-TYPE         PIC X(1).
          05 FILLER           PIC X(7).

       FD REG-TOTALS-FILE
          RECORD CONTAINS 60 CHARACTERS.

       01 REG-TOTALS-RECORD.
          05 PTOT-PAY-DATE    PIC 9(8).
          05 PTOT-PAID-COUNT  PIC 9(6).
          05 PTOT-GROSS       PIC 9(9)V99.
          05 PTOT-COST        PIC 9(9)V99.
          05 PTOT-NET         PIC 9(9)V99.
          05 FILLER           PIC X(13).

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

       FD LEDGER-FILE
          RECORD CONTAINS 150 CHARACTERS.

       01 LEDGER-RECORD.
           COPY LDGREC.

       FD PAY-RUN-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 PAY-RUN-RECORD.
           COPY PRUNREC.

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 WS-DED-STATUS          PIC X(2) VALUE '00'.
           05 WS-YTD-STATUS          PIC X(2) VALUE '00'.
           05 WS-LEAVE-STATUS        PIC X(2) VALUE '00'.
           05 WS-BANK-STATUS         PIC X(2) VALUE '00'.
           05 WS-LEDGER-STATUS       PIC X(2) VALUE '00'.
           05 WS-PRUN-STATUS         PIC X(2) VALUE '00'.
           05 WS-PRUN-FOUND-SW       PIC X(1) VALUE 'N'.
              88 WS-PRUN-ON-FILE            VALUE 'Y'.
           05 WS-RUN-DATE-8          PIC 9(8).
           05 WS-PAY-DATE-8          PIC 9(8).
           05 WS-PAY-DATE-R REDEFINES WS-PAY-DATE-8.
           05 WS-TOTAL-DED         PIC S9(5)V99.
           05 WS-NET-PAY           PIC S9(5)V99.

      *********     DEPOSIT ROUTING FIELDS     ************************
      *    A NONBLANK CHECK REASON MEANS THE NET PAY GOES OUT AS A
      *    PAPER CHECK THIS PERIOD INSTEAD OF A DEPOSIT.
       01 WS-PAYMENT-FIELDS.
           05 WS-BANK-FOUND-SW     PIC X(1)  VALUE 'N'.
              88 WS-BANK-FOUND              VALUE 'Y'.
           05 WS-CHECK-REASON      PIC X(30) VALUE SPACES.
           05 WS-SPLIT-PAY         PIC S9(5)V99.
           05 WS-PRIMARY-PAY       PIC S9(5)V99.

      *    ONE DEDUCTION SLOT AT A TIME IS MOVED HERE SO THE SAME
      *    CALCULATION PARAGRAPH COVERS ALL THREE SLOTS.
       01 WS-SLOT-CALC-FIELDS.
           05 WS-SLOT-STOP         PIC 9(8).
           05 WS-SLOT-RESULT       PIC S9(5)V99.

      *********     GARNISHMENT CASE TABLE     ************************
      *    THE EMPLOYEE'S OPEN CASES FROM PR1GARN.DAT (COPYLIB/
      *    GARNTBL.CPY, SHARED WITH FINALPAY).
           COPY GARNTBL.

      *********     RETRO PAY TABLE     *******************************
      *    THE RETRO FILE MASTMAINT WROTE IS LOADED HERE AT
      *    HOUSEKEEPING.  AN ENTRY IS MARKED USED WHEN ITS EMPLOYEE
              10 WS-RETRO-TBL-EFF  PIC 9(8).
              10 WS-RETRO-USED-SW  PIC X(1).

      *********     TIMECARD TABLE     ********************************
      *    THE CARDS TIMEEDIT PASSED ARE LOADED HERE AT HOUSEKEEPING,
      *    ONE PER EMPLOYEE.  A FILE THAT OVERFLOWS THE TABLE STOPS
      *    THE RUN -- PAYING PART OF THE PERIOD'S HOURS AND DROPPING
      *    THE REST WOULD BE WORSE THAN NOT PAYING TONIGHT.
       01 WS-TIMECARD-TABLE.
           05 WS-TC-COUNT          PIC 9(4) VALUE ZERO.
           05 WS-TC-ENTRY OCCURS 2000 TIMES.
              10 WS-TC-TBL-EMP-ID  PIC X(5).
              10 WS-TC-TBL-REG     PIC 9(3)V99.
              10 WS-TC-TBL-OT      PIC 9(3)V99.
              10 WS-TC-TBL-HOL     PIC 9(3)V99.
              10 WS-TC-TBL-VAC     PIC 9(3)V99.
              10 WS-TC-TBL-SICK    PIC 9(3)V99.

      *    THE CARD FOR THE EMPLOYEE BEING PAID, OR ZERO HOURS WHEN
      *    THEY HAVE NONE.  OVERTIME IS PAID AT TIME AND A HALF.
       01 WS-HOURLY-PAY-FIELDS.
           05 WS-OT-FACTOR         PIC 9V9  VALUE 1.5.
           05 WS-TC-SUB            PIC 9(4) VALUE ZERO.
           05 WS-TC-FOUND-SW       PIC X(1) VALUE 'N'.
              88 WS-TC-FOUND                VALUE 'Y'.
           05 WS-TC-REG-HOURS      PIC 9(3)V99 VALUE ZERO.
           05 WS-TC-OT-HOURS       PIC 9(3)V99 VALUE ZERO.
           05 WS-TC-HOL-HOURS      PIC 9(3)V99 VALUE ZERO.
           05 WS-TC-VAC-HOURS      PIC 9(3)V99 VALUE ZERO.
           05 WS-TC-SICK-HOURS     PIC 9(3)V99 VALUE ZERO.

      *********     FINAL PAY CASE TABLE     **************************
      *    WHEN A PAY DATE IS RUN AGAIN AFTER PAYREV, FINALPAY MAY
      *    ALREADY HAVE TAKEN ITS LEAVERS' CASES FOR THAT DATE.
      *    PAYREV LEAVES FINAL PAY ALONE, SO THOSE ROWS ARE HELD HERE
      *    AND WRITTEN BACK WHEN PR1GPAY.TXT IS STARTED AFRESH.  A
      *    FILE THAT OVERFLOWS THE TABLE STOPS THE RUN BEFORE THE
      *    FILE IS TOUCHED, AS THE RETRO TABLE DOES.
       01 WS-FINAL-GPAY-TABLE.
           05 WS-FGP-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-FGP-SUB           PIC 9(3) VALUE ZERO.
           05 WS-FGP-ENTRY OCCURS 200 TIMES
                                   PIC X(80).

       01 WS-RETRO-WORK-FIELDS.
           05 WS-RETRO-SUB         PIC 9(3) VALUE ZERO.
           05 WS-RETRO-AMT         PIC 9(6)V99 VALUE ZERO.
           05 GROSS-TOTAL          PIC S9999999V99 VALUE ZERO.
           05 COST-TOTAL           PIC S9999999V99 VALUE ZERO.
           05 NET-TOTAL            PIC S9999999V99 VALUE ZERO.
           05 CHECK-TOTAL          PIC S9999999V99 VALUE ZERO.
           05 PAID-COUNT           PIC 9(6)        VALUE ZERO.

      *********     YTD CONTROL TOTALS     ****************************
      *    THE GROSS AND BURDEN POSTED TO PR1YTD.DAT ARE ACCUMULATED
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

       01 WAREHOUSE-HEADER-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(10)   VALUE 'WAREHOUSE '.
          05                  PIC X(8)    VALUE 'NET PAY:'.
          05 NT-TOTL-NET      PIC $9999999.99.

       01 CHECK-TOTAL-LINE.
          05                  PIC X(17)   VALUE SPACES.
          05                  PIC X(8)    VALUE 'CHECKS: '.
          05 CK-TOTL-CHECK    PIC $9999999.99.

       PROCEDURE DIVISION.

       10-MAIN-MODULE.
            PERFORM 59-BUILD-WAREHOUSE-TOTAL
         END-IF
         PERFORM 55-BUILD-TOTAL
         PERFORM 70-WRITE-REGISTER-TOTALS
         PERFORM 53-UPDATE-YTD-CONTROL
         PERFORM 54-REWRITE-RETRO-FILE
         PERFORM 23-RECORD-PAY-RUN
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
               PAY-RUN-FILE
         GOBACK
         .

         END-IF
         CLOSE EMPLOYEE-MASTER
         PERFORM 17-LOAD-WAREHOUSE-TABLE
      *    THE PAY DATE IS SETTLED AND CHECKED AGAINST THE PAY RUN
      *    HISTORY BEFORE ANY OUTPUT IS OPENED, SO A REFUSED RERUN
      *    LEAVES LAST NIGHT'S DEPOSIT EXTRACT AND REGISTER AS THEY
      *    WERE.
         ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
         PERFORM 19-GET-PAY-DATE
         PERFORM 22-CHECK-PAY-RUN
         PERFORM 24-LOAD-FINAL-GARN-PAYS
         OPEN OUTPUT REPORT-FILE
         OPEN OUTPUT DEPOSIT-FILE
         OPEN OUTPUT CHECK-FILE
      *    NO BANK ACCOUNT MASTER YET MEANS NOBODY HAS AN ACCOUNT ON
      *    FILE -- EVERYONE IS PAID BY CHECK, NOT AN ERROR.
         OPEN I-O BANK-ACCOUNT-FILE
         IF WS-BANK-STATUS = '35'
            OPEN OUTPUT BANK-ACCOUNT-FILE
            CLOSE BANK-ACCOUNT-FILE
            OPEN I-O BANK-ACCOUNT-FILE
         END-IF
      *    THE DEDUCTION MASTER IS OPTIONAL ON PURPOSE -- UNTIL A
      *    WAREHOUSE'S DEDUCTIONS ARE KEYED UP ITS EMPLOYEES HAVE NO
      *    RECORD HERE AND PAY OUT AT GROSS, SO A MISSING PR1DED.DAT
      *    IS A VALID PHASE-IN STATE, NOT AN ERROR.
         OPEN INPUT DEDUCT-FILE
         PERFORM 18-LOAD-RETRO-TABLE
         PERFORM 21-LOAD-TIMECARD-TABLE
         OPEN I-O LEAVE-FILE
         IF WS-LEAVE-STATUS = '35'
      *    LEAVE BALANCE FILE DOES NOT EXIST YET -- FIRST ACCRUAL
            CLOSE YTD-FILE
            OPEN I-O YTD-FILE
         END-IF
      *    NO GARNISHMENT CASE FILE YET MEANS NOBODY HAS A CASE --
      *    THE DEDUCTION MASTER'S SLOTS ARE TAKEN AS BEFORE.
         OPEN I-O GARNISH-FILE
         IF WS-GARN-STATUS = '35'
            OPEN OUTPUT GARNISH-FILE
            CLOSE GARNISH-FILE
            OPEN I-O GARNISH-FILE
         END-IF
         OPEN OUTPUT GARN-PAY-FILE
         PERFORM 25-WRITE-FINAL-GARN-PAY
            VARYING WS-FGP-SUB FROM 1 BY 1
            UNTIL WS-FGP-SUB > WS-FGP-COUNT
         OPEN I-O LEDGER-FILE
         IF WS-LEDGER-STATUS = '35'
      *    PAY LEDGER DOES NOT EXIST YET -- FIRST RUN SINCE IT WAS
      *    INTRODUCED.  CREATE IT, THEN RE-OPEN I-O.
            OPEN OUTPUT LEDGER-FILE
            CLOSE LEDGER-FILE
            OPEN I-O LEDGER-FILE
         END-IF
         ACCEPT H1-DATE FROM DATE YYYYMMDD
         PERFORM 52-READ-YTD-CONTROL
         MOVE 1 TO WS-PAGE-NUM
         MOVE WS-PAGE-NUM TO H1-PAGE-NO
          END-IF
          .

       22-CHECK-PAY-RUN.
      *    A PAY DATE ON THE HISTORY AS POSTED HAS ALREADY GONE TO
      *    YTD, THE CONTROL TOTALS, LEAVE AND THE BANK -- IT STOPS
      *    THE RUN HERE.  ONE MARKED REVERSED WAS BACKED OUT BY
      *    PAYREV AND MAY BE RUN AGAIN.  NO HISTORY FILE YET IS THE
      *    FIRST RUN SINCE IT WAS INTRODUCED.
         OPEN I-O PAY-RUN-FILE
         IF WS-PRUN-STATUS = '35'
            OPEN OUTPUT PAY-RUN-FILE
            CLOSE PAY-RUN-FILE
            OPEN I-O PAY-RUN-FILE
         END-IF
         MOVE 'N' TO WS-PRUN-FOUND-SW
         MOVE WS-PAY-DATE-8 TO PRH-PAY-DATE
         READ PAY-RUN-FILE
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               MOVE 'Y' TO WS-PRUN-FOUND-SW
         END-READ
         IF WS-PRUN-ON-FILE
            AND PRH-RUN-POSTED
            DISPLAY 'PAYREG - PAY DATE ' WS-PAY-DATE-8
               ' ALREADY POSTED ON ' PRH-POSTED-DATE
            DISPLAY 'PAYREG - RUN REFUSED.  REVERSE IT WITH PAYREV '
               'BEFORE RUNNING THE PAY DATE AGAIN'
            CLOSE PAY-RUN-FILE
            STOP RUN
         END-IF
         .

       23-RECORD-PAY-RUN.
      *    WRITTEN ONLY ONCE EVERYTHING ELSE HAS POSTED, WITH THE
      *    GRAND TOTALS PAYREV WILL PROVE A REVERSAL AGAINST.  A PAY
      *    DATE RUN AGAIN AFTER A REVERSAL REPLACES ITS OLD RECORD.
         MOVE SPACES TO PAY-RUN-RECORD
         MOVE WS-PAY-DATE-8 TO PRH-PAY-DATE
         MOVE 'C' TO PRH-STATUS
         MOVE WS-RUN-DATE-8 TO PRH-POSTED-DATE
         MOVE PAID-COUNT TO PRH-PAID-COUNT
         MOVE GROSS-TOTAL TO PRH-GROSS
         COMPUTE PRH-BURDEN = COST-TOTAL - GROSS-TOTAL
         MOVE NET-TOTAL TO PRH-NET
         MOVE ZERO TO PRH-REVERSED-DATE
         IF WS-PRUN-ON-FILE
            REWRITE PAY-RUN-RECORD
               INVALID KEY
                  DISPLAY 'PAYREG - PAY RUN HISTORY REWRITE FAILED, '
                     'STATUS ' WS-PRUN-STATUS
                  STOP RUN
            END-REWRITE
         ELSE
            WRITE PAY-RUN-RECORD
               INVALID KEY
                  DISPLAY 'PAYREG - PAY RUN HISTORY WRITE FAILED, '
                     'STATUS ' WS-PRUN-STATUS
                  STOP RUN
            END-WRITE
         END-IF
         .

       24-LOAD-FINAL-GARN-PAYS.
      *    ONLY FINAL PAY ROWS FOR THIS PAY DATE ARE KEPT -- THE
      *    REGULAR ROWS OF A REVERSED RUN ARE TAKEN AGAIN TONIGHT,
      *    AND ANY EARLIER PAY DATE HAS ALREADY BEEN REMITTED.  NO
      *    FILE IS THE FIRST RUN, NOT AN ERROR.
         OPEN INPUT GARN-PAY-FILE
         MOVE ZERO TO WS-FGP-COUNT
         MOVE 'YES' TO ARE-THERE-MORE-RECORDS
         PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
            READ GARN-PAY-FILE
               AT END
                  MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                  IF GP-PAY-DATE = WS-PAY-DATE-8
                     AND GP-RUN-TYPE = 'F'
                     IF WS-FGP-COUNT < 200
                        ADD 1 TO WS-FGP-COUNT
                        MOVE GARN-PAY-RECORD
                           TO WS-FGP-ENTRY (WS-FGP-COUNT)
                     ELSE
                        DISPLAY 'PAYREG - FINAL PAY CASE TABLE FULL, '
                           'PR1GPAY.TXT LEFT UNTOUCHED, RUN HALTED'
                        STOP RUN
                     END-IF
                  END-IF
            END-READ
         END-PERFORM
         CLOSE GARN-PAY-FILE
         MOVE 'YES' TO ARE-THERE-MORE-RECORDS
         .

       25-WRITE-FINAL-GARN-PAY.
         MOVE WS-FGP-ENTRY (WS-FGP-SUB) TO GARN-PAY-RECORD
         WRITE GARN-PAY-RECORD
         .

       18-LOAD-RETRO-TABLE.
      *    THE RETRO FILE IS OPTIONAL ON PURPOSE -- MOST PAY PERIODS
      *    NOBODY HAS A BACK-DATED RAISE AND THE FILE IS ABSENT OR
         MOVE 'YES' TO ARE-THERE-MORE-RECORDS
         .

       21-LOAD-TIMECARD-TABLE.
      *    NO EDITED TIMECARD FILE IS A PAYROLL WITH NO HOURLY STAFF,
      *    WHICH IS NOT AN ERROR -- ANY HOURLY EMPLOYEE IS FLAGGED
      *    ON THE REGISTER AS HAVING NO CARD.
         OPEN INPUT TIMECARD-FILE
         MOVE ZERO TO WS-TC-COUNT
         MOVE 'YES' TO ARE-THERE-MORE-RECORDS
         PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
            READ TIMECARD-FILE
               AT END
                  MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                  IF WS-TC-COUNT < 2000
                     ADD 1 TO WS-TC-COUNT
                     MOVE TC-EMPLOYEE-ID
                        TO WS-TC-TBL-EMP-ID (WS-TC-COUNT)
                     MOVE TC-REG-HOURS TO WS-TC-TBL-REG (WS-TC-COUNT)
                     MOVE TC-OT-HOURS TO WS-TC-TBL-OT (WS-TC-COUNT)
                     MOVE TC-HOL-HOURS TO WS-TC-TBL-HOL (WS-TC-COUNT)
                     MOVE TC-VAC-HOURS TO WS-TC-TBL-VAC (WS-TC-COUNT)
                     MOVE TC-SICK-HOURS
                        TO WS-TC-TBL-SICK (WS-TC-COUNT)
                  ELSE
                     DISPLAY 'PAYREG - TIMECARD TABLE FULL, '
                        'RUN HALTED'
                     STOP RUN
                  END-IF
            END-READ
         END-PERFORM
         CLOSE TIMECARD-FILE
         MOVE 'YES' TO ARE-THERE-MORE-RECORDS
         .

       20-HEADER-ROUTINE.
         WRITE REPORT-RECORD FROM HEADING-ONE
            AFTER ADVANCING PAGE
          END-IF
          MOVE WAREHOUSE-ID TO WS-PREV-WHOUSE
          MOVE 'N' TO WS-FIRST-RECORD
          PERFORM 41-FIND-TIMECARD
          IF PAY-IS-HOURLY
             PERFORM 42-COMPUTE-HOURLY-GROSS
          ELSE
             COMPUTE WS-PERIOD-GROSS ROUNDED =
                CUR-SAL / WS-PERIODS-PER-YEAR
          END-IF
          PERFORM 43-APPLY-RETRO-PAY
          COMPUTE WS-TAX-BURDEN ROUNDED =
             WS-PERIOD-GROSS * WS-PAYROLL-TAX-RATE
             MOVE 1 TO PROPER-SPACING
             PERFORM 35-WRITE-A-LINE
          END-IF
          PERFORM 78-WRITE-HOURS-LINE
          PERFORM 46-COMPUTE-DEDUCTIONS
          MOVE WS-TAX-DED TO DD-TAX-DED
          MOVE WS-BEN-DED TO DD-BEN-DED
          MOVE DEDUCTION-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          PERFORM 75-POST-GARNISH-CASES
          ADD WS-PERIOD-GROSS TO WH-GROSS-TOTAL
          ADD WS-TOTAL-COST TO WH-COST-TOTAL
          ADD WS-PERIOD-GROSS TO GROSS-TOTAL
          PERFORM 50-WRITE-DEPOSIT-RECORD
          PERFORM 51-POST-YTD-EARNINGS
          PERFORM 57-POST-LEAVE-ACCRUAL
          PERFORM 68-WRITE-LEDGER-RECORD
          .

       41-FIND-TIMECARD.
          MOVE 'N' TO WS-TC-FOUND-SW
          MOVE ZERO TO WS-TC-REG-HOURS
          MOVE ZERO TO WS-TC-OT-HOURS
          MOVE ZERO TO WS-TC-HOL-HOURS
          MOVE ZERO TO WS-TC-VAC-HOURS
          MOVE ZERO TO WS-TC-SICK-HOURS
          PERFORM 79-SCAN-TIMECARD-ENTRY
             VARYING WS-TC-SUB FROM 1 BY 1
             UNTIL WS-TC-SUB > WS-TC-COUNT
          .

       79-SCAN-TIMECARD-ENTRY.
          IF WS-TC-TBL-EMP-ID (WS-TC-SUB) = EMPLOYEE-ID
             MOVE 'Y' TO WS-TC-FOUND-SW
             MOVE WS-TC-TBL-REG (WS-TC-SUB) TO WS-TC-REG-HOURS
             MOVE WS-TC-TBL-OT (WS-TC-SUB) TO WS-TC-OT-HOURS
             MOVE WS-TC-TBL-HOL (WS-TC-SUB) TO WS-TC-HOL-HOURS
             MOVE WS-TC-TBL-VAC (WS-TC-SUB) TO WS-TC-VAC-HOURS
             MOVE WS-TC-TBL-SICK (WS-TC-SUB) TO WS-TC-SICK-HOURS
          END-IF
          .

       42-COMPUTE-HOURLY-GROSS.
      *   REGULAR, HOLIDAY AND PAID LEAVE HOURS AT THE RATE,
      *   OVERTIME AT TIME AND A HALF.  NO CARD IS ZERO HOURS.
          COMPUTE WS-PERIOD-GROSS ROUNDED =
             (HOURLY-RATE * (WS-TC-REG-HOURS + WS-TC-HOL-HOURS
                             + WS-TC-VAC-HOURS + WS-TC-SICK-HOURS))
             + (HOURLY-RATE * WS-OT-FACTOR * WS-TC-OT-HOURS)
          .

       78-WRITE-HOURS-LINE.
      *   THE HOURS PRINT UNDER EVERY EMPLOYEE WITH A CARD -- FOR A
      *   SALARIED EMPLOYEE THEY ARE ONLY THE LEAVE TAKEN, SO NO
      *   RATE IS SHOWN.  AN HOURLY EMPLOYEE WITH NO CARD IS
      *   FLAGGED, SINCE THEY HAVE JUST BEEN PAID NOTHING FOR HOURS.
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

       43-APPLY-RETRO-PAY.
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
      *   THE CAP IS TAKEN OUT OF THE SLOTS THEMSELVES SO THE
      *   AMOUNTS PRINTED AND LEDGERED ARE WHAT WAS REALLY TAKEN.
      *   THE GARNISHMENT GIVES WAY FIRST, THEN THE BENEFIT
      *   PREMIUM -- TAX WITHHOLDING IS THE LAST THING SHORTED.
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
             DISPLAY 'PAYREG - GARNISHMENT TABLE FULL FOR '
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
                   DISPLAY 'PAYREG - GARNISHMENT CASE '
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
                   DISPLAY 'PAYREG - GARNISHMENT REWRITE FAILED FOR '
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
             MOVE 'R' TO GP-RUN-TYPE
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
      *   LESS THE DEDUCTIONS ON THE DEDUCTION MASTER -- SO THE
      *   DEPOSIT GOES TO THE BANK AS KEYED, NOT HAND-ADJUSTED.
      *   AN EMPLOYEE WITH NO DEDUCTION RECORD NETS AT GROSS.
      *   ONLY A LIVE ACCOUNT IS DEPOSITED TO.  A PRENOTE SENT ON
      *   AN EARLIER PAY DATE THAT THE BANK HAS NOT RETURNED SINCE
      *   HAS CLEARED, AND THE ACCOUNT GOES LIVE HERE; ANYTHING
      *   ELSE IS PAID BY CHECK WITH THE REASON ON THE REGISTER.
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
                   PERFORM 63-SEND-PRENOTES
                   MOVE 'PRENOTE SENT THIS PAY DATE'
                      TO WS-CHECK-REASON
                WHEN BA-PRENOTE-SENT
                   IF BA-PRENOTE-DATE < WS-PAY-DATE-8
                      MOVE 'A' TO BA-PRENOTE-STATUS
                      PERFORM 64-REWRITE-BANK-ACCOUNT
                   ELSE
                      MOVE 'PRENOTE NOT YET CLEARED'
                         TO WS-CHECK-REASON
                   END-IF
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

       63-SEND-PRENOTES.
      *   ONE ZERO-DOLLAR PRENOTE PER ACCOUNT ON THE RECORD.  THE
      *   PAY DATE IT WENT OUT ON IS KEPT SO THE NEXT REGISTER CAN
      *   TELL THE BANK HAS HAD A WHOLE PAY CYCLE TO RETURN IT.
          PERFORM 67-START-BANK-ITEM
          MOVE 'P' TO BANK-TRAN-TYPE
          MOVE ZERO TO BANK-GROSS
          MOVE '1' TO BANK-ACCT-SEQ
          MOVE BA-ROUTING TO BANK-ROUTING
          MOVE BA-ACCOUNT TO BANK-ACCOUNT
          MOVE BA-ACCT-TYPE TO BANK-ACCT-TYPE
          WRITE DEPOSIT-RECORD
          IF BA-SPLIT-AMT > ZERO
             MOVE '2' TO BANK-ACCT-SEQ
             MOVE BA-ROUTING-2 TO BANK-ROUTING
             MOVE BA-ACCOUNT-2 TO BANK-ACCOUNT
             MOVE BA-ACCT-TYPE-2 TO BANK-ACCT-TYPE
             WRITE DEPOSIT-RECORD
          END-IF
          MOVE 'S' TO BA-PRENOTE-STATUS
          MOVE WS-PAY-DATE-8 TO BA-PRENOTE-DATE
          PERFORM 64-REWRITE-BANK-ACCOUNT
          .

       64-REWRITE-BANK-ACCOUNT.
          REWRITE BANK-ACCOUNT-RECORD
             INVALID KEY
                DISPLAY 'PAYREG - BANK ACCOUNT REWRITE FAILED FOR '
                   EMPLOYEE-ID ', STATUS ' WS-BANK-STATUS
                STOP RUN
          END-REWRITE
          .

       65-WRITE-LIVE-DEPOSITS.
      *   THE SPLIT AMOUNT GOES TO THE SECOND ACCOUNT FIRST, NEVER
      *   MORE THAN THE NET, AND THE PRIMARY TAKES WHAT IS LEFT.  A
      *   PRIMARY SHARE OF ZERO (THE WHOLE NET WENT TO THE SPLIT)
      *   IS NOT SENT -- BUT AN UNSPLIT ZERO NET STILL IS, AS IT
      *   ALWAYS WAS, SO EVERY EMPLOYEE PAID SHOWS ON THE EXTRACT.
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
          MOVE NET-TOTAL-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE CHECK-TOTAL TO CK-TOTL-CHECK
          MOVE CHECK-TOTAL-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          .

       57-POST-LEAVE-ACCRUAL.
      *   AND SICK HOURS AT THE RATES FOR THEIR POSITION -- A
      *   POSITION WITHOUT AN ENTRY IN THE RATE TABLE ACCRUES AT
      *   THE DEFAULTS, SO NOBODY ACCRUES NOTHING BY ACCIDENT.
      *   THE VACATION AND SICK HOURS ON THE EMPLOYEE'S TIMECARD
      *   ARE POSTED AS TAKEN IN THE SAME WRITE OR REWRITE.
          MOVE EMPOLYEE-POS TO WS-LV-LOOKUP-POS
          PERFORM 58-LOOKUP-LEAVE-RATE
          MOVE EMPLOYEE-ID TO LV-EMPLOYEE-ID
                MOVE ZERO TO LV-SICK-TAKEN
                ADD WS-LV-VAC-OUT TO LV-VAC-ACCRUED
                ADD WS-LV-SICK-OUT TO LV-SICK-ACCRUED
                ADD WS-TC-VAC-HOURS TO LV-VAC-TAKEN
                ADD WS-TC-SICK-HOURS TO LV-SICK-TAKEN
                WRITE LEAVE-RECORD
                   INVALID KEY
                      DISPLAY 'PAYREG - LEAVE WRITE FAILED FOR '
             NOT INVALID KEY
                ADD WS-LV-VAC-OUT TO LV-VAC-ACCRUED
                ADD WS-LV-SICK-OUT TO LV-SICK-ACCRUED
                ADD WS-TC-VAC-HOURS TO LV-VAC-TAKEN
                ADD WS-TC-SICK-HOURS TO LV-SICK-TAKEN
                REWRITE LEAVE-RECORD
                   INVALID KEY
                      DISPLAY 'PAYREG - LEAVE REWRITE FAILED FOR '
          END-READ
          .

       68-WRITE-LEDGER-RECORD.
      *   ONE PERMANENT RECORD PER EMPLOYEE PAID.  A PAY DATE CAN
      *   ONLY BE RUN AGAIN AFTER PAYREV HAS DELETED ITS ENTRIES,
      *   BUT A KEY FOUND ALREADY THERE IS STILL REPLACED WITH WHAT
      *   THIS RUN PAID, SO THE LEDGER NEVER HOLDS TWO ENTRIES FOR
      *   ONE PAYMENT.
          MOVE SPACES TO LEDGER-RECORD
          MOVE EMPLOYEE-ID TO LDG-EMPLOYEE-ID
          MOVE WS-PAY-DATE-8 TO LDG-PAY-DATE
          MOVE 'R' TO LDG-RUN-TYPE
          MOVE WAREHOUSE-ID TO LDG-WAREHOUSE-ID
          MOVE EMPOLYEE-POS TO LDG-POSITION
          COMPUTE LDG-REG-GROSS = WS-PERIOD-GROSS - WS-RETRO-AMT
          MOVE WS-RETRO-AMT TO LDG-RETRO-AMT
          MOVE WS-RETRO-EFF TO LDG-RETRO-EFF
          MOVE ZERO TO LDG-VAC-PAYOUT
          MOVE WS-PERIOD-GROSS TO LDG-GROSS
          MOVE WS-TOTAL-BURDEN TO LDG-BURDEN
          MOVE WS-TAX-BURDEN TO LDG-TAX-BURDEN
          MOVE WS-BENEFITS-BURDEN TO LDG-BEN-BURDEN
          MOVE WS-TAX-DED TO LDG-TAX-DED
          MOVE WS-BEN-DED TO LDG-BEN-DED
          MOVE WS-GAR-DED TO LDG-GAR-DED
          MOVE WS-NET-PAY TO LDG-NET-PAY
          MOVE WS-LV-VAC-OUT TO LDG-VAC-ACCRUED
          MOVE WS-LV-SICK-OUT TO LDG-SICK-ACCRUED
          MOVE WS-TC-REG-HOURS TO LDG-REG-HOURS
          MOVE WS-TC-OT-HOURS TO LDG-OT-HOURS
          MOVE WS-TC-HOL-HOURS TO LDG-HOL-HOURS
          MOVE WS-TC-VAC-HOURS TO LDG-VAC-TAKEN
          MOVE WS-TC-SICK-HOURS TO LDG-SICK-TAKEN
          WRITE LEDGER-RECORD
             INVALID KEY
                REWRITE LEDGER-RECORD
                   INVALID KEY
                      DISPLAY 'PAYREG - LEDGER WRITE FAILED FOR '
                         EMPLOYEE-ID ', STATUS ' WS-LEDGER-STATUS
                      STOP RUN
                END-REWRITE
          END-WRITE
          ADD 1 TO PAID-COUNT
          .

       70-WRITE-REGISTER-TOTALS.
      *   ONE RECORD, REWRITTEN EVERY RUN -- THE GRAND TOTALS JUST
      *   PRINTED, FOR GLJRNL TO PROVE THE R ENTRIES AGAINST.
          OPEN OUTPUT REG-TOTALS-FILE
          MOVE SPACES TO REG-TOTALS-RECORD
          MOVE WS-PAY-DATE-8 TO PTOT-PAY-DATE
          MOVE PAID-COUNT TO PTOT-PAID-COUNT
          MOVE GROSS-TOTAL TO PTOT-GROSS
          MOVE COST-TOTAL TO PTOT-COST
          MOVE NET-TOTAL TO PTOT-NET
          WRITE REG-TOTALS-RECORD
          CLOSE REG-TOTALS-FILE
          .

       58-LOOKUP-LEAVE-RATE.
          MOVE WS-LV-DEFAULT-VAC TO WS-LV-VAC-OUT
          MOVE WS-LV-DEFAULT-SICK TO WS-LV-SICK-OUT
