       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.
       AUTHOR. M BARRETT.
      ***************************************************************
      * This program builds the general ledger journal for a pay
      * run.  It runs in the pay stream after PAYREG and FINALPAY,
      * reads the pay ledger entries both of them just wrote for
      * the pay date (PR1LDGR.DAT) -- the regular R entries and the
      * final-pay F entries alike -- and writes a journal file
      * accounting loads into the general ledger, instead of
      * re-keying the two registers by hand.  A final pay's gross
      * (the days owed and the vacation paid out) is salary expense
      * like any other pay.
      *
      * Debits are the salary expense and the employer payroll tax
      * and benefits burden (the BRDNRATE figures PAYREG applied),
      * one line per account per warehouse -- the warehouse is the
      * cost center -- with the warehouse's region (WHSE-REGION)
      * carried on every line.  Credits are the net pay cash, the
      * tax withholding, benefit premium and garnishment payables
      * (the deduction slots actually taken) and the employer tax
      * and benefits burden accrued, one line per account.
      *
      * A printed journal proof lists the debits by warehouse with
      * region subtotals, the credits, and proves, BALANCE style:
      *   1. total debits against total credits;
      *   2. R salary expense against the register's gross total;
      *   3. R salary plus burden against the register's cost total;
      *   4. R net pay cash against the register's net total;
      *   5. R ledger entries against the employees the register
      *      paid;
      *   6-9. the same four for the F entries against the final-
      *      pay register's totals.
      * The register totals come from PR1PTOT.TXT, which PAYREG
      * writes at end of job, so the pay date proved is the one
      * PAYREG just ran.  The final-pay totals come from PR1FTOT.TXT,
      * which FINALPAY writes the same way; if it holds another pay
      * date (or is missing) FINALPAY has not run for this one, no
      * F entries are expected, and any found put the journal out
      * of balance.  An OUT OF BALANCE verdict empties the journal
      * file, so nothing unproved can be posted, and stops the
      * stream with the step left incomplete for the rerun.
      ********
      * INPUT:
      *     PR1PTOT.TXT - PAYREG's register totals for the pay date.
      *     PR1FTOT.TXT - FINALPAY's register totals, same layout.
      *     PR1LDGR.DAT - the pay ledger, see LDGREC copybook.
      *     PR1WHSE.DAT - the warehouse reference master, for each
      *                   warehouse's region and name.
      * *******
      * OUTPUT:
      *     PR1GLJ.TXT  - the GL journal: pay date, account, cost
      *                   center, region, D or C, amount and a
      *                   description, fixed columns, no headings.
      *     PRGLPRF.TXT - the printed journal proof, ending with a
      *                   clear IN BALANCE / OUT OF BALANCE verdict.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT REG-TOTALS-FILE
               ASSIGN TO 'PR1PTOT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTOT-STATUS.
            SELECT OPTIONAL FINAL-TOTALS-FILE
               ASSIGN TO 'PR1FTOT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FTOT-STATUS.
            SELECT LEDGER-FILE
               ASSIGN TO 'PR1LDGR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               ALTERNATE RECORD KEY IS LDG-PAY-DATE
                  WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.
            SELECT WAREHOUSE-FILE
               ASSIGN TO 'PR1WHSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WHSE-ID
               FILE STATUS IS WS-WHSE-STATUS.
            SELECT JOURNAL-FILE
               ASSIGN TO 'PR1GLJ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REPORT-FILE
               ASSIGN TO PRINTER 'PRGLPRF.TXT'.
            SELECT SORT-WORK-FILE
               ASSIGN TO 'SRTWORK5'.

       DATA DIVISION.
       FILE SECTION.

       FD REG-TOTALS-FILE
          RECORD CONTAINS 60 CHARACTERS.

       01 REG-TOTALS-RECORD.
          05 PTOT-PAY-DATE    PIC 9(8).
          05 PTOT-PAID-COUNT  PIC 9(6).
          05 PTOT-GROSS       PIC 9(9)V99.
          05 PTOT-COST        PIC 9(9)V99.
          05 PTOT-NET         PIC 9(9)V99.
          05 FILLER           PIC X(13).

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

       FD WAREHOUSE-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 WAREHOUSE-RECORD.
           COPY WHSEREC.

       FD JOURNAL-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 JOURNAL-RECORD.
          05 GL-PAY-DATE      PIC 9(8).
          05 GL-ACCOUNT       PIC X(6).
          05 GL-COST-CENTER   PIC X(4).
          05 GL-REGION        PIC X(10).
          05 GL-DR-CR         PIC X(1).
             88 GL-IS-DEBIT            VALUE 'D'.
             88 GL-IS-CREDIT           VALUE 'C'.
          05 GL-AMOUNT        PIC 9(9)V99.
          05 GL-DESCRIPTION   PIC X(30).
          05 FILLER           PIC X(10).

       FD REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 REPORT-RECORD   PIC X(80).

       SD SORT-WORK-FILE.

       01 SORT-WORK-RECORD.
          05 SW-REGION        PIC X(10).
          05 SW-WAREHOUSE-ID  PIC X(4).
          05 SW-RUN-TYPE      PIC X(1).
             88 SW-FINAL-PAY           VALUE 'F'.
          05 SW-GROSS         PIC 9(6)V99.
          05 SW-TAX-BURDEN    PIC 9(6)V99.
          05 SW-BEN-BURDEN    PIC 9(6)V99.
          05 SW-TAX-DED       PIC 9(5)V99.
          05 SW-BEN-DED       PIC 9(5)V99.
          05 SW-GAR-DED       PIC 9(5)V99.
          05 SW-NET-PAY       PIC 9(6)V99.

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05 WS-PTOT-STATUS         PIC X(2) VALUE '00'.
           05 WS-FTOT-STATUS         PIC X(2) VALUE '00'.
           05 WS-LEDGER-STATUS       PIC X(2) VALUE '00'.
           05 WS-PAY-DATE-8          PIC 9(8) VALUE ZERO.
           05 WS-FTOT-FOUND-SW       PIC X(1) VALUE 'N'.
              88 WS-FTOT-FOUND                VALUE 'Y'.

      *    WHAT EACH REGISTER SAYS IT PAID -- PR1PTOT.TXT FOR THE R
      *    ENTRIES, PR1FTOT.TXT FOR THE F ENTRIES (ZERO WHEN FINALPAY
      *    HAS NOT RUN FOR THIS PAY DATE).
       01 WS-EXPECTED-FIELDS.
           05 EX-REG-COUNT        PIC 9(6)    VALUE ZERO.
           05 EX-REG-GROSS        PIC 9(9)V99 VALUE ZERO.
           05 EX-REG-COST         PIC 9(9)V99 VALUE ZERO.
           05 EX-REG-NET          PIC 9(9)V99 VALUE ZERO.
           05 EX-FIN-COUNT        PIC 9(6)    VALUE ZERO.
           05 EX-FIN-GROSS        PIC 9(9)V99 VALUE ZERO.
           05 EX-FIN-COST         PIC 9(9)V99 VALUE ZERO.
           05 EX-FIN-NET          PIC 9(9)V99 VALUE ZERO.

      *    WHAT WAS JOURNALED FOR EACH RUN TYPE, TAKEN AS THE SORTED
      *    ENTRIES ARE POSTED.
       01 WS-RUN-TYPE-FIELDS.
           05 RT-REG-COUNT        PIC 9(6)    VALUE ZERO.
           05 RT-REG-SALARY       PIC 9(9)V99 VALUE ZERO.
           05 RT-REG-COST         PIC 9(9)V99 VALUE ZERO.
           05 RT-REG-NET          PIC 9(9)V99 VALUE ZERO.
           05 RT-FIN-COUNT        PIC 9(6)    VALUE ZERO.
           05 RT-FIN-SALARY       PIC 9(9)V99 VALUE ZERO.
           05 RT-FIN-COST         PIC 9(9)V99 VALUE ZERO.
           05 RT-FIN-NET          PIC 9(9)V99 VALUE ZERO.

      *    THE GENERAL LEDGER ACCOUNTS THE JOURNAL POSTS TO.  CHANGE
      *    THEM HERE IF ACCOUNTING RENUMBERS THE CHART OF ACCOUNTS.
       01 WS-GL-ACCOUNTS.
           05 WS-ACCT-SALARY      PIC X(6)  VALUE '510000'.
           05 WS-ACCT-TAX-EXP     PIC X(6)  VALUE '512000'.
           05 WS-ACCT-BEN-EXP     PIC X(6)  VALUE '514000'.
           05 WS-ACCT-NET-CASH    PIC X(6)  VALUE '101000'.
           05 WS-ACCT-TAX-WH      PIC X(6)  VALUE '210000'.
           05 WS-ACCT-BEN-PAY     PIC X(6)  VALUE '212000'.
           05 WS-ACCT-GAR-PAY     PIC X(6)  VALUE '214000'.
           05 WS-ACCT-ER-TAX      PIC X(6)  VALUE '216000'.
           05 WS-ACCT-ER-BEN      PIC X(6)  VALUE '218000'.

       01 WS-CONTROL-BREAK-FIELDS.
           05  WS-FIRST-RECORD    PIC X(1)  VALUE 'Y'.
               88 FIRST-TIME-THRU          VALUE 'Y'.
           05  WS-PREV-WHOUSE     PIC X(4)  VALUE SPACES.
           05  WS-PREV-REGION     PIC X(10) VALUE SPACES.

       01 WAREHOUSE-SUBTOTAL-FIELDS.
           05 WH-SALARY           PIC 9(9)V99 VALUE ZERO.
           05 WH-TAX-BURDEN       PIC 9(9)V99 VALUE ZERO.
           05 WH-BEN-BURDEN       PIC 9(9)V99 VALUE ZERO.

       01 REGION-SUBTOTAL-FIELDS.
           05 RG-SALARY           PIC 9(9)V99 VALUE ZERO.
           05 RG-TAX-BURDEN       PIC 9(9)V99 VALUE ZERO.
           05 RG-BEN-BURDEN       PIC 9(9)V99 VALUE ZERO.

       01 TOTAL-FIELDS.
           05 TOT-SALARY          PIC 9(9)V99 VALUE ZERO.
           05 TOT-TAX-BURDEN      PIC 9(9)V99 VALUE ZERO.
           05 TOT-BEN-BURDEN      PIC 9(9)V99 VALUE ZERO.
           05 TOT-NET-PAY         PIC 9(9)V99 VALUE ZERO.
           05 TOT-TAX-DED         PIC 9(9)V99 VALUE ZERO.
           05 TOT-BEN-DED         PIC 9(9)V99 VALUE ZERO.
           05 TOT-GAR-DED         PIC 9(9)V99 VALUE ZERO.
           05 TOT-DEBITS          PIC 9(9)V99 VALUE ZERO.
           05 TOT-CREDITS         PIC 9(9)V99 VALUE ZERO.
           05 WS-DEBIT-LINE-TOTAL PIC 9(9)V99 VALUE ZERO.

       01 WS-VERDICT-FIELDS.
           05 WS-IN-BALANCE-SW    PIC X(1)  VALUE 'Y'.
              88 RUN-IS-IN-BALANCE         VALUE 'Y'.

      *********     WAREHOUSE REFERENCE TABLE     *********************
      *    LOADED FROM PR1WHSE.DAT AT HOUSEKEEPING (COPYLIB/
      *    WHSETBL.CPY, SHARED WITH PAYREG AND THE OTHER REPORTS) SO
      *    EACH COST CENTER CAN BE PUT UNDER ITS REGION.
           COPY WHSETBL.

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
          05                  PIC X(28)   VALUE SPACES.
          05                  PIC X(24)   VALUE
              'GL JOURNAL PROOF'.
          05                  PIC X(28)   VALUE SPACES.

       01 PAY-DATE-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(10)   VALUE 'PAY DATE: '.
          05 PD-PAY-DATE      PIC 9999/99/99.

       01 HEADING-THREE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(6)    VALUE 'WHSE'.
          05                  PIC X(12)   VALUE 'REGION'.
          05                  PIC X(15)   VALUE '         SALARY'.
          05                  PIC X(15)   VALUE '    PAYROLL TAX'.
          05                  PIC X(15)   VALUE '       BENEFITS'.
          05                  PIC X(15)   VALUE '    TOTAL DEBIT'.

       01 DETAIL-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05 DL-WHSE          PIC X(6).
          05 DL-REGION        PIC X(11).
          05 DL-SALARY        PIC ZZZ,ZZZ,ZZ9.99.
          05                  PIC X(1)    VALUE SPACE.
          05 DL-TAX-BURDEN    PIC ZZZ,ZZZ,ZZ9.99.
          05                  PIC X(1)    VALUE SPACE.
          05 DL-BEN-BURDEN    PIC ZZZ,ZZZ,ZZ9.99.
          05                  PIC X(1)    VALUE SPACE.
          05 DL-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.

       01 CREDIT-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 CL-ACCOUNT       PIC X(8).
          05 CL-DESCRIPTION   PIC X(31).
          05 CL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

       01 CHECK-TITLE-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05 CT-TITLE         PIC X(60).

       01 COUNT-CHECK-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(9)    VALUE 'EXPECTED '.
          05 CC-EXPECTED      PIC ZZZZZ9.
          05                  PIC X(9)    VALUE '  ACTUAL '.
          05 CC-ACTUAL        PIC ZZZZZ9.
          05                  PIC X(2)    VALUE SPACES.
          05 CC-FLAG          PIC X(12).

       01 AMOUNT-CHECK-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(9)    VALUE 'EXPECTED '.
          05 AC-EXPECTED      PIC ZZZZZZZZ9.99.
          05                  PIC X(9)    VALUE '  ACTUAL '.
          05 AC-ACTUAL        PIC ZZZZZZZZ9.99.
          05                  PIC X(2)    VALUE SPACES.
          05 AC-FLAG          PIC X(12).

       01 NOTE-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 NL-TEXT          PIC X(60).

       01 VERDICT-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(8)    VALUE 'VERDICT:'.
          05                  PIC X(2)    VALUE SPACES.
          05 VL-VERDICT       PIC X(14).

       PROCEDURE DIVISION.

       10-MAIN-MODULE.

         PERFORM 15-HOUSEKEEPING
         SORT SORT-WORK-FILE
             ON ASCENDING KEY SW-REGION
                              SW-WAREHOUSE-ID
             INPUT PROCEDURE IS 30-RELEASE-LEDGER-ENTRIES
             OUTPUT PROCEDURE IS 40-PROCESS-SORTED-FILE
         PERFORM 65-WRITE-CREDITS
         PERFORM 70-PROVE-JOURNAL
         PERFORM 80-WRITE-VERDICT
         CLOSE JOURNAL-FILE
               REPORT-FILE
         IF NOT RUN-IS-IN-BALANCE
            PERFORM 85-WITHDRAW-JOURNAL
            STOP RUN
         END-IF
         GOBACK
         .

       15-HOUSEKEEPING.
         OPEN INPUT REG-TOTALS-FILE
         IF WS-PTOT-STATUS NOT = '00'
            DISPLAY 'GLJRNL - PR1PTOT.TXT NOT FOUND, STATUS '
               WS-PTOT-STATUS
            STOP RUN
         END-IF
         READ REG-TOTALS-FILE
            AT END
               DISPLAY 'GLJRNL - PR1PTOT.TXT IS EMPTY'
               STOP RUN
         END-READ
         CLOSE REG-TOTALS-FILE
         MOVE PTOT-PAY-DATE TO WS-PAY-DATE-8
         MOVE PTOT-PAID-COUNT TO EX-REG-COUNT
         MOVE PTOT-GROSS TO EX-REG-GROSS
         MOVE PTOT-COST TO EX-REG-COST
         MOVE PTOT-NET TO EX-REG-NET
         PERFORM 16-READ-FINAL-TOTALS
         OPEN INPUT LEDGER-FILE
         IF WS-LEDGER-STATUS NOT = '00'
            DISPLAY 'GLJRNL - PR1LDGR.DAT NOT FOUND, STATUS '
               WS-LEDGER-STATUS
            STOP RUN
         END-IF
         CLOSE LEDGER-FILE
         PERFORM 17-LOAD-WAREHOUSE-TABLE
         OPEN OUTPUT JOURNAL-FILE
         OPEN OUTPUT REPORT-FILE
         ACCEPT H1-DATE FROM DATE YYYYMMDD
         MOVE ZERO TO H1-PAGE-NO
         PERFORM 20-HEADER-ROUTINE
         MOVE WS-PAY-DATE-8 TO PD-PAY-DATE
         MOVE PAY-DATE-LINE TO REPORT-RECORD
         MOVE 2 TO PROPER-SPACING
         PERFORM 35-WRITE-A-LINE
         MOVE HEADING-THREE TO REPORT-RECORD
         MOVE 2 TO PROPER-SPACING
         PERFORM 35-WRITE-A-LINE
         .

       16-READ-FINAL-TOTALS.
      *    ONLY FINALPAY'S TOTALS FOR THIS SAME PAY DATE COUNT.  ANY
      *    OTHER RECORD IS LEFT OVER FROM AN EARLIER PAY DATE, SO THE
      *    F EXPECTED TOTALS STAY ZERO.
         OPEN INPUT FINAL-TOTALS-FILE
         IF WS-FTOT-STATUS = '00'
            READ FINAL-TOTALS-FILE
               AT END
                  CONTINUE
               NOT AT END
                  IF FTOT-PAY-DATE = WS-PAY-DATE-8
                     MOVE 'Y' TO WS-FTOT-FOUND-SW
                     MOVE FTOT-PAID-COUNT TO EX-FIN-COUNT
                     MOVE FTOT-GROSS TO EX-FIN-GROSS
                     MOVE FTOT-COST TO EX-FIN-COST
                     MOVE FTOT-NET TO EX-FIN-NET
                  END-IF
            END-READ
         END-IF
         CLOSE FINAL-TOTALS-FILE
         .

       17-LOAD-WAREHOUSE-TABLE.
      *    WITHOUT THE WAREHOUSE REFERENCE MASTER NO COST CENTER
      *    COULD BE PUT UNDER ITS REGION, SO A MISSING PR1WHSE.DAT
      *    STOPS THE RUN WITH A CLEAR MESSAGE INSTEAD.
         OPEN INPUT WAREHOUSE-FILE
         IF WS-WHSE-STATUS NOT = '00'
            DISPLAY 'GLJRNL - PR1WHSE.DAT NOT FOUND, STATUS '
               WS-WHSE-STATUS
            STOP RUN
         END-IF
         MOVE ZERO TO WS-WHSE-COUNT
         MOVE 'N' TO WS-WHSE-EOF-SW
         PERFORM UNTIL WS-WHSE-EOF
            READ WAREHOUSE-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-WHSE-EOF-SW
               NOT AT END
                  IF WS-WHSE-COUNT < 50
                     ADD 1 TO WS-WHSE-COUNT
                     MOVE WHSE-ID
                        TO WS-WHSE-TBL-ID (WS-WHSE-COUNT)
                     MOVE WHSE-NAME
                        TO WS-WHSE-TBL-NAME (WS-WHSE-COUNT)
                     MOVE WHSE-REGION
                        TO WS-WHSE-TBL-REGION (WS-WHSE-COUNT)
                     MOVE WHSE-ACTIVE-FLAG
                        TO WS-WHSE-TBL-ACTIVE (WS-WHSE-COUNT)
                  ELSE
                     DISPLAY 'GLJRNL - WAREHOUSE TABLE FULL, '
                        'WAREHOUSE ' WHSE-ID ' NOT LOADED'
                  END-IF
            END-READ
         END-PERFORM
         CLOSE WAREHOUSE-FILE
         .

       20-HEADER-ROUTINE.
         ADD 1 TO H1-PAGE-NO
         WRITE REPORT-RECORD FROM HEADING-ONE
            AFTER ADVANCING PAGE
         MOVE 2 TO PROPER-SPACING
         MOVE HEADING-TWO TO REPORT-RECORD
         PERFORM 35-WRITE-A-LINE
         .

       30-RELEASE-LEDGER-ENTRIES.
      *    BOTH THE REGULAR REGISTER'S R ENTRIES AND FINALPAY'S F
      *    ENTRIES FOR THE PAY DATE -- EACH IS PROVED BACK TO ITS
      *    OWN REGISTER'S TOTALS.
         OPEN INPUT LEDGER-FILE
         MOVE WS-PAY-DATE-8 TO LDG-PAY-DATE
         START LEDGER-FILE KEY IS = LDG-PAY-DATE
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
                  IF LDG-PAY-DATE = WS-PAY-DATE-8
                     IF LDG-REGULAR-RUN OR LDG-FINAL-PAY
                        PERFORM 32-RELEASE-ONE-ENTRY
                     END-IF
                  ELSE
                     MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                  END-IF
            END-READ
         END-PERFORM
         CLOSE LEDGER-FILE
         .

       32-RELEASE-ONE-ENTRY.
      *    THE REGION IS LOOKED UP HERE SO THE SORT CAN GROUP THE
      *    COST CENTERS BY REGION.  A WAREHOUSE MISSING FROM THE
      *    REFERENCE MASTER KEEPS A BLANK REGION AND SORTS TO THE
      *    FRONT, WHERE IT STANDS OUT -- IT IS NEVER DROPPED, OR
      *    THE JOURNAL WOULD NOT TIE TO THE REGISTER.
          MOVE SPACES TO SORT-WORK-RECORD
          MOVE LDG-WAREHOUSE-ID TO WS-WHSE-LOOKUP-ID
          PERFORM 48-LOOKUP-WAREHOUSE
          MOVE WS-WHSE-REGION-OUT TO SW-REGION
          MOVE LDG-WAREHOUSE-ID TO SW-WAREHOUSE-ID
          MOVE LDG-RUN-TYPE TO SW-RUN-TYPE
          MOVE LDG-GROSS TO SW-GROSS
          MOVE LDG-TAX-BURDEN TO SW-TAX-BURDEN
          MOVE LDG-BEN-BURDEN TO SW-BEN-BURDEN
          MOVE LDG-TAX-DED TO SW-TAX-DED
          MOVE LDG-BEN-DED TO SW-BEN-DED
          MOVE LDG-GAR-DED TO SW-GAR-DED
          MOVE LDG-NET-PAY TO SW-NET-PAY
          RELEASE SORT-WORK-RECORD
          .

       35-WRITE-A-LINE.
          WRITE REPORT-RECORD
              AFTER ADVANCING PROPER-SPACING
          .

       40-PROCESS-SORTED-FILE.
          MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             RETURN SORT-WORK-FILE
                AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                NOT AT END
                   PERFORM 45-ACCUMULATE-ENTRY
             END-RETURN
          END-PERFORM
          IF NOT FIRST-TIME-THRU
             PERFORM 50-WRITE-WAREHOUSE-DEBITS
             PERFORM 55-WRITE-REGION-TOTAL
          END-IF
          PERFORM 60-WRITE-DEBIT-TOTAL
          .

       45-ACCUMULATE-ENTRY.
          IF NOT FIRST-TIME-THRU
             IF SW-WAREHOUSE-ID NOT EQUAL TO WS-PREV-WHOUSE
                OR SW-REGION NOT EQUAL TO WS-PREV-REGION
                PERFORM 50-WRITE-WAREHOUSE-DEBITS
             END-IF
             IF SW-REGION NOT EQUAL TO WS-PREV-REGION
                PERFORM 55-WRITE-REGION-TOTAL
             END-IF
          END-IF
          MOVE SW-WAREHOUSE-ID TO WS-PREV-WHOUSE
          MOVE SW-REGION TO WS-PREV-REGION
          MOVE 'N' TO WS-FIRST-RECORD
          ADD SW-GROSS TO WH-SALARY
          ADD SW-TAX-BURDEN TO WH-TAX-BURDEN
          ADD SW-BEN-BURDEN TO WH-BEN-BURDEN
          ADD SW-NET-PAY TO TOT-NET-PAY
          ADD SW-TAX-DED TO TOT-TAX-DED
          ADD SW-BEN-DED TO TOT-BEN-DED
          ADD SW-GAR-DED TO TOT-GAR-DED
          IF SW-FINAL-PAY
             ADD 1 TO RT-FIN-COUNT
             ADD SW-GROSS TO RT-FIN-SALARY
             ADD SW-GROSS SW-TAX-BURDEN SW-BEN-BURDEN
                TO RT-FIN-COST
             ADD SW-NET-PAY TO RT-FIN-NET
          ELSE
             ADD 1 TO RT-REG-COUNT
             ADD SW-GROSS TO RT-REG-SALARY
             ADD SW-GROSS SW-TAX-BURDEN SW-BEN-BURDEN
                TO RT-REG-COST
             ADD SW-NET-PAY TO RT-REG-NET
          END-IF
          .

       48-LOOKUP-WAREHOUSE.
      *   A BLANK ID CAN NEVER MATCH -- THE TABLE ONLY HOLDS REAL
      *   WAREHOUSES, AND THE SCAN ONLY COVERS THE LOADED ENTRIES.
          MOVE 'N' TO WS-WHSE-FOUND-SW
          MOVE SPACES TO WS-WHSE-NAME-OUT
          MOVE SPACES TO WS-WHSE-REGION-OUT
          MOVE SPACES TO WS-WHSE-ACTIVE-OUT
          IF WS-WHSE-LOOKUP-ID NOT = SPACES
             PERFORM 49-SCAN-WAREHOUSE-ENTRY
                VARYING WS-WHSE-SUB FROM 1 BY 1
                UNTIL WS-WHSE-SUB > WS-WHSE-COUNT
          END-IF
          .

       49-SCAN-WAREHOUSE-ENTRY.
          IF WS-WHSE-TBL-ID (WS-WHSE-SUB) = WS-WHSE-LOOKUP-ID
             MOVE 'Y' TO WS-WHSE-FOUND-SW
             MOVE WS-WHSE-TBL-NAME (WS-WHSE-SUB)
                TO WS-WHSE-NAME-OUT
             MOVE WS-WHSE-TBL-REGION (WS-WHSE-SUB)
                TO WS-WHSE-REGION-OUT
             MOVE WS-WHSE-TBL-ACTIVE (WS-WHSE-SUB)
                TO WS-WHSE-ACTIVE-OUT
          END-IF
          .

       50-WRITE-WAREHOUSE-DEBITS.
      *   ONE DEBIT PER EXPENSE ACCOUNT FOR THE COST CENTER JUST
      *   FINISHED, AND ITS LINE ON THE PROOF.
          MOVE SPACES TO JOURNAL-RECORD
          MOVE WS-PREV-WHOUSE TO GL-COST-CENTER
          MOVE WS-PREV-REGION TO GL-REGION
          MOVE 'D' TO GL-DR-CR
          MOVE WS-ACCT-SALARY TO GL-ACCOUNT
          MOVE WH-SALARY TO GL-AMOUNT
          MOVE 'SALARY EXPENSE' TO GL-DESCRIPTION
          PERFORM 75-WRITE-JOURNAL-LINE
          MOVE WS-ACCT-TAX-EXP TO GL-ACCOUNT
          MOVE WH-TAX-BURDEN TO GL-AMOUNT
          MOVE 'EMPLOYER PAYROLL TAX EXPENSE' TO GL-DESCRIPTION
          PERFORM 75-WRITE-JOURNAL-LINE
          MOVE WS-ACCT-BEN-EXP TO GL-ACCOUNT
          MOVE WH-BEN-BURDEN TO GL-AMOUNT
          MOVE 'EMPLOYER BENEFITS EXPENSE' TO GL-DESCRIPTION
          PERFORM 75-WRITE-JOURNAL-LINE
          MOVE WS-PREV-WHOUSE TO DL-WHSE
          MOVE WS-PREV-REGION TO DL-REGION
          MOVE WH-SALARY TO DL-SALARY
          MOVE WH-TAX-BURDEN TO DL-TAX-BURDEN
          MOVE WH-BEN-BURDEN TO DL-BEN-BURDEN
          COMPUTE WS-DEBIT-LINE-TOTAL =
             WH-SALARY + WH-TAX-BURDEN + WH-BEN-BURDEN
          MOVE WS-DEBIT-LINE-TOTAL TO DL-TOTAL
          MOVE DETAIL-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          ADD WH-SALARY TO RG-SALARY
          ADD WH-TAX-BURDEN TO RG-TAX-BURDEN
          ADD WH-BEN-BURDEN TO RG-BEN-BURDEN
          MOVE ZERO TO WAREHOUSE-SUBTOTAL-FIELDS
          .

       55-WRITE-REGION-TOTAL.
          MOVE SPACES TO DL-WHSE
          MOVE 'REGION TOTL' TO DL-REGION
          MOVE RG-SALARY TO DL-SALARY
          MOVE RG-TAX-BURDEN TO DL-TAX-BURDEN
          MOVE RG-BEN-BURDEN TO DL-BEN-BURDEN
          COMPUTE WS-DEBIT-LINE-TOTAL =
             RG-SALARY + RG-TAX-BURDEN + RG-BEN-BURDEN
          MOVE WS-DEBIT-LINE-TOTAL TO DL-TOTAL
          MOVE DETAIL-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE BLANK-FILLER TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          ADD RG-SALARY TO TOT-SALARY
          ADD RG-TAX-BURDEN TO TOT-TAX-BURDEN
          ADD RG-BEN-BURDEN TO TOT-BEN-BURDEN
          MOVE ZERO TO REGION-SUBTOTAL-FIELDS
          .

       60-WRITE-DEBIT-TOTAL.
          MOVE SPACES TO DL-WHSE
          MOVE 'DEBITS' TO DL-REGION
          MOVE TOT-SALARY TO DL-SALARY
          MOVE TOT-TAX-BURDEN TO DL-TAX-BURDEN
          MOVE TOT-BEN-BURDEN TO DL-BEN-BURDEN
          COMPUTE WS-DEBIT-LINE-TOTAL =
             TOT-SALARY + TOT-TAX-BURDEN + TOT-BEN-BURDEN
          MOVE WS-DEBIT-LINE-TOTAL TO DL-TOTAL
          MOVE DETAIL-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          .

       65-WRITE-CREDITS.
      *   THE CREDITS ARE NOT SPLIT BY COST CENTER -- THE CASH AND
      *   THE PAYABLES ARE COMPANY-WIDE.  THE EMPLOYER BURDEN IS
      *   CREDITED TO ITS ACCRUALS SO EVERY DEBIT HAS ITS CREDIT.
          MOVE 'CREDITS' TO CT-TITLE
          MOVE CHECK-TITLE-LINE TO REPORT-RECORD
          MOVE 3 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE 1 TO PROPER-SPACING
          MOVE SPACES TO JOURNAL-RECORD
          MOVE 'C' TO GL-DR-CR
          MOVE WS-ACCT-NET-CASH TO GL-ACCOUNT
          MOVE TOT-NET-PAY TO GL-AMOUNT
          MOVE 'NET PAY CASH' TO GL-DESCRIPTION
          PERFORM 67-WRITE-ONE-CREDIT
          MOVE WS-ACCT-TAX-WH TO GL-ACCOUNT
          MOVE TOT-TAX-DED TO GL-AMOUNT
          MOVE 'TAX WITHHOLDING PAYABLE' TO GL-DESCRIPTION
          PERFORM 67-WRITE-ONE-CREDIT
          MOVE WS-ACCT-BEN-PAY TO GL-ACCOUNT
          MOVE TOT-BEN-DED TO GL-AMOUNT
          MOVE 'BENEFIT PREMIUMS PAYABLE' TO GL-DESCRIPTION
          PERFORM 67-WRITE-ONE-CREDIT
          MOVE WS-ACCT-GAR-PAY TO GL-ACCOUNT
          MOVE TOT-GAR-DED TO GL-AMOUNT
          MOVE 'GARNISHMENTS PAYABLE' TO GL-DESCRIPTION
          PERFORM 67-WRITE-ONE-CREDIT
          MOVE WS-ACCT-ER-TAX TO GL-ACCOUNT
          MOVE TOT-TAX-BURDEN TO GL-AMOUNT
          MOVE 'EMPLOYER PAYROLL TAX PAYABLE' TO GL-DESCRIPTION
          PERFORM 67-WRITE-ONE-CREDIT
          MOVE WS-ACCT-ER-BEN TO GL-ACCOUNT
          MOVE TOT-BEN-BURDEN TO GL-AMOUNT
          MOVE 'EMPLOYER BENEFITS ACCRUED' TO GL-DESCRIPTION
          PERFORM 67-WRITE-ONE-CREDIT
          MOVE SPACES TO CL-ACCOUNT
          MOVE 'CREDITS' TO CL-DESCRIPTION
          MOVE TOT-CREDITS TO CL-AMOUNT
          MOVE CREDIT-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          .

       67-WRITE-ONE-CREDIT.
          PERFORM 75-WRITE-JOURNAL-LINE
          MOVE GL-ACCOUNT TO CL-ACCOUNT
          MOVE GL-DESCRIPTION TO CL-DESCRIPTION
          MOVE GL-AMOUNT TO CL-AMOUNT
          MOVE CREDIT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          .

       70-PROVE-JOURNAL.
          MOVE 'CHECK 1 - TOTAL DEBITS V TOTAL CREDITS' TO CT-TITLE
          MOVE TOT-DEBITS TO AC-EXPECTED
          MOVE TOT-CREDITS TO AC-ACTUAL
          PERFORM 72-WRITE-AMOUNT-CHECK
          MOVE 'CHECK 2 - REGISTER GROSS V R SALARY EXPENSE'
             TO CT-TITLE
          MOVE EX-REG-GROSS TO AC-EXPECTED
          MOVE RT-REG-SALARY TO AC-ACTUAL
          PERFORM 72-WRITE-AMOUNT-CHECK
          MOVE 'CHECK 3 - REGISTER COST V R SALARY PLUS BURDEN'
             TO CT-TITLE
          MOVE EX-REG-COST TO AC-EXPECTED
          MOVE RT-REG-COST TO AC-ACTUAL
          PERFORM 72-WRITE-AMOUNT-CHECK
          MOVE 'CHECK 4 - REGISTER NET V R NET PAY CASH' TO CT-TITLE
          MOVE EX-REG-NET TO AC-EXPECTED
          MOVE RT-REG-NET TO AC-ACTUAL
          PERFORM 72-WRITE-AMOUNT-CHECK
          MOVE 'CHECK 5 - EMPLOYEES ON REGISTER V R LEDGER ENTRIES'
             TO CT-TITLE
          MOVE EX-REG-COUNT TO CC-EXPECTED
          MOVE RT-REG-COUNT TO CC-ACTUAL
          PERFORM 73-WRITE-COUNT-CHECK
          IF NOT WS-FTOT-FOUND
             MOVE 'NO FINAL PAY THIS PAY DATE - NO F ENTRIES EXPECTED'
                TO NL-TEXT
             MOVE NOTE-LINE TO REPORT-RECORD
             MOVE 2 TO PROPER-SPACING
             PERFORM 35-WRITE-A-LINE
          END-IF
          MOVE 'CHECK 6 - FINAL-PAY GROSS V F SALARY EXPENSE'
             TO CT-TITLE
          MOVE EX-FIN-GROSS TO AC-EXPECTED
          MOVE RT-FIN-SALARY TO AC-ACTUAL
          PERFORM 72-WRITE-AMOUNT-CHECK
          MOVE 'CHECK 7 - FINAL-PAY COST V F SALARY PLUS BURDEN'
             TO CT-TITLE
          MOVE EX-FIN-COST TO AC-EXPECTED
          MOVE RT-FIN-COST TO AC-ACTUAL
          PERFORM 72-WRITE-AMOUNT-CHECK
          MOVE 'CHECK 8 - FINAL-PAY NET V F NET PAY CASH' TO CT-TITLE
          MOVE EX-FIN-NET TO AC-EXPECTED
          MOVE RT-FIN-NET TO AC-ACTUAL
          PERFORM 72-WRITE-AMOUNT-CHECK
          MOVE 'CHECK 9 - EMPLOYEES ON FINAL PAY V F LEDGER ENTRIES'
             TO CT-TITLE
          MOVE EX-FIN-COUNT TO CC-EXPECTED
          MOVE RT-FIN-COUNT TO CC-ACTUAL
          PERFORM 73-WRITE-COUNT-CHECK
          .

       72-WRITE-AMOUNT-CHECK.
          MOVE CHECK-TITLE-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          IF AC-EXPECTED = AC-ACTUAL
             MOVE 'OK' TO AC-FLAG
          ELSE
             MOVE 'MISMATCH' TO AC-FLAG
             MOVE 'N' TO WS-IN-BALANCE-SW
          END-IF
          MOVE AMOUNT-CHECK-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          .

       73-WRITE-COUNT-CHECK.
          MOVE CHECK-TITLE-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          IF CC-EXPECTED = CC-ACTUAL
             MOVE 'OK' TO CC-FLAG
          ELSE
             MOVE 'MISMATCH' TO CC-FLAG
             MOVE 'N' TO WS-IN-BALANCE-SW
          END-IF
          MOVE COUNT-CHECK-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          .

       75-WRITE-JOURNAL-LINE.
      *   A ZERO LINE CARRIES NOTHING FOR THE LEDGER, SO IT IS NOT
      *   WRITTEN -- A WAREHOUSE WITH NO GARNISHMENTS, SAY.
          MOVE WS-PAY-DATE-8 TO GL-PAY-DATE
          IF GL-AMOUNT > ZERO
             WRITE JOURNAL-RECORD
             IF GL-IS-DEBIT
                ADD GL-AMOUNT TO TOT-DEBITS
             ELSE
                ADD GL-AMOUNT TO TOT-CREDITS
             END-IF
          END-IF
          .

       80-WRITE-VERDICT.
          IF RUN-IS-IN-BALANCE
             MOVE 'IN BALANCE' TO VL-VERDICT
          ELSE
             MOVE 'OUT OF BALANCE' TO VL-VERDICT
          END-IF
          MOVE VERDICT-LINE TO REPORT-RECORD
          MOVE 3 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          DISPLAY 'GLJRNL - ' VL-VERDICT
          .

       85-WITHDRAW-JOURNAL.
      *   AN UNPROVED JOURNAL MUST NEVER REACH THE GENERAL LEDGER --
      *   THE FILE IS EMPTIED, THE PROOF STAYS FOR WHOEVER CHASES
      *   THE DIFFERENCE, AND THE STREAM STOPS HERE.
          OPEN OUTPUT JOURNAL-FILE
          CLOSE JOURNAL-FILE
          DISPLAY 'GLJRNL - JOURNAL WITHDRAWN, SEE PRGLPRF.TXT -- '
             'PAY STREAM STOPPED'
          .
