       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSTUB.
       AUTHOR. M BARRETT.
      ***************************************************************
      * This program prints the pay stubs.  PAYREG writes a
      * permanent pay ledger record (PR1LDGR.DAT) for every
      * employee it pays; this run reads back the ledger entries
      * for the pay date and prints one stub per employee -- the
      * regular pay, retro, gross, each deduction and the net, this
      * pay date and year to date, with the vacation and sick hours
      * accrued this period and the balances standing on the leave
      * file -- so an employee can see how the net was arrived at
      * instead of phoning payroll about the deposit.
      *
      * The stubs come out sorted by warehouse and then employee,
      * one page per stub, so each warehouse's stubs can be torn
      * off together and sent out with its mail.  The year-to-date
      * column is added up from the ledger itself (every entry for
      * the employee from January 1 through the pay date), so it
      * always agrees with what the ledger says was paid.
      *
      * The pay date is found the same way PAYREG finds it -- the
      * latest scheduled pay date on the calendar (PR1CAL.TXT) that
      * is not after today, or today's date with no calendar.
      ********
      * INPUT:
      *     PR1LDGR.DAT  - the pay ledger, see LDGREC copybook.
      *     PR1MAST.DAT  - read directly by employee ID for the name
      *                    on each stub.
      *     PR1LEAVE.DAT - read directly by employee ID for the leave
      *                    balances.  Absent, or with no record for
      *                    the employee, the balances print as zero.
      *     PR1WHSE.DAT  - the warehouse reference master, for the
      *                    warehouse names.
      *     PR1CAL.TXT   - the pay calendar.
      * *******
      * OUTPUT:
      *     PRSTUB.TXT  - the printed stubs, one page per employee.
      ***************************************************************
      * MODIFICATION HISTORY:
      *   15/10/26  MAB  FINAL PAY.  A FINAL-PAY ENTRY (WRITTEN BY
      *                  FINALPAY) CARRIES THE UNUSED VACATION PAID
      *                  OUT SEPARATELY, SO THE STUB NOW PRINTS A
      *                  VACATION PAYOUT LINE, THIS PAY DATE AND
      *                  YEAR TO DATE, WHENEVER THERE IS ONE, AND
      *                  THE AMOUNTS STILL FOOT TO THE GROSS.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT LEDGER-FILE
               ASSIGN TO 'PR1LDGR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               ALTERNATE RECORD KEY IS LDG-PAY-DATE
                  WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.
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
            SELECT OPTIONAL LEAVE-FILE
               ASSIGN TO 'PR1LEAVE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LV-EMPLOYEE-ID
               FILE STATUS IS WS-LEAVE-STATUS.
            SELECT WAREHOUSE-FILE
               ASSIGN TO 'PR1WHSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WHSE-ID
               FILE STATUS IS WS-WHSE-STATUS.
            SELECT OPTIONAL CALENDAR-FILE
               ASSIGN TO 'PR1CAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REPORT-FILE
               ASSIGN TO PRINTER 'PRSTUB.TXT'.
            SELECT SORT-WORK-FILE
               ASSIGN TO 'SRTWORK3'.

       DATA DIVISION.
       FILE SECTION.

       FD LEDGER-FILE
          RECORD CONTAINS 150 CHARACTERS.

       01 LEDGER-RECORD.
           COPY LDGREC.

       FD EMPLOYEE-MASTER
          RECORD CONTAINS 80 CHARACTERS.

       01 MASTER-RECORD.
           COPY EMPREC.

       FD LEAVE-FILE
          RECORD CONTAINS 50 CHARACTERS.

       01 LEAVE-RECORD.
           COPY LVREC.

       FD WAREHOUSE-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 WAREHOUSE-RECORD.
           COPY WHSEREC.

       FD CALENDAR-FILE
          RECORD CONTAINS 16 CHARACTERS.

       01 CALENDAR-RECORD.
          05 CAL-DATE         PIC 9(8).
          05 CAL-TYPE         PIC X(1).
          05 FILLER           PIC X(7).

       FD REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 REPORT-RECORD   PIC X(80).

       SD SORT-WORK-FILE.

       01 SORT-WORK-RECORD.
          05 SW-WAREHOUSE-ID  PIC X(4).
          05 SW-EMPLOYEE-ID   PIC X(5).
          05 SW-RUN-TYPE      PIC X(1).
          05 SW-REG-GROSS     PIC 9(6)V99.
          05 SW-RETRO-AMT     PIC 9(6)V99.
          05 SW-VAC-PAYOUT    PIC 9(6)V99.
          05 SW-GROSS         PIC 9(6)V99.
          05 SW-TAX-DED       PIC 9(5)V99.
          05 SW-BEN-DED       PIC 9(5)V99.
          05 SW-GAR-DED       PIC 9(5)V99.
          05 SW-NET-PAY       PIC 9(6)V99.
          05 SW-VAC-ACCRUED   PIC 9(4)V99.
          05 SW-SICK-ACCRUED  PIC 9(4)V99.

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05 WS-LEDGER-STATUS       PIC X(2) VALUE '00'.
           05 WS-MASTER-STATUS       PIC X(2) VALUE '00'.
           05 WS-LEAVE-STATUS        PIC X(2) VALUE '00'.
           05 WS-RUN-DATE-8          PIC 9(8).
           05 WS-PAY-DATE-8          PIC 9(8).
           05 WS-PAY-DATE-R REDEFINES WS-PAY-DATE-8.
              10 WS-PAY-YEAR         PIC 9(4).
              10 WS-PAY-MMDD         PIC 9(4).
           05 WS-YEAR-START-8        PIC 9(8).
           05 WS-YEAR-START-R REDEFINES WS-YEAR-START-8.
              10 WS-YEAR-START-YEAR  PIC 9(4).
              10 WS-YEAR-START-MMDD  PIC 9(4).
           05 WS-CAL-FOUND-SW        PIC X(1) VALUE 'N'.
              88 WS-CAL-PAY-DATE-FOUND      VALUE 'Y'.
           05 WS-LEAVE-OPEN-SW       PIC X(1) VALUE 'N'.
              88 WS-LEAVE-FILE-OPEN         VALUE 'Y'.
           05 WS-YTD-DONE-SW         PIC X(1) VALUE 'N'.
              88 WS-YTD-DONE                VALUE 'Y'.
           05 WS-STUB-COUNT          PIC 9(6) VALUE ZERO.

       01 WS-YTD-FIELDS.
           05 WS-YTD-REG-GROSS    PIC 9(8)V99.
           05 WS-YTD-RETRO-AMT    PIC 9(8)V99.
           05 WS-YTD-VAC-PAYOUT   PIC 9(8)V99.
           05 WS-YTD-GROSS        PIC 9(8)V99.
           05 WS-YTD-TAX-DED      PIC 9(8)V99.
           05 WS-YTD-BEN-DED      PIC 9(8)V99.
           05 WS-YTD-GAR-DED      PIC 9(8)V99.
           05 WS-YTD-NET-PAY      PIC 9(8)V99.

       01 WS-BALANCE-FIELDS.
           05 WS-VAC-AVAIL        PIC S9(4)V99.
           05 WS-SICK-AVAIL       PIC S9(4)V99.

      *********     WAREHOUSE REFERENCE TABLE     *********************
      *    LOADED FROM PR1WHSE.DAT AT HOUSEKEEPING (COPYLIB/
      *    WHSETBL.CPY, SHARED WITH PAYREG AND THE OTHER REPORTS) SO
      *    EACH STUB CAN SPELL THE WAREHOUSE NAME OUT.
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
          05                  PIC X(30)   VALUE SPACES.
          05                  PIC X(20)   VALUE
              'EMPLOYEE PAY STUB'.
          05                  PIC X(30)   VALUE SPACES.

       01 ST-EMPLOYEE-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(12)   VALUE 'EMPLOYEE:'.
          05 ST-EMP-ID        PIC X(7).
          05 ST-EMP-NAME      PIC X(23).

       01 ST-WAREHOUSE-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(12)   VALUE 'WAREHOUSE:'.
          05 ST-WHSE-ID       PIC X(6).
          05 ST-WHSE-NAME     PIC X(20).

       01 ST-PAY-DATE-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(12)   VALUE 'PAY DATE:'.
          05 ST-PAY-DATE      PIC 9999/99/99.
          05                  PIC X(2)    VALUE SPACES.
          05 ST-RUN-NOTE      PIC X(20).

       01 ST-AMOUNT-HEADING.
          05                  PIC X(28)   VALUE SPACES.
          05                  PIC X(14)   VALUE '     CURRENT'.
          05                  PIC X(16)   VALUE '  YEAR TO DATE'.

       01 ST-AMOUNT-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 SA-LABEL         PIC X(24).
          05 SA-CURRENT       PIC ZZZ,ZZ9.99.
          05                  PIC X(4)    VALUE SPACES.
          05 SA-YTD           PIC ZZ,ZZZ,ZZ9.99.

       01 ST-LEAVE-HEADING.
          05                  PIC X(14)   VALUE SPACES.
          05                  PIC X(14)   VALUE 'LEAVE HOURS'.
          05                  PIC X(13)   VALUE ' THIS PERIOD'.
          05                  PIC X(10)   VALUE '   ACCRUED'.
          05                  PIC X(10)   VALUE '     TAKEN'.
          05                  PIC X(11)   VALUE '  AVAILABLE'.

       01 ST-LEAVE-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 SL-LABEL         PIC X(24).
          05                  PIC X(5)    VALUE SPACES.
          05 SL-THIS-PERIOD   PIC ZZZ9.99.
          05                  PIC X(3)    VALUE SPACES.
          05 SL-ACCRUED       PIC ZZZ9.99.
          05                  PIC X(3)    VALUE SPACES.
          05 SL-TAKEN         PIC ZZZ9.99.
          05                  PIC X(3)    VALUE SPACES.
          05 SL-AVAIL         PIC -ZZZ9.99.

       01 NOTE-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 NL-TEXT          PIC X(60).

       PROCEDURE DIVISION.

       10-MAIN-MODULE.

         PERFORM 15-HOUSEKEEPING
         SORT SORT-WORK-FILE
             ON ASCENDING KEY SW-WAREHOUSE-ID
                              SW-EMPLOYEE-ID
                              SW-RUN-TYPE
             INPUT PROCEDURE IS 30-RELEASE-LEDGER-ENTRIES
             OUTPUT PROCEDURE IS 40-PROCESS-SORTED-FILE
         IF WS-STUB-COUNT = ZERO
            PERFORM 20-HEADER-ROUTINE
            MOVE 'NO LEDGER ENTRIES FOR THIS PAY DATE'
               TO NL-TEXT
            MOVE NOTE-LINE TO REPORT-RECORD
            MOVE 3 TO PROPER-SPACING
            PERFORM 35-WRITE-A-LINE
         END-IF
         CLOSE REPORT-FILE
         DISPLAY 'PAYSTUB - ' WS-STUB-COUNT ' STUBS PRINTED FOR '
            WS-PAY-DATE-8
         GOBACK
         .

       15-HOUSEKEEPING.
         ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
         OPEN INPUT LEDGER-FILE
         IF WS-LEDGER-STATUS NOT = '00'
            DISPLAY 'PAYSTUB - PR1LDGR.DAT NOT FOUND, STATUS '
               WS-LEDGER-STATUS
            STOP RUN
         END-IF
         CLOSE LEDGER-FILE
         OPEN INPUT EMPLOYEE-MASTER
         IF WS-MASTER-STATUS NOT = '00'
            DISPLAY 'PAYSTUB - PR1MAST.DAT NOT FOUND, STATUS '
               WS-MASTER-STATUS
            STOP RUN
         END-IF
         CLOSE EMPLOYEE-MASTER
         PERFORM 17-LOAD-WAREHOUSE-TABLE
         PERFORM 19-GET-PAY-DATE
         MOVE WS-PAY-YEAR TO WS-YEAR-START-YEAR
         MOVE 0101 TO WS-YEAR-START-MMDD
         OPEN OUTPUT REPORT-FILE
         ACCEPT H1-DATE FROM DATE YYYYMMDD
         MOVE ZERO TO H1-PAGE-NO
         .

       17-LOAD-WAREHOUSE-TABLE.
      *    WITHOUT THE WAREHOUSE REFERENCE MASTER THE STUBS COULD
      *    NOT SPELL A SINGLE WAREHOUSE NAME OUT, SO A MISSING
      *    PR1WHSE.DAT STOPS THE RUN WITH A CLEAR MESSAGE INSTEAD.
         OPEN INPUT WAREHOUSE-FILE
         IF WS-WHSE-STATUS NOT = '00'
            DISPLAY 'PAYSTUB - PR1WHSE.DAT NOT FOUND, STATUS '
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
                     DISPLAY 'PAYSTUB - WAREHOUSE TABLE FULL, '
                        'WAREHOUSE ' WHSE-ID ' NOT LOADED'
                  END-IF
            END-READ
         END-PERFORM
         CLOSE WAREHOUSE-FILE
         .

       19-GET-PAY-DATE.
      *   THE SAME RULE PAYREG USES -- THE LATEST SCHEDULED PAY DATE
      *   ON THE CALENDAR THAT IS NOT AFTER TODAY -- SO STUBS RUN
      *   THE MORNING AFTER STILL PICK UP THE PAY DATE PAYREG
      *   STAMPED ON THE LEDGER.
          MOVE WS-RUN-DATE-8 TO WS-PAY-DATE-8
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
                      IF NOT WS-CAL-PAY-DATE-FOUND
                         OR CAL-DATE > WS-PAY-DATE-8
                         MOVE CAL-DATE TO WS-PAY-DATE-8
                         MOVE 'Y' TO WS-CAL-FOUND-SW
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          CLOSE CALENDAR-FILE
          MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          IF NOT WS-CAL-PAY-DATE-FOUND
             DISPLAY 'PAYSTUB - NO PAY DATE ON PR1CAL.TXT, '
                'USING RUN DATE ' WS-RUN-DATE-8
             MOVE WS-RUN-DATE-8 TO WS-PAY-DATE-8
          END-IF
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
      *    THE PAY DATE ALTERNATE KEY BRINGS UP JUST THIS PAY DATE'S
      *    ENTRIES -- EVERY EMPLOYEE PAID ON IT, WHATEVER RUN PAID
      *    THEM -- WITHOUT READING THE WHOLE LEDGER.
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
                     PERFORM 32-RELEASE-ONE-ENTRY
                  ELSE
                     MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                  END-IF
            END-READ
         END-PERFORM
         CLOSE LEDGER-FILE
         .

       32-RELEASE-ONE-ENTRY.
          MOVE SPACES TO SORT-WORK-RECORD
          MOVE LDG-WAREHOUSE-ID TO SW-WAREHOUSE-ID
          MOVE LDG-EMPLOYEE-ID TO SW-EMPLOYEE-ID
          MOVE LDG-RUN-TYPE TO SW-RUN-TYPE
          MOVE LDG-REG-GROSS TO SW-REG-GROSS
          MOVE LDG-RETRO-AMT TO SW-RETRO-AMT
          MOVE LDG-VAC-PAYOUT TO SW-VAC-PAYOUT
          MOVE LDG-GROSS TO SW-GROSS
          MOVE LDG-TAX-DED TO SW-TAX-DED
          MOVE LDG-BEN-DED TO SW-BEN-DED
          MOVE LDG-GAR-DED TO SW-GAR-DED
          MOVE LDG-NET-PAY TO SW-NET-PAY
          MOVE LDG-VAC-ACCRUED TO SW-VAC-ACCRUED
          MOVE LDG-SICK-ACCRUED TO SW-SICK-ACCRUED
          RELEASE SORT-WORK-RECORD
          .

       35-WRITE-A-LINE.
          WRITE REPORT-RECORD
              AFTER ADVANCING PROPER-SPACING
          .

       40-PROCESS-SORTED-FILE.
          OPEN INPUT LEDGER-FILE
          OPEN INPUT EMPLOYEE-MASTER
          OPEN INPUT LEAVE-FILE
          IF WS-LEAVE-STATUS = '00'
             MOVE 'Y' TO WS-LEAVE-OPEN-SW
          ELSE
             MOVE 'N' TO WS-LEAVE-OPEN-SW
          END-IF
          MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             RETURN SORT-WORK-FILE
                AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                NOT AT END
                   PERFORM 45-PRINT-STUB
             END-RETURN
          END-PERFORM
          CLOSE LEDGER-FILE
                EMPLOYEE-MASTER
          IF WS-LEAVE-FILE-OPEN
             CLOSE LEAVE-FILE
          END-IF
          .

       45-PRINT-STUB.
      *   ONE PAGE PER STUB.  THE WAREHOUSE IS THE ONE THE EMPLOYEE
      *   WAS PAID UNDER, FROM THE LEDGER; THE NAME COMES FROM THE
      *   LIVE MASTER, MARKED WHEN THE EMPLOYEE HAS SINCE BEEN
      *   PURGED SO THE STUB STILL GOES OUT.
          ADD 1 TO WS-STUB-COUNT
          PERFORM 20-HEADER-ROUTINE
          MOVE SW-EMPLOYEE-ID TO ST-EMP-ID
          MOVE SW-EMPLOYEE-ID TO EMPLOYEE-ID
          READ EMPLOYEE-MASTER
             INVALID KEY
                MOVE 'NOT ON MASTER' TO ST-EMP-NAME
             NOT INVALID KEY
                MOVE SPACES TO ST-EMP-NAME
                STRING EMP-LAST   DELIMITED BY '  '
                       ', '       DELIMITED BY SIZE
                       EMP-FIRST  DELIMITED BY '  '
                       INTO ST-EMP-NAME
                END-STRING
          END-READ
          MOVE SW-WAREHOUSE-ID TO ST-WHSE-ID
          MOVE SW-WAREHOUSE-ID TO WS-WHSE-LOOKUP-ID
          PERFORM 48-LOOKUP-WAREHOUSE
          IF WS-WHSE-FOUND
             MOVE WS-WHSE-NAME-OUT TO ST-WHSE-NAME
          ELSE
             MOVE 'UNKNOWN' TO ST-WHSE-NAME
          END-IF
          MOVE WS-PAY-DATE-8 TO ST-PAY-DATE
          IF SW-RUN-TYPE = 'R'
             MOVE SPACES TO ST-RUN-NOTE
          ELSE
             MOVE 'FINAL PAY' TO ST-RUN-NOTE
          END-IF
          MOVE ST-EMPLOYEE-LINE TO REPORT-RECORD
          MOVE 3 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE ST-WAREHOUSE-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE ST-PAY-DATE-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          PERFORM 50-ADD-UP-YEAR-TO-DATE
          PERFORM 55-PRINT-AMOUNTS
          PERFORM 57-PRINT-LEAVE
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

       50-ADD-UP-YEAR-TO-DATE.
      *   EVERY LEDGER ENTRY FOR THE EMPLOYEE FROM JANUARY 1 OF THE
      *   PAY YEAR THROUGH THE PAY DATE, INCLUDING THIS ONE.
          MOVE ZERO TO WS-YTD-FIELDS
          MOVE SW-EMPLOYEE-ID TO LDG-EMPLOYEE-ID
          MOVE WS-YEAR-START-8 TO LDG-PAY-DATE
          MOVE LOW-VALUES TO LDG-RUN-TYPE
          MOVE 'N' TO WS-YTD-DONE-SW
          START LEDGER-FILE KEY IS NOT < LDG-KEY
             INVALID KEY
                MOVE 'Y' TO WS-YTD-DONE-SW
          END-START
          PERFORM UNTIL WS-YTD-DONE
             READ LEDGER-FILE NEXT RECORD
                AT END
                   MOVE 'Y' TO WS-YTD-DONE-SW
                NOT AT END
                   IF LDG-EMPLOYEE-ID NOT = SW-EMPLOYEE-ID
                      OR LDG-PAY-DATE > WS-PAY-DATE-8
                      MOVE 'Y' TO WS-YTD-DONE-SW
                   ELSE
                      PERFORM 52-ADD-ONE-ENTRY
                   END-IF
             END-READ
          END-PERFORM
          .

       52-ADD-ONE-ENTRY.
          ADD LDG-REG-GROSS TO WS-YTD-REG-GROSS
          ADD LDG-RETRO-AMT TO WS-YTD-RETRO-AMT
          ADD LDG-VAC-PAYOUT TO WS-YTD-VAC-PAYOUT
          ADD LDG-GROSS TO WS-YTD-GROSS
          ADD LDG-TAX-DED TO WS-YTD-TAX-DED
          ADD LDG-BEN-DED TO WS-YTD-BEN-DED
          ADD LDG-GAR-DED TO WS-YTD-GAR-DED
          ADD LDG-NET-PAY TO WS-YTD-NET-PAY
          .

       55-PRINT-AMOUNTS.
          MOVE ST-AMOUNT-HEADING TO REPORT-RECORD
          MOVE 3 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE 2 TO PROPER-SPACING
          MOVE 'REGULAR PAY' TO SA-LABEL
          MOVE SW-REG-GROSS TO SA-CURRENT
          MOVE WS-YTD-REG-GROSS TO SA-YTD
          PERFORM 56-WRITE-AMOUNT-LINE
          MOVE 'RETRO PAY' TO SA-LABEL
          MOVE SW-RETRO-AMT TO SA-CURRENT
          MOVE WS-YTD-RETRO-AMT TO SA-YTD
          PERFORM 56-WRITE-AMOUNT-LINE
          IF WS-YTD-VAC-PAYOUT > ZERO
             MOVE 'VACATION PAYOUT' TO SA-LABEL
             MOVE SW-VAC-PAYOUT TO SA-CURRENT
             MOVE WS-YTD-VAC-PAYOUT TO SA-YTD
             PERFORM 56-WRITE-AMOUNT-LINE
          END-IF
          MOVE 'GROSS PAY' TO SA-LABEL
          MOVE SW-GROSS TO SA-CURRENT
          MOVE WS-YTD-GROSS TO SA-YTD
          PERFORM 56-WRITE-AMOUNT-LINE
          MOVE 2 TO PROPER-SPACING
          MOVE 'TAX WITHHELD' TO SA-LABEL
          MOVE SW-TAX-DED TO SA-CURRENT
          MOVE WS-YTD-TAX-DED TO SA-YTD
          PERFORM 56-WRITE-AMOUNT-LINE
          MOVE 'BENEFIT PREMIUMS' TO SA-LABEL
          MOVE SW-BEN-DED TO SA-CURRENT
          MOVE WS-YTD-BEN-DED TO SA-YTD
          PERFORM 56-WRITE-AMOUNT-LINE
          MOVE 'GARNISHMENTS' TO SA-LABEL
          MOVE SW-GAR-DED TO SA-CURRENT
          MOVE WS-YTD-GAR-DED TO SA-YTD
          PERFORM 56-WRITE-AMOUNT-LINE
          MOVE 2 TO PROPER-SPACING
          MOVE 'NET PAY' TO SA-LABEL
          MOVE SW-NET-PAY TO SA-CURRENT
          MOVE WS-YTD-NET-PAY TO SA-YTD
          PERFORM 56-WRITE-AMOUNT-LINE
          .

       56-WRITE-AMOUNT-LINE.
          MOVE ST-AMOUNT-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 1 TO PROPER-SPACING
          .

       57-PRINT-LEAVE.
      *   THE BALANCES ARE WHAT STANDS ON THE LEAVE FILE NOW --
      *   ACCRUED LESS TAKEN, THE SAME WAY LEAVERPT WORKS THEM OUT.
          MOVE ST-LEAVE-HEADING TO REPORT-RECORD
          MOVE 3 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE SPACES TO LEAVE-RECORD
          MOVE ZERO TO LV-VAC-ACCRUED
          MOVE ZERO TO LV-VAC-TAKEN
          MOVE ZERO TO LV-SICK-ACCRUED
          MOVE ZERO TO LV-SICK-TAKEN
          IF WS-LEAVE-FILE-OPEN
             MOVE SW-EMPLOYEE-ID TO LV-EMPLOYEE-ID
             READ LEAVE-FILE
                INVALID KEY
                   MOVE ZERO TO LV-VAC-ACCRUED
                   MOVE ZERO TO LV-VAC-TAKEN
                   MOVE ZERO TO LV-SICK-ACCRUED
                   MOVE ZERO TO LV-SICK-TAKEN
             END-READ
          END-IF
          COMPUTE WS-VAC-AVAIL =
             LV-VAC-ACCRUED - LV-VAC-TAKEN
          COMPUTE WS-SICK-AVAIL =
             LV-SICK-ACCRUED - LV-SICK-TAKEN
          MOVE 'VACATION' TO SL-LABEL
          MOVE SW-VAC-ACCRUED TO SL-THIS-PERIOD
          MOVE LV-VAC-ACCRUED TO SL-ACCRUED
          MOVE LV-VAC-TAKEN TO SL-TAKEN
          MOVE WS-VAC-AVAIL TO SL-AVAIL
          MOVE ST-LEAVE-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE 'SICK' TO SL-LABEL
          MOVE SW-SICK-ACCRUED TO SL-THIS-PERIOD
          MOVE LV-SICK-ACCRUED TO SL-ACCRUED
          MOVE LV-SICK-TAKEN TO SL-TAKEN
          MOVE WS-SICK-AVAIL TO SL-AVAIL
          MOVE ST-LEAVE-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          .
