       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNRMT.
       AUTHOR. M BARRETT.
      ***************************************************************
      * This program produces the garnishment remittance for a pay
      * run.  It runs in the pay stream after PAYREG and FINALPAY,
      * reads back the garnishment payments they took
      * (PR1GPAY.TXT), and lists, agency by agency, which cases were
      * paid and how much -- so accounts payable can cut each
      * agency its check from the report, or load the remittance
      * file, instead of adding up the register's garnishment
      * column by hand.
      *
      * Each agency's cases are listed in case number order with the
      * employee, the run that paid them (R = regular register,
      * F = final pay), the amount taken, what is still owed, and a
      * PAID OFF flag on a case this run finished.  Each agency
      * ends with its check total, and the report with a grand
      * total, which ties to the garnishment column of the two
      * registers for the cases on PR1GARN.DAT.
      ********
      * INPUT:
      *     PR1GPAY.TXT  - the garnishment payments for the pay date,
      *                    see GPAYREC copybook.
      * *******
      * OUTPUT:
      *     PRREMIT.TXT  - the printed remittance report.
      *     PR1REMIT.TXT - the remittance file: one D record per case
      *                    paid, followed by one T record per agency
      *                    carrying its case count and check amount,
      *                    fixed columns, no headings.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL GARN-PAY-FILE
               ASSIGN TO 'PR1GPAY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REMIT-FILE
               ASSIGN TO 'PR1REMIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REPORT-FILE
               ASSIGN TO PRINTER 'PRREMIT.TXT'.
            SELECT SORT-WORK-FILE
               ASSIGN TO 'SRTWORK9'.

       DATA DIVISION.
       FILE SECTION.

       FD GARN-PAY-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 GARN-PAY-RECORD.
           COPY GPAYREC.

       FD REMIT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 REMIT-RECORD.
          05 RM-REC-TYPE      PIC X(1).
             88 RM-IS-DETAIL           VALUE 'D'.
             88 RM-IS-AGENCY-TOTAL     VALUE 'T'.
          05 RM-PAY-DATE      PIC 9(8).
          05 RM-AGENCY-CODE   PIC X(6).
          05 RM-AGENCY-NAME   PIC X(20).
          05 RM-CASE-NO       PIC X(12).
          05 RM-EMPLOYEE-ID   PIC X(5).
          05 RM-AMOUNT        PIC 9(7)V99.
          05 RM-CASE-COUNT    PIC 9(4).
          05 RM-PAID-OFF      PIC X(1).
          05 FILLER           PIC X(14).

       FD REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 REPORT-RECORD   PIC X(80).

       SD SORT-WORK-FILE.

       01 SORT-WORK-RECORD.
          05 SW-AGENCY-CODE   PIC X(6).
          05 SW-CASE-NO       PIC X(12).
          05 SW-EMPLOYEE-ID   PIC X(5).
          05 SW-RUN-TYPE      PIC X(1).
          05 SW-AGENCY-NAME   PIC X(20).
          05 SW-PAY-DATE      PIC 9(8).
          05 SW-AMOUNT        PIC 9(5)V99.
          05 SW-BALANCE-LEFT  PIC 9(7)V99.
          05 SW-PAID-OFF      PIC X(1).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05 WS-PAY-DATE-8          PIC 9(8) VALUE ZERO.
           05 WS-PAYMENT-COUNT       PIC 9(6) VALUE ZERO.
           05 WS-AGENCY-COUNT        PIC 9(4) VALUE ZERO.

       01 WS-CONTROL-BREAK-FIELDS.
           05  WS-FIRST-RECORD    PIC X(1)  VALUE 'Y'.
               88 FIRST-TIME-THRU          VALUE 'Y'.
           05  WS-PREV-AGENCY     PIC X(6)  VALUE SPACES.
           05  WS-PREV-AGY-NAME   PIC X(20) VALUE SPACES.

       01 AGENCY-TOTAL-FIELDS.
           05 AG-CASE-COUNT       PIC 9(4)    VALUE ZERO.
           05 AG-AMOUNT           PIC 9(7)V99 VALUE ZERO.

       01 TOTAL-FIELDS.
           05 TOT-CASE-COUNT      PIC 9(6)    VALUE ZERO.
           05 TOT-PAID-OFF        PIC 9(6)    VALUE ZERO.
           05 TOT-AMOUNT          PIC 9(9)V99 VALUE ZERO.

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
          05                  PIC X(25)   VALUE SPACES.
          05                  PIC X(30)   VALUE
              'GARNISHMENT REMITTANCE REPORT'.
          05                  PIC X(25)   VALUE SPACES.

       01 PAY-DATE-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(10)   VALUE 'PAY DATE: '.
          05 PD-PAY-DATE      PIC 9999/99/99.

       01 AGENCY-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(8)    VALUE 'AGENCY: '.
          05 AL-AGENCY-CODE   PIC X(8).
          05 AL-AGENCY-NAME   PIC X(20).

       01 HEADING-THREE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(14)   VALUE 'CASE NUMBER'.
          05                  PIC X(7)    VALUE 'EMP'.
          05                  PIC X(5)    VALUE 'RUN'.
          05                  PIC X(13)   VALUE '  AMOUNT PAID'.
          05                  PIC X(15)   VALUE '   BALANCE LEFT'.

       01 DETAIL-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 DL-CASE-NO       PIC X(14).
          05 DL-EMPLOYEE-ID   PIC X(7).
          05                  PIC X(1)    VALUE SPACE.
          05 DL-RUN-TYPE      PIC X(4).
          05 DL-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
          05                  PIC X(2)    VALUE SPACES.
          05 DL-BALANCE       PIC ZZ,ZZZ,ZZ9.99.
          05                  PIC X(2)    VALUE SPACES.
          05 DL-PAID-OFF      PIC X(8).

       01 AGENCY-TOTAL-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05                  PIC X(14)   VALUE 'AGENCY TOTAL'.
          05 AT-CASE-COUNT    PIC ZZZ9.
          05                  PIC X(8)    VALUE ' CASES'.
          05 AT-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.

       01 GRAND-TOTAL-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05 GT-TITLE         PIC X(28).
          05 GT-COUNT         PIC ZZZ,ZZ9.
          05                  PIC X(3)    VALUE SPACES.
          05 GT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99
                              BLANK WHEN ZERO.

       01 NOTE-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 NL-TEXT          PIC X(60).

       PROCEDURE DIVISION.

       10-MAIN-MODULE.

         PERFORM 15-HOUSEKEEPING
         SORT SORT-WORK-FILE
             ON ASCENDING KEY SW-AGENCY-CODE
                              SW-CASE-NO
                              SW-EMPLOYEE-ID
                              SW-RUN-TYPE
             INPUT PROCEDURE IS 30-RELEASE-PAYMENTS
             OUTPUT PROCEDURE IS 40-PROCESS-SORTED-FILE
         PERFORM 60-WRITE-GRAND-TOTAL
         CLOSE REMIT-FILE
               REPORT-FILE
         GOBACK
         .

       15-HOUSEKEEPING.
         OPEN OUTPUT REMIT-FILE
         OPEN OUTPUT REPORT-FILE
         ACCEPT H1-DATE FROM DATE YYYYMMDD
         MOVE ZERO TO H1-PAGE-NO
         PERFORM 20-HEADER-ROUTINE
         .

       20-HEADER-ROUTINE.
         ADD 1 TO H1-PAGE-NO
         WRITE REPORT-RECORD FROM HEADING-ONE
            AFTER ADVANCING PAGE
         MOVE 2 TO PROPER-SPACING
         MOVE HEADING-TWO TO REPORT-RECORD
         PERFORM 35-WRITE-A-LINE
         .

       30-RELEASE-PAYMENTS.
      *    A PAY RUN THAT TOOK NO CASES LEAVES PR1GPAY.TXT EMPTY, OR
      *    NOT THERE AT ALL BEFORE THE FIRST CASE IS KEYED -- THE
      *    REPORT THEN SAYS SO, AND THE REMITTANCE FILE IS EMPTY.
         OPEN INPUT GARN-PAY-FILE
         MOVE 'YES' TO ARE-THERE-MORE-RECORDS
         PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
            READ GARN-PAY-FILE
               AT END
                  MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                  PERFORM 32-RELEASE-ONE-PAYMENT
            END-READ
         END-PERFORM
         CLOSE GARN-PAY-FILE
         .

       32-RELEASE-ONE-PAYMENT.
          ADD 1 TO WS-PAYMENT-COUNT
          IF WS-PAY-DATE-8 = ZERO
             MOVE GP-PAY-DATE TO WS-PAY-DATE-8
          END-IF
          MOVE SPACES TO SORT-WORK-RECORD
          MOVE GP-AGENCY-CODE TO SW-AGENCY-CODE
          MOVE GP-CASE-NO TO SW-CASE-NO
          MOVE GP-EMPLOYEE-ID TO SW-EMPLOYEE-ID
          MOVE GP-RUN-TYPE TO SW-RUN-TYPE
          MOVE GP-AGENCY-NAME TO SW-AGENCY-NAME
          MOVE GP-PAY-DATE TO SW-PAY-DATE
          MOVE GP-AMOUNT TO SW-AMOUNT
          MOVE GP-BALANCE-LEFT TO SW-BALANCE-LEFT
          MOVE GP-PAID-OFF TO SW-PAID-OFF
          RELEASE SORT-WORK-RECORD
          .

       35-WRITE-A-LINE.
          WRITE REPORT-RECORD
              AFTER ADVANCING PROPER-SPACING
          .

       40-PROCESS-SORTED-FILE.
          MOVE WS-PAY-DATE-8 TO PD-PAY-DATE
          MOVE PAY-DATE-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          IF WS-PAYMENT-COUNT = ZERO
             MOVE 'NO GARNISHMENT CASES WERE PAID THIS PAY RUN'
                TO NL-TEXT
             MOVE NOTE-LINE TO REPORT-RECORD
             MOVE 2 TO PROPER-SPACING
             PERFORM 35-WRITE-A-LINE
          END-IF
          MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             RETURN SORT-WORK-FILE
                AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                NOT AT END
                   PERFORM 45-LIST-PAYMENT
             END-RETURN
          END-PERFORM
          IF NOT FIRST-TIME-THRU
             PERFORM 55-WRITE-AGENCY-TOTAL
          END-IF
          .

       45-LIST-PAYMENT.
          IF NOT FIRST-TIME-THRU
             IF SW-AGENCY-CODE NOT EQUAL TO WS-PREV-AGENCY
                PERFORM 55-WRITE-AGENCY-TOTAL
             END-IF
          END-IF
          IF FIRST-TIME-THRU
             OR SW-AGENCY-CODE NOT EQUAL TO WS-PREV-AGENCY
             PERFORM 50-START-AGENCY
          END-IF
          MOVE 'N' TO WS-FIRST-RECORD
          MOVE SW-CASE-NO TO DL-CASE-NO
          MOVE SW-EMPLOYEE-ID TO DL-EMPLOYEE-ID
          MOVE SW-RUN-TYPE TO DL-RUN-TYPE
          MOVE SW-AMOUNT TO DL-AMOUNT
          MOVE SW-BALANCE-LEFT TO DL-BALANCE
          IF SW-PAID-OFF = 'Y'
             MOVE 'PAID OFF' TO DL-PAID-OFF
             ADD 1 TO TOT-PAID-OFF
          ELSE
             MOVE SPACES TO DL-PAID-OFF
          END-IF
          MOVE DETAIL-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE SPACES TO REMIT-RECORD
          MOVE 'D' TO RM-REC-TYPE
          MOVE SW-PAY-DATE TO RM-PAY-DATE
          MOVE SW-AGENCY-CODE TO RM-AGENCY-CODE
          MOVE SW-AGENCY-NAME TO RM-AGENCY-NAME
          MOVE SW-CASE-NO TO RM-CASE-NO
          MOVE SW-EMPLOYEE-ID TO RM-EMPLOYEE-ID
          MOVE SW-AMOUNT TO RM-AMOUNT
          MOVE 1 TO RM-CASE-COUNT
          MOVE SW-PAID-OFF TO RM-PAID-OFF
          WRITE REMIT-RECORD
          ADD 1 TO AG-CASE-COUNT
          ADD SW-AMOUNT TO AG-AMOUNT
          .

       50-START-AGENCY.
          MOVE SW-AGENCY-CODE TO WS-PREV-AGENCY
          MOVE SW-AGENCY-NAME TO WS-PREV-AGY-NAME
          MOVE SW-AGENCY-CODE TO AL-AGENCY-CODE
          MOVE SW-AGENCY-NAME TO AL-AGENCY-NAME
          MOVE AGENCY-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE HEADING-THREE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          .

       55-WRITE-AGENCY-TOTAL.
      *   THE AGENCY'S CHECK AMOUNT -- ONE T RECORD ON THE FILE AND
      *   ITS TOTAL LINE ON THE REPORT.
          MOVE AG-CASE-COUNT TO AT-CASE-COUNT
          MOVE AG-AMOUNT TO AT-AMOUNT
          MOVE AGENCY-TOTAL-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE SPACES TO REMIT-RECORD
          MOVE 'T' TO RM-REC-TYPE
          MOVE WS-PAY-DATE-8 TO RM-PAY-DATE
          MOVE WS-PREV-AGENCY TO RM-AGENCY-CODE
          MOVE WS-PREV-AGY-NAME TO RM-AGENCY-NAME
          MOVE AG-AMOUNT TO RM-AMOUNT
          MOVE AG-CASE-COUNT TO RM-CASE-COUNT
          WRITE REMIT-RECORD
          ADD 1 TO WS-AGENCY-COUNT
          ADD AG-CASE-COUNT TO TOT-CASE-COUNT
          ADD AG-AMOUNT TO TOT-AMOUNT
          MOVE ZERO TO AGENCY-TOTAL-FIELDS
          .

       60-WRITE-GRAND-TOTAL.
          MOVE 'AGENCIES TO BE PAID' TO GT-TITLE
          MOVE WS-AGENCY-COUNT TO GT-COUNT
          MOVE TOT-AMOUNT TO GT-AMOUNT
          MOVE GRAND-TOTAL-LINE TO REPORT-RECORD
          MOVE 3 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE 'CASE PAYMENTS' TO GT-TITLE
          MOVE TOT-CASE-COUNT TO GT-COUNT
          MOVE ZERO TO GT-AMOUNT
          MOVE GRAND-TOTAL-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE 'CASES PAID OFF THIS RUN' TO GT-TITLE
          MOVE TOT-PAID-OFF TO GT-COUNT
          MOVE GRAND-TOTAL-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          .
