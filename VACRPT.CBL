       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACRPT.
       AUTHOR. M BARRETT.
      ***************************************************************
      * This program produces the position control vacancy and
      * overage report.  For every warehouse and position -- every
      * cell on the position control file (PR1PCTL.DAT) and every
      * cell the employee master actually has people in -- it sets
      * the authorized headcount against the headcount filled, and
      * the budgeted salary dollars against the current salaries
      * (CUR-SAL) of the people filling it, so open requisitions
      * and over-hires show up on one page instead of being worked
      * out by hand from EMPDIR.
      *
      * An employee not terminated fills a slot -- one on leave
      * still holds it.  A cell with slots open, more people than
      * it is authorized, or salaries over its budget is flagged; a
      * cell with people in it but no control record is flagged
      * NOT CONTROLLED.  A zero budget is no budget, and is never
      * flagged.  Each warehouse ends with a subtotal, and the
      * report with grand totals and a count of the cells flagged.
      ********
      * INPUT:
      *     PR1PCTL.DAT - the position control file, see PCTLREC
      *                   copybook.
      *     PR1MAST.DAT - the employee master, see EMPREC copybook.
      * *******
      * OUTPUT:
      *     PRVACNCY.TXT - the printed vacancy and overage report.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL POS-CONTROL-FILE
               ASSIGN TO 'PR1PCTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCT-KEY
               FILE STATUS IS WS-PCTL-STATUS.
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
               ASSIGN TO PRINTER 'PRVACNCY.TXT'.
            SELECT SORT-WORK-FILE
               ASSIGN TO 'SRTWORK10'.

       DATA DIVISION.
       FILE SECTION.

       FD POS-CONTROL-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 POS-CONTROL-RECORD.
           COPY PCTLREC.

       FD EMPLOYEE-MASTER
          RECORD CONTAINS 80 CHARACTERS.

       01 IN-EMPLOYEE-RECORD.
           COPY EMPREC.

       FD REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 REPORT-RECORD   PIC X(80).

      *    THE CONTROL RECORDS AND THE EMPLOYEES GO THROUGH ONE SORT
      *    SO EACH CELL'S AUTHORIZATION ARRIVES AHEAD OF THE PEOPLE
      *    FILLING IT.
       SD SORT-WORK-FILE.

       01 SORT-WORK-RECORD.
          05 SW-WAREHOUSE-ID  PIC X(4).
          05 SW-POSITION      PIC X(2).
          05 SW-REC-TYPE      PIC X(1).
             88 SW-IS-CONTROL          VALUE 'A'.
             88 SW-IS-EMPLOYEE         VALUE 'E'.
          05 SW-AUTH-COUNT    PIC 9(4).
          05 SW-BUDGET-SAL    PIC 9(8)V99.
          05 SW-CUR-SAL       PIC 9(6)V99.

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05 WS-PCTL-STATUS         PIC X(2) VALUE '00'.
           05 WS-MASTER-STATUS       PIC X(2) VALUE '00'.

       01 WS-CONTROL-BREAK-FIELDS.
           05  WS-FIRST-RECORD    PIC X(1)  VALUE 'Y'.
               88 FIRST-TIME-THRU          VALUE 'Y'.
           05  WS-PREV-WHOUSE     PIC X(4)  VALUE SPACES.
           05  WS-PREV-POSITION   PIC X(2)  VALUE SPACES.

       01 CELL-FIELDS.
           05 CL-CONTROLLED-SW    PIC X(1)    VALUE 'N'.
              88 CL-IS-CONTROLLED             VALUE 'Y'.
           05 CL-AUTH             PIC 9(4)    VALUE ZERO.
           05 CL-FILLED           PIC 9(4)    VALUE ZERO.
           05 CL-OPEN             PIC 9(4)    VALUE ZERO.
           05 CL-OVER             PIC 9(4)    VALUE ZERO.
           05 CL-BUDGET           PIC 9(8)V99 VALUE ZERO.
           05 CL-ACTUAL           PIC 9(8)V99 VALUE ZERO.
           05 CL-OVER-BUDGET-SW   PIC X(1)    VALUE 'N'.
              88 CL-IS-OVER-BUDGET            VALUE 'Y'.

       01 WAREHOUSE-SUBTOTAL-FIELDS.
           05 WH-AUTH             PIC 9(5)    VALUE ZERO.
           05 WH-FILLED           PIC 9(5)    VALUE ZERO.
           05 WH-OPEN             PIC 9(5)    VALUE ZERO.
           05 WH-OVER             PIC 9(5)    VALUE ZERO.
           05 WH-BUDGET           PIC 9(9)V99 VALUE ZERO.
           05 WH-ACTUAL           PIC 9(9)V99 VALUE ZERO.

       01 TOTAL-FIELDS.
           05 TOT-AUTH            PIC 9(5)    VALUE ZERO.
           05 TOT-FILLED          PIC 9(5)    VALUE ZERO.
           05 TOT-OPEN            PIC 9(5)    VALUE ZERO.
           05 TOT-OVER            PIC 9(5)    VALUE ZERO.
           05 TOT-BUDGET          PIC 9(9)V99 VALUE ZERO.
           05 TOT-ACTUAL          PIC 9(9)V99 VALUE ZERO.
           05 TOT-CELLS           PIC 9(5)    VALUE ZERO.
           05 TOT-VACANT-CELLS    PIC 9(5)    VALUE ZERO.
           05 TOT-OVER-CELLS      PIC 9(5)    VALUE ZERO.
           05 TOT-OVER-BUD-CELLS  PIC 9(5)    VALUE ZERO.
           05 TOT-UNCONTROLLED    PIC 9(5)    VALUE ZERO.

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
          05                  PIC X(20)   VALUE SPACES.
          05                  PIC X(40)   VALUE
              'POSITION CONTROL VACANCY/OVERAGE REPORT'.
          05                  PIC X(20)   VALUE SPACES.

       01 HEADING-THREE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(6)    VALUE 'WHSE'.
          05                  PIC X(4)    VALUE 'POS'.
          05                  PIC X(6)    VALUE '  AUTH'.
          05                  PIC X(6)    VALUE '  FILL'.
          05                  PIC X(6)    VALUE '  OPEN'.
          05                  PIC X(6)    VALUE '  OVER'.
          05                  PIC X(11)   VALUE '     BUDGET'.
          05                  PIC X(11)   VALUE '     ACTUAL'.
          05                  PIC X(1)    VALUE SPACE.
          05                  PIC X(14)   VALUE 'FLAG'.

       01 DETAIL-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05 DL-WHSE          PIC X(6).
          05 DL-POSITION      PIC X(4).
          05 DL-AUTH          PIC Z(5)9.
          05 DL-FILLED        PIC Z(5)9.
          05 DL-OPEN          PIC Z(5)9.
          05 DL-OVER          PIC Z(5)9.
          05 DL-BUDGET        PIC ZZZ,ZZZ,ZZ9.
          05 DL-ACTUAL        PIC ZZZ,ZZZ,ZZ9.
          05                  PIC X(1)    VALUE SPACE.
          05 DL-FLAG          PIC X(14).

       01 SUMMARY-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 SL-TITLE         PIC X(30).
          05 SL-COUNT         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       10-MAIN-MODULE.

         PERFORM 15-HOUSEKEEPING
         SORT SORT-WORK-FILE
             ON ASCENDING KEY SW-WAREHOUSE-ID
                              SW-POSITION
                              SW-REC-TYPE
             INPUT PROCEDURE IS 30-RELEASE-CELLS-AND-STAFF
             OUTPUT PROCEDURE IS 40-PROCESS-SORTED-FILE
         PERFORM 60-WRITE-GRAND-TOTAL
         CLOSE REPORT-FILE
         GOBACK
         .

       15-HOUSEKEEPING.
         OPEN INPUT EMPLOYEE-MASTER
         IF WS-MASTER-STATUS NOT = '00'
            DISPLAY 'VACRPT - PR1MAST.DAT NOT FOUND, STATUS '
               WS-MASTER-STATUS
            STOP RUN
         END-IF
         CLOSE EMPLOYEE-MASTER
         OPEN OUTPUT REPORT-FILE
         ACCEPT H1-DATE FROM DATE YYYYMMDD
         MOVE ZERO TO H1-PAGE-NO
         PERFORM 20-HEADER-ROUTINE
         MOVE HEADING-THREE TO REPORT-RECORD
         MOVE 2 TO PROPER-SPACING
         PERFORM 35-WRITE-A-LINE
         .

       20-HEADER-ROUTINE.
         ADD 1 TO H1-PAGE-NO
         WRITE REPORT-RECORD FROM HEADING-ONE
            AFTER ADVANCING PAGE
         MOVE 2 TO PROPER-SPACING
         MOVE HEADING-TWO TO REPORT-RECORD
         PERFORM 35-WRITE-A-LINE
         .

       30-RELEASE-CELLS-AND-STAFF.
      *    NO CONTROL FILE YET (BEFORE PCTLMNT'S FIRST RUN) SIMPLY
      *    MEANS EVERY CELL SHOWS AS NOT CONTROLLED.
         OPEN INPUT POS-CONTROL-FILE
         MOVE 'YES' TO ARE-THERE-MORE-RECORDS
         PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
            READ POS-CONTROL-FILE
               AT END
                  MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                  MOVE SPACES TO SORT-WORK-RECORD
                  MOVE PCT-WAREHOUSE-ID TO SW-WAREHOUSE-ID
                  MOVE PCT-POSITION TO SW-POSITION
                  MOVE 'A' TO SW-REC-TYPE
                  MOVE PCT-AUTH-COUNT TO SW-AUTH-COUNT
                  MOVE PCT-BUDGET-SAL TO SW-BUDGET-SAL
                  MOVE ZERO TO SW-CUR-SAL
                  RELEASE SORT-WORK-RECORD
            END-READ
         END-PERFORM
         CLOSE POS-CONTROL-FILE
         OPEN INPUT EMPLOYEE-MASTER
         MOVE 'YES' TO ARE-THERE-MORE-RECORDS
         PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
            READ EMPLOYEE-MASTER
               AT END
                  MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                  IF NOT EMP-IS-TERMINATED
                     MOVE SPACES TO SORT-WORK-RECORD
                     MOVE WAREHOUSE-ID TO SW-WAREHOUSE-ID
                     MOVE EMPOLYEE-POS TO SW-POSITION
                     MOVE 'E' TO SW-REC-TYPE
                     MOVE ZERO TO SW-AUTH-COUNT
                     MOVE ZERO TO SW-BUDGET-SAL
                     MOVE CUR-SAL TO SW-CUR-SAL
                     RELEASE SORT-WORK-RECORD
                  END-IF
            END-READ
         END-PERFORM
         CLOSE EMPLOYEE-MASTER
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
                   PERFORM 45-ACCUMULATE-CELL
             END-RETURN
          END-PERFORM
          IF NOT FIRST-TIME-THRU
             PERFORM 50-WRITE-CELL-LINE
             PERFORM 55-WRITE-WAREHOUSE-TOTAL
          END-IF
          .

       45-ACCUMULATE-CELL.
          IF NOT FIRST-TIME-THRU
             IF SW-WAREHOUSE-ID NOT EQUAL TO WS-PREV-WHOUSE
                OR SW-POSITION NOT EQUAL TO WS-PREV-POSITION
                PERFORM 50-WRITE-CELL-LINE
             END-IF
             IF SW-WAREHOUSE-ID NOT EQUAL TO WS-PREV-WHOUSE
                PERFORM 55-WRITE-WAREHOUSE-TOTAL
             END-IF
          END-IF
          MOVE SW-WAREHOUSE-ID TO WS-PREV-WHOUSE
          MOVE SW-POSITION TO WS-PREV-POSITION
          MOVE 'N' TO WS-FIRST-RECORD
          IF SW-IS-CONTROL
             MOVE 'Y' TO CL-CONTROLLED-SW
             MOVE SW-AUTH-COUNT TO CL-AUTH
             MOVE SW-BUDGET-SAL TO CL-BUDGET
          ELSE
             ADD 1 TO CL-FILLED
             ADD SW-CUR-SAL TO CL-ACTUAL
          END-IF
          .

       50-WRITE-CELL-LINE.
      *   AN UNCONTROLLED CELL HAS NO AUTHORIZATION TO BE OVER OR
      *   UNDER, SO ONLY ITS HEADCOUNT AND SALARIES ARE SHOWN.
          MOVE ZERO TO CL-OPEN
          MOVE ZERO TO CL-OVER
          MOVE 'N' TO CL-OVER-BUDGET-SW
          IF CL-IS-CONTROLLED
             IF CL-FILLED < CL-AUTH
                COMPUTE CL-OPEN = CL-AUTH - CL-FILLED
             ELSE
                COMPUTE CL-OVER = CL-FILLED - CL-AUTH
             END-IF
             IF CL-BUDGET > ZERO
                AND CL-ACTUAL > CL-BUDGET
                MOVE 'Y' TO CL-OVER-BUDGET-SW
             END-IF
          END-IF
          MOVE WS-PREV-WHOUSE TO DL-WHSE
          MOVE WS-PREV-POSITION TO DL-POSITION
          MOVE CL-AUTH TO DL-AUTH
          MOVE CL-FILLED TO DL-FILLED
          MOVE CL-OPEN TO DL-OPEN
          MOVE CL-OVER TO DL-OVER
          MOVE CL-BUDGET TO DL-BUDGET
          MOVE CL-ACTUAL TO DL-ACTUAL
          EVALUATE TRUE
             WHEN NOT CL-IS-CONTROLLED
                MOVE 'NOT CONTROLLED' TO DL-FLAG
                ADD 1 TO TOT-UNCONTROLLED
             WHEN CL-OVER > ZERO AND CL-IS-OVER-BUDGET
                MOVE 'OVER HC+BUDGET' TO DL-FLAG
             WHEN CL-OVER > ZERO
                MOVE 'OVER HEADCOUNT' TO DL-FLAG
             WHEN CL-IS-OVER-BUDGET
                MOVE 'OVER BUDGET' TO DL-FLAG
             WHEN CL-OPEN > ZERO
                MOVE 'VACANCY' TO DL-FLAG
             WHEN OTHER
                MOVE SPACES TO DL-FLAG
          END-EVALUATE
          IF CL-OPEN > ZERO
             ADD 1 TO TOT-VACANT-CELLS
          END-IF
          IF CL-OVER > ZERO
             ADD 1 TO TOT-OVER-CELLS
          END-IF
          IF CL-IS-OVER-BUDGET
             ADD 1 TO TOT-OVER-BUD-CELLS
          END-IF
          ADD 1 TO TOT-CELLS
          MOVE DETAIL-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          ADD CL-AUTH TO WH-AUTH
          ADD CL-FILLED TO WH-FILLED
          ADD CL-OPEN TO WH-OPEN
          ADD CL-OVER TO WH-OVER
          ADD CL-BUDGET TO WH-BUDGET
          ADD CL-ACTUAL TO WH-ACTUAL
          MOVE ZERO TO CL-AUTH
          MOVE ZERO TO CL-FILLED
          MOVE ZERO TO CL-BUDGET
          MOVE ZERO TO CL-ACTUAL
          MOVE 'N' TO CL-CONTROLLED-SW
          .

       55-WRITE-WAREHOUSE-TOTAL.
          MOVE SPACES TO DL-WHSE
          MOVE 'TOTL' TO DL-POSITION
          MOVE WH-AUTH TO DL-AUTH
          MOVE WH-FILLED TO DL-FILLED
          MOVE WH-OPEN TO DL-OPEN
          MOVE WH-OVER TO DL-OVER
          MOVE WH-BUDGET TO DL-BUDGET
          MOVE WH-ACTUAL TO DL-ACTUAL
          MOVE SPACES TO DL-FLAG
          MOVE DETAIL-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE BLANK-FILLER TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          ADD WH-AUTH TO TOT-AUTH
          ADD WH-FILLED TO TOT-FILLED
          ADD WH-OPEN TO TOT-OPEN
          ADD WH-OVER TO TOT-OVER
          ADD WH-BUDGET TO TOT-BUDGET
          ADD WH-ACTUAL TO TOT-ACTUAL
          MOVE ZERO TO WAREHOUSE-SUBTOTAL-FIELDS
          .

       60-WRITE-GRAND-TOTAL.
          MOVE 'ALL ' TO DL-WHSE
          MOVE 'TOTL' TO DL-POSITION
          MOVE TOT-AUTH TO DL-AUTH
          MOVE TOT-FILLED TO DL-FILLED
          MOVE TOT-OPEN TO DL-OPEN
          MOVE TOT-OVER TO DL-OVER
          MOVE TOT-BUDGET TO DL-BUDGET
          MOVE TOT-ACTUAL TO DL-ACTUAL
          MOVE SPACES TO DL-FLAG
          MOVE DETAIL-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE 'CELLS REPORTED' TO SL-TITLE
          MOVE TOT-CELLS TO SL-COUNT
          MOVE SUMMARY-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE 1 TO PROPER-SPACING
          MOVE 'CELLS WITH OPEN SLOTS' TO SL-TITLE
          MOVE TOT-VACANT-CELLS TO SL-COUNT
          MOVE SUMMARY-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'CELLS OVER HEADCOUNT' TO SL-TITLE
          MOVE TOT-OVER-CELLS TO SL-COUNT
          MOVE SUMMARY-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'CELLS OVER BUDGET' TO SL-TITLE
          MOVE TOT-OVER-BUD-CELLS TO SL-COUNT
          MOVE SUMMARY-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          MOVE 'CELLS NOT CONTROLLED' TO SL-TITLE
          MOVE TOT-UNCONTROLLED TO SL-COUNT
          MOVE SUMMARY-LINE TO REPORT-RECORD
          PERFORM 35-WRITE-A-LINE
          .
