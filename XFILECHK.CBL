       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFILECHK.
       AUTHOR. M BARRETT.
      ***************************************************************
      * This program is the nightly cross-file integrity sweep.
      * MSTUTIL's verify only looks inside PR1MAST.DAT, but the
      * deduction, leave, YTD, retro and pending files are all
      * keyed by employee ID and drift from the master whenever an
      * employee is purged or an ID is mis-keyed.  This sweep reads
      * each of them against the master, and the master against the
      * warehouse and position reference masters, and lists every
      * finding graded WARNING or ERROR:
      *   1. A record on PR1DED.DAT, PR1LEAVE.DAT, PR1YTD.DAT or
      *      PR1PEND.TXT with no master behind it -- WARNING.  A
      *      pending Add is skipped: a future-dated hire has no
      *      master record until MASTMAINT applies it.
      *   2. A retro entry on PR1RETRO.TXT with no master behind
      *      it -- ERROR.  PAYREG carries it forward unpaid for
      *      ever, and the employee it was meant for never gets it.
      *   3. An active employee with no leave record -- WARNING.
      *   4. Deductions or pending transactions for a terminated
      *      employee -- WARNING.
      *   5. A master record whose WAREHOUSE-ID is closed or not on
      *      PR1WHSE.DAT, or whose position code is not on
      *      PR1POS.DAT -- ERROR for an employee not terminated,
      *      since PAYREG would pay and cost them there, WARNING
      *      for a terminated one.
      * The report ends with the counts and a verdict.  Any ERROR
      * holds the pay stream: the report is written, then the run
      * stops with the step left incomplete, the way GLJRNL stops
      * on an out of balance journal, so nothing is paid until the
      * files are put right and the stream is resumed.  Warnings
      * alone let the stream carry on.  The step belongs at the
      * head of the pay stream, ahead of TIMEEDIT and PAYREG.
      ********
      * INPUT:
      *     PR1MAST.DAT  - see EMPREC copybook for the record layout.
      *     PR1WHSE.DAT  - the warehouse reference master.
      *     PR1POS.DAT   - the position master.
      *     PR1DED.DAT   - the deduction master (see DEDREC).
      *     PR1LEAVE.DAT - the leave balances (see LVREC).
      *     PR1YTD.DAT   - the year-to-date earnings (see YTDREC).
      *     PR1RETRO.TXT - retro pay owed, written by MASTMAINT.
      *     PR1PEND.TXT  - future-dated transactions parked by
      *                    MASTMAINT.
      *     Any of the last five may be absent -- there is then
      *     nothing on it to check.
      * *******
      * OUTPUT:
      *     PRXFILE.TXT  - the printed integrity report.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EMP-LAST
                  WITH DUPLICATES
               ALTERNATE RECORD KEY IS WAREHOUSE-ID
                  WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
            SELECT WAREHOUSE-FILE
               ASSIGN TO 'PR1WHSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WHSE-ID
               FILE STATUS IS WS-WHSE-STATUS.
            SELECT POSITION-FILE
               ASSIGN TO 'PR1POS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POS-CODE
               FILE STATUS IS WS-POSMAST-STATUS.
            SELECT OPTIONAL DEDUCT-FILE
               ASSIGN TO 'PR1DED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-EMPLOYEE-ID
               FILE STATUS IS WS-DED-STATUS.
            SELECT OPTIONAL LEAVE-FILE
               ASSIGN TO 'PR1LEAVE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMPLOYEE-ID
               FILE STATUS IS WS-LEAVE-STATUS.
            SELECT OPTIONAL YTD-FILE
               ASSIGN TO 'PR1YTD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-EMPLOYEE-ID
               FILE STATUS IS WS-YTD-STATUS.
            SELECT OPTIONAL RETRO-FILE
               ASSIGN TO 'PR1RETRO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PENDING-FILE
               ASSIGN TO 'PR1PEND.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REPORT-FILE
               ASSIGN TO PRINTER 'PRXFILE.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD EMPLOYEE-MASTER
          RECORD CONTAINS 80 CHARACTERS.

       01 MASTER-RECORD.
           COPY EMPREC.

       FD WAREHOUSE-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 WAREHOUSE-RECORD.
           COPY WHSEREC.

       FD POSITION-FILE
          RECORD CONTAINS 40 CHARACTERS.

       01 POSITION-RECORD.
           COPY POSREC.

       FD DEDUCT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 DEDUCTION-RECORD.
           COPY DEDREC.

       FD LEAVE-FILE
          RECORD CONTAINS 50 CHARACTERS.

       01 LEAVE-RECORD.
           COPY LVREC.

       FD YTD-FILE
          RECORD CONTAINS 50 CHARACTERS.

       01 YTD-RECORD.
           COPY YTDREC.

       FD RETRO-FILE
          RECORD CONTAINS 30 CHARACTERS.

       01 RETRO-RECORD.
          05 RETRO-EMPLOYEE-ID PIC X(5).
          05 RETRO-AMOUNT      PIC 9(6)V99.
          05 RETRO-EFF-DATE    PIC 9(8).
          05 FILLER            PIC X(9).

      *    ONLY THE TRANSACTION CODE AND EMPLOYEE ID ARE NEEDED --
      *    THEY SIT IN THE SAME COLUMNS ON EVERY TRANSACTION LAYOUT
      *    (SEE MASTMAINT).
       FD PENDING-FILE
          RECORD CONTAINS 97 CHARACTERS.

       01 PENDING-RECORD.
          05 PEND-TRAN-CODE   PIC X(1).
          05 FILLER           PIC X(4).
          05 PEND-EMPLOYEE-ID PIC X(5).
          05 FILLER           PIC X(87).

       FD REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05 WS-MASTER-STATUS       PIC X(2) VALUE '00'.
           05 WS-DED-STATUS          PIC X(2) VALUE '00'.
           05 WS-LEAVE-STATUS        PIC X(2) VALUE '00'.
           05 WS-YTD-STATUS          PIC X(2) VALUE '00'.
           05 WS-MASTER-FOUND-SW     PIC X(1) VALUE 'N'.
              88 WS-MASTER-FOUND            VALUE 'Y'.

      *    THE FINDING BEING REPORTED, SET BY EACH CHECK BEFORE IT
      *    PERFORMS 60-WRITE-WARNING OR 62-WRITE-ERROR.
       01 WS-FINDING-FIELDS.
           05 WS-FINDING-FILE        PIC X(12) VALUE SPACES.
           05 WS-FINDING-EMP-ID      PIC X(5)  VALUE SPACES.
           05 WS-FINDING-TEXT        PIC X(46) VALUE SPACES.

       01 TOTAL-FIELDS.
           05 TOT-MASTER-READ        PIC 9(6)  VALUE ZERO.
           05 TOT-DED-READ           PIC 9(6)  VALUE ZERO.
           05 TOT-LEAVE-READ         PIC 9(6)  VALUE ZERO.
           05 TOT-YTD-READ           PIC 9(6)  VALUE ZERO.
           05 TOT-RETRO-READ         PIC 9(6)  VALUE ZERO.
           05 TOT-PEND-READ          PIC 9(6)  VALUE ZERO.
           05 TOT-WARNINGS           PIC 9(6)  VALUE ZERO.
           05 TOT-ERRORS             PIC 9(6)  VALUE ZERO.

      *********     WAREHOUSE REFERENCE TABLE     *********************
      *    LOADED FROM PR1WHSE.DAT AT HOUSEKEEPING (COPYLIB/
      *    WHSETBL.CPY, SHARED WITH MASTMAINT, PROJECT1 AND BALANCE)
      *    SO EACH MASTER'S WAREHOUSE CAN BE CHECKED OPEN.
           COPY WHSETBL.

      *********     POSITION REFERENCE TABLE     **********************
      *    LOADED FROM PR1POS.DAT AT HOUSEKEEPING (COPYLIB/
      *    POSTBL.CPY, SHARED WITH MASTMAINT AND PROJECT1).
           COPY POSTBL.

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
          05                  PIC X(22)   VALUE SPACES.
          05                  PIC X(36)   VALUE
              'CROSS-FILE INTEGRITY REPORT'.
          05                  PIC X(22)   VALUE SPACES.

       01 HEADING-THREE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(9)    VALUE 'GRADE'.
          05                  PIC X(14)   VALUE 'FILE'.
          05                  PIC X(7)    VALUE 'EMP'.
          05                  PIC X(46)   VALUE 'FINDING'.

       01 FINDING-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05 FL-GRADE         PIC X(9).
          05 FL-FILE          PIC X(14).
          05 FL-EMP-ID        PIC X(7).
          05 FL-TEXT          PIC X(46).

       01 NO-FINDINGS-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(40)   VALUE
              'NO FINDINGS - FILES AGREE WITH MASTER'.

       01 SUMMARY-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 SL-TITLE         PIC X(30).
          05 SL-COUNT         PIC ZZZ,ZZ9.

       01 VERDICT-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(8)    VALUE 'VERDICT:'.
          05                  PIC X(2)    VALUE SPACES.
          05 VL-VERDICT       PIC X(30).

       PROCEDURE DIVISION.

       10-MAIN-MODULE.

         PERFORM 15-HOUSEKEEPING
         PERFORM 40-SWEEP-MASTER
         PERFORM 44-SWEEP-DEDUCTIONS
         PERFORM 46-SWEEP-LEAVE
         PERFORM 48-SWEEP-YTD
         PERFORM 50-SWEEP-RETRO
         PERFORM 52-SWEEP-PENDING
         PERFORM 70-WRITE-SUMMARY
         PERFORM 75-WRITE-VERDICT
         CLOSE EMPLOYEE-MASTER
               DEDUCT-FILE
               LEAVE-FILE
               REPORT-FILE
         IF TOT-ERRORS > ZERO
            DISPLAY 'XFILECHK - ' TOT-ERRORS ' ERRORS, PAY STREAM '
               'HELD -- SEE PRXFILE.TXT'
            STOP RUN
         END-IF
         GOBACK
         .

       15-HOUSEKEEPING.
         OPEN INPUT EMPLOYEE-MASTER
         IF WS-MASTER-STATUS NOT = '00'
            DISPLAY 'XFILECHK - PR1MAST.DAT NOT FOUND, STATUS '
               WS-MASTER-STATUS
            STOP RUN
         END-IF
         PERFORM 17-LOAD-WAREHOUSE-TABLE
         PERFORM 18-LOAD-POSITION-TABLE
      *    THE EMPLOYEE FILES ARE OPTIONAL -- ONE NOT YET CREATED
      *    SIMPLY HAS NO RECORDS TO CHECK.
         OPEN INPUT DEDUCT-FILE
         OPEN INPUT LEAVE-FILE
         OPEN OUTPUT REPORT-FILE
         ACCEPT H1-DATE FROM DATE YYYYMMDD
         MOVE ZERO TO H1-PAGE-NO
         PERFORM 20-HEADER-ROUTINE
         .

       17-LOAD-WAREHOUSE-TABLE.
      *    WITHOUT THE WAREHOUSE REFERENCE MASTER EVERY EMPLOYEE
      *    WOULD BE REPORTED IN AN UNKNOWN WAREHOUSE, SO A MISSING
      *    PR1WHSE.DAT STOPS THE RUN WITH A CLEAR MESSAGE INSTEAD.
         OPEN INPUT WAREHOUSE-FILE
         IF WS-WHSE-STATUS NOT = '00'
            DISPLAY 'XFILECHK - PR1WHSE.DAT NOT FOUND, STATUS '
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
                     DISPLAY 'XFILECHK - WAREHOUSE TABLE FULL, '
                        'WAREHOUSE ' WHSE-ID ' NOT LOADED'
                  END-IF
            END-READ
         END-PERFORM
         CLOSE WAREHOUSE-FILE
         .

       18-LOAD-POSITION-TABLE.
      *    WITHOUT THE POSITION MASTER EVERY EMPLOYEE WOULD BE
      *    REPORTED IN AN UNKNOWN POSITION, SO A MISSING PR1POS.DAT
      *    STOPS THE RUN WITH A CLEAR MESSAGE INSTEAD.
         OPEN INPUT POSITION-FILE
         IF WS-POSMAST-STATUS NOT = '00'
            DISPLAY 'XFILECHK - PR1POS.DAT NOT FOUND, STATUS '
               WS-POSMAST-STATUS
            STOP RUN
         END-IF
         MOVE ZERO TO WS-POS-COUNT
         MOVE 'N' TO WS-POS-EOF-SW
         PERFORM UNTIL WS-POS-EOF
            READ POSITION-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-POS-EOF-SW
               NOT AT END
                  IF WS-POS-COUNT < 20
                     ADD 1 TO WS-POS-COUNT
                     MOVE POS-CODE
                        TO WS-POS-TBL-CODE (WS-POS-COUNT)
                     MOVE POS-DESC
                        TO WS-POS-TBL-DESC (WS-POS-COUNT)
                     MOVE POS-MIN-SAL
                        TO WS-POS-TBL-MIN (WS-POS-COUNT)
                     MOVE POS-MAX-SAL
                        TO WS-POS-TBL-MAX (WS-POS-COUNT)
                  ELSE
                     DISPLAY 'XFILECHK - POSITION TABLE FULL, '
                        'POSITION ' POS-CODE ' NOT LOADED'
                  END-IF
            END-READ
         END-PERFORM
         CLOSE POSITION-FILE
         .

       20-HEADER-ROUTINE.
         ADD 1 TO H1-PAGE-NO
         WRITE REPORT-RECORD FROM HEADING-ONE
            AFTER ADVANCING PAGE
         MOVE 2 TO PROPER-SPACING
         MOVE HEADING-TWO TO REPORT-RECORD
         PERFORM 35-WRITE-A-LINE
         MOVE HEADING-THREE TO REPORT-RECORD
         PERFORM 35-WRITE-A-LINE
         MOVE SPACES TO REPORT-RECORD
         MOVE 1 TO PROPER-SPACING
         PERFORM 35-WRITE-A-LINE
         .

       35-WRITE-A-LINE.
          WRITE REPORT-RECORD
              AFTER ADVANCING PROPER-SPACING
          .

       40-SWEEP-MASTER.
          MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             READ EMPLOYEE-MASTER NEXT RECORD
                AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                NOT AT END
                   ADD 1 TO TOT-MASTER-READ
                   PERFORM 42-CHECK-ONE-MASTER
             END-READ
          END-PERFORM
          .

       42-CHECK-ONE-MASTER.
      *   THE WAREHOUSE AND POSITION CHECKS ARE ERRORS FOR ANYONE
      *   STILL ON THE PAYROLL -- ACTIVE OR ON LEAVE -- AND ONLY
      *   WARNINGS ONCE THE EMPLOYEE HAS BEEN TERMINATED.
          MOVE 'PR1MAST.DAT' TO WS-FINDING-FILE
          MOVE EMPLOYEE-ID TO WS-FINDING-EMP-ID
          MOVE WAREHOUSE-ID TO WS-WHSE-LOOKUP-ID
          PERFORM 56-LOOKUP-WAREHOUSE
          IF NOT WS-WHSE-FOUND
             MOVE 'WAREHOUSE NOT ON PR1WHSE.DAT' TO WS-FINDING-TEXT
             PERFORM 64-WRITE-MASTER-FINDING
          ELSE
             IF WS-WHSE-ACTIVE-OUT = 'N'
                MOVE 'WAREHOUSE IS CLOSED ON PR1WHSE.DAT'
                   TO WS-FINDING-TEXT
                PERFORM 64-WRITE-MASTER-FINDING
             END-IF
          END-IF
          MOVE EMPOLYEE-POS TO WS-POS-LOOKUP-CODE
          PERFORM 58-LOOKUP-POSITION
          IF NOT WS-POS-FOUND
             MOVE 'POSITION CODE NOT ON PR1POS.DAT' TO WS-FINDING-TEXT
             PERFORM 64-WRITE-MASTER-FINDING
          END-IF
      *   PAYREG WRITES THE LEAVE RECORD AT THE FIRST ACCRUAL, SO A
      *   MISSING ONE IS ONLY WORTH A WARNING.
          IF EMP-IS-ACTIVE
             MOVE EMPLOYEE-ID TO LV-EMPLOYEE-ID
             READ LEAVE-FILE
                INVALID KEY
                   MOVE 'PR1LEAVE.DAT' TO WS-FINDING-FILE
                   MOVE 'ACTIVE EMPLOYEE HAS NO LEAVE RECORD'
                      TO WS-FINDING-TEXT
                   PERFORM 60-WRITE-WARNING
             END-READ
          END-IF
          IF EMP-IS-TERMINATED
             MOVE EMPLOYEE-ID TO DED-EMPLOYEE-ID
             READ DEDUCT-FILE
                NOT INVALID KEY
                   MOVE 'PR1DED.DAT' TO WS-FINDING-FILE
                   MOVE 'DEDUCTIONS ON FILE FOR TERMINATED EMPLOYEE'
                      TO WS-FINDING-TEXT
                   PERFORM 60-WRITE-WARNING
             END-READ
          END-IF
          .

       44-SWEEP-DEDUCTIONS.
      *   THE MASTER PASS READ THE FILE BY KEY, SO IT IS STARTED
      *   AGAIN FROM THE TOP FOR THE SEQUENTIAL PASS.
          MOVE LOW-VALUES TO DED-EMPLOYEE-ID
          MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          START DEDUCT-FILE KEY IS NOT LESS THAN DED-EMPLOYEE-ID
             INVALID KEY
                MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
          END-START
          PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             READ DEDUCT-FILE NEXT RECORD
                AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                NOT AT END
                   ADD 1 TO TOT-DED-READ
                   MOVE DED-EMPLOYEE-ID TO WS-FINDING-EMP-ID
                   PERFORM 54-READ-MASTER
                   IF NOT WS-MASTER-FOUND
                      MOVE 'PR1DED.DAT' TO WS-FINDING-FILE
                      MOVE 'DEDUCTION RECORD HAS NO MASTER'
                         TO WS-FINDING-TEXT
                      PERFORM 60-WRITE-WARNING
                   END-IF
             END-READ
          END-PERFORM
          .

       46-SWEEP-LEAVE.
          MOVE LOW-VALUES TO LV-EMPLOYEE-ID
          MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          START LEAVE-FILE KEY IS NOT LESS THAN LV-EMPLOYEE-ID
             INVALID KEY
                MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
          END-START
          PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             READ LEAVE-FILE NEXT RECORD
                AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                NOT AT END
                   ADD 1 TO TOT-LEAVE-READ
                   MOVE LV-EMPLOYEE-ID TO WS-FINDING-EMP-ID
                   PERFORM 54-READ-MASTER
                   IF NOT WS-MASTER-FOUND
                      MOVE 'PR1LEAVE.DAT' TO WS-FINDING-FILE
                      MOVE 'LEAVE RECORD HAS NO MASTER'
                         TO WS-FINDING-TEXT
                      PERFORM 60-WRITE-WARNING
                   END-IF
             END-READ
          END-PERFORM
          .

       48-SWEEP-YTD.
          OPEN INPUT YTD-FILE
          MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             READ YTD-FILE NEXT RECORD
                AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                NOT AT END
                   ADD 1 TO TOT-YTD-READ
                   MOVE YTD-EMPLOYEE-ID TO WS-FINDING-EMP-ID
                   PERFORM 54-READ-MASTER
                   IF NOT WS-MASTER-FOUND
                      MOVE 'PR1YTD.DAT' TO WS-FINDING-FILE
                      MOVE 'YTD RECORD HAS NO MASTER'
                         TO WS-FINDING-TEXT
                      PERFORM 60-WRITE-WARNING
                   END-IF
             END-READ
          END-PERFORM
          CLOSE YTD-FILE
          .

       50-SWEEP-RETRO.
          OPEN INPUT RETRO-FILE
          MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             READ RETRO-FILE
                AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                NOT AT END
                   ADD 1 TO TOT-RETRO-READ
                   MOVE RETRO-EMPLOYEE-ID TO WS-FINDING-EMP-ID
                   PERFORM 54-READ-MASTER
                   IF NOT WS-MASTER-FOUND
                      MOVE 'PR1RETRO.TXT' TO WS-FINDING-FILE
                      MOVE 'RETRO OWED TO AN EMPLOYEE NOT ON MASTER'
                         TO WS-FINDING-TEXT
                      PERFORM 62-WRITE-ERROR
                   END-IF
             END-READ
          END-PERFORM
          CLOSE RETRO-FILE
          .

       52-SWEEP-PENDING.
          OPEN INPUT PENDING-FILE
          MOVE 'YES' TO ARE-THERE-MORE-RECORDS
          PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
             READ PENDING-FILE
                AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                NOT AT END
                   ADD 1 TO TOT-PEND-READ
                   PERFORM 53-CHECK-ONE-PENDING
             END-READ
          END-PERFORM
          CLOSE PENDING-FILE
          .

       53-CHECK-ONE-PENDING.
          MOVE PEND-EMPLOYEE-ID TO WS-FINDING-EMP-ID
          MOVE 'PR1PEND.TXT' TO WS-FINDING-FILE
          PERFORM 54-READ-MASTER
          IF NOT WS-MASTER-FOUND
             IF PEND-TRAN-CODE NOT = 'A'
                MOVE 'PENDING TRANSACTION HAS NO MASTER'
                   TO WS-FINDING-TEXT
                PERFORM 60-WRITE-WARNING
             END-IF
          ELSE
             IF EMP-IS-TERMINATED
                MOVE 'PENDING TRANSACTION FOR TERMINATED EMPLOYEE'
                   TO WS-FINDING-TEXT
                PERFORM 60-WRITE-WARNING
             END-IF
          END-IF
          .

       54-READ-MASTER.
          MOVE WS-FINDING-EMP-ID TO EMPLOYEE-ID
          READ EMPLOYEE-MASTER
             KEY IS EMPLOYEE-ID
             INVALID KEY
                MOVE 'N' TO WS-MASTER-FOUND-SW
             NOT INVALID KEY
                MOVE 'Y' TO WS-MASTER-FOUND-SW
          END-READ
          .

       56-LOOKUP-WAREHOUSE.
          MOVE 'N' TO WS-WHSE-FOUND-SW
          MOVE SPACES TO WS-WHSE-ACTIVE-OUT
          PERFORM 57-SCAN-WAREHOUSE-ENTRY
             VARYING WS-WHSE-SUB FROM 1 BY 1
             UNTIL WS-WHSE-SUB > WS-WHSE-COUNT
                OR WS-WHSE-FOUND
          .

       57-SCAN-WAREHOUSE-ENTRY.
          IF WS-WHSE-TBL-ID (WS-WHSE-SUB) = WS-WHSE-LOOKUP-ID
             MOVE 'Y' TO WS-WHSE-FOUND-SW
             MOVE WS-WHSE-TBL-ACTIVE (WS-WHSE-SUB)
                TO WS-WHSE-ACTIVE-OUT
          END-IF
          .

       58-LOOKUP-POSITION.
          MOVE 'N' TO WS-POS-FOUND-SW
          PERFORM 59-SCAN-POSITION-ENTRY
             VARYING WS-POS-SUB FROM 1 BY 1
             UNTIL WS-POS-SUB > WS-POS-COUNT
                OR WS-POS-FOUND
          .

       59-SCAN-POSITION-ENTRY.
          IF WS-POS-TBL-CODE (WS-POS-SUB) = WS-POS-LOOKUP-CODE
             MOVE 'Y' TO WS-POS-FOUND-SW
          END-IF
          .

       60-WRITE-WARNING.
          ADD 1 TO TOT-WARNINGS
          MOVE 'WARNING' TO FL-GRADE
          PERFORM 66-WRITE-FINDING
          .

       62-WRITE-ERROR.
          ADD 1 TO TOT-ERRORS
          MOVE 'ERROR' TO FL-GRADE
          PERFORM 66-WRITE-FINDING
          .

       64-WRITE-MASTER-FINDING.
          IF EMP-IS-TERMINATED
             PERFORM 60-WRITE-WARNING
          ELSE
             PERFORM 62-WRITE-ERROR
          END-IF
          .

       66-WRITE-FINDING.
          MOVE WS-FINDING-FILE TO FL-FILE
          MOVE WS-FINDING-EMP-ID TO FL-EMP-ID
          MOVE WS-FINDING-TEXT TO FL-TEXT
          MOVE FINDING-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          .

       70-WRITE-SUMMARY.
          IF TOT-WARNINGS = ZERO
             AND TOT-ERRORS = ZERO
             MOVE NO-FINDINGS-LINE TO REPORT-RECORD
             MOVE 1 TO PROPER-SPACING
             PERFORM 35-WRITE-A-LINE
          END-IF
          MOVE 'MASTER RECORDS READ' TO SL-TITLE
          MOVE TOT-MASTER-READ TO SL-COUNT
          MOVE SUMMARY-LINE TO REPORT-RECORD
          MOVE 3 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE 'DEDUCTION RECORDS READ' TO SL-TITLE
          MOVE TOT-DED-READ TO SL-COUNT
          PERFORM 72-WRITE-SUMMARY-LINE
          MOVE 'LEAVE RECORDS READ' TO SL-TITLE
          MOVE TOT-LEAVE-READ TO SL-COUNT
          PERFORM 72-WRITE-SUMMARY-LINE
          MOVE 'YTD RECORDS READ' TO SL-TITLE
          MOVE TOT-YTD-READ TO SL-COUNT
          PERFORM 72-WRITE-SUMMARY-LINE
          MOVE 'RETRO ENTRIES READ' TO SL-TITLE
          MOVE TOT-RETRO-READ TO SL-COUNT
          PERFORM 72-WRITE-SUMMARY-LINE
          MOVE 'PENDING TRANSACTIONS READ' TO SL-TITLE
          MOVE TOT-PEND-READ TO SL-COUNT
          PERFORM 72-WRITE-SUMMARY-LINE
          MOVE 'WARNINGS' TO SL-TITLE
          MOVE TOT-WARNINGS TO SL-COUNT
          MOVE SUMMARY-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE 'ERRORS' TO SL-TITLE
          MOVE TOT-ERRORS TO SL-COUNT
          PERFORM 72-WRITE-SUMMARY-LINE
          .

       72-WRITE-SUMMARY-LINE.
          MOVE SUMMARY-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          .

       75-WRITE-VERDICT.
          EVALUATE TRUE
             WHEN TOT-ERRORS > ZERO
                MOVE 'ERRORS - PAY STREAM HELD' TO VL-VERDICT
             WHEN TOT-WARNINGS > ZERO
                MOVE 'WARNINGS ONLY' TO VL-VERDICT
             WHEN OTHER
                MOVE 'CLEAN' TO VL-VERDICT
          END-EVALUATE
          MOVE VERDICT-LINE TO REPORT-RECORD
          MOVE 3 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          DISPLAY 'XFILECHK - ' VL-VERDICT
          .
