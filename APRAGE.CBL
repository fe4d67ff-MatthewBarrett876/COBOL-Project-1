       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRAGE.
       AUTHOR. M BARRETT.
      ***************************************************************
      * This program produces the approval queue aging report.
      * Salary changes MASTMAINT holds for second-person approval
      * stay on the approval queue (PR1APRQ.TXT) until SALAPPR
      * approves or rejects them -- nothing ever expires them.  This
      * report lists every item that has been waiting longer than
      * the aging limit, oldest first, so a held raise is chased
      * instead of sitting on the queue unnoticed.
      *
      * The age is the days from the night the item was held to
      * tonight, counted with 30-day months, the same convention
      * MASTMAINT's retro pay uses.  The report ends with the count
      * of items on the queue and the count listed.
      ********
      * INPUT:
      *     PR1APRQ.TXT - the approval queue, see APRQREC copybook.
      * *******
      * OUTPUT:
      *     PRAPRAGE.TXT - the printed aging report.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL APPROVAL-QUEUE-FILE
               ASSIGN TO 'PR1APRQ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REPORT-FILE
               ASSIGN TO PRINTER 'PRAPRAGE.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD APPROVAL-QUEUE-FILE
          RECORD CONTAINS 160 CHARACTERS.

       01 APPROVAL-QUEUE-RECORD.
           COPY APRQREC.

       FD REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05 WS-RUN-DATE-8          PIC 9(8).

      *    AN ITEM WAITING MORE THAN THIS MANY DAYS IS LISTED.
      *    CHANGE IT HERE.
       01 WS-AGING-FIELDS.
           05 WS-AGE-LIMIT-DAYS      PIC 9(3)  VALUE 7.
           05 WS-AGE-DAYS            PIC S9(5) VALUE ZERO.

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

       01 TOTAL-FIELDS.
           05 TOT-ON-QUEUE           PIC 9(5)  VALUE ZERO.
           05 TOT-AGED               PIC 9(5)  VALUE ZERO.

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
              'SALARY APPROVAL QUEUE AGING REPORT'.
          05                  PIC X(20)   VALUE SPACES.

       01 LIMIT-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(26)   VALUE
              'ITEMS WAITING MORE THAN '.
          05 LL-LIMIT         PIC ZZ9.
          05                  PIC X(5)    VALUE ' DAYS'.

       01 HEADING-THREE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(10)   VALUE 'QUEUE ID'.
          05                  PIC X(7)    VALUE 'EMP'.
          05                  PIC X(3)    VALUE 'TR'.
          05                  PIC X(11)   VALUE '    OLD SAL'.
          05                  PIC X(11)   VALUE '    NEW SAL'.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(10)   VALUE 'KEYED BY'.
          05                  PIC X(12)   VALUE 'HELD ON'.
          05                  PIC X(4)    VALUE ' AGE'.

       01 DETAIL-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05 DL-QUEUE-ID      PIC X(10).
          05 DL-EMPLOYEE-ID   PIC X(7).
          05 DL-TRAN-CODE     PIC X(3).
          05                  PIC X(1)    VALUE SPACE.
          05 DL-OLD-SAL       PIC ZZZ,ZZ9.99.
          05                  PIC X(1)    VALUE SPACE.
          05 DL-NEW-SAL       PIC ZZZ,ZZ9.99.
          05                  PIC X(2)    VALUE SPACES.
          05 DL-ENTERED-BY    PIC X(10).
          05 DL-QUEUE-DATE    PIC 9999/99/99.
          05                  PIC X(2)    VALUE SPACES.
          05 DL-AGE           PIC ZZZ9.

       01 NO-AGED-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(40)   VALUE
              'NO QUEUE ITEMS PAST THE AGING LIMIT'.

       01 SUMMARY-LINE.
          05                  PIC X(4)    VALUE SPACES.
          05 SL-TITLE         PIC X(30).
          05 SL-COUNT         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       10-MAIN-MODULE.

         PERFORM 15-HOUSEKEEPING
         PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           READ APPROVAL-QUEUE-FILE
             AT END
               MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
             NOT AT END
               PERFORM 45-AGE-QUEUE-ITEM
           END-READ
         END-PERFORM
         PERFORM 60-WRITE-SUMMARY
         CLOSE APPROVAL-QUEUE-FILE
               REPORT-FILE
         GOBACK
         .

       15-HOUSEKEEPING.
      *    NO QUEUE FILE YET (NOTHING HAS EVER BEEN HELD) SIMPLY
      *    PRINTS AN EMPTY REPORT.
         OPEN INPUT APPROVAL-QUEUE-FILE
         OPEN OUTPUT REPORT-FILE
         ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
         MOVE WS-RUN-DATE-8 TO H1-DATE
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
         MOVE WS-AGE-LIMIT-DAYS TO LL-LIMIT
         MOVE LIMIT-LINE TO REPORT-RECORD
         PERFORM 35-WRITE-A-LINE
         MOVE HEADING-THREE TO REPORT-RECORD
         PERFORM 35-WRITE-A-LINE
         .

       35-WRITE-A-LINE.
          WRITE REPORT-RECORD
              AFTER ADVANCING PROPER-SPACING
          .

       45-AGE-QUEUE-ITEM.
      *   THE QUEUE IS APPENDED TO IN THE ORDER ITEMS ARE HELD, SO
      *   IT IS ALREADY OLDEST FIRST AND NEEDS NO SORT.
          ADD 1 TO TOT-ON-QUEUE
          MOVE APQ-QUEUE-DATE TO WS-DIFF-FROM
          MOVE WS-RUN-DATE-8 TO WS-DIFF-TO
          COMPUTE WS-AGE-DAYS =
             ((WS-DIFF-TO-Y - WS-DIFF-FROM-Y) * 360)
             + ((WS-DIFF-TO-M - WS-DIFF-FROM-M) * 30)
             + (WS-DIFF-TO-D - WS-DIFF-FROM-D)
          IF WS-AGE-DAYS > WS-AGE-LIMIT-DAYS
             ADD 1 TO TOT-AGED
             PERFORM 50-PRINT-AGED-ITEM
          END-IF
          .

       50-PRINT-AGED-ITEM.
          MOVE APQ-QUEUE-ID TO DL-QUEUE-ID
          MOVE APQ-EMPLOYEE-ID TO DL-EMPLOYEE-ID
          MOVE APQ-TRAN-CODE TO DL-TRAN-CODE
          MOVE APQ-OLD-SAL TO DL-OLD-SAL
          MOVE APQ-NEW-SAL TO DL-NEW-SAL
          MOVE APQ-ENTERED-BY TO DL-ENTERED-BY
          MOVE APQ-QUEUE-DATE TO DL-QUEUE-DATE
          MOVE WS-AGE-DAYS TO DL-AGE
          MOVE DETAIL-LINE TO REPORT-RECORD
          IF TOT-AGED = 1
             MOVE 2 TO PROPER-SPACING
          ELSE
             MOVE 1 TO PROPER-SPACING
          END-IF
          PERFORM 35-WRITE-A-LINE
          .

       60-WRITE-SUMMARY.
          IF TOT-AGED = ZERO
             MOVE NO-AGED-LINE TO REPORT-RECORD
             MOVE 2 TO PROPER-SPACING
             PERFORM 35-WRITE-A-LINE
          END-IF
          MOVE 'ITEMS ON THE APPROVAL QUEUE' TO SL-TITLE
          MOVE TOT-ON-QUEUE TO SL-COUNT
          MOVE SUMMARY-LINE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE 'ITEMS PAST THE AGING LIMIT' TO SL-TITLE
          MOVE TOT-AGED TO SL-COUNT
          MOVE SUMMARY-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          .
