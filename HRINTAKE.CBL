      * *******
      * OUTPUT:
      *     PR1TRNG.TXT - the generated transactions, one per
      *                   record, in MASTMAINT's 97-byte layout,
      *                   each carrying operator ID HRINTAKE.
      *     PRHRDISC.TXT - the printed discrepancy listing, one line
      *                   per generated transaction or anomaly, with
      *                   counts at the end.
      *                  STOP RUN, WHICH HALTS THE STREAM AND LEAVES
      *                  THE STEP INCOMPLETE ON THE RUN-CONTROL FILE
      *                  FOR THE RERUN TO PICK UP.
      *   15/10/26  MAB  MASTMAINT'S TRANSACTION RECORD GREW TO 97
      *                  BYTES TO CARRY THE ID OF THE OPERATOR WHO
      *                  KEYED IT.  EVERY GENERATED TRANSACTION NOW
      *                  CARRIES OPERATOR ID HRINTAKE, SO THE AUDIT
      *                  TRAIL SHOWS A CHANGE CAME FROM THE FEED, AND
      *                  A GENERATED SALARY CHANGE OVER MASTMAINT'S
      *                  APPROVAL LIMITS IS HELD FOR APPROVAL LIKE
      *                  ANY OTHER -- ANY OPERATOR MAY APPROVE IT.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY EMPREC.

       FD GEN-TRAN-FILE
          RECORD CONTAINS 97 CHARACTERS.

       01 GEN-TRAN-RECORD   PIC X(97).

       FD REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.
          05 GEN-TERM-DATE     PIC 9(8).
          05 FILLER            PIC X(1).
          05 GEN-EFF-DATE      PIC X(8).
          05 GEN-OPERATOR-ID   PIC X(8).

      *    ALTERNATE LAYOUT FOR THE GENERATED 'T' TERMINATE
      *    TRANSACTION -- MASTMAINT'S TERM-TRANSACTION-RECORD.
          05 FILLER            PIC X(4).
          05 GEN-TERM-EMP-ID   PIC X(5).
          05 GEN-TERM-EFF-DATE PIC 9(8).
          05 FILLER            PIC X(79).

       01 WS-COUNT-FIELDS.
           05 WS-FEED-COUNT      PIC 9(6) VALUE ZERO.
          .

       57-WRITE-GEN-TRAN.
          MOVE 'HRINTAKE' TO GEN-OPERATOR-ID
          MOVE WS-GEN-TRAN TO GEN-TRAN-RECORD
          WRITE GEN-TRAN-RECORD
          .
