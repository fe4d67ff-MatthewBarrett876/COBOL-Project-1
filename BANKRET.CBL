      *                   the bank's reason code, and the amount.
      *     PR1BANK.TXT - the deposit extract PAYREG sent, loaded
      *                   whole at housekeeping for the match.
      *     PR1BACCT.DAT - the bank account master, updated when a
      *                   return says the account is closed or
      *                   invalid.
      * *******
      * OUTPUT:
      *     PRBKRET.TXT - the printed rejected-deposits report, one
      *                   matched return, in PAYREG's deposit
      *                   layout, ready for the corrected
      *                   retransmission.
      *     PR1BACCT.DAT - accounts frozen by a closed-account or
      *                   invalid-account return, or by a returned
      *                   prenote.
      ***************************************************************
      * MODIFICATION HISTORY:
      *   15/10/26  MAB  BANK ACCOUNT MASTER.  THE DEPOSIT EXTRACT
      *                  GREW TO THE 80-BYTE DEPREC LAYOUT WITH THE
      *                  ACCOUNT DETAILS AND PRENOTES ON IT, AND A
      *                  SPLIT EMPLOYEE HAS TWO ITEMS PER PAY DATE,
      *                  SO A RETURN NOW MATCHES ON THE ACCOUNT
      *                  SEQUENCE TOO (BLANK ON THE RETURN MEANS THE
      *                  PRIMARY).  A RETURN WITH A CLOSED-ACCOUNT
      *                  OR INVALID-ACCOUNT REASON (R02, R03, R04)
      *                  FREEZES THE EMPLOYEE'S RECORD ON
      *                  PR1BACCT.DAT SO PAYREG PAYS BY CHECK FROM
      *                  THEN ON, AND THE ITEM IS NOT RE-ISSUED TO
      *                  THE SAME DEAD ACCOUNT.  A RETURNED PRENOTE
      *                  CARRIED NO MONEY AND IS NEVER RE-ISSUED, BUT
      *                  WHATEVER THE REASON IT FREEZES THE RECORD
      *                  THE SAME WAY -- OTHERWISE PAYREG WOULD TAKE
      *                  THE ACCOUNT LIVE ON THE NEXT PAY DATE AS IF
      *                  NO RETURN HAD COME BACK.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SELECT REISSUE-FILE
               ASSIGN TO 'PR1BANKR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL BANK-ACCOUNT-FILE
               ASSIGN TO 'PR1BACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BA-EMPLOYEE-ID
               FILE STATUS IS WS-BANK-STATUS.
            SELECT REPORT-FILE
               ASSIGN TO PRINTER 'PRBKRET.TXT'.

          05 BRET-PAY-DATE    PIC 9(8).
          05 BRET-REASON      PIC X(3).
          05 BRET-AMOUNT      PIC 9(6)V99.
          05 BRET-ACCT-SEQ    PIC X(1).
          05 FILLER           PIC X(5).

       FD DEPOSIT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 DEPOSIT-RECORD.
           COPY DEPREC.

       FD REISSUE-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 REISSUE-RECORD   PIC X(80).

       FD BANK-ACCOUNT-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 BANK-ACCOUNT-RECORD.
           COPY BANKREC.

       FD REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.
           05 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05 WS-RETURN-STATUS       PIC X(2) VALUE '00'.
           05 WS-DEPOSIT-STATUS      PIC X(2) VALUE '00'.
           05 WS-BANK-STATUS         PIC X(2) VALUE '00'.

      *********     DEPOSIT EXTRACT TABLE     *************************
      *    THE WHOLE OF PR1BANK.TXT IS LOADED HERE AT HOUSEKEEPING SO
       01 WS-DEPOSIT-TABLE.
           05  WS-DEP-COUNT    PIC 9(3)  VALUE ZERO.
           05  WS-DEP-ENTRY OCCURS 500 TIMES.
               10  WS-DEP-RECORD      PIC X(80).
               10  WS-DEP-RECORD-R REDEFINES WS-DEP-RECORD.
                   15  WS-DEP-EMP-ID   PIC X(5).
                   15  FILLER          PIC X(20).
                   15  WS-DEP-GROSS    PIC 9(6)V99.
                   15  WS-DEP-PAY-DATE PIC 9(8).
                   15  WS-DEP-TRAN-TYPE PIC X(1).
                   15  WS-DEP-ACCT-SEQ PIC X(1).
                   15  FILLER          PIC X(37).

       01 WS-MATCH-FIELDS.
           05  WS-DEP-SUB        PIC 9(3)  VALUE ZERO.
           05  WS-MATCH-SUB      PIC 9(3)  VALUE ZERO.
           05  WS-MATCH-FOUND-SW PIC X(1)  VALUE 'N'.
               88 WS-MATCH-FOUND           VALUE 'Y'.
           05  WS-MATCH-SEQ      PIC X(1)  VALUE SPACE.

      *    THE BANK'S REASON CODES THAT MEAN THE ACCOUNT ITSELF IS
      *    NO GOOD -- CLOSED, NOT FOUND, OR AN INVALID NUMBER.  ANY
      *    OTHER REASON (INSUFFICIENT FUNDS ON A REVERSAL, A STOP,
      *    A PROCESSING ERROR) LEAVES THE ACCOUNT AS IT IS.
       01 WS-RETURN-REASON-FIELDS.
           05  WS-REASON-CODE    PIC X(3)  VALUE SPACES.
               88 WS-ACCOUNT-IS-DEAD       VALUES 'R02' 'R03' 'R04'.

       01 WS-COUNT-FIELDS.
           05 WS-RETURN-COUNT    PIC 9(6) VALUE ZERO.
           05 WS-REISSUE-COUNT   PIC 9(6) VALUE ZERO.
           05 WS-ANOMALY-COUNT   PIC 9(6) VALUE ZERO.
           05 WS-FROZEN-COUNT    PIC 9(6) VALUE ZERO.

       01 REPORT-FIELDS.
          05  PROPER-SPACING    PIC S9      VALUE +1.
         PERFORM 65-WRITE-COUNTS
         CLOSE RETURN-FILE
               REISSUE-FILE
               BANK-ACCOUNT-FILE
               REPORT-FILE
         STOP RUN
         .
         END-IF
         OPEN OUTPUT REISSUE-FILE
         OPEN OUTPUT REPORT-FILE
         OPEN I-O BANK-ACCOUNT-FILE
         IF WS-BANK-STATUS = '35'
      *    NO BANK ACCOUNT MASTER YET -- CREATE IT SO A DEAD-ACCOUNT
      *    RETURN HAS SOMEWHERE TO BE RECORDED.
            OPEN OUTPUT BANK-ACCOUNT-FILE
            CLOSE BANK-ACCOUNT-FILE
            OPEN I-O BANK-ACCOUNT-FILE
         END-IF
         ACCEPT H1-DATE FROM DATE YYYYMMDD
         MOVE 1 TO H1-PAGE-NO
         PERFORM 20-HEADER-ROUTINE
         .

       45-MATCH-ONE-RETURN.
      *   A BLANK ACCOUNT SEQUENCE ON THE RETURN IS THE PRIMARY
      *   ACCOUNT -- THE ONLY ONE MOST EMPLOYEES HAVE.
          MOVE 'N' TO WS-MATCH-FOUND-SW
          MOVE ZERO TO WS-MATCH-SUB
          IF BRET-ACCT-SEQ = SPACE
             MOVE '1' TO WS-MATCH-SEQ
          ELSE
             MOVE BRET-ACCT-SEQ TO WS-MATCH-SEQ
          END-IF
          PERFORM 46-SCAN-DEPOSIT-ENTRY
             VARYING WS-DEP-SUB FROM 1 BY 1
             UNTIL WS-DEP-SUB > WS-DEP-COUNT
          IF WS-MATCH-FOUND
             MOVE BRET-REASON TO WS-REASON-CODE
             IF WS-ACCOUNT-IS-DEAD
                OR WS-DEP-TRAN-TYPE (WS-MATCH-SUB) = 'P'
                PERFORM 52-FREEZE-ACCOUNT
             ELSE
                PERFORM 50-REISSUE-DEPOSIT
             END-IF
          ELSE
             PERFORM 55-LIST-ANOMALY
          END-IF
       46-SCAN-DEPOSIT-ENTRY.
          IF WS-DEP-EMP-ID (WS-DEP-SUB) = BRET-EMPLOYEE-ID
             AND WS-DEP-PAY-DATE (WS-DEP-SUB) = BRET-PAY-DATE
             AND WS-DEP-ACCT-SEQ (WS-DEP-SUB) = WS-MATCH-SEQ
             MOVE 'Y' TO WS-MATCH-FOUND-SW
             MOVE WS-DEP-SUB TO WS-MATCH-SUB
          END-IF
          PERFORM 58-WRITE-DETAIL-LINE
          .

       52-FREEZE-ACCOUNT.
      *   THE ACCOUNT IS CLOSED OR NEVER EXISTED, SO RE-SENDING TO
      *   IT WOULD ONLY BOUNCE AGAIN.  THE EMPLOYEE'S RECORD IS
      *   FROZEN -- PAYREG PAYS BY CHECK UNTIL BANKMNT KEYS NEW
      *   DETAILS -- AND A REJECTED DEPOSIT IS LEFT FOR A MANUAL
      *   CHECK, AS THE REPORT LINE SAYS.  A RETURNED PRENOTE, FOR
      *   ANY REASON, IS FROZEN HERE TOO: THE BANK HAS REFUSED THE
      *   DETAILS, SO THE EMPLOYEE STAYS ON PAPER CHECK UNTIL
      *   BANKMNT RE-KEYS THEM AND A FRESH PRENOTE CLEARS.
          MOVE BRET-EMPLOYEE-ID TO BA-EMPLOYEE-ID
          READ BANK-ACCOUNT-FILE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE 'C' TO BA-PRENOTE-STATUS
                MOVE BRET-REASON TO BA-RETURN-REASON
                REWRITE BANK-ACCOUNT-RECORD
                   INVALID KEY
                      DISPLAY 'BANKRET - BANK ACCOUNT REWRITE FAILED '
                         'FOR ' BRET-EMPLOYEE-ID ', STATUS '
                         WS-BANK-STATUS
                      STOP RUN
                END-REWRITE
                ADD 1 TO WS-FROZEN-COUNT
          END-READ
          MOVE SPACES TO DETAIL-LINE
          MOVE BRET-EMPLOYEE-ID TO DL-EMP-ID
          MOVE BRET-PAY-DATE TO DL-PAY-DATE
          MOVE WS-DEP-GROSS (WS-MATCH-SUB) TO DL-AMOUNT
          MOVE BRET-REASON TO DL-REASON
          IF WS-DEP-TRAN-TYPE (WS-MATCH-SUB) = 'P'
             MOVE 'PRENOTE RETURNED - ACCOUNT FROZEN' TO DL-ACTION
          ELSE
             MOVE 'ACCOUNT FROZEN - ISSUE PAPER CHECK' TO DL-ACTION
          END-IF
          IF WS-BANK-STATUS = '23'
             MOVE 'ACCOUNT DEAD - NOT ON BANK MASTER' TO DL-ACTION
          END-IF
          PERFORM 58-WRITE-DETAIL-LINE
          .

       55-LIST-ANOMALY.
      *   A RETURN FOR AN EMPLOYEE AND PAY DATE WE NEVER SENT --
      *   LISTED THE WAY HRINTAKE LISTS FEED DISCREPANCIES, AND
          MOVE 'ANOMALIES FOR REVIEW' TO CL-LABEL
          MOVE WS-ANOMALY-COUNT TO CL-COUNT
          PERFORM 66-WRITE-COUNT-LINE
          MOVE 'ACCOUNTS FROZEN' TO CL-LABEL
          MOVE WS-FROZEN-COUNT TO CL-COUNT
          PERFORM 66-WRITE-COUNT-LINE
          .

       66-WRITE-COUNT-LINE.
