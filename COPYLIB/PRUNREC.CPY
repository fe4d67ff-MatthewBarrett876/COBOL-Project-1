      ***************************************************************
      * PRUNREC - PAY RUN HISTORY RECORD LAYOUT FOR THE PAY RUN
      *     HISTORY FILE (PR1PRUN.DAT), THE INDEXED FILE KEYED ON PAY
      *     DATE THAT PAYREG WRITES ONE RECORD TO AT THE END OF EVERY
      *     COMPLETED REGISTER.  PAYREG REFUSES TO POST A PAY DATE
      *     WHOSE RECORD SAYS POSTED, SO A RERUN OR A RESUMED STREAM
      *     CAN NEVER POST THE SAME PAY TWICE.  PAYREV, THE PAY RUN
      *     REVERSAL, BACKS A POSTED RUN OUT AND MARKS ITS RECORD
      *     REVERSED, AFTER WHICH THE PAY DATE MAY BE RUN AGAIN.
      *     CODE A 01-LEVEL GROUP NAME AHEAD OF THE COPY STATEMENT,
      *     E.G.
      *         01  PAY-RUN-RECORD.
      *             COPY PRUNREC.
      *     THE TOTALS ARE THE REGISTER'S GRAND TOTALS FOR THE RUN
      *     (THE SAME FIGURES WRITTEN TO PR1PTOT.TXT) -- THE GROSS
      *     AND BURDEN POSTED TO THE YTD FILE AND ITS CONTROL TOTALS
      *     -- SO THE REVERSAL CAN PROVE IT TOOK OUT EXACTLY WHAT THE
      *     RUN PUT IN.
      ***************************************************************
           05 PRH-PAY-DATE     PIC 9(8).
           05 PRH-STATUS       PIC X(1).
              88 PRH-RUN-POSTED         VALUE 'C'.
              88 PRH-RUN-REVERSED       VALUE 'R'.
           05 PRH-POSTED-DATE  PIC 9(8).
           05 PRH-PAID-COUNT   PIC 9(6).
           05 PRH-GROSS        PIC 9(9)V99.
           05 PRH-BURDEN       PIC 9(9)V99.
           05 PRH-NET          PIC 9(9)V99.
           05 PRH-REVERSED-DATE PIC 9(8).
           05 FILLER           PIC X(16).
