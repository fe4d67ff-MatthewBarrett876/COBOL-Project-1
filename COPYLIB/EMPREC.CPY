      *     REMOVES IT.  A SPACE IN EMP-STATUS IS TREATED AS ACTIVE
      *     SO RECORDS WRITTEN BEFORE THE STATUS FIELD EXISTED STILL
      *     REPORT.
      *     PAY-TYPE IS S (SALARIED) OR H (HOURLY); A SPACE IS
      *     SALARIED, AS EVERY RECORD WAS BEFORE THE FIELD EXISTED.
      *     AN HOURLY EMPLOYEE IS PAID HOURLY-RATE TIMES THE HOURS
      *     ON THEIR TIMECARD, AND CUR-SAL CARRIES THE RATE OVER A
      *     2080-HOUR YEAR SO THE SALARY BANDS, APPROVAL LIMITS AND
      *     BURDEN FIGURES TREAT EVERYONE ALIKE.  HOURLY-RATE MEANS
      *     NOTHING ON A SALARIED RECORD AND IS KEPT AT ZERO THERE.
      ***************************************************************
           05 WAREHOUSE-ID    PIC X(4).
           05 EMPLOYEE-ID     PIC X(5).
           05 FILLER          PIC X(3).
           05 HIRE-DATE       PIC S9(8).
           05 START-SAL       PIC 999999V99.
           05 HOURLY-RATE     PIC 99V99.
           05 LAST-INC        PIC S9(8).
           05 CUR-SAL         PIC 999999V99.
           05 EMP-STATUS      PIC X(1).
              88 EMP-ON-LEAVE           VALUE 'L'.
              88 EMP-IS-TERMINATED      VALUE 'T'.
           05 TERM-DATE       PIC S9(8).
           05 PAY-TYPE        PIC X(1).
              88 PAY-IS-SALARIED        VALUES 'S' SPACE.
              88 PAY-IS-HOURLY          VALUE 'H'.
