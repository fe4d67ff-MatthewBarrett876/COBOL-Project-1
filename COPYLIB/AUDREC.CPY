      *             COPY AUDREC.
      *     THE ACTION CODE IS W (WRITE), R (REWRITE) OR D (DELETE).
      *     ON A WRITE THE BEFORE-IMAGE IS SPACES; ON A DELETE THE
      *     AFTER-IMAGE IS SPACES.  THE ENTERING OPERATOR IS THE ONE
      *     WHO KEYED THE TRANSACTION; THE APPROVING OPERATOR IS ONLY
      *     SET WHEN A SALARY CHANGE WAS HELD FOR APPROVAL AND THEN
      *     APPROVED THROUGH SALAPPR.  RECORDS WRITTEN BEFORE THE
      *     OPERATOR FIELDS EXISTED READ BACK WITH BOTH BLANK.
      ***************************************************************
           05 AUD-RUN-NUMBER   PIC 9(5).
           05 AUD-RUN-DATE     PIC 9(8).
           05 AUD-EMPLOYEE-ID  PIC X(5).
           05 AUD-BEFORE-IMAGE PIC X(80).
           05 AUD-AFTER-IMAGE  PIC X(80).
           05 AUD-ENTERED-BY   PIC X(8).
           05 AUD-APPROVED-BY  PIC X(8).
