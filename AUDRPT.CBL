      * (PR1AUDIT.TXT) that MASTMAINT appends to on every WRITE,
      * REWRITE or DELETE against PR1MAST.DAT, and prints the audit
      * history for a requested employee ID and/or run date range --
      * run number, run date/time, transaction code, action, the
      * operator who keyed the transaction and the operator who
      * approved it, and the before- and after-images of the master
      * record, so a disputed figure can be traced to the exact
      * night, transaction and people that changed it.
      ********
      * INPUT:
      *     PR1AUDIT.TXT - see AUDREC copybook for the layout.
      * *******
      * OUTPUT:
      *     A printed audit history (PRAUDIT.TXT), one block per
      *     audit record: a header line, the operator line, the
      *     before-image and the after-image.  The approving operator
      *     is only present on a salary change that was held for
      *     approval; records written before operator IDs were kept
      *     show both operators blank.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.

       FD AUDIT-FILE
          RECORD CONTAINS 202 CHARACTERS.

       01 AUDIT-RECORD.
           COPY AUDREC.
          05                  PIC X(4)    VALUE 'EMP '.
          05 DL-EMP-ID        PIC X(5).

       01 OPERATOR-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(9)    VALUE 'KEYED BY '.
          05 OL-ENTERED-BY    PIC X(8).
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(12)   VALUE 'APPROVED BY '.
          05 OL-APPROVED-BY   PIC X(8).

       01 BEFORE-LINE.
          05                  PIC X(2)    VALUE SPACES.
          05                  PIC X(8)    VALUE 'BEFORE  '.
          MOVE DETAIL-LINE-ONE TO REPORT-RECORD
          MOVE 2 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE AUD-ENTERED-BY TO OL-ENTERED-BY
          MOVE AUD-APPROVED-BY TO OL-APPROVED-BY
          MOVE OPERATOR-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
          PERFORM 35-WRITE-A-LINE
          MOVE AUD-BEFORE-IMAGE TO BL-IMAGE
          MOVE BEFORE-LINE TO REPORT-RECORD
          MOVE 1 TO PROPER-SPACING
