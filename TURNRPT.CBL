       FILE SECTION.

       FD AUDIT-FILE
          RECORD CONTAINS 202 CHARACTERS.

       01 AUDIT-RECORD.
           COPY AUDREC.
