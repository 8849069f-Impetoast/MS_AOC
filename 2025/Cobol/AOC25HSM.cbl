           RECORDING MODE F.
       01  NEWHIST-RECORD            PIC X(80).

      * --- Monthly per-site rollup record (see AOCROLL) ---
       FD  ROLLUP-FILE
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  ROLLUP-RECORD.
           COPY AOCROLL.

       FD  REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS
