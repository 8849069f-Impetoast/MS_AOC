      * --- Optional batching controls:
      *       BATCHMAX=n  picks per operator trip (1-999,
      *                   default 12)
      *       SITE=id     identity for the report heading and
      *                   the control totals
      *     No PKBCTL DD leaves the defaults in force. ---
           SELECT OPTIONAL PKBCTL-FILE ASSIGN TO PKBCTL
               ORGANIZATION IS SEQUENTIAL
           SELECT REPORT-FILE ASSIGN TO PKBRPT
               ORGANIZATION IS SEQUENTIAL.

      * --- Pick-batch control totals (see AOCPKBT), one record
      *     appended per run for the end-of-stream balancing job.
      *     OPTIONAL and opened EXTEND: every site's run adds to the
      *     one file, and no PKBTOT DD simply means no totals. ---
           SELECT OPTIONAL PKBTOT-FILE ASSIGN TO PKBTOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PKBTOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * --- Picking-list record (see AOCPICK) ---
           RECORDING MODE F.
       01  REPORT-LINE               PIC X(80).

      * --- Pick-batch control totals (see AOCPKBT) ---
       FD  PKBTOT-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  PKBTOT-RECORD.
           COPY AOCPKBT.

       WORKING-STORAGE SECTION.
       77  WS-PICKLIST-STATUS        PIC X(2)  VALUE SPACES.
       77  WS-ZONEMAP-STATUS         PIC X(2)  VALUE SPACES.
       77  WS-PKBCTL-STATUS          PIC X(2)  VALUE SPACES.
       77  WS-PKBTOT-STATUS          PIC X(2)  VALUE SPACES.

      * --- Grid bounds for the zone-assignment grid; must match
      *     the OCCURS literals on ZONE-ASSIGN-GRID below (same
       77  BATCH-IDX                 PIC 9(4)  COMP VALUE 0.
       77  BATCH-OVERFLOW-COUNT      PIC 9(4)  COMP VALUE 0.
       77  BATCH-PICK-COUNT          PIC 9(3)  COMP VALUE 0.
       77  BATCHED-PICK-COUNT        PIC 9(9)  COMP VALUE 0.

       01  BATCH-TABLE.
           05 BATCH-ENTRY OCCURS 2000 TIMES.
      *  the picking list, then build and print one batch sheet
      *  per operator trip - grouped by wave and zone, capped at
      *  BATCHMAX picks, walk-ordered by row/column - followed by
      *  the crew-sizing summary, and append the run's control
      *  totals for the balancing job. Return code 0 normally, 8
      *  when a control card was unusable.
      * ------------------------------------------------------------
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-PICKING-LIST

           PERFORM WRITE-BATCH-REPORT
           PERFORM WRITE-BATCH-TOTALS

           GOBACK.
      * ============================================================
      *    tallies behind the summary page.
      * ------------------------------------------------------------
       RECORD-BATCH-PICK.
           ADD 1 TO BATCHED-PICK-COUNT

           IF BATCH-NUMBER <= MAX-BATCHES
               ADD 1 TO BT-PICKS (BATCH-NUMBER)
               IF BATCH-PICK-COUNT = 1
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-BATCH-TOTALS
      *  - Appends this run's control totals to PKBTOT: picking-
      *    list records read, picks put on a batch sheet, batches,
      *    and the records skipped as unusable or dropped past the
      *    pick table. Written on an empty list too, so the
      *    balancing job can tell "batched nothing" from "never
      *    ran". A PKBTOT that won't open is noted on the console;
      *    the sheets themselves are already printed.
      * ------------------------------------------------------------
       WRITE-BATCH-TOTALS.
           OPEN EXTEND PKBTOT-FILE
           IF WS-PKBTOT-STATUS NOT = '00'
              AND WS-PKBTOT-STATUS NOT = '05'
               DISPLAY "AOC25PKB: PKBTOT UNAVAILABLE - STATUS "
                       WS-PKBTOT-STATUS " - CONTROL TOTALS NOT WRITTEN"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PKBTOT-RECORD
           MOVE WS-RUN-DATE        TO PKT-RUN-DATE
           MOVE PKB-SITE-ID        TO PKT-SITE-ID
           COMPUTE PKT-PICKS-READ = PICK-COUNT + PICK-BAD-COUNT
                                  + PICK-DROPPED-COUNT
           MOVE BATCHED-PICK-COUNT TO PKT-PICKS-BATCHED
           MOVE BATCH-NUMBER       TO PKT-BATCH-COUNT
           MOVE PICK-BAD-COUNT     TO PKT-BAD-COUNT
           MOVE PICK-DROPPED-COUNT TO PKT-DROPPED-COUNT
           WRITE PKBTOT-RECORD

           CLOSE PKBTOT-FILE.
      * ------------------------------------------------------------

       END PROGRAM AOC25PKB.
