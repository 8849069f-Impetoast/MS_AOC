               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAPRPT-STATUS.

      * --- Optional goods-movement interface file for the warehouse
      *     management system: one transaction per removed roll
      *     between a header and a count/hash trailer (see
      *     AOCWMSTX), one file per submission. Its control record
      *     carries the site's last run sequence number and how far
      *     through the current Part 2 the files have got, so a
      *     resumed or rerun submission never sends a roll twice. ---
           SELECT OPTIONAL WMS-FILE
               ASSIGN USING WMS-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WMS-STATUS.

           SELECT OPTIONAL WMSCTL-FILE
               ASSIGN USING WMSCTL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WMSCTL-STATUS.

      * --- Optional what-if change cards: proposed additions and
      *     removals applied to a scratch copy of the live feed for
      *     a side-by-side planning comparison. The live run's
           RECORDING MODE F.
       01  TRAPRPT-LINE                PIC X(80).

      * --- Goods-movement interface record (see AOCWMSTX) ---
       FD  WMS-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  WMS-RECORD.
           COPY AOCWMSTX.

      * --- Interface control record, one per site: the last run
      *     sequence number used, and for the Part 2 the files last
      *     covered - its run date, original-grid checksum, the
      *     last wave sent and whether that run had finished ('C')
      *     or suspended at the deadline ('S') ---
       FD  WMSCTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  WMSCTL-RECORD.
           05 WCT-SITE-ID              PIC X(8).
           05 FILLER                   PIC X.
           05 WCT-LAST-SEQ             PIC 9(6).
           05 FILLER                   PIC X.
           05 WCT-RUN-DATE             PIC 9(8).
           05 FILLER                   PIC X.
           05 WCT-GRID-CHECKSUM        PIC 9(9).
           05 FILLER                   PIC X.
           05 WCT-SENT-THRU-WAVE       PIC 9(9).
           05 FILLER                   PIC X.
           05 WCT-RUN-STATUS           PIC X.
           05 FILLER                   PIC X(34).

      * --- What-if change cards: A,ROW,COL places a roll at the
      *     cell, R,ROW,COL clears it ---
       FD  SIMCARD-FILE
       77  TOTAL-ROLLS               PIC 9(9)  COMP VALUE 0.
       77  REMAINING-ROLLS           PIC 9(9)  COMP VALUE 0.

      * --- Neighbour-driven Part 2 waves. Once a wave has run, the
      *     only rolls whose neighbour count can have changed are the
      *     ones next to a cell that wave cleared, so every later
      *     wave examines just those instead of sweeping the grid.
      *     WAVE-CELL-TABLE holds the wave in hand's removals (put
      *     into row-major order before they're applied, so the
      *     picking list reads exactly as a full sweep wrote it);
      *     PRIOR-CELL-TABLE holds the previous wave's, which seed
      *     the next wave's candidates. A wave can at most clear the
      *     whole grid, so the 250000 bound is MAX-ROWS x MAX-COLS
      *     and has to be raised with them. EXAMINE-MARK-GRID stops
      *     a roll next to several cleared cells being examined more
      *     than once in a wave: a cell is done for this wave when
      *     its stamp equals EXAMINE-STAMP, which moves on per wave
      *     so the grid never needs clearing between waves. ---
       77  PRIOR-WAVE-KNOWN-FLAG     PIC X     VALUE 'N'.
       77  PRIOR-CELL-COUNT          PIC 9(9)  COMP VALUE 0.
       77  PRIOR-CELL-IDX            PIC 9(9)  COMP VALUE 0.
       77  WAVE-CELL-IDX             PIC 9(9)  COMP VALUE 0.
       77  SORT-CELL-IDX             PIC 9(9)  COMP VALUE 0.
       77  SEED-OFFSET               PIC 9(2)  COMP VALUE 0.
       77  EXAMINE-STAMP             PIC 9(9)  COMP VALUE 0.
       77  CELLS-EXAMINED            PIC 9(9)  COMP VALUE 0.
       77  BUCKET-IDX                PIC 9(4)  COMP VALUE 0.
       77  BUCKET-NEXT               PIC 9(9)  COMP VALUE 0.
       77  BUCKET-SIZE               PIC 9(9)  COMP VALUE 0.
       01  WAVE-CELL-TABLE.
           05 WAVE-CELL OCCURS 250000 TIMES.
              10 WC-ROW              PIC 9(4) COMP.
              10 WC-COL              PIC 9(4) COMP.
       01  SORT-CELL-TABLE.
           05 SORT-CELL OCCURS 250000 TIMES.
              10 SC-ROW              PIC 9(4) COMP.
              10 SC-COL              PIC 9(4) COMP.
       01  PRIOR-CELL-TABLE.
           05 PRIOR-CELL OCCURS 250000 TIMES.
              10 PC-ROW              PIC 9(4) COMP.
              10 PC-COL              PIC 9(4) COMP.
      * --- One bucket per row or column for the row-major ordering
      *     pass; 500 must match MAX-ROWS/MAX-COLS ---
       01  WAVE-BUCKET-TABLE.
           05 WAVE-BUCKET OCCURS 500 TIMES PIC 9(9) COMP.
       01  EXAMINE-MARK-GRID.
           05 EM-ROW OCCURS 500 TIMES.
              10 EM-COL OCCURS 500 TIMES.
                 15 EM-STAMP         PIC 9(9) COMP.

      * --- Cells examined per wave, for the run report. Bounded by
      *     MAX-TRACKED-WAVES like the zone-by-wave table; waves past
      *     it are summed in WAVE-EXAM-LATE. Waves a resumed run took
      *     over from the checkpoint were examined by the earlier
      *     submission and start the table at FIRST-EXAM-WAVE. ---
       77  FIRST-EXAM-WAVE           PIC 9(9)  COMP VALUE 1.
       77  WAVE-EXAM-LATE            PIC 9(9)  COMP VALUE 0.
       77  CLOSING-SCAN-EXAMINED     PIC 9(9)  COMP VALUE 0.
       77  TOTAL-CELLS-EXAMINED      PIC 9(9)  COMP VALUE 0.
       77  WE-RPT-LIMIT              PIC 9(9)  COMP VALUE 0.
       77  WS-EXAM-EDIT-1            PIC ZZZ,ZZZ,ZZ9.
       77  WS-EXAM-EDIT-2            PIC ZZZ,ZZZ,ZZ9.
       01  WAVE-EXAM-TABLE.
           05 WE-WAVE OCCURS 500 TIMES.
              10 WE-REMOVED          PIC 9(9) COMP.
              10 WE-EXAMINED         PIC 9(9) COMP.

      * --- Part 2 checkpoint/restart controls ---
       77  WS-CKPT-STATUS            PIC X(2)  VALUE SPACES.
       77  CKPT-INTERVAL             PIC 9(4)  COMP VALUE 10.
       77  WS-TRAP-ROW               PIC 9(4)  VALUE 0.
       77  WS-TRAP-COL               PIC 9(4)  VALUE 0.

      * --- Goods-movement interface (WMS-FILE/WMSCTL-FILE).
      *     WMS-SKIP-THRU-WAVE is the last wave an earlier
      *     submission's file already sent for this same Part 2;
      *     removals up to it are not sent again. ---
       77  WS-WMS-STATUS             PIC X(2)  VALUE SPACES.
       77  WS-WMSCTL-STATUS          PIC X(2)  VALUE SPACES.
       77  WMS-OPEN-FLAG             PIC X     VALUE 'N'.
       77  WMS-WRITTEN-FLAG          PIC X     VALUE 'N'.
       77  WMS-RUN-SEQ-NUM           PIC 9(6)  VALUE 0.
       77  WMS-RUN-DATE-NUM          PIC 9(8)  VALUE 0.
       77  WMS-SKIP-THRU-WAVE        PIC 9(9)  COMP VALUE 0.
       77  WMS-RUN-STATUS            PIC X     VALUE SPACE.
       77  WMS-DETAIL-COUNT          PIC 9(9)  COMP VALUE 0.
       77  WMS-HASH-WAVE             PIC 9(15) COMP VALUE 0.
       77  WMS-HASH-LOC              PIC 9(15) COMP VALUE 0.
       77  WMS-GAP-WAVES             PIC 9(9)  COMP VALUE 0.
       77  WMS-REPLAY-FLAG           PIC X     VALUE 'N'.
       77  WMS-REPLAY-EOF-FLAG       PIC X     VALUE 'N'.
       77  WMS-REPLAY-HIGH-WAVE      PIC 9(9)  COMP VALUE 0.
       77  WMS-REPLAY-WAVES          PIC 9(9)  COMP VALUE 0.

      * --- Segments of a resumed picking list: each resume appends
      *     from its checkpoint on, so a list that has been through
      *     more than one restart carries some waves more than
      *     once. A segment starts wherever the wave/row/col order
      *     stops rising; WMS-SEG-FIRST-WAVE keeps each segment's
      *     first wave, WMS-SEG-TOTAL how many the first pass
      *     found. MAX-WMS-SEGMENTS is the OCCURS bound. ---
       77  MAX-WMS-SEGMENTS          PIC 9(4)  COMP VALUE 500.
       77  WMS-SEG-COUNT             PIC 9(9)  COMP VALUE 0.
       77  WMS-SEG-TOTAL             PIC 9(9)  COMP VALUE 0.
       77  WMS-REPLAY-KEY            PIC 9(18) COMP VALUE 0.
       77  WMS-REPLAY-PREV-KEY       PIC 9(18) COMP VALUE 0.
       01  WMS-SEGMENT-TABLE.
           05 WMS-SEG-FIRST-WAVE     PIC 9(9)  COMP
                                     OCCURS 500 TIMES.
       77  WS-WMS-SEQ-EDIT           PIC Z(5)9.

      * --- Per-SKU and per-lot trapped/removed tallies ---
       01  TRAP-SKU-TABLE.
           05 TSK-ENTRY OCCURS 200 TIMES.
       77  PICKLIST-FILE-NAME        PIC X(44) VALUE 'PICKLIST'.
       77  POINTS-FILE-NAME          PIC X(44) VALUE 'PTSOUT'.
       77  TRAPRPT-FILE-NAME         PIC X(44) VALUE 'TRAPRPT'.
       77  WMS-FILE-NAME             PIC X(44) VALUE 'WMSOUT'.
       77  WMSCTL-FILE-NAME          PIC X(44) VALUE 'WMSCTL'.

      * --- Driver-mode controls: set when AOC25WHD calls in through
      *     the AOCD04WH entry point, 'N' on a standalone run.
       77  WS-WAVE-EDIT              PIC Z(8)9.
       77  WS-REMOVED-EDIT           PIC Z(8)9.
       77  WS-REMAINING-EDIT         PIC Z(8)9.
       77  WS-EXAMINED-EDIT          PIC Z(8)9.
       77  WS-DIM-EDIT-1             PIC Z(3)9.
       77  WS-DIM-EDIT-2             PIC Z(3)9.
       77  WS-CKSUM-EDIT-1           PIC Z(8)9.
           MOVE WHP-PICKLIST-NAME TO PICKLIST-FILE-NAME
           MOVE WHP-PTSOUT-NAME   TO POINTS-FILE-NAME
           MOVE WHP-TRAPRPT-NAME  TO TRAPRPT-FILE-NAME
           MOVE WHP-WMSOUT-NAME   TO WMS-FILE-NAME
           MOVE WHP-WMSCTL-NAME   TO WMSCTL-FILE-NAME
           IF WHP-CUTOFF-TIME IS NUMERIC AND WHP-CUTOFF-TIME > 0
               MOVE WHP-CUTOFF-TIME TO CUTOFF-TIME
           END-IF
               MOVE 0 TO WAVE-COUNT
               PERFORM COUNT-TOTAL-ROLLS
               MOVE TOTAL-ROLLS TO REMAINING-ROLLS
               MOVE 'N' TO PRIOR-WAVE-KNOWN-FLAG
           ELSE
               PERFORM REBUILD-PRIOR-WAVE
           END-IF

           PERFORM OPEN-WMS-INTERFACE
           PERFORM OPEN-PICKING-LIST

           COMPUTE FIRST-EXAM-WAVE = WAVE-COUNT + 1
           PERFORM UNTIL REMOVABLE-COUNT = 0
               PERFORM GET-REMOVABLE-ROLLS
               ADD CELLS-EXAMINED TO TOTAL-CELLS-EXAMINED
               IF REMOVABLE-COUNT = 0
                  MOVE CELLS-EXAMINED TO CLOSING-SCAN-EXAMINED
               END-IF
               IF REMOVABLE-COUNT > 0
                  ADD 1 TO WAVE-COUNT
                  ADD REMOVABLE-COUNT TO PART2-RESULT
                  SUBTRACT REMOVABLE-COUNT FROM REMAINING-ROLLS
                  IF WAVE-COUNT <= MAX-TRACKED-WAVES
                      MOVE REMOVABLE-COUNT
                        TO WE-REMOVED (WAVE-COUNT)
                      MOVE CELLS-EXAMINED
                        TO WE-EXAMINED (WAVE-COUNT)
                  ELSE
                      ADD CELLS-EXAMINED TO WAVE-EXAM-LATE
                  END-IF
                  MOVE WAVE-COUNT      TO WS-WAVE-EDIT
                  MOVE REMOVABLE-COUNT TO WS-REMOVED-EDIT
                  MOVE REMAINING-ROLLS TO WS-REMAINING-EDIT
                  MOVE CELLS-EXAMINED  TO WS-EXAMINED-EDIT
                  DISPLAY "WAVE " WS-WAVE-EDIT
                          " REMOVED " WS-REMOVED-EDIT
                          " REMAINING " WS-REMAINING-EDIT
                          " EXAMINED " WS-EXAMINED-EDIT
                  DIVIDE WAVE-COUNT BY CKPT-INTERVAL
                      GIVING CKPT-QUOTIENT REMAINDER CKPT-REMAINDER
                  IF CKPT-REMAINDER = 0
      *     ordinary ATTEMPT-CHECKPOINT-RESTORE path. ---
           IF SUSPEND-RUN-FLAG = 'Y'
               PERFORM CLOSE-PICKING-LIST
               MOVE 'S' TO WMS-RUN-STATUS
               PERFORM CLOSE-WMS-INTERFACE
               MOVE 4 TO RETURN-CODE
               MOVE 'W' TO ALERT-SEVERITY
               MOVE 'SUSPENDD' TO ALERT-CODE

           PERFORM CLOSE-PICKING-LIST

      * --- The interface file and its control record are finished
      *     before the checkpoint goes, so a failure in between
      *     leaves a resubmission that knows every wave was sent ---
           MOVE 'C' TO WMS-RUN-STATUS
           PERFORM CLOSE-WMS-INTERFACE

      * --- Run completed cleanly: clear the checkpoint so the next
      *     submission starts a fresh Part 2 rather than resuming ---
           PERFORM DELETE-CHECKPOINT
               MOVE 0 TO MST-POINT-COUNT
               MOVE 0 TO MST-MAX-AREA
               MOVE 0 TO MST-SURV-RC
               MOVE 0 TO MST-LOOP-AREA
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-STRING
           WRITE REPORT-LINE

           IF WMS-WRITTEN-FLAG = 'Y'
               MOVE WMS-RUN-SEQ-NUM TO WS-WMS-SEQ-EDIT
               MOVE WMS-DETAIL-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "WMS FILE   : SEQ " WS-WMS-SEQ-EDIT
                      " MOVEMENTS " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           PERFORM WRITE-ZONE-REPORT

           PERFORM WRITE-WAVE-EXAM-REPORT

           CLOSE REPORT-FILE.
      * ------------------------------------------------------------

           END-PERFORM.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-WAVE-EXAM-REPORT
      *  - Appends the Part 2 workload to the run report while
      *    REPORT-FILE is still open in WRITE-RUN-REPORT: the cells
      *    a full sweep would cover, then one line per wave with
      *    its removals and the rolls it examined, a catch-all line
      *    for waves past MAX-TRACKED-WAVES, the closing scan that
      *    found nothing left to remove, and the run's total. Waves
      *    a resumed run took over from the checkpoint were
      *    examined by the earlier submission and are noted as such.
      * ------------------------------------------------------------
       WRITE-WAVE-EXAM-REPORT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "CELLS EXAMINED BY WAVE"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           COMPUTE WS-EXAM-EDIT-1 = NUM-ROWS * NUM-COLS
           MOVE SPACES TO REPORT-LINE
           STRING "FULL SWEEP " WS-EXAM-EDIT-1 " CELLS"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF FIRST-EXAM-WAVE > 1
               COMPUTE WS-WAVE-EDIT = FIRST-EXAM-WAVE - 1
               MOVE SPACES TO REPORT-LINE
               STRING "WAVES TO   " WS-WAVE-EDIT
                      " RESUMED FROM CHECKPOINT"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           IF WAVE-COUNT > MAX-TRACKED-WAVES
               MOVE MAX-TRACKED-WAVES TO WE-RPT-LIMIT
           ELSE
               MOVE WAVE-COUNT TO WE-RPT-LIMIT
           END-IF

           PERFORM VARYING ZW-RPT-WAVE FROM FIRST-EXAM-WAVE BY 1
                   UNTIL ZW-RPT-WAVE > WE-RPT-LIMIT
               MOVE ZW-RPT-WAVE TO WS-WAVE-EDIT
               MOVE WE-REMOVED (ZW-RPT-WAVE)  TO WS-EXAM-EDIT-1
               MOVE WE-EXAMINED (ZW-RPT-WAVE) TO WS-EXAM-EDIT-2
               MOVE SPACES TO REPORT-LINE
               STRING "WAVE " WS-WAVE-EDIT
                      " REMOVED " WS-EXAM-EDIT-1
                      " EXAMINED " WS-EXAM-EDIT-2
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM

           IF WAVE-EXAM-LATE > 0
               MOVE MAX-TRACKED-WAVES TO WS-WAVE-EDIT
               MOVE WAVE-EXAM-LATE TO WS-EXAM-EDIT-2
               MOVE SPACES TO REPORT-LINE
               STRING "WAVES PAST " WS-WAVE-EDIT
                      " EXAMINED " WS-EXAM-EDIT-2
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           MOVE CLOSING-SCAN-EXAMINED TO WS-EXAM-EDIT-2
           MOVE SPACES TO REPORT-LINE
           STRING "CLOSING SCAN EXAMINED " WS-EXAM-EDIT-2
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE TOTAL-CELLS-EXAMINED TO WS-EXAM-EDIT-2
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL EXAMINED        " WS-EXAM-EDIT-2
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  LOAD-ROLL-MANIFEST
      *  - Loads the optional MANIFEST-FILE cards into the manifest
           WRITE PICK-LINE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  OPEN-WMS-INTERFACE
      *  - Starts this submission's goods-movement interface file:
      *    reads the site's control record for the last run
      *    sequence number and takes the next one, works out which
      *    waves an earlier submission already sent, and writes the
      *    header. WMS-FILE is optional the same way GRIDDUMP-FILE
      *    is: no WMSOUT DD, no interface file, and the control
      *    record is left alone so no sequence number is used up.
      *  - Earlier waves of this same Part 2 (same original-grid
      *    checksum, so the same feed under the same rule) count as
      *    sent when the control record shows a suspended run, or a
      *    finished run from today - a same-day rerun of a finished
      *    feed sends nothing twice.
      *  - Waves a checkpoint resume takes over that no interface
      *    file ever carried (the earlier submission failed after
      *    checkpointing, before its trailer) are sent in this
      *    file, replayed from the picking list the earlier
      *    submission wrote for them - which is why MAIN-PROCEDURE
      *    opens this file before OPEN-PICKING-LIST reopens the
      *    list EXTEND. Only when the list can't be read (or has
      *    been through more restarts than MAX-WMS-SEGMENTS), or
      *    is missing some of those waves, does WMSGAP go on the
      *    feed for them to be keyed by hand.
      * ------------------------------------------------------------
       OPEN-WMS-INTERFACE.
           MOVE 'N' TO WMS-OPEN-FLAG
           MOVE 0   TO WMS-DETAIL-COUNT
           MOVE 0   TO WMS-HASH-WAVE
           MOVE 0   TO WMS-HASH-LOC
           MOVE 0   TO WMS-SKIP-THRU-WAVE
           MOVE 0   TO WMS-RUN-SEQ-NUM

           OPEN OUTPUT WMS-FILE
           IF WS-WMS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WMS-RUN-DATE-NUM

           OPEN INPUT WMSCTL-FILE
           IF WS-WMSCTL-STATUS = '00'
               READ WMSCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WCT-LAST-SEQ TO WMS-RUN-SEQ-NUM
                       IF WCT-GRID-CHECKSUM = PART1-GRID-CHECKSUM
                          AND (WCT-RUN-STATUS = 'S'
                               OR WCT-RUN-DATE = WMS-RUN-DATE-NUM)
                           MOVE WCT-SENT-THRU-WAVE
                             TO WMS-SKIP-THRU-WAVE
                       END-IF
               END-READ
               CLOSE WMSCTL-FILE
           ELSE
               IF WS-WMSCTL-STATUS = '05'
                   CLOSE WMSCTL-FILE
               END-IF
           END-IF

           IF WMS-RUN-SEQ-NUM = 999999
               MOVE 1 TO WMS-RUN-SEQ-NUM
           ELSE
               ADD 1 TO WMS-RUN-SEQ-NUM
           END-IF

           MOVE 'N' TO WMS-REPLAY-FLAG
           MOVE 0   TO WMS-GAP-WAVES
           IF CKPT-RESTORED-FLAG = 'Y'
              AND WAVE-COUNT > WMS-SKIP-THRU-WAVE
               COMPUTE WMS-GAP-WAVES = WAVE-COUNT - WMS-SKIP-THRU-WAVE
               IF MANIFEST-LOADED-FLAG = 'Y'
                   OPEN INPUT PICKLIST-FILE
                   IF WS-PICKLIST-STATUS = '00'
                       PERFORM MAP-REPLAY-SEGMENTS
                   ELSE
                       IF WS-PICKLIST-STATUS = '05'
                           CLOSE PICKLIST-FILE
                       END-IF
                   END-IF
               END-IF
               IF WMS-REPLAY-FLAG = 'N'
                   PERFORM ALERT-WMS-GAP
                   MOVE WAVE-COUNT TO WMS-SKIP-THRU-WAVE
               END-IF
           END-IF

           MOVE SPACES TO WMS-RECORD
           MOVE 'H' TO WMS-REC-TYPE
           MOVE WAREHOUSE-ID     TO WMS-SITE-ID
           MOVE WMS-RUN-DATE-NUM TO WMS-RUN-DATE
           MOVE WMS-RUN-SEQ-NUM  TO WMS-RUN-SEQ
           MOVE 'AOC25D04'       TO WMS-HDR-SOURCE
           COMPUTE WMS-HDR-FROM-WAVE = WMS-SKIP-THRU-WAVE + 1
           WRITE WMS-RECORD

           MOVE 'Y' TO WMS-OPEN-FLAG

           IF WMS-REPLAY-FLAG = 'Y'
               PERFORM REPLAY-RESUMED-WAVES
               MOVE WAVE-COUNT TO WMS-SKIP-THRU-WAVE
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  MAP-REPLAY-SEGMENTS
      *  - First pass over the picking list, open INPUT: finds
      *    where each restart's segment starts and its first wave,
      *    then reopens the list for REPLAY-RESUMED-WAVES. More
      *    segments than the table holds, or a list that won't
      *    reopen, leaves WMS-REPLAY-FLAG 'N' - the waves are
      *    alerted instead of half-sent.
      * ------------------------------------------------------------
       MAP-REPLAY-SEGMENTS.
           MOVE 0   TO WMS-SEG-COUNT
           MOVE 0   TO WMS-REPLAY-PREV-KEY
           MOVE 'N' TO WMS-REPLAY-EOF-FLAG

           PERFORM UNTIL WMS-REPLAY-EOF-FLAG = 'Y'
               READ PICKLIST-FILE
                   AT END
                       MOVE 'Y' TO WMS-REPLAY-EOF-FLAG
                   NOT AT END
                       IF PICK-WAVE IS NUMERIC
                          AND PICK-ROW IS NUMERIC
                          AND PICK-COL IS NUMERIC
                           PERFORM TRACK-REPLAY-SEGMENT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PICKLIST-FILE
           MOVE WMS-SEG-COUNT TO WMS-SEG-TOTAL

           IF WMS-SEG-TOTAL > MAX-WMS-SEGMENTS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PICKLIST-FILE
           IF WS-PICKLIST-STATUS = '00'
               MOVE 'Y' TO WMS-REPLAY-FLAG
           ELSE
               IF WS-PICKLIST-STATUS = '05'
                   CLOSE PICKLIST-FILE
               END-IF
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  TRACK-REPLAY-SEGMENT
      *  - Steps WMS-SEG-COUNT on to a new segment when the record
      *    in PICK-LINE doesn't follow the one before it in
      *    wave/row/col order - a restart's append begins again at
      *    its checkpoint, even part way into a wave it repeats -
      *    and notes the new segment's first wave. Both passes run
      *    it, so a record gets the same segment number in each.
      * ------------------------------------------------------------
       TRACK-REPLAY-SEGMENT.
           COMPUTE WMS-REPLAY-KEY = PICK-WAVE * 100000000
                                  + PICK-ROW * 10000 + PICK-COL

           IF WMS-SEG-COUNT = 0
              OR WMS-REPLAY-KEY NOT > WMS-REPLAY-PREV-KEY
               ADD 1 TO WMS-SEG-COUNT
               IF WMS-SEG-COUNT <= MAX-WMS-SEGMENTS
                   MOVE PICK-WAVE
                     TO WMS-SEG-FIRST-WAVE (WMS-SEG-COUNT)
               END-IF
           END-IF

           MOVE WMS-REPLAY-KEY TO WMS-REPLAY-PREV-KEY.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  REPLAY-RESUMED-WAVES
      *  - Sends waves WMS-SKIP-THRU-WAVE+1 through WAVE-COUNT from
      *    the picking list: one detail per pick record in that
      *    range, added into the trailer's count and hash totals
      *    exactly as WRITE-WMS-TRANSACTION adds a live removal.
      *  - Only the last segment to carry a wave is sent for it.
      *    Each restart appends from its checkpoint on, and the
      *    checkpoints only move forward, so a record stands
      *    unless a later segment starts at or before its wave -
      *    testing the next segment's first wave is enough. The
      *    copy a failed submission left part way through a wave
      *    is dropped the same way.
      *  - The records sent are in rising wave order, so each wave
      *    above the highest so far is one more distinct wave. A
      *    wave with no record at all means the list was cut
      *    short; those waves are alerted as WMSGAP.
      * ------------------------------------------------------------
       REPLAY-RESUMED-WAVES.
           MOVE 0   TO WMS-REPLAY-HIGH-WAVE
           MOVE 0   TO WMS-REPLAY-WAVES
           MOVE 0   TO WMS-SEG-COUNT
           MOVE 0   TO WMS-REPLAY-PREV-KEY
           MOVE 'N' TO WMS-REPLAY-EOF-FLAG

           PERFORM UNTIL WMS-REPLAY-EOF-FLAG = 'Y'
               READ PICKLIST-FILE
                   AT END
                       MOVE 'Y' TO WMS-REPLAY-EOF-FLAG
                   NOT AT END
                       IF PICK-WAVE IS NUMERIC
                          AND PICK-ROW IS NUMERIC
                          AND PICK-COL IS NUMERIC
                           PERFORM TRACK-REPLAY-SEGMENT
                           PERFORM SELECT-REPLAY-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PICKLIST-FILE

           MOVE WAVE-COUNT TO WS-REMOVED-EDIT
           COMPUTE WS-WAVE-EDIT = WMS-SKIP-THRU-WAVE + 1
           DISPLAY "AOC25D04: WAVES " WS-WAVE-EDIT
                   " TO " WS-REMOVED-EDIT
                   " RESENT TO THE WMS FROM THE PICKING LIST"

           IF WMS-REPLAY-WAVES < WMS-GAP-WAVES
               COMPUTE WMS-GAP-WAVES
                   = WMS-GAP-WAVES - WMS-REPLAY-WAVES
               PERFORM ALERT-WMS-GAP
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  SELECT-REPLAY-RECORD
      *  - Sends the pick record in PICK-LINE when its wave is one
      *    to replay and no later segment carries that wave again.
      * ------------------------------------------------------------
       SELECT-REPLAY-RECORD.
           IF PICK-WAVE NOT > WMS-SKIP-THRU-WAVE
              OR PICK-WAVE > WAVE-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WMS-SEG-COUNT < WMS-SEG-TOTAL
               IF PICK-WAVE NOT <
                  WMS-SEG-FIRST-WAVE (WMS-SEG-COUNT + 1)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM WRITE-WMS-REPLAY-DETAIL.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-WMS-REPLAY-DETAIL
      *  - One goods-movement detail for the pick record in
      *    PICK-LINE, which already carries the manifest join.
      * ------------------------------------------------------------
       WRITE-WMS-REPLAY-DETAIL.
           IF PICK-WAVE > WMS-REPLAY-HIGH-WAVE
               MOVE PICK-WAVE TO WMS-REPLAY-HIGH-WAVE
               ADD 1 TO WMS-REPLAY-WAVES
           END-IF

           MOVE SPACES TO WMS-RECORD
           MOVE 'D' TO WMS-REC-TYPE
           MOVE WAREHOUSE-ID     TO WMS-SITE-ID
           MOVE WMS-RUN-DATE-NUM TO WMS-RUN-DATE
           MOVE WMS-RUN-SEQ-NUM  TO WMS-RUN-SEQ
           MOVE PICK-WAVE        TO WMS-WAVE
           MOVE PICK-ROW         TO WMS-FROM-ROW
           MOVE PICK-COL         TO WMS-FROM-COL
           MOVE PICK-ROLL-ID     TO WMS-ROLL-ID
           MOVE PICK-SKU         TO WMS-SKU
           MOVE PICK-LOT         TO WMS-LOT
           WRITE WMS-RECORD

           ADD 1 TO WMS-DETAIL-COUNT
           ADD PICK-WAVE TO WMS-HASH-WAVE
           COMPUTE WMS-HASH-LOC = WMS-HASH-LOC
                                + PICK-ROW * 10000 + PICK-COL.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  ALERT-WMS-GAP
      *  - WMS-GAP-WAVES resumed waves could not be sent from the
      *    picking list: console note and a WMSGAP alert, so they
      *    are keyed into the WMS by hand.
      * ------------------------------------------------------------
       ALERT-WMS-GAP.
           MOVE WMS-GAP-WAVES TO WS-WAVE-EDIT
           DISPLAY "AOC25D04: " WS-WAVE-EDIT
                   " RESUMED WAVE(S) COULD NOT BE SENT TO THE WMS "
                   "FROM THE PICKING LIST - KEY THEM BY HAND"
           MOVE 'W' TO ALERT-SEVERITY
           MOVE 'WMSGAP' TO ALERT-CODE
           MOVE WMS-GAP-WAVES TO ALERT-COUNT
           MOVE WAVE-COUNT TO ALERT-LIMIT
           MOVE "RESUMED WAVES NEVER SENT TO WMS"
             TO ALERT-TEXT
           PERFORM WRITE-ALERT-RECORD.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-WMS-TRANSACTION
      *  - Writes one goods-movement detail for the roll just
      *    removed at (WS-ROW, WS-COL) in wave ZW-WAVE-IDX, joined
      *    to the manifest the same way WRITE-PICK-RECORD is, and
      *    adds it into the trailer's count and hash totals.
      * ------------------------------------------------------------
       WRITE-WMS-TRANSACTION.
           MOVE SPACES TO WMS-RECORD
           MOVE 'D' TO WMS-REC-TYPE
           MOVE WAREHOUSE-ID     TO WMS-SITE-ID
           MOVE WMS-RUN-DATE-NUM TO WMS-RUN-DATE
           MOVE WMS-RUN-SEQ-NUM  TO WMS-RUN-SEQ
           MOVE ZW-WAVE-IDX      TO WMS-WAVE
           MOVE WS-ROW           TO WMS-FROM-ROW
           MOVE WS-COL           TO WMS-FROM-COL

           IF MFA-ENTRY (WS-ROW, WS-COL) > 0
               MOVE MF-ROLL-ID (MFA-ENTRY (WS-ROW, WS-COL))
                 TO WMS-ROLL-ID
               MOVE MF-SKU (MFA-ENTRY (WS-ROW, WS-COL))
                 TO WMS-SKU
               MOVE MF-LOT (MFA-ENTRY (WS-ROW, WS-COL))
                 TO WMS-LOT
           ELSE
               MOVE "*UNLISTED*" TO WMS-ROLL-ID
           END-IF

           WRITE WMS-RECORD

           ADD 1 TO WMS-DETAIL-COUNT
           ADD ZW-WAVE-IDX TO WMS-HASH-WAVE
           COMPUTE WMS-HASH-LOC = WMS-HASH-LOC
                                + WS-ROW * 10000 + WS-COL.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  CLOSE-WMS-INTERFACE
      *  - Writes the trailer (detail count, last wave covered, hash
      *    totals, WMS-RUN-STATUS 'C' finished or 'S' suspended),
      *    closes the interface file, then rewrites the site's
      *    control record with this file's sequence number and the
      *    last wave now sent. A control record that can't be
      *    written is reported on the console: the interface file
      *    itself is complete, but the next submission would reuse
      *    its sequence number and the WMS would flag the duplicate.
      * ------------------------------------------------------------
       CLOSE-WMS-INTERFACE.
           IF WMS-OPEN-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF WAVE-COUNT > WMS-SKIP-THRU-WAVE
               MOVE WAVE-COUNT TO WMS-SKIP-THRU-WAVE
           END-IF

           MOVE SPACES TO WMS-RECORD
           MOVE 'T' TO WMS-REC-TYPE
           MOVE WAREHOUSE-ID       TO WMS-SITE-ID
           MOVE WMS-RUN-DATE-NUM   TO WMS-RUN-DATE
           MOVE WMS-RUN-SEQ-NUM    TO WMS-RUN-SEQ
           MOVE WMS-DETAIL-COUNT   TO WMS-TRL-COUNT
           MOVE WMS-SKIP-THRU-WAVE TO WMS-TRL-THRU-WAVE
           MOVE WMS-HASH-WAVE      TO WMS-TRL-HASH-WAVE
           MOVE WMS-HASH-LOC       TO WMS-TRL-HASH-LOC
           MOVE WMS-RUN-STATUS     TO WMS-TRL-RUN-STATUS
           WRITE WMS-RECORD

           CLOSE WMS-FILE
           MOVE 'N' TO WMS-OPEN-FLAG
           MOVE 'Y' TO WMS-WRITTEN-FLAG

           MOVE SPACES TO WMSCTL-RECORD
           MOVE WAREHOUSE-ID        TO WCT-SITE-ID
           MOVE WMS-RUN-SEQ-NUM     TO WCT-LAST-SEQ
           MOVE WMS-RUN-DATE-NUM    TO WCT-RUN-DATE
           MOVE PART1-GRID-CHECKSUM TO WCT-GRID-CHECKSUM
           MOVE WMS-SKIP-THRU-WAVE  TO WCT-SENT-THRU-WAVE
           MOVE WMS-RUN-STATUS      TO WCT-RUN-STATUS

           OPEN OUTPUT WMSCTL-FILE
           IF WS-WMSCTL-STATUS NOT = '00'
               MOVE WMS-RUN-SEQ-NUM TO WS-WMS-SEQ-EDIT
               DISPLAY "AOC25D04: WMS CONTROL FILE UNAVAILABLE - "
                       "STATUS " WS-WMSCTL-STATUS
                       " - SEQUENCE " WS-WMS-SEQ-EDIT " NOT RECORDED"
               EXIT PARAGRAPH
           END-IF

           WRITE WMSCTL-RECORD
           CLOSE WMSCTL-FILE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  EXTRACT-SURVIVOR-POINTS
      *  - Writes every '@' still standing on the fully-reduced GRID
           MOVE 0 TO SIM-PART2
           MOVE 0 TO SIM-WAVE-COUNT
           MOVE 'Y' TO DO-REMOVE-FLAG
           MOVE 'N' TO PRIOR-WAVE-KNOWN-FLAG
           PERFORM UNTIL REMOVABLE-COUNT = 0
               PERFORM GET-REMOVABLE-ROLLS
               IF REMOVABLE-COUNT > 0
      *    - 'Y' (Part 2): count AND remove them simultaneously
      *      (after the full scan).
      *
      *  Part 2's first wave sweeps the whole grid. Every later
      *  wave (PRIOR-WAVE-KNOWN-FLAG = 'Y') examines only the rolls
      *  next to a cell the previous wave cleared - see
      *  EXAMINE-PRIOR-NEIGHBORS - since no other roll's neighbour
      *  count can have changed since it was last found blocked.
      *
      *  Result is stored in REMOVABLE-COUNT; the number of rolls
      *  whose neighbourhood was counted is in CELLS-EXAMINED.
      * ------------------------------------------------------------
       GET-REMOVABLE-ROLLS.
           MOVE 0 TO REMOVABLE-COUNT
           MOVE 0 TO CELLS-EXAMINED

           IF DO-REMOVE-FLAG = 'Y'
              AND PRIOR-WAVE-KNOWN-FLAG = 'Y'
               PERFORM EXAMINE-PRIOR-NEIGHBORS
               PERFORM APPLY-REMOVALS
               EXIT PARAGRAPH
           END-IF

           IF DO-REMOVE-FLAG = 'Y'
               PERFORM CLEAR-REMOVE-MASK
               PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > NUM-COLS
                   IF GRID-CELL (WS-ROW, WS-COL) = '@'
                       ADD 1 TO CELLS-EXAMINED
                       PERFORM COUNT-NEIGHBORS
                       IF NEIGHBOR-COUNT < RULE-THRESHOLD
                           ADD 1 TO REMOVABLE-COUNT
                           IF DO-REMOVE-FLAG = 'Y'
                               MOVE 'Y' TO RM-CELL (WS-ROW, WS-COL)
                               MOVE WS-ROW TO WC-ROW (REMOVABLE-COUNT)
                               MOVE WS-COL TO WC-COL (REMOVABLE-COUNT)
                           ELSE
                               IF ZONE-MAP-LOADED-FLAG = 'Y'
                                  AND SIM-MODE-FLAG = 'N'

      * ------------------------------------------------------------
      *  CLEAR-REMOVE-MASK
      *  - Sets all entries in REMOVE-MASK to 'N'. Only the first,
      *    full-sweep wave needs this; later waves reset just the
      *    previous wave's cells (EXAMINE-PRIOR-NEIGHBORS), which
      *    leaves the mask - and so the checkpoint - exactly as a
      *    full clear would.
      * ------------------------------------------------------------
       CLEAR-REMOVE-MASK.
           PERFORM VARYING WS-ROW FROM 1 BY 1
           END-PERFORM.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  EXAMINE-PRIOR-NEIGHBORS
      *  - One neighbour-driven wave: clears the previous wave's
      *    cells from REMOVE-MASK, then examines each live roll in
      *    the RULE-DIRECTIONS neighbourhood of every cell the
      *    previous wave cleared, once apiece, marking the
      *    accessible ones in REMOVE-MASK and WAVE-CELL-TABLE. The
      *    neighbourhood is symmetric, so these are exactly the
      *    rolls that lost a neighbour last wave.
      *  - The candidates come out in seed order, not grid order,
      *    so the wave's removals are put back into row-major order
      *    before APPLY-REMOVALS writes them to the picking list.
      * ------------------------------------------------------------
       EXAMINE-PRIOR-NEIGHBORS.
           IF EXAMINE-STAMP = 0
               INITIALIZE EXAMINE-MARK-GRID
           END-IF
           ADD 1 TO EXAMINE-STAMP

           PERFORM VARYING PRIOR-CELL-IDX FROM 1 BY 1
                   UNTIL PRIOR-CELL-IDX > PRIOR-CELL-COUNT
               MOVE 'N' TO RM-CELL (PC-ROW (PRIOR-CELL-IDX),
                                    PC-COL (PRIOR-CELL-IDX))
           END-PERFORM

           PERFORM VARYING PRIOR-CELL-IDX FROM 1 BY 1
                   UNTIL PRIOR-CELL-IDX > PRIOR-CELL-COUNT
               PERFORM VARYING SEED-OFFSET FROM 1 BY 1
                       UNTIL SEED-OFFSET > RULE-DIRECTIONS
                   COMPUTE WS-ROW = PC-ROW (PRIOR-CELL-IDX)
                                  + OFFSET-DR (SEED-OFFSET)
                   COMPUTE WS-COL = PC-COL (PRIOR-CELL-IDX)
                                  + OFFSET-DC (SEED-OFFSET)
                   IF WS-ROW >= 1 AND WS-ROW <= NUM-ROWS
                      AND WS-COL >= 1 AND WS-COL <= NUM-COLS
                       PERFORM EXAMINE-CANDIDATE-CELL
                   END-IF
               END-PERFORM
           END-PERFORM

           IF REMOVABLE-COUNT > 1
               PERFORM SORT-WAVE-CELLS
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  EXAMINE-CANDIDATE-CELL
      *  - Examines (WS-ROW, WS-COL) for the current wave unless it
      *    is floor or was already examined this wave.
      * ------------------------------------------------------------
       EXAMINE-CANDIDATE-CELL.
           IF GRID-CELL (WS-ROW, WS-COL) NOT = '@'
               EXIT PARAGRAPH
           END-IF

           IF EM-STAMP (WS-ROW, WS-COL) = EXAMINE-STAMP
               EXIT PARAGRAPH
           END-IF

           MOVE EXAMINE-STAMP TO EM-STAMP (WS-ROW, WS-COL)
           ADD 1 TO CELLS-EXAMINED
           PERFORM COUNT-NEIGHBORS

           IF NEIGHBOR-COUNT < RULE-THRESHOLD
               ADD 1 TO REMOVABLE-COUNT
               MOVE 'Y' TO RM-CELL (WS-ROW, WS-COL)
               MOVE WS-ROW TO WC-ROW (REMOVABLE-COUNT)
               MOVE WS-COL TO WC-COL (REMOVABLE-COUNT)
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  SORT-WAVE-CELLS
      *  - Puts WAVE-CELL-TABLE's REMOVABLE-COUNT entries into
      *    row-major order with two stable bucket passes: by column
      *    into SORT-CELL-TABLE, then by row back again. Each pass
      *    costs the wave's size plus one grid edge, never a sweep
      *    of the whole grid.
      * ------------------------------------------------------------
       SORT-WAVE-CELLS.
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
                   UNTIL BUCKET-IDX > NUM-COLS
               MOVE 0 TO WAVE-BUCKET (BUCKET-IDX)
           END-PERFORM
           PERFORM VARYING WAVE-CELL-IDX FROM 1 BY 1
                   UNTIL WAVE-CELL-IDX > REMOVABLE-COUNT
               ADD 1 TO WAVE-BUCKET (WC-COL (WAVE-CELL-IDX))
           END-PERFORM

           MOVE 1 TO BUCKET-NEXT
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
                   UNTIL BUCKET-IDX > NUM-COLS
               MOVE WAVE-BUCKET (BUCKET-IDX) TO BUCKET-SIZE
               MOVE BUCKET-NEXT TO WAVE-BUCKET (BUCKET-IDX)
               ADD BUCKET-SIZE TO BUCKET-NEXT
           END-PERFORM

           PERFORM VARYING WAVE-CELL-IDX FROM 1 BY 1
                   UNTIL WAVE-CELL-IDX > REMOVABLE-COUNT
               MOVE WAVE-BUCKET (WC-COL (WAVE-CELL-IDX))
                 TO SORT-CELL-IDX
               MOVE WAVE-CELL (WAVE-CELL-IDX)
                 TO SORT-CELL (SORT-CELL-IDX)
               ADD 1 TO WAVE-BUCKET (WC-COL (WAVE-CELL-IDX))
           END-PERFORM

           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
                   UNTIL BUCKET-IDX > NUM-ROWS
               MOVE 0 TO WAVE-BUCKET (BUCKET-IDX)
           END-PERFORM
           PERFORM VARYING SORT-CELL-IDX FROM 1 BY 1
                   UNTIL SORT-CELL-IDX > REMOVABLE-COUNT
               ADD 1 TO WAVE-BUCKET (SC-ROW (SORT-CELL-IDX))
           END-PERFORM

           MOVE 1 TO BUCKET-NEXT
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
                   UNTIL BUCKET-IDX > NUM-ROWS
               MOVE WAVE-BUCKET (BUCKET-IDX) TO BUCKET-SIZE
               MOVE BUCKET-NEXT TO WAVE-BUCKET (BUCKET-IDX)
               ADD BUCKET-SIZE TO BUCKET-NEXT
           END-PERFORM

           PERFORM VARYING SORT-CELL-IDX FROM 1 BY 1
                   UNTIL SORT-CELL-IDX > REMOVABLE-COUNT
               MOVE WAVE-BUCKET (SC-ROW (SORT-CELL-IDX))
                 TO WAVE-CELL-IDX
               MOVE SORT-CELL (SORT-CELL-IDX)
                 TO WAVE-CELL (WAVE-CELL-IDX)
               ADD 1 TO WAVE-BUCKET (SC-ROW (SORT-CELL-IDX))
           END-PERFORM.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  APPLY-REMOVALS
      *  - For each cell of this wave's WAVE-CELL-TABLE (all the
      *    cells with RM-CELL = 'Y', in row-major order), turn '@'
      *    into '.' (i.e. remove the roll and leave empty floor)
      *  - When a zone map is loaded, also tallies each removal into
      *    its zone's running total and into the per-wave table. The
      *    wave being applied here is WAVE-COUNT + 1: MAIN-PROCEDURE
      *    only advances WAVE-COUNT after this scan has finished.
      *  - The wave's cells then become PRIOR-CELL-TABLE, the seeds
      *    of the next wave.
      * ------------------------------------------------------------
       APPLY-REMOVALS.
           COMPUTE ZW-WAVE-IDX = WAVE-COUNT + 1

           PERFORM VARYING WAVE-CELL-IDX FROM 1 BY 1
                   UNTIL WAVE-CELL-IDX > REMOVABLE-COUNT
               MOVE WC-ROW (WAVE-CELL-IDX) TO WS-ROW
               MOVE WC-COL (WAVE-CELL-IDX) TO WS-COL
               MOVE '.' TO GRID-CELL (WS-ROW, WS-COL)
               IF ZONE-MAP-LOADED-FLAG = 'Y'
                  AND SIM-MODE-FLAG = 'N'
                  AND ZA-ZONE (WS-ROW, WS-COL) > 0
                   PERFORM TALLY-ZONE-REMOVAL
               END-IF
               IF PICKLIST-OPEN-FLAG = 'Y'
                   PERFORM WRITE-PICK-RECORD
               END-IF
               IF WMS-OPEN-FLAG = 'Y'
                  AND ZW-WAVE-IDX > WMS-SKIP-THRU-WAVE
                   PERFORM WRITE-WMS-TRANSACTION
               END-IF
               MOVE WS-ROW TO PC-ROW (WAVE-CELL-IDX)
               MOVE WS-COL TO PC-COL (WAVE-CELL-IDX)
           END-PERFORM

           MOVE REMOVABLE-COUNT TO PRIOR-CELL-COUNT
           MOVE 'Y' TO PRIOR-WAVE-KNOWN-FLAG.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  REBUILD-PRIOR-WAVE
      *  - On a checkpoint resume, recovers the last completed
      *    wave's cells from the restored REMOVE-MASK (its 'Y'
      *    cells are exactly that wave's removals), so the resumed
      *    waves carry on neighbour-driven just as an uninterrupted
      *    run would. One sweep, once per resume.
      * ------------------------------------------------------------
       REBUILD-PRIOR-WAVE.
           MOVE 0 TO PRIOR-CELL-COUNT

           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > NUM-ROWS
               PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > NUM-COLS
                   IF RM-CELL (WS-ROW, WS-COL) = 'Y'
                       ADD 1 TO PRIOR-CELL-COUNT
                       MOVE WS-ROW TO PC-ROW (PRIOR-CELL-COUNT)
                       MOVE WS-COL TO PC-COL (PRIOR-CELL-COUNT)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE 'Y' TO PRIOR-WAVE-KNOWN-FLAG.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
