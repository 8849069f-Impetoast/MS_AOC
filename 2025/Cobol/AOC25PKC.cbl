       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC25PKC.
       AUTHOR. IMPETUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * --- The sequenced picking list AOC25D04 wrote for the day
      *     (see AOCPICK), the same file AOC25PKB cut the batch
      *     sheets from. OPTIONAL so a day with no removals still
      *     reconciles - every confirmation then lands off-list. ---
           SELECT OPTIONAL PICKLIST-FILE ASSIGN TO PICKLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PICKLIST-STATUS.

      * --- The handheld scanners' confirmation file (see AOCCONF):
      *     one record per roll scanned, picked/short/not found.
      *     OPTIONAL - no confirmations at all is itself the
      *     finding, every list entry comes out unconfirmed. ---
           SELECT OPTIONAL CONFIRM-FILE ASSIGN TO PICKCONF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-STATUS.

      * --- AOC25D04's post-removal grid dump for the same run, the
      *     starting point for the corrected snapshot. OPTIONAL plus
      *     FILE STATUS for the same reason AOC25GRC's snapshots
      *     are: a missing dump opens empty, fails the read, and
      *     exits RC 12 instead of abending. ---
           SELECT OPTIONAL GRIDIN-FILE ASSIGN TO GRDDUMP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRIDIN-STATUS.

      * --- Optional roll-manifest cards, the same ROW,COL,ROLL-ID,
      *     SKU,LOT format AOC25D04's LOAD-ROLL-MANIFEST reads. Only
      *     used to find where a roll confirmed picked but never on
      *     the list was standing, so its cell can be cleared on the
      *     corrected snapshot. ---
           SELECT OPTIONAL MANIFEST-FILE ASSIGN TO ROLLMAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

      * --- Optional reconciliation controls:
      *       SITE=id        the site being reconciled; scanner
      *                      records for other sites are skipped
      *       DATE=yyyymmdd  the picking day; scanner records from
      *                      other days are skipped (default: take
      *                      every record regardless of date)
      *       SHORTPCT=n     short-pick rate that raises an alert,
      *                      percent of list entries (1-99,
      *                      default 5)
      *     No PKCCTL DD leaves the defaults in force. ---
           SELECT OPTIONAL PKCCTL-FILE ASSIGN TO PKCCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PKCCTL-STATUS.

      * --- Corrected grid snapshot in the GRIDDUMP's own '@'/'.'
      *     row format, for tomorrow's AOC25GRC comparison and
      *     AOC25D04 feed ---
           SELECT GRIDOUT-FILE ASSIGN TO GRDCORR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRIDOUT-STATUS.

      * --- Machine-readable operations alert feed, shared with
      *     AOC25D04 and the other AOC25 jobs (see AOCALERT) ---
           SELECT OPTIONAL ALERT-FILE ASSIGN TO ALERTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

      * --- Formatted reconciliation report ---
           SELECT REPORT-FILE ASSIGN TO PKCRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * --- Picking-list record (see AOCPICK) ---
       FD  PICKLIST-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  PICK-LINE.
           COPY AOCPICK.

      * --- Scanner confirmation record (see AOCCONF) ---
       FD  CONFIRM-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  CONFIRM-RECORD.
           COPY AOCCONF.

      * --- Post-removal grid dump, '@'/'.' rows ---
       FD  GRIDIN-FILE
           RECORD CONTAINS 500 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  GRIDIN-LINE               PIC X(500).

      * --- Roll-manifest cards: ROW,COL,ROLL-ID,SKU,LOT ---
       FD  MANIFEST-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  MANIFEST-LINE             PIC X(80).

      * --- Reconciliation-control cards: KEYWORD=VALUE ---
       FD  PKCCTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  PKCCTL-LINE               PIC X(80).

      * --- Corrected grid snapshot, same layout as the dump ---
       FD  GRIDOUT-FILE
           RECORD CONTAINS 500 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  GRIDOUT-LINE              PIC X(500).

      * --- Operations alert record (see AOCALERT) ---
       FD  ALERT-FILE
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  ALERT-RECORD.
           COPY AOCALERT.

      * --- Formatted reconciliation report ---
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-PICKLIST-STATUS        PIC X(2)  VALUE SPACES.
       77  WS-CONFIRM-STATUS         PIC X(2)  VALUE SPACES.
       77  WS-GRIDIN-STATUS          PIC X(2)  VALUE SPACES.
       77  WS-MANIFEST-STATUS        PIC X(2)  VALUE SPACES.
       77  WS-PKCCTL-STATUS          PIC X(2)  VALUE SPACES.
       77  WS-GRIDOUT-STATUS         PIC X(2)  VALUE SPACES.

      * --- Grid size limits; must match the GRID-ROW-MAX/
      *     GRID-COL-MAX literals (500) on the COPY AOCGRID below,
      *     same convention as AOC25D04 ---
       77  MAX-ROWS                  PIC 9(4)  COMP VALUE 500.
       77  MAX-COLS                  PIC 9(4)  COMP VALUE 500.

      * --- Grid snapshot read, same measurement as AOC25GRC ---
       77  NUM-ROWS                  PIC 9(4)  COMP VALUE 0.
       77  NUM-COLS                  PIC 9(4)  COMP VALUE 0.
       77  GRID-READ-FAILED          PIC X     VALUE 'N'.
       77  GRID-EOF-FLAG             PIC X     VALUE 'N'.
       77  WS-LINE-WIDTH             PIC 9(4)  COMP VALUE 0.
       77  CURRENT-CHAR              PIC X     VALUE SPACE.
       77  WS-ROW                    PIC S9(4) COMP VALUE 0.
       77  WS-COL                    PIC S9(4) COMP VALUE 0.

      * --- The floor as dumped, corrected in place ---
       01  GRID.
           COPY AOCGRID REPLACING ==GRID-ROW-TAG==  BY ==GRID-ROW==
                                  ==GRID-COL-TAG==  BY ==GRID-COL==
                                  ==GRID-CELL-TAG== BY ==GRID-CELL==
                                  ==GRID-ROW-MAX==  BY ==500==
                                  ==GRID-COL-MAX==  BY ==500==.

      * --- Reconciliation controls and their defaults ---
       77  PKC-SITE-ID               PIC X(8)  VALUE SPACES.
       77  PKC-PICK-DATE             PIC 9(8)  VALUE 0.
       77  PKC-SHORT-PCT-LIMIT       PIC 9(2)  COMP VALUE 5.
       77  CTL-VALID-FLAG            PIC X     VALUE 'Y'.
       77  CTL-EOF-FLAG              PIC X     VALUE 'N'.
       77  CTL-KEY-STR               PIC X(12) VALUE SPACES.
       77  CTL-VAL-STR               PIC X(8)  VALUE SPACES.
       77  CTL-VAL                   PIC 9(8)  COMP VALUE 0.

      * --- Shared all-digits check for card fields ---
       77  CARD-CHECK-FIELD          PIC X(8)  VALUE SPACES.
       77  CARD-CHECK-IDX            PIC 9(2)  COMP VALUE 0.
       77  CARD-CHECK-CHAR           PIC X     VALUE SPACE.
       77  CARD-DIGITS-OK            PIC X     VALUE 'N'.
       77  CARD-NONBLANK-FOUND       PIC X     VALUE 'N'.

      * --- The loaded picking list, each entry carrying the
      *     confirmation matched to it (PK-CONF-STATUS space = no
      *     scanner record). MAX-PICKS is the PK-ENTRY OCCURS
      *     bound below; the two have to be raised together, and
      *     both match AOC25PKB's MAX-PICKS. ---
       77  MAX-PICKS                 PIC 9(5)  COMP VALUE 50000.
       77  PICK-COUNT                PIC 9(5)  COMP VALUE 0.
       77  PICK-IDX                  PIC 9(5)  COMP VALUE 0.
       77  PICK-FOUND-IDX            PIC 9(5)  COMP VALUE 0.
       77  PICK-BAD-COUNT            PIC 9(9)  COMP VALUE 0.
       77  PICK-DROPPED-COUNT        PIC 9(9)  COMP VALUE 0.
       77  PICK-REPEAT-COUNT         PIC 9(9)  COMP VALUE 0.
       77  PICK-EOF-FLAG             PIC X     VALUE 'N'.

       01  PICK-TABLE.
           05 PK-ENTRY OCCURS 50000 TIMES.
              10 PK-WAVE             PIC 9(9) COMP.
              10 PK-ROW              PIC 9(4) COMP.
              10 PK-COL              PIC 9(4) COMP.
              10 PK-ROLL-ID          PIC X(10).
              10 PK-SKU              PIC X(12).
              10 PK-LOT              PIC X(8).
              10 PK-CONF-STATUS      PIC X.
              10 PK-CONF-OPERATOR    PIC X(8).
              10 PK-CONF-TIME        PIC 9(6).

      * --- The pick table entry stored for each cell, 0 for none,
      *     so a roll the list carries twice is caught without a
      *     search. AOC25D04 reopens the list EXTEND on a
      *     checkpoint restart and writes the resumed waves again;
      *     only the first copy of a roll at its cell is kept. The
      *     OCCURS bounds match GRID's. ---
       01  PICK-CELL-GRID.
           05 PC-ROW OCCURS 500 TIMES.
              10 PC-COL OCCURS 500 TIMES.
                 15 PC-PICK-IDX      PIC 9(5) COMP.

      * --- Scanner records matching no list entry. MAX-OFFLIST is
      *     the OL-ENTRY OCCURS bound below; records past it still
      *     correct the snapshot, they just drop off the detail
      *     section (counted and noted). ---
       77  MAX-OFFLIST               PIC 9(4)  COMP VALUE 5000.
       77  OFFLIST-COUNT             PIC 9(9)  COMP VALUE 0.
       77  OFFLIST-IDX               PIC 9(4)  COMP VALUE 0.

       01  OFFLIST-TABLE.
           05 OL-ENTRY OCCURS 5000 TIMES.
              10 OL-ROLL-ID          PIC X(10).
              10 OL-STATUS           PIC X.
              10 OL-OPERATOR         PIC X(8).
              10 OL-TIME             PIC 9(6).
              10 OL-CLEARED          PIC X.

      * --- Manifest locations, for clearing off-list picks.
      *     MAX-MANIFEST is the MN-ENTRY OCCURS bound below and
      *     matches AOC25D04's MAX-MANIFEST. ---
       77  MAX-MANIFEST              PIC 9(5)  COMP VALUE 50000.
       77  MANIFEST-COUNT            PIC 9(5)  COMP VALUE 0.
       77  MANIFEST-IDX              PIC 9(5)  COMP VALUE 0.
       77  MANIFEST-FOUND-IDX        PIC 9(5)  COMP VALUE 0.
       77  MANIFEST-BAD-COUNT        PIC 9(4)  COMP VALUE 0.
       77  MANIFEST-EOF-FLAG         PIC X     VALUE 'N'.
       77  MF-ROW-STR                PIC X(5)  VALUE SPACES.
       77  MF-COL-STR                PIC X(5)  VALUE SPACES.
       77  MF-ID-STR                 PIC X(10) VALUE SPACES.
       77  MF-ROW                    PIC 9(8)  COMP VALUE 0.
       77  MF-COL                    PIC 9(8)  COMP VALUE 0.

       01  MANIFEST-TABLE.
           05 MN-ENTRY OCCURS 50000 TIMES.
              10 MN-ROW              PIC 9(4) COMP.
              10 MN-COL              PIC 9(4) COMP.
              10 MN-ROLL-ID          PIC X(10).

      * --- Confirmation-file tallies ---
       77  CONFIRM-EOF-FLAG          PIC X     VALUE 'N'.
       77  CONFIRM-READ-COUNT        PIC 9(9)  COMP VALUE 0.
       77  CONFIRM-BAD-COUNT         PIC 9(9)  COMP VALUE 0.
       77  CONFIRM-OTHER-SITE-COUNT  PIC 9(9)  COMP VALUE 0.
       77  CONFIRM-OTHER-DATE-COUNT  PIC 9(9)  COMP VALUE 0.
       77  CONFIRM-REPEAT-COUNT      PIC 9(9)  COMP VALUE 0.

      * --- Reconciliation results ---
       77  LIST-PICKED-COUNT         PIC 9(9)  COMP VALUE 0.
       77  LIST-SHORT-COUNT          PIC 9(9)  COMP VALUE 0.
       77  LIST-NOTFOUND-COUNT       PIC 9(9)  COMP VALUE 0.
       77  LIST-UNCONFIRMED-COUNT    PIC 9(9)  COMP VALUE 0.
       77  CELLS-RESTORED            PIC 9(9)  COMP VALUE 0.
       77  CELLS-CLEARED             PIC 9(9)  COMP VALUE 0.
       77  OFFLIST-UNLOCATED-COUNT   PIC 9(9)  COMP VALUE 0.
       77  SHORT-PICK-PCT            PIC 9(7)V99 COMP VALUE 0.
       77  SHORT-PICK-ALLOWED        PIC 9(9)  COMP VALUE 0.
       77  SHORT-ALERT-FLAG          PIC X     VALUE 'N'.

      * --- Detail sections are capped so a day nobody scanned
      *     doesn't print the whole list twice; the counts above
      *     are complete either way ---
       77  MAX-SECTION-DETAIL        PIC 9(4)  COMP VALUE 500.
       77  SECTION-DETAIL-COUNT      PIC 9(4)  COMP VALUE 0.
       77  SECTION-TOTAL             PIC 9(9)  COMP VALUE 0.

      * --- Operations alert staging fields, same convention as
      *     AOC25D04's WRITE-ALERT-RECORD ---
       77  WS-ALERT-STATUS           PIC X(2)  VALUE SPACES.
       77  ALERT-SEVERITY            PIC X     VALUE SPACE.
       77  ALERT-CODE                PIC X(8)  VALUE SPACES.
       77  ALERT-COUNT               PIC 9(9)  COMP VALUE 0.
       77  ALERT-LIMIT               PIC 9(9)  COMP VALUE 0.
       77  ALERT-TEXT                PIC X(40) VALUE SPACES.

      * --- Run date for the report heading ---
       01  WS-RUN-DATE.
           05 WS-RUN-YYYY            PIC 9(4).
           05 WS-RUN-MM              PIC 9(2).
           05 WS-RUN-DD              PIC 9(2).
       77  WS-RUN-DATE-DISPLAY       PIC X(10).

      * --- Edited fields for the report lines ---
       77  WS-EDIT-COUNT-1           PIC ZZZZ9.
       77  WS-EDIT-NUM-1             PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-PCT               PIC ZZZZ9.99.
       77  WS-EDIT-WAVE              PIC Z(8)9.
       77  WS-EDIT-ROW               PIC 9(4).
       77  WS-EDIT-COL               PIC 9(4).
       77  WS-EDIT-TIME              PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * ------------------------------------------------------------
      *  Program entry point: load the controls, the day's picking
      *  list, the post-removal grid dump and the manifest, match
      *  the scanner confirmations against the list, write the
      *  corrected snapshot and the reconciliation report, and
      *  alert when the site's short-pick rate is over the limit.
      *  Return code 0 normally, 4 when the short-pick alert was
      *  raised, 8 when a control card was unusable, 12 when the
      *  grid dump could not be read or the corrected snapshot
      *  could not be written.
      * ------------------------------------------------------------
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-CONTROL-CARDS

           IF CTL-VALID-FLAG = 'N'
               DISPLAY "AOC25PKC: UNUSABLE CONTROL CARD - CORRECT "
                       "THE PKCCTL CARDS AND RESUBMIT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-GRID-DUMP

           IF GRID-READ-FAILED = 'Y'
               DISPLAY "AOC25PKC: GRID DUMP (GRDDUMP) UNUSABLE - "
                       "STATUS " WS-GRIDIN-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-PICKING-LIST
           PERFORM LOAD-ROLL-MANIFEST
           PERFORM MATCH-CONFIRMATIONS
           PERFORM APPLY-LIST-CORRECTIONS

           PERFORM WRITE-CORRECTED-GRID
           IF WS-GRIDOUT-STATUS NOT = '00'
               DISPLAY "AOC25PKC: CORRECTED SNAPSHOT (GRDCORR) WOULD "
                       "NOT OPEN - STATUS " WS-GRIDOUT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM JUDGE-SHORT-PICK-RATE

           PERFORM WRITE-RECONCILIATION-REPORT

           IF SHORT-ALERT-FLAG = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.
      * ============================================================
      *  End of MAIN-PROCEDURE
      * ============================================================

      * ------------------------------------------------------------
      *  LOAD-CONTROL-CARDS
      *  - Reads the optional PKCCTL cards. A card that doesn't
      *    parse or a value out of range marks the controls
      *    unusable and MAIN-PROCEDURE rejects the run (same policy
      *    as AOC25PKB's controls).
      * ------------------------------------------------------------
       LOAD-CONTROL-CARDS.
           MOVE 'Y' TO CTL-VALID-FLAG

           OPEN INPUT PKCCTL-FILE
           IF WS-PKCCTL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO CTL-EOF-FLAG
           PERFORM UNTIL CTL-EOF-FLAG = 'Y'
               READ PKCCTL-FILE
                   AT END
                       MOVE 'Y' TO CTL-EOF-FLAG
                   NOT AT END
                       IF PKCCTL-LINE = SPACES
                           CONTINUE
                       ELSE
                           PERFORM PARSE-CONTROL-CARD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PKCCTL-FILE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  PARSE-CONTROL-CARD
      *  - Parses one KEYWORD=VALUE card out of PKCCTL-LINE.
      * ------------------------------------------------------------
       PARSE-CONTROL-CARD.
           MOVE SPACES TO CTL-KEY-STR
           MOVE SPACES TO CTL-VAL-STR

           UNSTRING PKCCTL-LINE DELIMITED BY '='
               INTO CTL-KEY-STR CTL-VAL-STR
           END-UNSTRING

           EVALUATE CTL-KEY-STR
               WHEN 'SITE'
                   IF CTL-VAL-STR = SPACES
                       MOVE 'N' TO CTL-VALID-FLAG
                   ELSE
                       MOVE CTL-VAL-STR TO PKC-SITE-ID
                   END-IF
               WHEN 'DATE'
                   MOVE CTL-VAL-STR TO CARD-CHECK-FIELD
                   PERFORM CHECK-CARD-DIGITS
                   IF CARD-DIGITS-OK = 'Y'
                       COMPUTE CTL-VAL = FUNCTION NUMVAL(CTL-VAL-STR)
                   END-IF
                   IF CARD-DIGITS-OK = 'Y'
                      AND CTL-VAL >= 19000101 AND CTL-VAL <= 99991231
                       MOVE CTL-VAL TO PKC-PICK-DATE
                   ELSE
                       MOVE 'N' TO CTL-VALID-FLAG
                   END-IF
               WHEN 'SHORTPCT'
                   MOVE CTL-VAL-STR TO CARD-CHECK-FIELD
                   PERFORM CHECK-CARD-DIGITS
                   IF CARD-DIGITS-OK = 'Y'
                       COMPUTE CTL-VAL = FUNCTION NUMVAL(CTL-VAL-STR)
                   END-IF
                   IF CARD-DIGITS-OK = 'Y'
                      AND CTL-VAL >= 1 AND CTL-VAL <= 99
                       MOVE CTL-VAL TO PKC-SHORT-PCT-LIMIT
                   ELSE
                       MOVE 'N' TO CTL-VALID-FLAG
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO CTL-VALID-FLAG
           END-EVALUATE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  CHECK-CARD-DIGITS
      *  - Sets CARD-DIGITS-OK to 'Y' only if CARD-CHECK-FIELD
      *    holds at least one character and every non-blank
      *    character in it is a digit '0'-'9' (same shape check as
      *    AOC25D04's card parsers).
      * ------------------------------------------------------------
       CHECK-CARD-DIGITS.
           MOVE 'Y' TO CARD-DIGITS-OK
           MOVE 'N' TO CARD-NONBLANK-FOUND

           PERFORM VARYING CARD-CHECK-IDX FROM 1 BY 1
                   UNTIL CARD-CHECK-IDX > LENGTH OF CARD-CHECK-FIELD
               MOVE CARD-CHECK-FIELD (CARD-CHECK-IDX:1)
                 TO CARD-CHECK-CHAR
               IF CARD-CHECK-CHAR NOT = SPACE
                   MOVE 'Y' TO CARD-NONBLANK-FOUND
                   IF CARD-CHECK-CHAR < '0' OR CARD-CHECK-CHAR > '9'
                       MOVE 'N' TO CARD-DIGITS-OK
                   END-IF
               END-IF
           END-PERFORM

           IF CARD-NONBLANK-FOUND = 'N'
               MOVE 'N' TO CARD-DIGITS-OK
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  LOAD-GRID-DUMP
      *  - Reads AOC25D04's post-removal dump into GRID, measuring
      *    the width off the first row the way AOC25GRC's
      *    READ-SELECTED-GRID does. A ragged row, an empty dump,
      *    one past the 500x500 limit, or a READ status neither
      *    '00' nor at-end marks the read failed - a snapshot
      *    corrected from half a floor would mislead tomorrow's
      *    run.
      * ------------------------------------------------------------
       LOAD-GRID-DUMP.
           MOVE 0   TO NUM-ROWS
           MOVE 0   TO NUM-COLS
           MOVE 'N' TO GRID-READ-FAILED

           OPEN INPUT GRIDIN-FILE
           IF WS-GRIDIN-STATUS NOT = '00'
              AND WS-GRIDIN-STATUS NOT = '05'
               MOVE 'Y' TO GRID-READ-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO GRID-EOF-FLAG
           PERFORM UNTIL GRID-EOF-FLAG = 'Y'
               READ GRIDIN-FILE
                   AT END
                       MOVE 'Y' TO GRID-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-GRID-ROW
               END-READ
               IF WS-GRIDIN-STATUS NOT = '00'
                  AND WS-GRIDIN-STATUS NOT = '10'
                   MOVE 'Y' TO GRID-READ-FAILED
                   MOVE 'Y' TO GRID-EOF-FLAG
               END-IF
           END-PERFORM

           CLOSE GRIDIN-FILE

           IF NUM-ROWS = 0
               MOVE 'Y' TO GRID-READ-FAILED
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  STORE-GRID-ROW
      *  - Stores the dump row in GRIDIN-LINE into GRID,
      *    establishing the width off the first row and failing the
      *    read on a ragged or oversize dump.
      * ------------------------------------------------------------
       STORE-GRID-ROW.
           IF GRIDIN-LINE = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM MEASURE-LINE-WIDTH

           ADD 1 TO NUM-ROWS
           IF NUM-ROWS > MAX-ROWS
               MOVE 'Y' TO GRID-READ-FAILED
               MOVE 'Y' TO GRID-EOF-FLAG
               EXIT PARAGRAPH
           END-IF

           IF NUM-ROWS = 1
               MOVE WS-LINE-WIDTH TO NUM-COLS
               IF NUM-COLS = 0
                   MOVE 'Y' TO GRID-READ-FAILED
                   MOVE 'Y' TO GRID-EOF-FLAG
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-LINE-WIDTH NOT = NUM-COLS
                   MOVE 'Y' TO GRID-READ-FAILED
                   MOVE 'Y' TO GRID-EOF-FLAG
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > NUM-COLS
               MOVE GRIDIN-LINE (WS-COL:1)
                 TO GRID-CELL (NUM-ROWS, WS-COL)
           END-PERFORM.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  MEASURE-LINE-WIDTH
      *  - Counts continuous '@' / '.' chars in GRIDIN-LINE from
      *    column 1 onwards, into WS-LINE-WIDTH (same measurement
      *    AOC25D04 applies to its feed rows).
      * ------------------------------------------------------------
       MEASURE-LINE-WIDTH.
           MOVE 0 TO WS-LINE-WIDTH

           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > LENGTH OF GRIDIN-LINE
               MOVE GRIDIN-LINE (WS-COL:1) TO CURRENT-CHAR
               IF CURRENT-CHAR = '@' OR CURRENT-CHAR = '.'
                   MOVE WS-COL TO WS-LINE-WIDTH
               ELSE
                   IF WS-LINE-WIDTH > 0
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  LOAD-PICKING-LIST
      *  - Loads the PICKLIST records into the pick table, each
      *    starting out unconfirmed. Records whose numeric fields
      *    don't parse or whose coordinates lie off the dumped grid
      *    are counted and skipped (same policy as AOC25PKB);
      *    records past MAX-PICKS are counted as dropped. A roll
      *    already stored at the same cell is a restart's second
      *    copy of it - counted and skipped, so it is neither left
      *    unconfirmed nor counted into the short-pick rate.
      * ------------------------------------------------------------
       LOAD-PICKING-LIST.
           MOVE 0 TO PICK-COUNT
           MOVE 0 TO PICK-BAD-COUNT
           MOVE 0 TO PICK-DROPPED-COUNT
           MOVE 0 TO PICK-REPEAT-COUNT
           INITIALIZE PICK-CELL-GRID

           OPEN INPUT PICKLIST-FILE
           IF WS-PICKLIST-STATUS NOT = '00'
              AND WS-PICKLIST-STATUS NOT = '05'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO PICK-EOF-FLAG
           PERFORM UNTIL PICK-EOF-FLAG = 'Y'
               READ PICKLIST-FILE
                   AT END
                       MOVE 'Y' TO PICK-EOF-FLAG
                   NOT AT END
                       IF PICK-LINE = SPACES
                           CONTINUE
                       ELSE
                           PERFORM STORE-PICK-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PICKLIST-FILE

           IF PICK-BAD-COUNT > 0
               MOVE PICK-BAD-COUNT TO WS-EDIT-COUNT-1
               DISPLAY "AOC25PKC: " WS-EDIT-COUNT-1
                       " UNUSABLE PICKING-LIST RECORD(S) SKIPPED"
           END-IF

           IF PICK-DROPPED-COUNT > 0
               MOVE PICK-DROPPED-COUNT TO WS-EDIT-COUNT-1
               DISPLAY "AOC25PKC: PICK TABLE FULL - "
                       WS-EDIT-COUNT-1 " RECORD(S) DROPPED"
           END-IF

           IF PICK-REPEAT-COUNT > 0
               MOVE PICK-REPEAT-COUNT TO WS-EDIT-COUNT-1
               DISPLAY "AOC25PKC: " WS-EDIT-COUNT-1
                       " REPEATED PICKING-LIST RECORD(S) SKIPPED"
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  STORE-PICK-RECORD
      *  - Validates and stores the record in PICK-LINE into the
      *    next pick table entry, unless the same roll is already
      *    stored at the same cell.
      * ------------------------------------------------------------
       STORE-PICK-RECORD.
           IF PICK-WAVE IS NOT NUMERIC
              OR PICK-ROW IS NOT NUMERIC
              OR PICK-COL IS NOT NUMERIC
               ADD 1 TO PICK-BAD-COUNT
               EXIT PARAGRAPH
           END-IF

           IF PICK-ROW < 1 OR PICK-ROW > NUM-ROWS
              OR PICK-COL < 1 OR PICK-COL > NUM-COLS
              OR PICK-WAVE < 1
               ADD 1 TO PICK-BAD-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE PC-PICK-IDX (PICK-ROW, PICK-COL) TO PICK-FOUND-IDX
           IF PICK-FOUND-IDX > 0
               IF PK-ROLL-ID (PICK-FOUND-IDX) = PICK-ROLL-ID
                   ADD 1 TO PICK-REPEAT-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF PICK-COUNT >= MAX-PICKS
               ADD 1 TO PICK-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO PICK-COUNT
           IF PICK-FOUND-IDX = 0
               MOVE PICK-COUNT TO PC-PICK-IDX (PICK-ROW, PICK-COL)
           END-IF
           MOVE PICK-WAVE    TO PK-WAVE (PICK-COUNT)
           MOVE PICK-ROW     TO PK-ROW (PICK-COUNT)
           MOVE PICK-COL     TO PK-COL (PICK-COUNT)
           MOVE PICK-ROLL-ID TO PK-ROLL-ID (PICK-COUNT)
           MOVE PICK-SKU     TO PK-SKU (PICK-COUNT)
           MOVE PICK-LOT     TO PK-LOT (PICK-COUNT)
           MOVE SPACE        TO PK-CONF-STATUS (PICK-COUNT)
           MOVE SPACES       TO PK-CONF-OPERATOR (PICK-COUNT)
           MOVE 0            TO PK-CONF-TIME (PICK-COUNT).
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  LOAD-ROLL-MANIFEST
      *  - Loads the optional ROLLMAN cards' roll ID and location
      *    into the manifest table. Only the fields this job needs
      *    are checked; a card without digits in ROW/COL or without
      *    a roll ID is counted and skipped (AOC25D04 already wrote
      *    the full rejects to its reconciliation report).
      * ------------------------------------------------------------
       LOAD-ROLL-MANIFEST.
           MOVE 0 TO MANIFEST-COUNT
           MOVE 0 TO MANIFEST-BAD-COUNT

           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = '00'
               IF WS-MANIFEST-STATUS = '05'
                   CLOSE MANIFEST-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO MANIFEST-EOF-FLAG
           PERFORM UNTIL MANIFEST-EOF-FLAG = 'Y'
               READ MANIFEST-FILE
                   AT END
                       MOVE 'Y' TO MANIFEST-EOF-FLAG
                   NOT AT END
                       IF MANIFEST-LINE = SPACES
                           CONTINUE
                       ELSE
                           PERFORM PARSE-MANIFEST-CARD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MANIFEST-FILE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  PARSE-MANIFEST-CARD
      *  - Parses the ROW,COL,ROLL-ID part of one manifest card.
      * ------------------------------------------------------------
       PARSE-MANIFEST-CARD.
           MOVE SPACES TO MF-ROW-STR
           MOVE SPACES TO MF-COL-STR
           MOVE SPACES TO MF-ID-STR

           UNSTRING MANIFEST-LINE DELIMITED BY ','
               INTO MF-ROW-STR MF-COL-STR MF-ID-STR
           END-UNSTRING

           MOVE MF-ROW-STR TO CARD-CHECK-FIELD
           PERFORM CHECK-CARD-DIGITS
           IF CARD-DIGITS-OK = 'Y'
               MOVE MF-COL-STR TO CARD-CHECK-FIELD
               PERFORM CHECK-CARD-DIGITS
           END-IF

           IF CARD-DIGITS-OK = 'N'
              OR MF-ID-STR = SPACES
              OR MANIFEST-COUNT >= MAX-MANIFEST
               ADD 1 TO MANIFEST-BAD-COUNT
               EXIT PARAGRAPH
           END-IF

           COMPUTE MF-ROW = FUNCTION NUMVAL(MF-ROW-STR)
           COMPUTE MF-COL = FUNCTION NUMVAL(MF-COL-STR)
           IF MF-ROW < 1 OR MF-ROW > NUM-ROWS
              OR MF-COL < 1 OR MF-COL > NUM-COLS
               ADD 1 TO MANIFEST-BAD-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO MANIFEST-COUNT
           MOVE MF-ROW    TO MN-ROW (MANIFEST-COUNT)
           MOVE MF-COL    TO MN-COL (MANIFEST-COUNT)
           MOVE MF-ID-STR TO MN-ROLL-ID (MANIFEST-COUNT).
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  MATCH-CONFIRMATIONS
      *  - Reads the scanner file and matches each usable record
      *    for this site (and picking day, when DATE= was given) to
      *    its picking-list entry by roll ID. A roll scanned twice
      *    keeps its last scan - the crew rescans when the first
      *    answer was wrong - and the repeat is counted. A record
      *    with no list entry goes to the off-list table; picked
      *    off-list rolls are cleared off the snapshot at their
      *    manifest location.
      *  - A record with a blank roll ID or a status other than
      *    P/S/N is counted unusable and skipped. *UNLISTED* list
      *    entries carry no roll ID to scan, so they can only ever
      *    come out unconfirmed.
      * ------------------------------------------------------------
       MATCH-CONFIRMATIONS.
           MOVE 0 TO CONFIRM-READ-COUNT
           MOVE 0 TO CONFIRM-BAD-COUNT
           MOVE 0 TO CONFIRM-OTHER-SITE-COUNT
           MOVE 0 TO CONFIRM-OTHER-DATE-COUNT
           MOVE 0 TO CONFIRM-REPEAT-COUNT
           MOVE 0 TO OFFLIST-COUNT
           MOVE 0 TO OFFLIST-UNLOCATED-COUNT
           MOVE 0 TO CELLS-CLEARED

           OPEN INPUT CONFIRM-FILE
           IF WS-CONFIRM-STATUS NOT = '00'
              AND WS-CONFIRM-STATUS NOT = '05'
               DISPLAY "AOC25PKC: SCANNER FILE (PICKCONF) WOULD NOT "
                       "OPEN - STATUS " WS-CONFIRM-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO CONFIRM-EOF-FLAG
           PERFORM UNTIL CONFIRM-EOF-FLAG = 'Y'
               READ CONFIRM-FILE
                   AT END
                       MOVE 'Y' TO CONFIRM-EOF-FLAG
                   NOT AT END
                       IF CONFIRM-RECORD = SPACES
                           CONTINUE
                       ELSE
                           ADD 1 TO CONFIRM-READ-COUNT
                           PERFORM APPLY-CONFIRMATION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CONFIRM-FILE

           IF CONFIRM-BAD-COUNT > 0
               MOVE CONFIRM-BAD-COUNT TO WS-EDIT-COUNT-1
               DISPLAY "AOC25PKC: " WS-EDIT-COUNT-1
                       " UNUSABLE SCANNER RECORD(S) SKIPPED"
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  APPLY-CONFIRMATION
      *  - Filters, validates and matches the scanner record in
      *    CONFIRM-RECORD. The list is searched straight through:
      *    one day's list for one site, the same linear lookup
      *    AOC25D04 uses for its trap tables.
      * ------------------------------------------------------------
       APPLY-CONFIRMATION.
           IF PKC-SITE-ID NOT = SPACES
              AND CNF-SITE-ID NOT = PKC-SITE-ID
               ADD 1 TO CONFIRM-OTHER-SITE-COUNT
               EXIT PARAGRAPH
           END-IF

           IF CNF-ROLL-ID = SPACES
              OR (CNF-STATUS NOT = 'P' AND CNF-STATUS NOT = 'S'
                  AND CNF-STATUS NOT = 'N')
               ADD 1 TO CONFIRM-BAD-COUNT
               EXIT PARAGRAPH
           END-IF

           IF PKC-PICK-DATE > 0
               IF CNF-DATE IS NOT NUMERIC
                   ADD 1 TO CONFIRM-BAD-COUNT
                   EXIT PARAGRAPH
               END-IF
               IF CNF-DATE NOT = PKC-PICK-DATE
                   ADD 1 TO CONFIRM-OTHER-DATE-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO PICK-FOUND-IDX
           PERFORM VARYING PICK-IDX FROM 1 BY 1
                   UNTIL PICK-IDX > PICK-COUNT
               IF PK-ROLL-ID (PICK-IDX) = CNF-ROLL-ID
                   MOVE PICK-IDX TO PICK-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF PICK-FOUND-IDX > 0
               IF PK-CONF-STATUS (PICK-FOUND-IDX) NOT = SPACE
                   ADD 1 TO CONFIRM-REPEAT-COUNT
               END-IF
               MOVE CNF-STATUS   TO PK-CONF-STATUS (PICK-FOUND-IDX)
               MOVE CNF-OPERATOR TO PK-CONF-OPERATOR (PICK-FOUND-IDX)
               IF CNF-TIME IS NUMERIC
                   MOVE CNF-TIME TO PK-CONF-TIME (PICK-FOUND-IDX)
               ELSE
                   MOVE 0 TO PK-CONF-TIME (PICK-FOUND-IDX)
               END-IF
           ELSE
               PERFORM RECORD-OFFLIST-CONFIRMATION
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  RECORD-OFFLIST-CONFIRMATION
      *  - Notes a scanner record that matched no list entry and,
      *    when it says the roll was picked, clears the roll's cell
      *    on the snapshot: its manifest location, if the manifest
      *    knows the roll and the dump still shows a roll there.
      *    A picked roll the manifest can't place is counted - the
      *    floor is short a roll the snapshot can't find.
      * ------------------------------------------------------------
       RECORD-OFFLIST-CONFIRMATION.
           ADD 1 TO OFFLIST-COUNT
           IF OFFLIST-COUNT <= MAX-OFFLIST
               MOVE OFFLIST-COUNT TO OFFLIST-IDX
               MOVE CNF-ROLL-ID  TO OL-ROLL-ID (OFFLIST-IDX)
               MOVE CNF-STATUS   TO OL-STATUS (OFFLIST-IDX)
               MOVE CNF-OPERATOR TO OL-OPERATOR (OFFLIST-IDX)
               IF CNF-TIME IS NUMERIC
                   MOVE CNF-TIME TO OL-TIME (OFFLIST-IDX)
               ELSE
                   MOVE 0 TO OL-TIME (OFFLIST-IDX)
               END-IF
               MOVE 'N' TO OL-CLEARED (OFFLIST-IDX)
           END-IF

           IF CNF-STATUS NOT = 'P'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO MANIFEST-FOUND-IDX
           PERFORM VARYING MANIFEST-IDX FROM 1 BY 1
                   UNTIL MANIFEST-IDX > MANIFEST-COUNT
               IF MN-ROLL-ID (MANIFEST-IDX) = CNF-ROLL-ID
                   MOVE MANIFEST-IDX TO MANIFEST-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF MANIFEST-FOUND-IDX = 0
               ADD 1 TO OFFLIST-UNLOCATED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE MN-ROW (MANIFEST-FOUND-IDX) TO WS-ROW
           MOVE MN-COL (MANIFEST-FOUND-IDX) TO WS-COL
           IF GRID-CELL (WS-ROW, WS-COL) = '@'
               MOVE '.' TO GRID-CELL (WS-ROW, WS-COL)
               ADD 1 TO CELLS-CLEARED
               IF OFFLIST-COUNT <= MAX-OFFLIST
                   MOVE 'Y' TO OL-CLEARED (OFFLIST-IDX)
               END-IF
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  APPLY-LIST-CORRECTIONS
      *  - Settles every list entry against the snapshot. The dump
      *    shows each listed roll gone; that holds for 'P' (picked)
      *    and 'N' (nothing at the location - the cell really is
      *    empty, the roll is missing). A short pick is still
      *    standing, and an entry nobody confirmed is taken to be
      *    still standing too - the conservative reading, so
      *    tomorrow's run plans around it rather than assuming it
      *    gone - so both put the roll back on the snapshot.
      * ------------------------------------------------------------
       APPLY-LIST-CORRECTIONS.
           MOVE 0 TO LIST-PICKED-COUNT
           MOVE 0 TO LIST-SHORT-COUNT
           MOVE 0 TO LIST-NOTFOUND-COUNT
           MOVE 0 TO LIST-UNCONFIRMED-COUNT
           MOVE 0 TO CELLS-RESTORED

           PERFORM VARYING PICK-IDX FROM 1 BY 1
                   UNTIL PICK-IDX > PICK-COUNT
               EVALUATE PK-CONF-STATUS (PICK-IDX)
                   WHEN 'P'
                       ADD 1 TO LIST-PICKED-COUNT
                   WHEN 'N'
                       ADD 1 TO LIST-NOTFOUND-COUNT
                   WHEN 'S'
                       ADD 1 TO LIST-SHORT-COUNT
                       PERFORM RESTORE-LIST-CELL
                   WHEN OTHER
                       ADD 1 TO LIST-UNCONFIRMED-COUNT
                       PERFORM RESTORE-LIST-CELL
               END-EVALUATE
           END-PERFORM.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  RESTORE-LIST-CELL
      *  - Puts the roll of list entry PICK-IDX back on the
      *    snapshot.
      * ------------------------------------------------------------
       RESTORE-LIST-CELL.
           MOVE PK-ROW (PICK-IDX) TO WS-ROW
           MOVE PK-COL (PICK-IDX) TO WS-COL
           IF GRID-CELL (WS-ROW, WS-COL) NOT = '@'
               MOVE '@' TO GRID-CELL (WS-ROW, WS-COL)
               ADD 1 TO CELLS-RESTORED
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-CORRECTED-GRID
      *  - Writes GRID to GRIDOUT-FILE in the same '@'/'.' row
      *    format AOC25D04's DUMP-GRID-STATE writes. Unlike the
      *    dump, the corrected snapshot is this job's product, so
      *    a DD that won't open fails the step.
      * ------------------------------------------------------------
       WRITE-CORRECTED-GRID.
           OPEN OUTPUT GRIDOUT-FILE
           IF WS-GRIDOUT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > NUM-ROWS
               MOVE SPACES TO GRIDOUT-LINE
               PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > NUM-COLS
                   MOVE GRID-CELL (WS-ROW, WS-COL)
                     TO GRIDOUT-LINE (WS-COL:1)
               END-PERFORM
               WRITE GRIDOUT-LINE
           END-PERFORM

           CLOSE GRIDOUT-FILE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  JUDGE-SHORT-PICK-RATE
      *  - The site's short-pick rate is the list entries the floor
      *    could not pick - short or not found - as a percentage of
      *    the list. Over SHORTPCT an alert goes on the shared feed
      *    and MAIN-PROCEDURE warns the step. An empty list has no
      *    rate to judge.
      *  - The limit is judged on the unscaled counts, not on the
      *    printed rate, so 5.9 percent is over a SHORTPCT of 5.
      *    The alert carries the entries not picked against the
      *    most the limit allows on a list this long.
      * ------------------------------------------------------------
       JUDGE-SHORT-PICK-RATE.
           MOVE 'N' TO SHORT-ALERT-FLAG
           MOVE 0   TO SHORT-PICK-PCT

           IF PICK-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE SHORT-PICK-PCT
               = ((LIST-SHORT-COUNT + LIST-NOTFOUND-COUNT) * 100)
                 / PICK-COUNT

           IF (LIST-SHORT-COUNT + LIST-NOTFOUND-COUNT) * 100
              > PKC-SHORT-PCT-LIMIT * PICK-COUNT
               MOVE 'Y' TO SHORT-ALERT-FLAG
               MOVE SHORT-PICK-PCT TO WS-EDIT-PCT
               DISPLAY "AOC25PKC: SHORT-PICK RATE " WS-EDIT-PCT
                       " PCT - OVER THE LIMIT"
               MOVE 'W' TO ALERT-SEVERITY
               MOVE 'SHORTPCK' TO ALERT-CODE
               COMPUTE ALERT-COUNT
                   = LIST-SHORT-COUNT + LIST-NOTFOUND-COUNT
               COMPUTE SHORT-PICK-ALLOWED
                   = (PKC-SHORT-PCT-LIMIT * PICK-COUNT) / 100
               MOVE SHORT-PICK-ALLOWED TO ALERT-LIMIT
               MOVE "SHORT PICKS EXCEED SHORTPCT OF THE LIST"
                 TO ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-RECONCILIATION-REPORT
      *  - Headline figures, then the short picks, the rolls
      *    confirmed but never on the list, and the list entries
      *    nobody confirmed.
      * ------------------------------------------------------------
       WRITE-RECONCILIATION-REPORT.
           STRING WS-RUN-YYYY  "-"
                  WS-RUN-MM    "-"
                  WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           END-STRING

           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "AOC25PKC - PICK CONFIRMATION RECONCILIATION"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "RUN DATE   : " WS-RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF PKC-SITE-ID NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "WAREHOUSE  : " PKC-SITE-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           IF PKC-PICK-DATE > 0
               MOVE SPACES TO REPORT-LINE
               STRING "PICK DATE  : " PKC-PICK-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE PICK-COUNT TO WS-EDIT-NUM-1
           MOVE SPACES TO REPORT-LINE
           STRING "LIST ENTRIES         " WS-EDIT-NUM-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE LIST-PICKED-COUNT TO WS-EDIT-NUM-1
           MOVE SPACES TO REPORT-LINE
           STRING "  CONFIRMED PICKED   " WS-EDIT-NUM-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE LIST-SHORT-COUNT TO WS-EDIT-NUM-1
           MOVE SPACES TO REPORT-LINE
           STRING "  SHORT              " WS-EDIT-NUM-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE LIST-NOTFOUND-COUNT TO WS-EDIT-NUM-1
           MOVE SPACES TO REPORT-LINE
           STRING "  NOT FOUND          " WS-EDIT-NUM-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE LIST-UNCONFIRMED-COUNT TO WS-EDIT-NUM-1
           MOVE SPACES TO REPORT-LINE
           STRING "  NOT CONFIRMED      " WS-EDIT-NUM-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE OFFLIST-COUNT TO WS-EDIT-NUM-1
           MOVE SPACES TO REPORT-LINE
           STRING "NOT ON LIST          " WS-EDIT-NUM-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SHORT-PICK-PCT TO WS-EDIT-PCT
           MOVE PKC-SHORT-PCT-LIMIT TO WS-EDIT-COUNT-1
           MOVE SPACES TO REPORT-LINE
           STRING "SHORT-PICK RATE      " WS-EDIT-PCT
                  " PCT  LIMIT " WS-EDIT-COUNT-1 " PCT"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF SHORT-ALERT-FLAG = 'Y'
               MOVE SPACES TO REPORT-LINE
               STRING "*** SHORT-PICK RATE OVER THE LIMIT - "
                      "ALERT RAISED ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE CONFIRM-READ-COUNT TO WS-EDIT-NUM-1
           MOVE SPACES TO REPORT-LINE
           STRING "SCANNER RECORDS      " WS-EDIT-NUM-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF CONFIRM-OTHER-SITE-COUNT > 0
               MOVE CONFIRM-OTHER-SITE-COUNT TO WS-EDIT-NUM-1
               MOVE SPACES TO REPORT-LINE
               STRING "  OTHER SITES        " WS-EDIT-NUM-1
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           IF CONFIRM-OTHER-DATE-COUNT > 0
               MOVE CONFIRM-OTHER-DATE-COUNT TO WS-EDIT-NUM-1
               MOVE SPACES TO REPORT-LINE
               STRING "  OTHER DAYS         " WS-EDIT-NUM-1
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           IF CONFIRM-BAD-COUNT > 0
               MOVE CONFIRM-BAD-COUNT TO WS-EDIT-NUM-1
               MOVE SPACES TO REPORT-LINE
               STRING "  UNUSABLE           " WS-EDIT-NUM-1
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           IF CONFIRM-REPEAT-COUNT > 0
               MOVE CONFIRM-REPEAT-COUNT TO WS-EDIT-NUM-1
               MOVE SPACES TO REPORT-LINE
               STRING "  RESCANS (LAST KEPT)" WS-EDIT-NUM-1
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           MOVE CELLS-RESTORED TO WS-EDIT-NUM-1
           MOVE SPACES TO REPORT-LINE
           STRING "SNAPSHOT ROLLS BACK  " WS-EDIT-NUM-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE CELLS-CLEARED TO WS-EDIT-NUM-1
           MOVE SPACES TO REPORT-LINE
           STRING "SNAPSHOT ROLLS GONE  " WS-EDIT-NUM-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF OFFLIST-UNLOCATED-COUNT > 0
               MOVE OFFLIST-UNLOCATED-COUNT TO WS-EDIT-NUM-1
               MOVE SPACES TO REPORT-LINE
               STRING "*** " WS-EDIT-NUM-1
                      " OFF-LIST PICK(S) NOT ON THE MANIFEST - "
                      "NOT CLEARED ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           PERFORM WRITE-SHORT-PICK-SECTION
           PERFORM WRITE-OFFLIST-SECTION
           PERFORM WRITE-UNCONFIRMED-SECTION

           CLOSE REPORT-FILE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-SHORT-PICK-SECTION
      *  - One line per list entry confirmed short or not found,
      *    with who scanned it and when.
      * ------------------------------------------------------------
       WRITE-SHORT-PICK-SECTION.
           COMPUTE SECTION-TOTAL
               = LIST-SHORT-COUNT + LIST-NOTFOUND-COUNT
           IF SECTION-TOTAL = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "SHORT PICKS (S SHORT, N NOT FOUND)"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE 0 TO SECTION-DETAIL-COUNT
           PERFORM VARYING PICK-IDX FROM 1 BY 1
                   UNTIL PICK-IDX > PICK-COUNT
                   OR SECTION-DETAIL-COUNT >= MAX-SECTION-DETAIL
               IF PK-CONF-STATUS (PICK-IDX) = 'S'
                  OR PK-CONF-STATUS (PICK-IDX) = 'N'
                   ADD 1 TO SECTION-DETAIL-COUNT
                   MOVE PK-WAVE (PICK-IDX) TO WS-EDIT-WAVE
                   MOVE PK-ROW (PICK-IDX)  TO WS-EDIT-ROW
                   MOVE PK-COL (PICK-IDX)  TO WS-EDIT-COL
                   MOVE PK-CONF-TIME (PICK-IDX) TO WS-EDIT-TIME
                   MOVE SPACES TO REPORT-LINE
                   STRING PK-CONF-STATUS (PICK-IDX)
                          " " PK-ROLL-ID (PICK-IDX)
                          " WAVE " WS-EDIT-WAVE
                          " ROW " WS-EDIT-ROW
                          " COL " WS-EDIT-COL
                          " BY " PK-CONF-OPERATOR (PICK-IDX)
                          " AT " WS-EDIT-TIME
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM

           PERFORM WRITE-SECTION-CAP-NOTE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-OFFLIST-SECTION
      *  - One line per scanner record that matched no list entry,
      *    flagged CLEARED when it took a roll off the snapshot.
      * ------------------------------------------------------------
       WRITE-OFFLIST-SECTION.
           MOVE OFFLIST-COUNT TO SECTION-TOTAL
           IF SECTION-TOTAL = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "CONFIRMED BUT NOT ON THE PICKING LIST"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE 0 TO SECTION-DETAIL-COUNT
           PERFORM VARYING OFFLIST-IDX FROM 1 BY 1
                   UNTIL OFFLIST-IDX > OFFLIST-COUNT
                   OR OFFLIST-IDX > MAX-OFFLIST
                   OR SECTION-DETAIL-COUNT >= MAX-SECTION-DETAIL
               ADD 1 TO SECTION-DETAIL-COUNT
               MOVE OL-TIME (OFFLIST-IDX) TO WS-EDIT-TIME
               MOVE SPACES TO REPORT-LINE
               IF OL-CLEARED (OFFLIST-IDX) = 'Y'
                   STRING OL-STATUS (OFFLIST-IDX)
                          " " OL-ROLL-ID (OFFLIST-IDX)
                          " BY " OL-OPERATOR (OFFLIST-IDX)
                          " AT " WS-EDIT-TIME
                          "  CLEARED FROM SNAPSHOT"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING OL-STATUS (OFFLIST-IDX)
                          " " OL-ROLL-ID (OFFLIST-IDX)
                          " BY " OL-OPERATOR (OFFLIST-IDX)
                          " AT " WS-EDIT-TIME
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               END-IF
               WRITE REPORT-LINE
           END-PERFORM

           PERFORM WRITE-SECTION-CAP-NOTE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-UNCONFIRMED-SECTION
      *  - One line per list entry no scanner record confirmed.
      * ------------------------------------------------------------
       WRITE-UNCONFIRMED-SECTION.
           MOVE LIST-UNCONFIRMED-COUNT TO SECTION-TOTAL
           IF SECTION-TOTAL = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "ON THE LIST BUT NEVER CONFIRMED"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE 0 TO SECTION-DETAIL-COUNT
           PERFORM VARYING PICK-IDX FROM 1 BY 1
                   UNTIL PICK-IDX > PICK-COUNT
                   OR SECTION-DETAIL-COUNT >= MAX-SECTION-DETAIL
               IF PK-CONF-STATUS (PICK-IDX) = SPACE
                   ADD 1 TO SECTION-DETAIL-COUNT
                   MOVE PK-WAVE (PICK-IDX) TO WS-EDIT-WAVE
                   MOVE PK-ROW (PICK-IDX)  TO WS-EDIT-ROW
                   MOVE PK-COL (PICK-IDX)  TO WS-EDIT-COL
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " PK-ROLL-ID (PICK-IDX)
                          " WAVE " WS-EDIT-WAVE
                          " ROW " WS-EDIT-ROW
                          " COL " WS-EDIT-COL
                          " SKU " PK-SKU (PICK-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM

           PERFORM WRITE-SECTION-CAP-NOTE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-SECTION-CAP-NOTE
      *  - Notes a detail section cut short by MAX-SECTION-DETAIL.
      * ------------------------------------------------------------
       WRITE-SECTION-CAP-NOTE.
           IF SECTION-TOTAL > SECTION-DETAIL-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "*** DETAIL CAPPED - SEE THE COUNTS ABOVE "
                      "FOR THE FULL FIGURES ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-ALERT-RECORD
      *  - Appends one coded record to the shared operations alert
      *    feed from the staging fields just set, tolerating an
      *    unallocated ALERTOUT DD - same convention as AOC25D04
      *    and AOC25GRC.
      * ------------------------------------------------------------
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = '00'
              AND WS-ALERT-STATUS NOT = '05'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES         TO ALERT-RECORD
           MOVE ALERT-SEVERITY TO ALT-SEVERITY
           MOVE 'AOC25PKC'     TO ALT-PROGRAM
           MOVE ALERT-CODE     TO ALT-CODE
           MOVE ALERT-COUNT    TO ALT-COUNT
           MOVE ALERT-LIMIT    TO ALT-LIMIT
           MOVE ALERT-TEXT     TO ALT-TEXT
           MOVE PKC-SITE-ID    TO ALT-SITE-ID

           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.
      * ------------------------------------------------------------

       END PROGRAM AOC25PKC.
