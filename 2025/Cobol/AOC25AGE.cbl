       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC25AGE.
       AUTHOR. IMPETUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * --- The site's post-removal grid dump from AOC25D04 (or
      *     AOC25PKC's corrected snapshot, same layout). Joined
      *     against the manifest exactly the way AOC25D04's
      *     TALLY-TRAPPED-CELL does: a manifested roll whose cell is
      *     still '@' after Part 2 is trapped, one whose cell is
      *     empty was removed. OPTIONAL plus FILE STATUS the same as
      *     AOC25PKC: a missing dump fails the read and exits RC 12
      *     instead of abending. ---
           SELECT OPTIONAL GRIDIN-FILE ASSIGN TO GRDDUMP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRIDIN-STATUS.

      * --- The site's roll-manifest cards, ROW,COL,ROLL-ID,SKU,LOT,
      *     the same deck the day's AOC25D04 run read. OPTIONAL so
      *     its absence is reported rather than abending - but the
      *     ledger is not touched without it, or every open roll
      *     would close as dropped off the manifest. ---
           SELECT OPTIONAL MANIFEST-FILE ASSIGN TO ROLLMAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

      * --- Aging control cards, KEYWORD=VALUE:
      *       SITE=id        the site - required, it keys the ledger
      *       DATE=yyyymmdd  the run date being aged (default
      *                      today), for a run processed after
      *                      midnight
      *       AGELIMIT=n     days trapped (1-9999, default 30)
      *                      past which a roll raises the TRAPAGED
      *                      alert - set per site, each site's
      *                      deck carrying its own ---
           SELECT OPTIONAL AGECTL-FILE ASSIGN TO AGECTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGECTL-STATUS.

      * --- Keyed trapped-stock aging ledger, one record per
      *     site+roll ID (see AOCAGED). Created on first use, same
      *     convention as the site master and the alert history.
      *     DYNAMIC so the site's open records can be browsed in key
      *     order for closing out. ---
           SELECT OPTIONAL AGING-FILE ASSIGN TO AGELEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGE-KEY
               FILE STATUS IS WS-AGING-STATUS.

      * --- Shared operations alert feed (see AOCALERT) ---
           SELECT OPTIONAL ALERT-FILE ASSIGN TO ALERTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

      * --- Formatted trapped-stock aging report ---
           SELECT REPORT-FILE ASSIGN TO AGERPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      * --- Aging control cards: KEYWORD=VALUE ---
       FD  AGECTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  AGECTL-LINE               PIC X(80).

      * --- Trapped-stock aging record (see AOCAGED) ---
       FD  AGING-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  AGING-RECORD.
           COPY AOCAGED.

      * --- Operations alert record (see AOCALERT) ---
       FD  ALERT-FILE
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  ALERT-RECORD.
           COPY AOCALERT.

      * --- Formatted trapped-stock aging report ---
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-GRIDIN-STATUS          PIC X(2)  VALUE SPACES.
       77  WS-MANIFEST-STATUS        PIC X(2)  VALUE SPACES.
       77  WS-AGECTL-STATUS          PIC X(2)  VALUE SPACES.
       77  WS-AGING-STATUS           PIC X(2)  VALUE SPACES.
       77  WS-ALERT-STATUS           PIC X(2)  VALUE SPACES.

      * --- Grid size limits; must match the GRID-ROW-MAX/
      *     GRID-COL-MAX literals (500) on the COPY AOCGRID below
      *     and the MANIFEST-ASSIGN-GRID OCCURS bounds, same
      *     convention as AOC25D04 ---
       77  MAX-ROWS                  PIC 9(4)  COMP VALUE 500.
       77  MAX-COLS                  PIC 9(4)  COMP VALUE 500.

      * --- Grid dump read, same measurement as AOC25PKC ---
       77  NUM-ROWS                  PIC 9(4)  COMP VALUE 0.
       77  NUM-COLS                  PIC 9(4)  COMP VALUE 0.
       77  GRID-READ-FAILED          PIC X     VALUE 'N'.
       77  GRID-EOF-FLAG             PIC X     VALUE 'N'.
       77  WS-LINE-WIDTH             PIC 9(4)  COMP VALUE 0.
       77  CURRENT-CHAR              PIC X     VALUE SPACE.
       77  WS-ROW                    PIC 9(4)  COMP VALUE 0.
       77  WS-COL                    PIC 9(4)  COMP VALUE 0.

       01  GRID.
           COPY AOCGRID REPLACING ==GRID-ROW-TAG==  BY ==GRID-ROW==
                                  ==GRID-COL-TAG==  BY ==GRID-COL==
                                  ==GRID-CELL-TAG== BY ==GRID-CELL==
                                  ==GRID-ROW-MAX==  BY ==500==
                                  ==GRID-COL-MAX==  BY ==500==.

      * --- Aging controls ---
       77  AGE-RUN-SITE              PIC X(8)  VALUE SPACES.
       77  AGE-RUN-DATE              PIC 9(8)  VALUE 0.
       77  AGE-LIMIT-DAYS            PIC 9(4)  COMP VALUE 30.
       77  CTL-VALID-FLAG            PIC X     VALUE 'Y'.
       77  CTL-EOF-FLAG              PIC X     VALUE 'N'.
       77  CTL-KEY-STR               PIC X(12) VALUE SPACES.
       77  CTL-VAL-STR               PIC X(12) VALUE SPACES.
       77  CTL-VAL                   PIC 9(8)  COMP VALUE 0.

      * --- Shared all-digits check for card fields ---
       77  CARD-CHECK-FIELD          PIC X(8)  VALUE SPACES.
       77  CARD-CHECK-IDX            PIC 9(2)  COMP VALUE 0.
       77  CARD-CHECK-CHAR           PIC X     VALUE SPACE.
       77  CARD-DIGITS-OK            PIC X     VALUE 'N'.
       77  CARD-NONBLANK-FOUND       PIC X     VALUE 'N'.

      * --- The site's roll manifest, with each roll's trapped/
      *     removed classification off the dump and, for a trapped
      *     roll, its age once the ledger is posted. MAX-MANIFEST is
      *     the MN-ENTRY OCCURS bound below and matches AOC25D04's
      *     MAX-MANIFEST. ---
       77  MAX-MANIFEST              PIC 9(5)  COMP VALUE 50000.
       77  MANIFEST-COUNT            PIC 9(5)  COMP VALUE 0.
       77  MANIFEST-IDX              PIC 9(5)  COMP VALUE 0.
       77  MANIFEST-FOUND-IDX        PIC 9(5)  COMP VALUE 0.
       77  MANIFEST-BAD-COUNT        PIC 9(9)  COMP VALUE 0.
       77  MANIFEST-EOF-FLAG         PIC X     VALUE 'N'.
       77  MANIFEST-CARD-OK-FLAG     PIC X     VALUE 'N'.
       77  MF-ROW-STR                PIC X(5)  VALUE SPACES.
       77  MF-COL-STR                PIC X(5)  VALUE SPACES.
       77  MF-ID-STR                 PIC X(10) VALUE SPACES.
       77  MF-SKU-STR                PIC X(12) VALUE SPACES.
       77  MF-LOT-STR                PIC X(8)  VALUE SPACES.
       77  MF-ROW                    PIC 9(8)  COMP VALUE 0.
       77  MF-COL                    PIC 9(8)  COMP VALUE 0.

       01  MANIFEST-TABLE.
           05 MN-ENTRY OCCURS 50000 TIMES.
              10 MN-ROLL-ID          PIC X(10).
              10 MN-SKU              PIC X(12).
              10 MN-LOT              PIC X(8).
              10 MN-ROW              PIC 9(4) COMP.
              10 MN-COL              PIC 9(4) COMP.
              10 MN-TRAPPED          PIC X.
              10 MN-FIRST-DATE       PIC 9(8).
              10 MN-DAYS             PIC 9(5) COMP.

      * --- Manifest entry per grid cell (0 = none), for turning
      *     away a second card for the same cell as AOC25D04 does,
      *     and for the detail section's row/column order ---
       01  MANIFEST-ASSIGN-GRID.
           05 MFA-ROW OCCURS 500 TIMES.
              10 MFA-COL OCCURS 500 TIMES.
                 15 MFA-ENTRY        PIC 9(8) COMP.

      * --- Classification and ledger posting counts ---
       77  TRAPPED-COUNT             PIC 9(9)  COMP VALUE 0.
       77  REMOVED-COUNT             PIC 9(9)  COMP VALUE 0.
       77  UNLISTED-COUNT            PIC 9(9)  COMP VALUE 0.
       77  LEDGER-NEW-COUNT          PIC 9(9)  COMP VALUE 0.
       77  LEDGER-CONTINUED-COUNT    PIC 9(9)  COMP VALUE 0.
       77  LEDGER-REOPENED-COUNT     PIC 9(9)  COMP VALUE 0.
       77  LEDGER-AHEAD-COUNT        PIC 9(9)  COMP VALUE 0.
       77  CLOSED-REMOVED-COUNT      PIC 9(9)  COMP VALUE 0.
       77  CLOSED-DROPPED-COUNT      PIC 9(9)  COMP VALUE 0.
       77  LEDGER-FOUND-FLAG         PIC X     VALUE 'N'.
       77  LEDGER-EOF-FLAG           PIC X     VALUE 'N'.

      * --- Day arithmetic for the trapped streak ---
       77  RUN-DAY-NUMBER            PIC 9(8)  COMP VALUE 0.
       77  FIRST-DAY-NUMBER          PIC 9(8)  COMP VALUE 0.

      * --- Rolls dropped off the manifest while trapped, listed on
      *     the report - stock that vanished without ever being
      *     picked is worth a look. MAX-DROPPED is the DR-ENTRY
      *     OCCURS bound below; past it they are still counted. ---
       77  MAX-DROPPED               PIC 9(4)  COMP VALUE 500.
       77  DROPPED-IDX               PIC 9(4)  COMP VALUE 0.

       01  DROPPED-TABLE.
           05 DR-ENTRY OCCURS 500 TIMES.
              10 DR-ROLL-ID          PIC X(10).
              10 DR-SKU              PIC X(12).
              10 DR-LOT              PIC X(8).
              10 DR-FIRST-DATE       PIC 9(8).
              10 DR-DAYS             PIC 9(5) COMP.

      * --- Trapped stock bucketed by age, one entry per SKU+lot in
      *     SKU/lot order. AB-BUCKET (1) to (4) are 1-3, 4-7, 8-29
      *     and 30 or more days trapped. MAX-AGE-GROUPS is the AB-ENTRY
      *     OCCURS bound below; SKU+lots past it land on the
      *     *OTHER* line. ---
       77  MAX-AGE-GROUPS            PIC 9(4)  COMP VALUE 2000.
       77  AB-COUNT                  PIC 9(4)  COMP VALUE 0.
       77  AB-IDX                    PIC 9(4)  COMP VALUE 0.
       77  AB-FOUND-IDX              PIC 9(4)  COMP VALUE 0.
       77  AB-SHIFT-IDX              PIC 9(4)  COMP VALUE 0.
       77  BUCKET-IDX                PIC 9(1)  COMP VALUE 0.
       77  OLDEST-DAYS               PIC 9(5)  COMP VALUE 0.
       77  OLDEST-MF-IDX             PIC 9(5)  COMP VALUE 0.
       77  PAST-LIMIT-COUNT          PIC 9(9)  COMP VALUE 0.

       01  AGE-BUCKET-TABLE.
           05 AB-ENTRY OCCURS 2000 TIMES.
              10 AB-SKU              PIC X(12).
              10 AB-LOT              PIC X(8).
              10 AB-BUCKET           PIC 9(7) COMP OCCURS 4 TIMES.
              10 AB-OLDEST           PIC 9(5) COMP.

       01  AGE-BUCKET-TOTALS.
           05 AB-TOTAL               PIC 9(7) COMP OCCURS 4 TIMES.
           05 AB-OTHER               PIC 9(7) COMP OCCURS 4 TIMES.
           05 AB-OTHER-OLDEST        PIC 9(5) COMP.

      * --- Alert staging (see WRITE-ALERT-RECORD) ---
       77  ALERT-SEVERITY            PIC X     VALUE SPACE.
       77  ALERT-CODE                PIC X(8)  VALUE SPACES.
       77  ALERT-COUNT               PIC 9(9)  VALUE 0.
       77  ALERT-LIMIT               PIC 9(9)  VALUE 0.
       77  ALERT-TEXT                PIC X(40) VALUE SPACES.

      * --- Run date for the report heading ---
       01  WS-RUN-DATE.
           05 WS-RUN-YYYY            PIC 9(4).
           05 WS-RUN-MM              PIC 9(2).
           05 WS-RUN-DD              PIC 9(2).
       77  WS-RUN-DATE-DISPLAY       PIC X(10).

      * --- A yyyymmdd date laid out for the report ---
       01  WS-SHOW-DATE.
           05 WS-SHOW-YYYY           PIC 9(4).
           05 WS-SHOW-MM             PIC 9(2).
           05 WS-SHOW-DD             PIC 9(2).
       77  WS-SHOW-DATE-DISPLAY      PIC X(10).

      * --- Edited fields for the report lines ---
       77  WS-EDIT-NUM-1             PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-NUM-2             PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-NUM-3             PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-BKT-1             PIC ZZZZZ9.
       77  WS-EDIT-BKT-2             PIC ZZZZZ9.
       77  WS-EDIT-BKT-3             PIC ZZZZZ9.
       77  WS-EDIT-BKT-4             PIC ZZZZZ9.
       77  WS-EDIT-DAYS              PIC ZZZZ9.
       77  WS-EDIT-ROW               PIC 9(4).
       77  WS-EDIT-COL               PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * ------------------------------------------------------------
      *  Program entry point: load the controls, the site's
      *  post-removal grid dump and roll manifest, classify every
      *  manifested roll trapped or removed, post the day to the
      *  aging ledger - open or extend a streak for each trapped
      *  roll, close out the site's open rolls that were removed
      *  or have dropped off the manifest - and write the aging
      *  report, raising TRAPAGED when rolls are past the site's
      *  age limit.
      *  Return code 0 when nothing is past the limit, 4 when the
      *  TRAPAGED alert was raised or the ledger already held a
      *  later date than this run for some roll, 8 when a control
      *  card was unusable, the SITE card missing, or no usable
      *  manifest was read, 12 when the grid dump could not be
      *  read or the ledger could not be opened.
      * ------------------------------------------------------------
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-CONTROL-CARDS

           IF CTL-VALID-FLAG = 'N' OR AGE-RUN-SITE = SPACES
               DISPLAY "AOC25AGE: UNUSABLE CONTROL CARD - CORRECT "
                       "THE AGECTL CARDS AND RESUBMIT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-GRID-DUMP

           IF GRID-READ-FAILED = 'Y'
               DISPLAY "AOC25AGE: GRID DUMP (GRDDUMP) UNUSABLE - "
                       "STATUS " WS-GRIDIN-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-ROLL-MANIFEST

           IF MANIFEST-COUNT = 0
               DISPLAY "AOC25AGE: NO USABLE ROLL MANIFEST (ROLLMAN) "
                       "- AGING LEDGER NOT UPDATED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-AGING-LEDGER
           IF WS-AGING-STATUS NOT = '00'
              AND WS-AGING-STATUS NOT = '05'
               DISPLAY "AOC25AGE: AGING LEDGER (AGELEDG) UNAVAILABLE "
                       "- STATUS " WS-AGING-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM POST-TRAPPED-ROLLS
           PERFORM CLOSE-OUT-SITE-ROLLS

           CLOSE AGING-FILE

           PERFORM BUCKET-TRAPPED-STOCK
           PERFORM WRITE-AGING-REPORT

           IF PAST-LIMIT-COUNT > 0
               MOVE 'W'               TO ALERT-SEVERITY
               MOVE 'TRAPAGED'        TO ALERT-CODE
               MOVE PAST-LIMIT-COUNT  TO ALERT-COUNT
               MOVE AGE-LIMIT-DAYS    TO ALERT-LIMIT
               MOVE OLDEST-DAYS       TO WS-EDIT-DAYS
               MOVE SPACES            TO ALERT-TEXT
               STRING "AGED TRAPPED STOCK - OLDEST " WS-EDIT-DAYS
                      " DAYS"
                   DELIMITED BY SIZE INTO ALERT-TEXT
               END-STRING
               PERFORM WRITE-ALERT-RECORD
               MOVE PAST-LIMIT-COUNT TO WS-EDIT-NUM-1
               DISPLAY "AOC25AGE: " WS-EDIT-NUM-1
                       " ROLL(S) TRAPPED PAST THE AGE LIMIT"
           END-IF

           IF PAST-LIMIT-COUNT > 0 OR LEDGER-AHEAD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.
      * ============================================================
      *  End of MAIN-PROCEDURE
      * ============================================================

      * ------------------------------------------------------------
      *  LOAD-CONTROL-CARDS
      *  - Reads the AGECTL cards over the defaults: today's date
      *    and a 30-day age limit. SITE has no default.
      * ------------------------------------------------------------
       LOAD-CONTROL-CARDS.
           MOVE 'Y'         TO CTL-VALID-FLAG
           MOVE SPACES      TO AGE-RUN-SITE
           MOVE WS-RUN-DATE TO AGE-RUN-DATE
           MOVE 30          TO AGE-LIMIT-DAYS

           OPEN INPUT AGECTL-FILE
           IF WS-AGECTL-STATUS NOT = '00'
               IF WS-AGECTL-STATUS = '05'
                   CLOSE AGECTL-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO CTL-EOF-FLAG
           PERFORM UNTIL CTL-EOF-FLAG = 'Y'
               READ AGECTL-FILE
                   AT END
                       MOVE 'Y' TO CTL-EOF-FLAG
                   NOT AT END
                       IF AGECTL-LINE = SPACES
                           CONTINUE
                       ELSE
                           PERFORM PARSE-CONTROL-CARD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE AGECTL-FILE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  PARSE-CONTROL-CARD
      *  - Parses one KEYWORD=VALUE card out of AGECTL-LINE. DATE
      *    must be a real calendar date - the streak arithmetic
      *    counts days from it.
      * ------------------------------------------------------------
       PARSE-CONTROL-CARD.
           MOVE SPACES TO CTL-KEY-STR
           MOVE SPACES TO CTL-VAL-STR

           UNSTRING AGECTL-LINE DELIMITED BY '='
               INTO CTL-KEY-STR CTL-VAL-STR
           END-UNSTRING

           EVALUATE CTL-KEY-STR
               WHEN 'SITE'
                   IF CTL-VAL-STR = SPACES
                      OR CTL-VAL-STR (9:) NOT = SPACES
                       MOVE 'N' TO CTL-VALID-FLAG
                   ELSE
                       MOVE CTL-VAL-STR TO AGE-RUN-SITE
                   END-IF
               WHEN 'DATE'
                   MOVE CTL-VAL-STR TO CARD-CHECK-FIELD
                   PERFORM CHECK-CARD-DIGITS
                   IF CARD-DIGITS-OK = 'Y'
                      AND CTL-VAL-STR (9:) = SPACES
                       COMPUTE CTL-VAL = FUNCTION NUMVAL(CTL-VAL-STR)
                   END-IF
                   IF CARD-DIGITS-OK = 'Y'
                      AND CTL-VAL-STR (9:) = SPACES
                      AND CTL-VAL >= 19000101 AND CTL-VAL <= 99991231
                      AND FUNCTION TEST-DATE-YYYYMMDD (CTL-VAL) = 0
                       MOVE CTL-VAL TO AGE-RUN-DATE
                   ELSE
                       MOVE 'N' TO CTL-VALID-FLAG
                   END-IF
               WHEN 'AGELIMIT'
                   MOVE CTL-VAL-STR TO CARD-CHECK-FIELD
                   PERFORM CHECK-CARD-DIGITS
                   IF CARD-DIGITS-OK = 'Y'
                      AND CTL-VAL-STR (9:) = SPACES
                       COMPUTE CTL-VAL = FUNCTION NUMVAL(CTL-VAL-STR)
                   END-IF
                   IF CARD-DIGITS-OK = 'Y'
                      AND CTL-VAL-STR (9:) = SPACES
                      AND CTL-VAL >= 1 AND CTL-VAL <= 9999
                       MOVE CTL-VAL TO AGE-LIMIT-DAYS
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
      *  - Reads the post-removal dump into GRID, measuring the
      *    width off the first row the way AOC25PKC's LOAD-GRID-
      *    DUMP does. A ragged row, an empty dump, one past the
      *    500x500 limit, or a READ status neither '00' nor at-end
      *    marks the read failed - aging half a floor would close
      *    out every trapped roll on the missing half as removed.
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
      *  LOAD-ROLL-MANIFEST
      *  - Loads the ROLLMAN cards into the manifest table and
      *    classifies each roll off the dump: trapped when its cell
      *    is still '@', removed otherwise. A malformed card, one
      *    without a roll ID, one off the dumped grid, or a second
      *    card for a cell already taken is counted and skipped
      *    (AOC25D04 already wrote the full rejects to its
      *    reconciliation report). '@' cells no card names are
      *    counted as unlisted, as on AOC25D04's trapped-stock
      *    report.
      * ------------------------------------------------------------
       LOAD-ROLL-MANIFEST.
           MOVE 0 TO MANIFEST-COUNT
           MOVE 0 TO MANIFEST-BAD-COUNT
           MOVE 0 TO TRAPPED-COUNT
           MOVE 0 TO REMOVED-COUNT
           MOVE 0 TO UNLISTED-COUNT

           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > NUM-ROWS
               PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > NUM-COLS
                   MOVE 0 TO MFA-ENTRY (WS-ROW, WS-COL)
               END-PERFORM
           END-PERFORM

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

           CLOSE MANIFEST-FILE

           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > NUM-ROWS
               PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > NUM-COLS
                   IF GRID-CELL (WS-ROW, WS-COL) = '@'
                      AND MFA-ENTRY (WS-ROW, WS-COL) = 0
                       ADD 1 TO UNLISTED-COUNT
                   END-IF
               END-PERFORM
           END-PERFORM.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  PARSE-MANIFEST-CARD
      *  - Parses the ROW,COL,ROLL-ID,SKU,LOT card in MANIFEST-LINE
      *    and, when it is usable, adds the roll with its trapped/
      *    removed classification.
      * ------------------------------------------------------------
       PARSE-MANIFEST-CARD.
           MOVE SPACES TO MF-ROW-STR
           MOVE SPACES TO MF-COL-STR
           MOVE SPACES TO MF-ID-STR
           MOVE SPACES TO MF-SKU-STR
           MOVE SPACES TO MF-LOT-STR

           UNSTRING MANIFEST-LINE DELIMITED BY ','
               INTO MF-ROW-STR MF-COL-STR MF-ID-STR
                    MF-SKU-STR MF-LOT-STR
           END-UNSTRING

           MOVE MF-ROW-STR TO CARD-CHECK-FIELD
           PERFORM CHECK-CARD-DIGITS
           IF CARD-DIGITS-OK = 'Y'
               MOVE MF-COL-STR TO CARD-CHECK-FIELD
               PERFORM CHECK-CARD-DIGITS
           END-IF

           IF CARD-DIGITS-OK = 'N' OR MF-ID-STR = SPACES
               ADD 1 TO MANIFEST-BAD-COUNT
               EXIT PARAGRAPH
           END-IF

           COMPUTE MF-ROW = FUNCTION NUMVAL(MF-ROW-STR)
           COMPUTE MF-COL = FUNCTION NUMVAL(MF-COL-STR)
           IF MF-ROW < 1 OR MF-ROW > NUM-ROWS
              OR MF-COL < 1 OR MF-COL > NUM-COLS
              OR MANIFEST-COUNT >= MAX-MANIFEST
               ADD 1 TO MANIFEST-BAD-COUNT
               EXIT PARAGRAPH
           END-IF

           IF MFA-ENTRY (MF-ROW, MF-COL) > 0
               ADD 1 TO MANIFEST-BAD-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO MANIFEST-COUNT
           MOVE MANIFEST-COUNT TO MFA-ENTRY (MF-ROW, MF-COL)
           MOVE MF-ID-STR  TO MN-ROLL-ID (MANIFEST-COUNT)
           MOVE MF-SKU-STR TO MN-SKU (MANIFEST-COUNT)
           MOVE MF-LOT-STR TO MN-LOT (MANIFEST-COUNT)
           MOVE MF-ROW     TO MN-ROW (MANIFEST-COUNT)
           MOVE MF-COL     TO MN-COL (MANIFEST-COUNT)
           MOVE 0          TO MN-FIRST-DATE (MANIFEST-COUNT)
           MOVE 0          TO MN-DAYS (MANIFEST-COUNT)

           IF GRID-CELL (MF-ROW, MF-COL) = '@'
               MOVE 'Y' TO MN-TRAPPED (MANIFEST-COUNT)
               ADD 1 TO TRAPPED-COUNT
           ELSE
               MOVE 'N' TO MN-TRAPPED (MANIFEST-COUNT)
               ADD 1 TO REMOVED-COUNT
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  OPEN-AGING-LEDGER
      *  - Opens (or creates, on first ever run) the keyed aging
      *    ledger, same first-use convention as AOC25ALR's alert
      *    history. The caller judges WS-AGING-STATUS.
      * ------------------------------------------------------------
       OPEN-AGING-LEDGER.
           OPEN I-O AGING-FILE
           IF WS-AGING-STATUS = '35'
               OPEN OUTPUT AGING-FILE
               IF WS-AGING-STATUS = '00'
                   CLOSE AGING-FILE
                   OPEN I-O AGING-FILE
               END-IF
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  POST-TRAPPED-ROLLS
      *  - Posts every trapped roll to the ledger.
      * ------------------------------------------------------------
       POST-TRAPPED-ROLLS.
           MOVE 0 TO LEDGER-NEW-COUNT
           MOVE 0 TO LEDGER-CONTINUED-COUNT
           MOVE 0 TO LEDGER-REOPENED-COUNT
           MOVE 0 TO LEDGER-AHEAD-COUNT

           COMPUTE RUN-DAY-NUMBER
               = FUNCTION INTEGER-OF-DATE (AGE-RUN-DATE)

           PERFORM VARYING MANIFEST-IDX FROM 1 BY 1
                   UNTIL MANIFEST-IDX > MANIFEST-COUNT
               IF MN-TRAPPED (MANIFEST-IDX) = 'Y'
                   PERFORM POST-ONE-TRAPPED-ROLL
               END-IF
           END-PERFORM.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  POST-ONE-TRAPPED-ROLL
      *  - Posts the trapped roll at MANIFEST-IDX: a new record for
      *    a roll never seen, a fresh streak for a closed one (or
      *    an open one whose first date won't parse), and for an
      *    open streak the last-seen date moved up to the run date
      *    and the days recounted. A rerun for the same date leaves
      *    the streak as it was. A record already dated after the
      *    run date (a late rerun of an older day) is left alone
      *    and counted - an open one last seen after it, or a
      *    closed one last seen or closed after it, whose history
      *    a fresh streak would otherwise wipe out.
      * ------------------------------------------------------------
       POST-ONE-TRAPPED-ROLL.
           MOVE 'N' TO LEDGER-FOUND-FLAG
           MOVE AGE-RUN-SITE TO AGE-SITE-ID
           MOVE MN-ROLL-ID (MANIFEST-IDX) TO AGE-ROLL-ID
           READ AGING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO LEDGER-FOUND-FLAG
           END-READ

           IF LEDGER-FOUND-FLAG = 'N'
               MOVE SPACES TO AGING-RECORD
               MOVE AGE-RUN-SITE TO AGE-SITE-ID
               MOVE MN-ROLL-ID (MANIFEST-IDX) TO AGE-ROLL-ID
               PERFORM START-TRAPPED-STREAK
               WRITE AGING-RECORD
               ADD 1 TO LEDGER-NEW-COUNT
               EXIT PARAGRAPH
           END-IF

           IF ((AGE-STATUS = 'O' OR AGE-STATUS = 'C')
               AND AGE-LAST-DATE IS NUMERIC
               AND AGE-LAST-DATE > AGE-RUN-DATE)
              OR (AGE-STATUS = 'C'
               AND AGE-CLOSED-DATE IS NUMERIC
               AND AGE-CLOSED-DATE > AGE-RUN-DATE)
               MOVE AGE-FIRST-DATE   TO MN-FIRST-DATE (MANIFEST-IDX)
               MOVE AGE-DAYS-TRAPPED TO MN-DAYS (MANIFEST-IDX)
               ADD 1 TO LEDGER-AHEAD-COUNT
               EXIT PARAGRAPH
           END-IF

           IF AGE-STATUS NOT = 'O'
              OR AGE-FIRST-DATE IS NOT NUMERIC
              OR AGE-RUNS-SEEN IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD (AGE-FIRST-DATE) NOT = 0
              OR AGE-FIRST-DATE > AGE-RUN-DATE
               PERFORM START-TRAPPED-STREAK
               REWRITE AGING-RECORD
               ADD 1 TO LEDGER-REOPENED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF AGE-LAST-DATE IS NOT NUMERIC
              OR AGE-LAST-DATE < AGE-RUN-DATE
               ADD 1 TO AGE-RUNS-SEEN
           END-IF
           MOVE AGE-RUN-DATE TO AGE-LAST-DATE
           COMPUTE FIRST-DAY-NUMBER
               = FUNCTION INTEGER-OF-DATE (AGE-FIRST-DATE)
           COMPUTE AGE-DAYS-TRAPPED
               = RUN-DAY-NUMBER - FIRST-DAY-NUMBER + 1
           MOVE MN-SKU (MANIFEST-IDX) TO AGE-SKU
           MOVE MN-LOT (MANIFEST-IDX) TO AGE-LOT
           MOVE MN-ROW (MANIFEST-IDX) TO AGE-ROW
           MOVE MN-COL (MANIFEST-IDX) TO AGE-COL
           REWRITE AGING-RECORD
           ADD 1 TO LEDGER-CONTINUED-COUNT

           MOVE AGE-FIRST-DATE   TO MN-FIRST-DATE (MANIFEST-IDX)
           MOVE AGE-DAYS-TRAPPED TO MN-DAYS (MANIFEST-IDX).
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  START-TRAPPED-STREAK
      *  - Fills AGING-RECORD (key already set) as a streak opening
      *    on the run date for the roll at MANIFEST-IDX.
      * ------------------------------------------------------------
       START-TRAPPED-STREAK.
           MOVE MN-SKU (MANIFEST-IDX) TO AGE-SKU
           MOVE MN-LOT (MANIFEST-IDX) TO AGE-LOT
           MOVE MN-ROW (MANIFEST-IDX) TO AGE-ROW
           MOVE MN-COL (MANIFEST-IDX) TO AGE-COL
           MOVE 'O'          TO AGE-STATUS
           MOVE AGE-RUN-DATE TO AGE-FIRST-DATE
           MOVE AGE-RUN-DATE TO AGE-LAST-DATE
           MOVE 1            TO AGE-DAYS-TRAPPED
           MOVE 1            TO AGE-RUNS-SEEN
           MOVE 0            TO AGE-CLOSED-DATE
           MOVE SPACE        TO AGE-CLOSE-REASON

           MOVE AGE-RUN-DATE TO MN-FIRST-DATE (MANIFEST-IDX)
           MOVE 1            TO MN-DAYS (MANIFEST-IDX).
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  CLOSE-OUT-SITE-ROLLS
      *  - Browses the site's ledger records in key order and
      *    closes every open streak whose roll is no longer trapped
      *    as of the run date: 'R' when the manifest still has it
      *    but its cell is empty on the dump (it came off the
      *    floor), 'D' when it is no longer on the manifest at all.
      *    Records dated after the run date are left alone, as in
      *    POST-ONE-TRAPPED-ROLL.
      * ------------------------------------------------------------
       CLOSE-OUT-SITE-ROLLS.
           MOVE 0 TO CLOSED-REMOVED-COUNT
           MOVE 0 TO CLOSED-DROPPED-COUNT
           MOVE 'N' TO LEDGER-EOF-FLAG

           MOVE AGE-RUN-SITE TO AGE-SITE-ID
           MOVE LOW-VALUES   TO AGE-ROLL-ID
           START AGING-FILE KEY >= AGE-KEY
               INVALID KEY
                   MOVE 'Y' TO LEDGER-EOF-FLAG
           END-START

           PERFORM UNTIL LEDGER-EOF-FLAG = 'Y'
               READ AGING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO LEDGER-EOF-FLAG
                   NOT AT END
                       IF AGE-SITE-ID NOT = AGE-RUN-SITE
                           MOVE 'Y' TO LEDGER-EOF-FLAG
                       ELSE
                           IF AGE-STATUS = 'O'
                               PERFORM JUDGE-OPEN-STREAK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  JUDGE-OPEN-STREAK
      *  - Closes the open ledger record just read if its roll is
      *    not trapped on this run (see CLOSE-OUT-SITE-ROLLS).
      * ------------------------------------------------------------
       JUDGE-OPEN-STREAK.
           IF AGE-LAST-DATE IS NUMERIC
              AND AGE-LAST-DATE > AGE-RUN-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO MANIFEST-FOUND-IDX
           PERFORM VARYING MANIFEST-IDX FROM 1 BY 1
                   UNTIL MANIFEST-IDX > MANIFEST-COUNT
               IF MN-ROLL-ID (MANIFEST-IDX) = AGE-ROLL-ID
                   MOVE MANIFEST-IDX TO MANIFEST-FOUND-IDX
                   IF MN-TRAPPED (MANIFEST-IDX) = 'Y'
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM

           IF MANIFEST-FOUND-IDX > 0
               IF MN-TRAPPED (MANIFEST-FOUND-IDX) = 'Y'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'R' TO AGE-CLOSE-REASON
               ADD 1 TO CLOSED-REMOVED-COUNT
           ELSE
               MOVE 'D' TO AGE-CLOSE-REASON
               ADD 1 TO CLOSED-DROPPED-COUNT
               IF CLOSED-DROPPED-COUNT <= MAX-DROPPED
                   MOVE CLOSED-DROPPED-COUNT TO DROPPED-IDX
                   MOVE AGE-ROLL-ID    TO DR-ROLL-ID (DROPPED-IDX)
                   MOVE AGE-SKU        TO DR-SKU (DROPPED-IDX)
                   MOVE AGE-LOT        TO DR-LOT (DROPPED-IDX)
                   MOVE AGE-FIRST-DATE TO DR-FIRST-DATE (DROPPED-IDX)
                   MOVE AGE-DAYS-TRAPPED TO DR-DAYS (DROPPED-IDX)
               END-IF
           END-IF

           MOVE 'C'          TO AGE-STATUS
           MOVE AGE-RUN-DATE TO AGE-CLOSED-DATE
           REWRITE AGING-RECORD.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  BUCKET-TRAPPED-STOCK
      *  - Buckets every trapped roll by days trapped under its
      *    SKU+lot, counts the rolls past the age limit and finds
      *    the oldest.
      * ------------------------------------------------------------
       BUCKET-TRAPPED-STOCK.
           MOVE 0 TO AB-COUNT
           MOVE 0 TO PAST-LIMIT-COUNT
           MOVE 0 TO OLDEST-DAYS
           MOVE 0 TO OLDEST-MF-IDX
           MOVE 0 TO AB-OTHER-OLDEST
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
                   UNTIL BUCKET-IDX > 4
               MOVE 0 TO AB-TOTAL (BUCKET-IDX)
               MOVE 0 TO AB-OTHER (BUCKET-IDX)
           END-PERFORM

           PERFORM VARYING MANIFEST-IDX FROM 1 BY 1
                   UNTIL MANIFEST-IDX > MANIFEST-COUNT
               IF MN-TRAPPED (MANIFEST-IDX) = 'Y'
                   PERFORM BUCKET-ONE-TRAPPED-ROLL
               END-IF
           END-PERFORM.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  BUCKET-ONE-TRAPPED-ROLL
      *  - Credits the trapped roll at MANIFEST-IDX to its age
      *    bucket on its SKU+lot line.
      * ------------------------------------------------------------
       BUCKET-ONE-TRAPPED-ROLL.
           PERFORM LOCATE-AGE-GROUP

           EVALUATE TRUE
               WHEN MN-DAYS (MANIFEST-IDX) <= 3
                   MOVE 1 TO BUCKET-IDX
               WHEN MN-DAYS (MANIFEST-IDX) <= 7
                   MOVE 2 TO BUCKET-IDX
               WHEN MN-DAYS (MANIFEST-IDX) <= 29
                   MOVE 3 TO BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO BUCKET-IDX
           END-EVALUATE

           ADD 1 TO AB-TOTAL (BUCKET-IDX)

           IF MN-DAYS (MANIFEST-IDX) > AGE-LIMIT-DAYS
               ADD 1 TO PAST-LIMIT-COUNT
           END-IF
           IF MN-DAYS (MANIFEST-IDX) > OLDEST-DAYS
               MOVE MN-DAYS (MANIFEST-IDX) TO OLDEST-DAYS
               MOVE MANIFEST-IDX TO OLDEST-MF-IDX
           END-IF

           IF AB-FOUND-IDX = 0
               ADD 1 TO AB-OTHER (BUCKET-IDX)
               IF MN-DAYS (MANIFEST-IDX) > AB-OTHER-OLDEST
                   MOVE MN-DAYS (MANIFEST-IDX) TO AB-OTHER-OLDEST
               END-IF
           ELSE
               ADD 1 TO AB-BUCKET (AB-FOUND-IDX, BUCKET-IDX)
               IF MN-DAYS (MANIFEST-IDX) > AB-OLDEST (AB-FOUND-IDX)
                   MOVE MN-DAYS (MANIFEST-IDX)
                     TO AB-OLDEST (AB-FOUND-IDX)
               END-IF
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  LOCATE-AGE-GROUP
      *  - Finds the SKU+lot of the roll at MANIFEST-IDX in the
      *    bucket table, which is kept in SKU/lot order; a new
      *    SKU+lot is inserted in its place while the table has
      *    room. Returns its index in AB-FOUND-IDX, or 0 when the
      *    table is full.
      * ------------------------------------------------------------
       LOCATE-AGE-GROUP.
           MOVE 0 TO AB-FOUND-IDX

           PERFORM VARYING AB-IDX FROM 1 BY 1
                   UNTIL AB-IDX > AB-COUNT
               IF AB-SKU (AB-IDX) = MN-SKU (MANIFEST-IDX)
                  AND AB-LOT (AB-IDX) = MN-LOT (MANIFEST-IDX)
                   MOVE AB-IDX TO AB-FOUND-IDX
                   EXIT PARAGRAPH
               END-IF
               IF AB-SKU (AB-IDX) > MN-SKU (MANIFEST-IDX)
                  OR (AB-SKU (AB-IDX) = MN-SKU (MANIFEST-IDX)
                      AND AB-LOT (AB-IDX) > MN-LOT (MANIFEST-IDX))
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF AB-COUNT >= MAX-AGE-GROUPS
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING AB-SHIFT-IDX FROM AB-COUNT BY -1
                   UNTIL AB-SHIFT-IDX < AB-IDX
               MOVE AB-ENTRY (AB-SHIFT-IDX)
                 TO AB-ENTRY (AB-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO AB-COUNT

           MOVE MN-SKU (MANIFEST-IDX) TO AB-SKU (AB-IDX)
           MOVE MN-LOT (MANIFEST-IDX) TO AB-LOT (AB-IDX)
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
                   UNTIL BUCKET-IDX > 4
               MOVE 0 TO AB-BUCKET (AB-IDX, BUCKET-IDX)
           END-PERFORM
           MOVE 0 TO AB-OLDEST (AB-IDX)
           MOVE AB-IDX TO AB-FOUND-IDX.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-AGING-REPORT
      *  - Heading and ledger posting counts, trapped stock by
      *    SKU/lot in age buckets, the rolls past the age limit in
      *    row/column order, and the rolls that dropped off the
      *    manifest while trapped.
      * ------------------------------------------------------------
       WRITE-AGING-REPORT.
           STRING WS-RUN-YYYY  "-"
                  WS-RUN-MM    "-"
                  WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           END-STRING

           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "AOC25AGE - TRAPPED-STOCK AGING REPORT"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "RUN DATE   : " WS-RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE AGE-RUN-DATE TO WS-SHOW-DATE
           PERFORM FORMAT-SHOW-DATE
           MOVE SPACES TO REPORT-LINE
           STRING "AGED AS OF : " WS-SHOW-DATE-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "SITE       : " AGE-RUN-SITE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE AGE-LIMIT-DAYS TO WS-EDIT-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING "AGE LIMIT  : " WS-EDIT-DAYS " DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE TRAPPED-COUNT TO WS-EDIT-NUM-1
           MOVE REMOVED-COUNT TO WS-EDIT-NUM-2
           MOVE SPACES TO REPORT-LINE
           STRING "MANIFESTED : TRAPPED " WS-EDIT-NUM-1
                  "  REMOVED " WS-EDIT-NUM-2
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF UNLISTED-COUNT > 0
               MOVE UNLISTED-COUNT TO WS-EDIT-NUM-1
               MOVE SPACES TO REPORT-LINE
               STRING "UNLISTED   : " WS-EDIT-NUM-1
                      " TRAPPED ROLL(S) WITHOUT MANIFEST ENTRY"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           IF MANIFEST-BAD-COUNT > 0
               MOVE MANIFEST-BAD-COUNT TO WS-EDIT-NUM-1
               MOVE SPACES TO REPORT-LINE
               STRING "MANIFEST   : " WS-EDIT-NUM-1
                      " UNUSABLE CARD(S) SKIPPED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           MOVE LEDGER-NEW-COUNT       TO WS-EDIT-NUM-1
           MOVE LEDGER-CONTINUED-COUNT TO WS-EDIT-NUM-2
           MOVE LEDGER-REOPENED-COUNT  TO WS-EDIT-NUM-3
           MOVE SPACES TO REPORT-LINE
           STRING "LEDGER     : NEW " WS-EDIT-NUM-1
                  "  STILL " WS-EDIT-NUM-2
                  "  RE-TRAPPED " WS-EDIT-NUM-3
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE CLOSED-REMOVED-COUNT TO WS-EDIT-NUM-1
           MOVE CLOSED-DROPPED-COUNT TO WS-EDIT-NUM-2
           MOVE SPACES TO REPORT-LINE
           STRING "CLOSED     : REMOVED " WS-EDIT-NUM-1
                  "  OFF MANIFEST " WS-EDIT-NUM-2
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF LEDGER-AHEAD-COUNT > 0
               MOVE LEDGER-AHEAD-COUNT TO WS-EDIT-NUM-1
               MOVE SPACES TO REPORT-LINE
               STRING "NOT POSTED : " WS-EDIT-NUM-1
                      " ROLL(S) ALREADY AGED PAST THIS DATE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           PERFORM WRITE-AGE-BUCKET-SECTION
           PERFORM WRITE-PAST-LIMIT-SECTION
           PERFORM WRITE-DROPPED-SECTION

           CLOSE REPORT-FILE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  FORMAT-SHOW-DATE
      *  - WS-SHOW-DATE as yyyy-mm-dd in WS-SHOW-DATE-DISPLAY.
      * ------------------------------------------------------------
       FORMAT-SHOW-DATE.
           MOVE SPACES TO WS-SHOW-DATE-DISPLAY
           STRING WS-SHOW-YYYY "-"
                  WS-SHOW-MM   "-"
                  WS-SHOW-DD
               DELIMITED BY SIZE INTO WS-SHOW-DATE-DISPLAY
           END-STRING.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-AGE-BUCKET-SECTION
      *  - One line per SKU+lot with trapped stock: rolls trapped
      *    1-3, 4-7, 8-29 and 30 or more days, and the oldest.
      * ------------------------------------------------------------
       WRITE-AGE-BUCKET-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "TRAPPED STOCK BY SKU AND LOT - DAYS TRAPPED"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "SKU          LOT         1-3    4-7   8-29"
                  "    30+  OLDEST"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING AB-IDX FROM 1 BY 1
                   UNTIL AB-IDX > AB-COUNT
               MOVE AB-BUCKET (AB-IDX, 1) TO WS-EDIT-BKT-1
               MOVE AB-BUCKET (AB-IDX, 2) TO WS-EDIT-BKT-2
               MOVE AB-BUCKET (AB-IDX, 3) TO WS-EDIT-BKT-3
               MOVE AB-BUCKET (AB-IDX, 4) TO WS-EDIT-BKT-4
               MOVE AB-OLDEST (AB-IDX)    TO WS-EDIT-DAYS
               MOVE SPACES TO REPORT-LINE
               STRING AB-SKU (AB-IDX) " " AB-LOT (AB-IDX)
                      " " WS-EDIT-BKT-1 " " WS-EDIT-BKT-2
                      " " WS-EDIT-BKT-3 " " WS-EDIT-BKT-4
                      "   " WS-EDIT-DAYS
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM

           IF AB-OTHER (1) > 0 OR AB-OTHER (2) > 0
              OR AB-OTHER (3) > 0 OR AB-OTHER (4) > 0
               MOVE AB-OTHER (1)    TO WS-EDIT-BKT-1
               MOVE AB-OTHER (2)    TO WS-EDIT-BKT-2
               MOVE AB-OTHER (3)    TO WS-EDIT-BKT-3
               MOVE AB-OTHER (4)    TO WS-EDIT-BKT-4
               MOVE AB-OTHER-OLDEST TO WS-EDIT-DAYS
               MOVE SPACES TO REPORT-LINE
               STRING "*OTHER*               "
                      WS-EDIT-BKT-1 " " WS-EDIT-BKT-2
                      " " WS-EDIT-BKT-3 " " WS-EDIT-BKT-4
                      "   " WS-EDIT-DAYS
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           MOVE AB-TOTAL (1) TO WS-EDIT-BKT-1
           MOVE AB-TOTAL (2) TO WS-EDIT-BKT-2
           MOVE AB-TOTAL (3) TO WS-EDIT-BKT-3
           MOVE AB-TOTAL (4) TO WS-EDIT-BKT-4
           MOVE OLDEST-DAYS  TO WS-EDIT-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL                 "
                  WS-EDIT-BKT-1 " " WS-EDIT-BKT-2
                  " " WS-EDIT-BKT-3 " " WS-EDIT-BKT-4
                  "   " WS-EDIT-DAYS
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-PAST-LIMIT-SECTION
      *  - One line per trapped roll past the age limit, in
      *    row/column order: ID, SKU, lot, cell, the date it was
      *    first seen trapped and days trapped.
      * ------------------------------------------------------------
       WRITE-PAST-LIMIT-SECTION.
           IF PAST-LIMIT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE AGE-LIMIT-DAYS TO WS-EDIT-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING "ROLLS TRAPPED OVER " WS-EDIT-DAYS " DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "ROLL-ID    SKU          LOT      ROW  COL  "
                  "FIRST TRAPPED  DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > NUM-ROWS
               PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > NUM-COLS
                   MOVE MFA-ENTRY (WS-ROW, WS-COL) TO MANIFEST-IDX
                   IF MANIFEST-IDX > 0
                       IF MN-TRAPPED (MANIFEST-IDX) = 'Y'
                          AND MN-DAYS (MANIFEST-IDX) > AGE-LIMIT-DAYS
                           PERFORM WRITE-PAST-LIMIT-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-PAST-LIMIT-LINE
      *  - The past-limit line for the roll at MANIFEST-IDX.
      * ------------------------------------------------------------
       WRITE-PAST-LIMIT-LINE.
           MOVE MN-ROW (MANIFEST-IDX)        TO WS-EDIT-ROW
           MOVE MN-COL (MANIFEST-IDX)        TO WS-EDIT-COL
           MOVE MN-FIRST-DATE (MANIFEST-IDX) TO WS-SHOW-DATE
           PERFORM FORMAT-SHOW-DATE
           MOVE MN-DAYS (MANIFEST-IDX)       TO WS-EDIT-DAYS

           MOVE SPACES TO REPORT-LINE
           STRING MN-ROLL-ID (MANIFEST-IDX)
                  " " MN-SKU (MANIFEST-IDX)
                  " " MN-LOT (MANIFEST-IDX)
                  " " WS-EDIT-ROW " " WS-EDIT-COL
                  " " WS-SHOW-DATE-DISPLAY
                  "    " WS-EDIT-DAYS
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-DROPPED-SECTION
      *  - Rolls closed out today because they left the manifest
      *    while still trapped - they never came off the floor by a
      *    pick, so somebody should know where they went.
      * ------------------------------------------------------------
       WRITE-DROPPED-SECTION.
           IF CLOSED-DROPPED-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "TRAPPED ROLLS NO LONGER ON THE MANIFEST - CLOSED"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "ROLL-ID    SKU          LOT      FIRST TRAPPED  "
                  "DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING DROPPED-IDX FROM 1 BY 1
                   UNTIL DROPPED-IDX > CLOSED-DROPPED-COUNT
                      OR DROPPED-IDX > MAX-DROPPED
               MOVE DR-FIRST-DATE (DROPPED-IDX) TO WS-SHOW-DATE
               PERFORM FORMAT-SHOW-DATE
               MOVE DR-DAYS (DROPPED-IDX) TO WS-EDIT-DAYS
               MOVE SPACES TO REPORT-LINE
               STRING DR-ROLL-ID (DROPPED-IDX)
                      " " DR-SKU (DROPPED-IDX)
                      " " DR-LOT (DROPPED-IDX)
                      " " WS-SHOW-DATE-DISPLAY
                      "    " WS-EDIT-DAYS
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM

           IF CLOSED-DROPPED-COUNT > MAX-DROPPED
               COMPUTE WS-EDIT-NUM-1
                   = CLOSED-DROPPED-COUNT - MAX-DROPPED
               MOVE SPACES TO REPORT-LINE
               STRING "... " WS-EDIT-NUM-1 " MORE NOT LISTED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-ALERT-RECORD
      *  - Appends one record to the shared ALERTOUT feed from the
      *    ALERT- staging fields, same as AOC25PKC's.
      * ------------------------------------------------------------
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = '00'
              AND WS-ALERT-STATUS NOT = '05'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES         TO ALERT-RECORD
           MOVE ALERT-SEVERITY TO ALT-SEVERITY
           MOVE 'AOC25AGE'     TO ALT-PROGRAM
           MOVE ALERT-CODE     TO ALT-CODE
           MOVE ALERT-COUNT    TO ALT-COUNT
           MOVE ALERT-LIMIT    TO ALT-LIMIT
           MOVE ALERT-TEXT     TO ALT-TEXT
           MOVE AGE-RUN-SITE   TO ALT-SITE-ID

           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.
      * ------------------------------------------------------------

       END PROGRAM AOC25AGE.
