       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC25LOC.
       AUTHOR. IMPETUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * --- Inquiry cards, one per record:
      *       SITE,SITE-ID                 switch to that warehouse's
      *                                    datasets, named the way
      *                                    AOC25WHD names them
      *                                    (GDMPid, RMANid, RCTLid,
      *                                    PICKid)
      *       LOCATE,SKU=sku               every roll of the SKU
      *       LOCATE,LOT=lot               every roll of the lot
      *       LOCATE,ROLL=roll-id          the one roll
      *     A LOCATE card may carry two selections (LOCATE,SKU=x,
      *     LOT=y); a roll must match both. LOCATE cards before any
      *     SITE card ask about the standalone datasets (GRDDUMP,
      *     ROLLMAN, RULECTL, PICKLIST), the same DD names a
      *     standalone AOC25D04 run writes and reads. ---
           SELECT CMDIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

      * --- The site's latest post-removal grid dump from AOC25D04
      *     (or AOC25PKC's corrected snapshot, same layout) - the
      *     floor as it stands. OPTIONAL plus FILE STATUS, same as
      *     AOC25PKC: a missing dump opens empty and the site's
      *     inquiries go unanswered instead of abending. ---
           SELECT OPTIONAL GRIDIN-FILE
               ASSIGN USING GRIDDUMP-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRIDIN-STATUS.

      * --- The site's roll-manifest cards, ROW,COL,ROLL-ID,SKU,LOT,
      *     the same cards AOC25D04's LOAD-ROLL-MANIFEST reads ---
           SELECT OPTIONAL MANIFEST-FILE
               ASSIGN USING MANIFEST-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

      * --- The site's rule-profile cards, for the accessibility
      *     rule (THRESHOLD=n, ADJACENCY=4 or 8) the waves are
      *     worked out under. No profile leaves AOC25D04's
      *     historical defaults, 4 and 8. ---
           SELECT OPTIONAL RULECTL-FILE
               ASSIGN USING RULECTL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULECTL-STATUS.

      * --- The site's picking list from the same AOC25D04 run as
      *     the dump (see AOCPICK): the wave every roll the run took
      *     came out in. The dump is written after the removals, so
      *     this is the only record of a taken roll's wave. ---
           SELECT OPTIONAL PICKLIST-FILE
               ASSIGN USING PICKLIST-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PICKLIST-STATUS.

      * --- Formatted locator report ---
           SELECT REPORT-FILE ASSIGN TO LOCRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * --- Inquiry cards ---
       FD  CMDIN-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  CMDIN-LINE                PIC X(80).

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

      * --- Rule-profile cards: KEYWORD=VALUE ---
       FD  RULECTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  RULECTL-LINE              PIC X(80).

      * --- Picking-list record (see AOCPICK) ---
       FD  PICKLIST-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  PICK-LINE.
           COPY AOCPICK.

      * --- Formatted locator report ---
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-GRIDIN-STATUS          PIC X(2)  VALUE SPACES.
       77  WS-MANIFEST-STATUS        PIC X(2)  VALUE SPACES.
       77  WS-RULECTL-STATUS         PIC X(2)  VALUE SPACES.
       77  WS-PICKLIST-STATUS        PIC X(2)  VALUE SPACES.

      * --- Dataset names for the current site; the standalone DD
      *     names until a SITE card switches them ---
       77  GRIDDUMP-FILE-NAME        PIC X(44) VALUE 'GRDDUMP'.
       77  MANIFEST-FILE-NAME        PIC X(44) VALUE 'ROLLMAN'.
       77  RULECTL-FILE-NAME         PIC X(44) VALUE 'RULECTL'.
       77  PICKLIST-FILE-NAME        PIC X(44) VALUE 'PICKLIST'.

      * --- Inquiry card parse fields ---
       77  CMD-EOF-FLAG              PIC X     VALUE 'N'.
       77  CMD-VERB                  PIC X(8)  VALUE SPACES.
       77  CMD-ARG1                  PIC X(24) VALUE SPACES.
       77  CMD-ARG2                  PIC X(24) VALUE SPACES.
       77  CMD-ARG3                  PIC X(24) VALUE SPACES.
       77  SEL-ARG                   PIC X(24) VALUE SPACES.
       77  SEL-KEY-STR               PIC X(8)  VALUE SPACES.
       77  SEL-VAL-STR               PIC X(16) VALUE SPACES.
       77  SEL-VALID-FLAG            PIC X     VALUE 'Y'.
       77  SEL-SKU                   PIC X(12) VALUE SPACES.
       77  SEL-LOT                   PIC X(8)  VALUE SPACES.
       77  SEL-ROLL-ID               PIC X(10) VALUE SPACES.

      * --- Run outcome: any card that failed or couldn't be
      *     answered, any inquiry that found nothing ---
       77  ANY-FAILURE-FLAG          PIC X     VALUE 'N'.
       77  ANY-NOT-FOUND-FLAG        PIC X     VALUE 'N'.
       77  INQUIRY-COUNT             PIC 9(5)  COMP VALUE 0.

      * --- The current site and whether its data is loaded and
      *     usable. Loading is deferred to the site's first LOCATE
      *     card, so a SITE card with nothing asked of it costs
      *     nothing. ---
       77  CURRENT-SITE-ID           PIC X(8)  VALUE SPACES.
       77  SITE-LOADED-FLAG          PIC X     VALUE 'N'.
       77  SITE-USABLE-FLAG          PIC X     VALUE 'N'.

      * --- Grid size limits; must match the GRID-ROW-MAX/
      *     GRID-COL-MAX literals (500) on the COPY AOCGRID below
      *     and the OCCURS bounds on WAVE-GRID, same convention as
      *     AOC25D04 ---
       77  MAX-ROWS                  PIC 9(4)  COMP VALUE 500.
       77  MAX-COLS                  PIC 9(4)  COMP VALUE 500.

      * --- Grid dump read, same measurement as AOC25PKC ---
       77  NUM-ROWS                  PIC 9(4)  COMP VALUE 0.
       77  NUM-COLS                  PIC 9(4)  COMP VALUE 0.
       77  GRID-READ-FAILED          PIC X     VALUE 'N'.
       77  GRID-EOF-FLAG             PIC X     VALUE 'N'.
       77  WS-LINE-WIDTH             PIC 9(4)  COMP VALUE 0.
       77  CURRENT-CHAR              PIC X     VALUE SPACE.
       77  WS-ROW                    PIC S9(4) COMP VALUE 0.
       77  WS-COL                    PIC S9(4) COMP VALUE 0.
       77  NB-ROW                    PIC S9(4) COMP VALUE 0.
       77  NB-COL                    PIC S9(4) COMP VALUE 0.
       77  NEIGHBOR-COUNT            PIC 9(2)  COMP VALUE 0.
       77  ROLLS-ON-FLOOR            PIC 9(9)  COMP VALUE 0.

      * --- The floor as dumped ---
       01  GRID.
           COPY AOCGRID REPLACING ==GRID-ROW-TAG==  BY ==GRID-ROW==
                                  ==GRID-COL-TAG==  BY ==GRID-COL==
                                  ==GRID-CELL-TAG== BY ==GRID-CELL==
                                  ==GRID-ROW-MAX==  BY ==500==
                                  ==GRID-COL-MAX==  BY ==500==.

      * --- Worked-out Part 2 for the dumped floor: the wave each
      *     roll comes out in (0 = never - trapped), and the wave
      *     that last examined the cell, so a cell next to several
      *     of the previous wave's removals is only counted once.
      *     A roll taken in wave W still stands while wave W is
      *     being worked out - removals are simultaneous, the same
      *     as AOC25D04's REMOVE-MASK - so a cell counts as standing
      *     during wave W when it is '@' and WG-WAVE is 0 or >= W. ---
       01  WAVE-GRID.
           05 WG-ROW OCCURS 500 TIMES.
              10 WG-COL OCCURS 500 TIMES.
                 15 WG-WAVE          PIC 9(6) COMP.
                 15 WG-STAMP         PIC 9(6) COMP.

      * --- The cells taken by the previous wave and the wave
      *     being worked out. MAX-WAVE-CELLS is both lists' OCCURS
      *     bound - every cell on a 500x500 floor could go in one
      *     wave. ---
       77  MAX-WAVE-CELLS            PIC 9(6)  COMP VALUE 250000.
       77  PRIOR-COUNT               PIC 9(6)  COMP VALUE 0.
       77  PRIOR-IDX                 PIC 9(6)  COMP VALUE 0.
       77  WAVE-CELL-COUNT           PIC 9(6)  COMP VALUE 0.
       77  SIM-WAVE                  PIC 9(6)  COMP VALUE 0.
       77  SIM-WAVE-COUNT            PIC 9(6)  COMP VALUE 0.
       77  SIM-REMOVED-COUNT         PIC 9(9)  COMP VALUE 0.
       77  STANDING-WAVE             PIC 9(6)  COMP VALUE 0.

       01  PRIOR-WAVE-LIST.
           05 PRIOR-CELL OCCURS 250000 TIMES.
              10 PW-ROW              PIC 9(4) COMP.
              10 PW-COL              PIC 9(4) COMP.

       01  WAVE-CELL-LIST.
           05 WAVE-CELL OCCURS 250000 TIMES.
              10 WC-ROW              PIC 9(4) COMP.
              10 WC-COL              PIC 9(4) COMP.

      * --- Accessibility rule profile, same keywords, ranges and
      *     defaults as AOC25D04's LOAD-RULE-PROFILE. The
      *     site-identity and deadline cards are accepted and
      *     ignored - they don't bear on where a roll is. ---
       77  RULE-THRESHOLD            PIC 9(2)  COMP VALUE 4.
       77  RULE-DIRECTIONS           PIC 9(2)  COMP VALUE 8.
       77  RULE-PROFILE-VALID-FLAG   PIC X     VALUE 'Y'.
       77  RULE-EOF-FLAG             PIC X     VALUE 'N'.
       77  RULE-KEY-STR              PIC X(12) VALUE SPACES.
       77  RULE-VAL-STR              PIC X(8)  VALUE SPACES.
       77  RULE-VAL                  PIC 9(8)  COMP VALUE 0.

      * --- Offsets for the 8-direction Moore neighborhood, the
      *     four orthogonal directions first, same table as
      *     AOC25D04's NEIGHBOR-OFFSETS ---
       01  NEIGHBOR-OFFSETS.
           05 OFFSET-ENTRY OCCURS 8 TIMES
                                 INDEXED BY OFFSET-IDX
                                            WAVE-OFFSET-IDX.
              10 OFFSET-DR        PIC S9(3) COMP.
              10 OFFSET-DC        PIC S9(3) COMP.

      * --- Shared all-digits check for card fields ---
       77  CARD-CHECK-FIELD          PIC X(8)  VALUE SPACES.
       77  CARD-CHECK-IDX            PIC 9(2)  COMP VALUE 0.
       77  CARD-CHECK-CHAR           PIC X     VALUE SPACE.
       77  CARD-DIGITS-OK            PIC X     VALUE 'N'.
       77  CARD-NONBLANK-FOUND       PIC X     VALUE 'N'.

      * --- The site's roll manifest. MAX-MANIFEST is the MN-ENTRY
      *     OCCURS bound below and matches AOC25D04's MAX-MANIFEST.
      *     Cards AOC25D04 would reject are counted and skipped -
      *     its reconciliation report already lists them. ---
       77  MAX-MANIFEST              PIC 9(5)  COMP VALUE 50000.
       77  MANIFEST-COUNT            PIC 9(5)  COMP VALUE 0.
       77  MANIFEST-IDX              PIC 9(5)  COMP VALUE 0.
       77  MANIFEST-BAD-COUNT        PIC 9(5)  COMP VALUE 0.
       77  MANIFEST-LOADED-FLAG      PIC X     VALUE 'N'.
       77  MANIFEST-EOF-FLAG         PIC X     VALUE 'N'.
       77  MF-ROW-STR                PIC X(5)  VALUE SPACES.
       77  MF-COL-STR                PIC X(5)  VALUE SPACES.
       77  MF-ID-STR                 PIC X(10) VALUE SPACES.
       77  MF-SKU-STR                PIC X(12) VALUE SPACES.
       77  MF-LOT-STR                PIC X(8)  VALUE SPACES.
       77  MF-ROW                    PIC 9(8)  COMP VALUE 0.
       77  MF-COL                    PIC 9(8)  COMP VALUE 0.

      * --- The site's picking list. A taken roll's wave goes into
      *     WG-WAVE for its cell, which is floor on the dump - the
      *     standing-neighbour count never looks at a floor cell's
      *     WG-WAVE, so the two uses don't meet. Records that don't
      *     fit the dump, or land on a cell it still shows a roll
      *     in, are counted and skipped. ---
       77  PICKLIST-COUNT            PIC 9(9)  COMP VALUE 0.
       77  PICKLIST-BAD-COUNT        PIC 9(9)  COMP VALUE 0.
       77  PICKLIST-READ-FAILED      PIC X     VALUE 'N'.
       77  PICKLIST-EOF-FLAG         PIC X     VALUE 'N'.

       01  MANIFEST-TABLE.
           05 MN-ENTRY OCCURS 50000 TIMES.
              10 MN-ROW              PIC 9(4) COMP.
              10 MN-COL              PIC 9(4) COMP.
              10 MN-ROLL-ID          PIC X(10).
              10 MN-SKU              PIC X(12).
              10 MN-LOT              PIC X(8).

      * --- One inquiry's answer ---
       77  MATCH-COUNT               PIC 9(5)  COMP VALUE 0.
       77  MATCH-ACCESSIBLE-COUNT    PIC 9(5)  COMP VALUE 0.
       77  MATCH-LATER-COUNT         PIC 9(5)  COMP VALUE 0.
       77  MATCH-TRAPPED-COUNT       PIC 9(5)  COMP VALUE 0.
       77  MATCH-GONE-COUNT          PIC 9(5)  COMP VALUE 0.
       77  ROLL-STATUS               PIC X(11) VALUE SPACES.
       77  ROLL-WAVE                 PIC 9(6)  COMP VALUE 0.
       77  ROLL-BLOCKERS             PIC 9(2)  COMP VALUE 0.
       77  ROLL-MUST-MOVE            PIC 9(2)  COMP VALUE 0.
       77  ROLL-FIGURES-FLAG         PIC X     VALUE 'N'.

      * --- Run date for the report heading ---
       01  WS-RUN-DATE.
           05 WS-RUN-YYYY            PIC 9(4).
           05 WS-RUN-MM              PIC 9(2).
           05 WS-RUN-DD              PIC 9(2).
       77  WS-RUN-DATE-DISPLAY       PIC X(10).

      * --- Edited fields for the report lines ---
       77  WS-EDIT-DIM-1             PIC ZZZ9.
       77  WS-EDIT-DIM-2             PIC ZZZ9.
       77  WS-EDIT-RULE-1            PIC Z9.
       77  WS-EDIT-RULE-2            PIC Z9.
       77  WS-EDIT-NUM-1             PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-COUNT-1           PIC ZZZZ9.
       77  WS-EDIT-COUNT-2           PIC ZZZZ9.
       77  WS-EDIT-COUNT-3           PIC ZZZZ9.
       77  WS-EDIT-COUNT-4           PIC ZZZZ9.
       77  WS-EDIT-WAVE              PIC ZZZZZ9.
       77  WS-EDIT-BLOCK-1           PIC Z9.
       77  WS-EDIT-BLOCK-2           PIC Z9.
       77  WS-EDIT-ROW               PIC 9(4).
       77  WS-EDIT-COL               PIC 9(4).
       77  WS-WAVE-STR               PIC X(6)  VALUE SPACES.
       77  WS-BLOCK-STR              PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * ------------------------------------------------------------
      *  Program entry point: act on each inquiry card in order,
      *  answering every LOCATE against the current site's grid
      *  dump, roll manifest and rule profile. Return code 0 when
      *  every inquiry found its rolls, 4 when some inquiry
      *  matched no roll on the manifest, 8 when a card was
      *  unusable or a site's grid dump, rule profile or picking
      *  list was missing or unusable, so its inquiries went
      *  unanswered.
      * ------------------------------------------------------------
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM INIT-OFFSETS

           STRING WS-RUN-YYYY  "-"
                  WS-RUN-MM    "-"
                  WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           END-STRING

           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "AOC25LOC - STOCK LOCATOR INQUIRY"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "RUN DATE   : " WS-RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           OPEN INPUT CMDIN-FILE

           PERFORM UNTIL CMD-EOF-FLAG = 'Y'
               READ CMDIN-FILE
                   AT END
                       MOVE 'Y' TO CMD-EOF-FLAG
                   NOT AT END
                       IF CMDIN-LINE = SPACES
                           CONTINUE
                       ELSE
                           PERFORM PROCESS-INQUIRY-CARD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CMDIN-FILE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE INQUIRY-COUNT TO WS-EDIT-COUNT-1
           MOVE SPACES TO REPORT-LINE
           STRING "INQUIRIES  : " WS-EDIT-COUNT-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE REPORT-FILE

           IF ANY-NOT-FOUND-FLAG = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF

           IF ANY-FAILURE-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.
      * ============================================================
      *  End of MAIN-PROCEDURE
      * ============================================================

      * ------------------------------------------------------------
      *  INIT-OFFSETS
      *  - Loads the neighborhood offsets, orthogonals first, in
      *    the same order as AOC25D04's INIT-OFFSETS. The wave
      *    scan walks a previous wave's neighbours on WAVE-OFFSET-
      *    IDX, leaving OFFSET-IDX to the neighbour count inside it.
      * ------------------------------------------------------------
       INIT-OFFSETS.
           MOVE -1 TO OFFSET-DR (1)
           MOVE  0 TO OFFSET-DC (1)

           MOVE  0 TO OFFSET-DR (2)
           MOVE -1 TO OFFSET-DC (2)

           MOVE  0 TO OFFSET-DR (3)
           MOVE  1 TO OFFSET-DC (3)

           MOVE  1 TO OFFSET-DR (4)
           MOVE  0 TO OFFSET-DC (4)

           MOVE -1 TO OFFSET-DR (5)
           MOVE -1 TO OFFSET-DC (5)

           MOVE -1 TO OFFSET-DR (6)
           MOVE  1 TO OFFSET-DC (6)

           MOVE  1 TO OFFSET-DR (7)
           MOVE -1 TO OFFSET-DC (7)

           MOVE  1 TO OFFSET-DR (8)
           MOVE  1 TO OFFSET-DC (8).
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  PROCESS-INQUIRY-CARD
      *  - Parses and dispatches one inquiry card.
      * ------------------------------------------------------------
       PROCESS-INQUIRY-CARD.
           MOVE SPACES TO CMD-VERB
           MOVE SPACES TO CMD-ARG1
           MOVE SPACES TO CMD-ARG2
           MOVE SPACES TO CMD-ARG3

           UNSTRING CMDIN-LINE DELIMITED BY ','
               INTO CMD-VERB CMD-ARG1 CMD-ARG2 CMD-ARG3
           END-UNSTRING

           EVALUATE CMD-VERB
               WHEN 'SITE'
                   PERFORM DO-SITE-COMMAND
               WHEN 'LOCATE'
                   PERFORM DO-LOCATE-COMMAND
               WHEN OTHER
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING "*** UNKNOWN INQUIRY CARD: " CMDIN-LINE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   MOVE 'Y' TO ANY-FAILURE-FLAG
           END-EVALUATE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  DO-SITE-COMMAND
      *  - Switches the inquiries that follow to the named site's
      *    datasets, derived from the site ID exactly as AOC25WHD
      *    derives them for the site's AOC25D04 run.
      * ------------------------------------------------------------
       DO-SITE-COMMAND.
           IF CMD-ARG1 = SPACES
              OR CMD-ARG1 (9:) NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "*** SITE CARD WITHOUT A USABLE SITE ID: "
                      CMDIN-LINE
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE CMD-ARG1 TO CURRENT-SITE-ID
           MOVE 'N' TO SITE-LOADED-FLAG

           MOVE SPACES TO GRIDDUMP-FILE-NAME
           STRING "GDMP" DELIMITED BY SIZE
                  CURRENT-SITE-ID DELIMITED BY SPACE
               INTO GRIDDUMP-FILE-NAME
           END-STRING

           MOVE SPACES TO MANIFEST-FILE-NAME
           STRING "RMAN" DELIMITED BY SIZE
                  CURRENT-SITE-ID DELIMITED BY SPACE
               INTO MANIFEST-FILE-NAME
           END-STRING

           MOVE SPACES TO RULECTL-FILE-NAME
           STRING "RCTL" DELIMITED BY SIZE
                  CURRENT-SITE-ID DELIMITED BY SPACE
               INTO RULECTL-FILE-NAME
           END-STRING

           MOVE SPACES TO PICKLIST-FILE-NAME
           STRING "PICK" DELIMITED BY SIZE
                  CURRENT-SITE-ID DELIMITED BY SPACE
               INTO PICKLIST-FILE-NAME
           END-STRING.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  DO-LOCATE-COMMAND
      *  - Parses the card's selections, loads the current site if
      *    this is its first inquiry, then lists every manifest roll
      *    matching all the selections with where it stands.
      * ------------------------------------------------------------
       DO-LOCATE-COMMAND.
           ADD 1 TO INQUIRY-COUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF CURRENT-SITE-ID = SPACES
               STRING CMDIN-LINE
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "SITE " CURRENT-SITE-ID "  " CMDIN-LINE
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE

           MOVE 'Y' TO SEL-VALID-FLAG
           MOVE SPACES TO SEL-SKU
           MOVE SPACES TO SEL-LOT
           MOVE SPACES TO SEL-ROLL-ID

           MOVE CMD-ARG1 TO SEL-ARG
           PERFORM PARSE-SELECTION
           IF CMD-ARG2 NOT = SPACES
               MOVE CMD-ARG2 TO SEL-ARG
               PERFORM PARSE-SELECTION
           END-IF
           IF CMD-ARG1 = SPACES OR CMD-ARG3 NOT = SPACES
               MOVE 'N' TO SEL-VALID-FLAG
           END-IF

           IF SEL-VALID-FLAG = 'N'
               MOVE SPACES TO REPORT-LINE
               STRING "  *** UNUSABLE LOCATE CARD - USE SKU=, LOT= "
                      "OR ROLL="
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           IF SITE-LOADED-FLAG = 'N'
               PERFORM LOAD-SITE-DATA
           END-IF

           IF SITE-USABLE-FLAG = 'N'
               MOVE SPACES TO REPORT-LINE
               STRING "  *** SITE DATA UNUSABLE - INQUIRY NOT "
                      "ANSWERED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           PERFORM ANSWER-LOCATE-INQUIRY.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  PARSE-SELECTION
      *  - Splits one KEY=VALUE selection out of SEL-ARG into the
      *    SKU, lot or roll-ID selection. An unknown key, a blank
      *    value, a value too long for its field or the same key
      *    twice marks the card unusable.
      * ------------------------------------------------------------
       PARSE-SELECTION.
           MOVE SPACES TO SEL-KEY-STR
           MOVE SPACES TO SEL-VAL-STR

           UNSTRING SEL-ARG DELIMITED BY '='
               INTO SEL-KEY-STR SEL-VAL-STR
           END-UNSTRING

           IF SEL-VAL-STR = SPACES
               MOVE 'N' TO SEL-VALID-FLAG
               EXIT PARAGRAPH
           END-IF

           EVALUATE SEL-KEY-STR
               WHEN 'SKU'
                   IF SEL-SKU NOT = SPACES
                      OR SEL-VAL-STR (13:) NOT = SPACES
                       MOVE 'N' TO SEL-VALID-FLAG
                   ELSE
                       MOVE SEL-VAL-STR TO SEL-SKU
                   END-IF
               WHEN 'LOT'
                   IF SEL-LOT NOT = SPACES
                      OR SEL-VAL-STR (9:) NOT = SPACES
                       MOVE 'N' TO SEL-VALID-FLAG
                   ELSE
                       MOVE SEL-VAL-STR TO SEL-LOT
                   END-IF
               WHEN 'ROLL'
                   IF SEL-ROLL-ID NOT = SPACES
                      OR SEL-VAL-STR (11:) NOT = SPACES
                       MOVE 'N' TO SEL-VALID-FLAG
                   ELSE
                       MOVE SEL-VAL-STR TO SEL-ROLL-ID
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO SEL-VALID-FLAG
           END-EVALUATE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  LOAD-SITE-DATA
      *  - Loads the current site's rule profile, grid dump and
      *    roll manifest, works out the Part 2 waves for the dumped
      *    floor once, loads the picking list for the rolls the run
      *    already took, and prints the site's heading lines. A
      *    rule profile AOC25D04 would reject, a dump that won't
      *    read, or - where there is a manifest to answer from - a
      *    picking list that is missing or won't read, leaves the
      *    site unusable: waves worked out under the wrong rule or
      *    from half a floor, or every taken roll shown as GONE,
      *    would send customer service out with the wrong answer.
      * ------------------------------------------------------------
       LOAD-SITE-DATA.
           MOVE 'Y' TO SITE-LOADED-FLAG
           MOVE 'N' TO SITE-USABLE-FLAG

           PERFORM LOAD-RULE-PROFILE
           IF RULE-PROFILE-VALID-FLAG = 'N'
               MOVE SPACES TO REPORT-LINE
               STRING "  *** RULE PROFILE " DELIMITED BY SIZE
                      RULECTL-FILE-NAME DELIMITED BY SPACE
                      " UNUSABLE" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-GRID-DUMP
           IF GRID-READ-FAILED = 'Y'
               MOVE SPACES TO REPORT-LINE
               STRING "  *** GRID DUMP " DELIMITED BY SIZE
                      GRIDDUMP-FILE-NAME DELIMITED BY SPACE
                      " MISSING OR UNREADABLE" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ROLL-MANIFEST
           PERFORM WORK-OUT-PART2-WAVES

           IF MANIFEST-LOADED-FLAG = 'Y'
               PERFORM LOAD-PICKING-LIST
               IF PICKLIST-READ-FAILED = 'Y'
                   MOVE SPACES TO REPORT-LINE
                   STRING "  *** PICKING LIST " DELIMITED BY SIZE
                          PICKLIST-FILE-NAME DELIMITED BY SPACE
                          " MISSING OR UNREADABLE" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'Y' TO SITE-USABLE-FLAG

           MOVE NUM-ROWS        TO WS-EDIT-DIM-1
           MOVE NUM-COLS        TO WS-EDIT-DIM-2
           MOVE RULE-THRESHOLD  TO WS-EDIT-RULE-1
           MOVE RULE-DIRECTIONS TO WS-EDIT-RULE-2
           MOVE ROLLS-ON-FLOOR  TO WS-EDIT-NUM-1
           MOVE SIM-WAVE-COUNT  TO WS-EDIT-WAVE
           MOVE SPACES TO REPORT-LINE
           STRING "  GRID " WS-EDIT-DIM-1 "X" WS-EDIT-DIM-2
                  "  RULE <" WS-EDIT-RULE-1 " OF " WS-EDIT-RULE-2
                  "  ROLLS " WS-EDIT-NUM-1
                  "  PART 2 WAVES " WS-EDIT-WAVE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE MANIFEST-COUNT     TO WS-EDIT-COUNT-1
           MOVE MANIFEST-BAD-COUNT TO WS-EDIT-COUNT-2
           MOVE SPACES TO REPORT-LINE
           IF MANIFEST-LOADED-FLAG = 'Y'
               STRING "  MANIFEST " WS-EDIT-COUNT-1 " ROLL(S), "
                      WS-EDIT-COUNT-2 " CARD(S) SKIPPED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "  *** NO ROLL MANIFEST " DELIMITED BY SIZE
                      MANIFEST-FILE-NAME DELIMITED BY SPACE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE

           IF MANIFEST-LOADED-FLAG = 'Y'
               MOVE PICKLIST-COUNT     TO WS-EDIT-NUM-1
               MOVE PICKLIST-BAD-COUNT TO WS-EDIT-COUNT-2
               MOVE SPACES TO REPORT-LINE
               STRING "  PICKING LIST " WS-EDIT-NUM-1
                      " ROLL(S) TAKEN, "
                      WS-EDIT-COUNT-2 " RECORD(S) SKIPPED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  LOAD-RULE-PROFILE
      *  - Reads the site's optional rule-profile cards, starting
      *    from AOC25D04's defaults each time so one site's rule
      *    never carries over to the next. Same validity rules as
      *    AOC25D04: an unknown keyword, a value out of range, or a
      *    threshold above the direction count marks it unusable.
      * ------------------------------------------------------------
       LOAD-RULE-PROFILE.
           MOVE 'Y' TO RULE-PROFILE-VALID-FLAG
           MOVE 4   TO RULE-THRESHOLD
           MOVE 8   TO RULE-DIRECTIONS

           OPEN INPUT RULECTL-FILE
           IF WS-RULECTL-STATUS NOT = '00'
               IF WS-RULECTL-STATUS = '05'
                   CLOSE RULECTL-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO RULE-EOF-FLAG
           PERFORM UNTIL RULE-EOF-FLAG = 'Y'
               READ RULECTL-FILE
                   AT END
                       MOVE 'Y' TO RULE-EOF-FLAG
                   NOT AT END
                       IF RULECTL-LINE = SPACES
                           CONTINUE
                       ELSE
                           PERFORM PARSE-RULE-CARD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RULECTL-FILE

           IF RULE-THRESHOLD > RULE-DIRECTIONS
               MOVE 'N' TO RULE-PROFILE-VALID-FLAG
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  PARSE-RULE-CARD
      *  - Parses one KEYWORD=VALUE card out of RULECTL-LINE.
      *    THRESHOLD and ADJACENCY set the rule; WAREHOUSE, CUTOFF
      *    and ELAPLIM are AOC25D04's own business and pass.
      * ------------------------------------------------------------
       PARSE-RULE-CARD.
           MOVE SPACES TO RULE-KEY-STR
           MOVE SPACES TO RULE-VAL-STR

           UNSTRING RULECTL-LINE DELIMITED BY '='
               INTO RULE-KEY-STR RULE-VAL-STR
           END-UNSTRING

           EVALUATE RULE-KEY-STR
               WHEN 'THRESHOLD'
                   PERFORM PARSE-RULE-NUMERIC
                   IF CARD-DIGITS-OK = 'Y'
                      AND RULE-VAL >= 1 AND RULE-VAL <= 8
                       MOVE RULE-VAL TO RULE-THRESHOLD
                   ELSE
                       MOVE 'N' TO RULE-PROFILE-VALID-FLAG
                   END-IF
               WHEN 'ADJACENCY'
                   PERFORM PARSE-RULE-NUMERIC
                   IF CARD-DIGITS-OK = 'Y'
                      AND (RULE-VAL = 4 OR RULE-VAL = 8)
                       MOVE RULE-VAL TO RULE-DIRECTIONS
                   ELSE
                       MOVE 'N' TO RULE-PROFILE-VALID-FLAG
                   END-IF
               WHEN 'WAREHOUSE'
               WHEN 'CUTOFF'
               WHEN 'ELAPLIM'
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO RULE-PROFILE-VALID-FLAG
           END-EVALUATE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  PARSE-RULE-NUMERIC
      *  - Digit-checks the whole of RULE-VAL-STR and converts it
      *    into RULE-VAL (same whole-value rule as AOC25D04).
      * ------------------------------------------------------------
       PARSE-RULE-NUMERIC.
           MOVE RULE-VAL-STR TO CARD-CHECK-FIELD
           PERFORM CHECK-CARD-DIGITS
           IF CARD-DIGITS-OK = 'Y'
               COMPUTE RULE-VAL = FUNCTION NUMVAL(RULE-VAL-STR)
           END-IF.
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
      *  - Reads the site's grid dump into GRID, measuring the
      *    width off the first row the way AOC25PKC's LOAD-GRID-
      *    DUMP does. A ragged row, an empty or missing dump, one
      *    past the 500x500 limit, or a READ status neither '00'
      *    nor at-end marks the read failed.
      * ------------------------------------------------------------
       LOAD-GRID-DUMP.
           MOVE 0   TO NUM-ROWS
           MOVE 0   TO NUM-COLS
           MOVE 'N' TO GRID-READ-FAILED

           OPEN INPUT GRIDIN-FILE
           IF WS-GRIDIN-STATUS NOT = '00'
               IF WS-GRIDIN-STATUS = '05'
                   CLOSE GRIDIN-FILE
               END-IF
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
      *  - Loads the site's roll-manifest cards into the manifest
      *    table. Only cards AOC25D04 would accept are kept - a
      *    location on the dumped grid and a roll ID - the rest
      *    are counted. The location is kept even where the dump
      *    now shows floor: that roll has since been taken, which
      *    is itself the answer to an inquiry about it.
      * ------------------------------------------------------------
       LOAD-ROLL-MANIFEST.
           MOVE 0   TO MANIFEST-COUNT
           MOVE 0   TO MANIFEST-BAD-COUNT
           MOVE 'N' TO MANIFEST-LOADED-FLAG

           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = '00'
               IF WS-MANIFEST-STATUS = '05'
                   CLOSE MANIFEST-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO MANIFEST-LOADED-FLAG
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
      *  - Parses one ROW,COL,ROLL-ID,SKU,LOT card into the next
      *    manifest table entry.
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
           MOVE MF-ROW     TO MN-ROW (MANIFEST-COUNT)
           MOVE MF-COL     TO MN-COL (MANIFEST-COUNT)
           MOVE MF-ID-STR  TO MN-ROLL-ID (MANIFEST-COUNT)
           MOVE MF-SKU-STR TO MN-SKU (MANIFEST-COUNT)
           MOVE MF-LOT-STR TO MN-LOT (MANIFEST-COUNT).
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  LOAD-PICKING-LIST
      *  - Reads the site's picking list, after WORK-OUT-PART2-
      *    WAVES has cleared WAVE-GRID, and books each taken roll's
      *    wave against its cell. A list that isn't there (OPTIONAL
      *    open status '05', or no dataset at all), or a READ
      *    status neither '00' nor at-end, marks the read failed.
      * ------------------------------------------------------------
       LOAD-PICKING-LIST.
           MOVE 0   TO PICKLIST-COUNT
           MOVE 0   TO PICKLIST-BAD-COUNT
           MOVE 'N' TO PICKLIST-READ-FAILED

           OPEN INPUT PICKLIST-FILE
           IF WS-PICKLIST-STATUS NOT = '00'
               IF WS-PICKLIST-STATUS = '05'
                   CLOSE PICKLIST-FILE
               END-IF
               MOVE 'Y' TO PICKLIST-READ-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO PICKLIST-EOF-FLAG
           PERFORM UNTIL PICKLIST-EOF-FLAG = 'Y'
               READ PICKLIST-FILE
                   AT END
                       MOVE 'Y' TO PICKLIST-EOF-FLAG
                   NOT AT END
                       IF PICK-LINE = SPACES
                           CONTINUE
                       ELSE
                           PERFORM STORE-PICK-RECORD
                       END-IF
               END-READ
               IF WS-PICKLIST-STATUS NOT = '00'
                  AND WS-PICKLIST-STATUS NOT = '10'
                   MOVE 'Y' TO PICKLIST-READ-FAILED
                   MOVE 'Y' TO PICKLIST-EOF-FLAG
               END-IF
           END-PERFORM

           CLOSE PICKLIST-FILE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  STORE-PICK-RECORD
      *  - Books the wave of the record in PICK-LINE against its
      *    cell, same field checks as AOC25PKB's STORE-PICK-RECORD
      *    plus the dump's own bounds.
      * ------------------------------------------------------------
       STORE-PICK-RECORD.
           IF PICK-WAVE IS NOT NUMERIC
              OR PICK-ROW IS NOT NUMERIC
              OR PICK-COL IS NOT NUMERIC
               ADD 1 TO PICKLIST-BAD-COUNT
               EXIT PARAGRAPH
           END-IF

           IF PICK-ROW < 1 OR PICK-ROW > NUM-ROWS
              OR PICK-COL < 1 OR PICK-COL > NUM-COLS
              OR PICK-WAVE < 1 OR PICK-WAVE > 999999
               ADD 1 TO PICKLIST-BAD-COUNT
               EXIT PARAGRAPH
           END-IF

           IF GRID-CELL (PICK-ROW, PICK-COL) = '@'
               ADD 1 TO PICKLIST-BAD-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO PICKLIST-COUNT
           MOVE PICK-WAVE TO WG-WAVE (PICK-ROW, PICK-COL).
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WORK-OUT-PART2-WAVES
      *  - Runs AOC25D04's Part 2 over the dumped floor without
      *    touching it, recording in WG-WAVE the wave each roll
      *    would come out in. Wave 1 sweeps the whole floor; every
      *    later wave examines only the rolls next to a cell the
      *    previous wave took, the same way AOC25D04's
      *    EXAMINE-PRIOR-NEIGHBORS does - no other roll's count
      *    can have changed. Rolls still at 0 when a wave takes
      *    nothing are trapped.
      * ------------------------------------------------------------
       WORK-OUT-PART2-WAVES.
           MOVE 0 TO ROLLS-ON-FLOOR
           MOVE 0 TO SIM-REMOVED-COUNT
           MOVE 0 TO SIM-WAVE-COUNT

           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > NUM-ROWS
               PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > NUM-COLS
                   MOVE 0 TO WG-WAVE (WS-ROW, WS-COL)
                   MOVE 0 TO WG-STAMP (WS-ROW, WS-COL)
                   IF GRID-CELL (WS-ROW, WS-COL) = '@'
                       ADD 1 TO ROLLS-ON-FLOOR
                   END-IF
               END-PERFORM
           END-PERFORM

      * --- Wave 1: the whole floor ---
           MOVE 1 TO SIM-WAVE
           MOVE 1 TO STANDING-WAVE
           MOVE 0 TO WAVE-CELL-COUNT
           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > NUM-ROWS
               PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > NUM-COLS
                   IF GRID-CELL (WS-ROW, WS-COL) = '@'
                       PERFORM EXAMINE-WAVE-CANDIDATE
                   END-IF
               END-PERFORM
           END-PERFORM

      * --- Later waves: the neighbours of the last wave's cells ---
           PERFORM UNTIL WAVE-CELL-COUNT = 0
               MOVE SIM-WAVE TO SIM-WAVE-COUNT
               ADD WAVE-CELL-COUNT TO SIM-REMOVED-COUNT
               PERFORM VARYING PRIOR-IDX FROM 1 BY 1
                       UNTIL PRIOR-IDX > WAVE-CELL-COUNT
                   MOVE WC-ROW (PRIOR-IDX) TO PW-ROW (PRIOR-IDX)
                   MOVE WC-COL (PRIOR-IDX) TO PW-COL (PRIOR-IDX)
               END-PERFORM
               MOVE WAVE-CELL-COUNT TO PRIOR-COUNT
               MOVE 0 TO WAVE-CELL-COUNT
               ADD 1 TO SIM-WAVE
               MOVE SIM-WAVE TO STANDING-WAVE

               PERFORM VARYING PRIOR-IDX FROM 1 BY 1
                       UNTIL PRIOR-IDX > PRIOR-COUNT
                   PERFORM VARYING WAVE-OFFSET-IDX FROM 1 BY 1
                           UNTIL WAVE-OFFSET-IDX > RULE-DIRECTIONS
                       COMPUTE WS-ROW = PW-ROW (PRIOR-IDX)
                                      + OFFSET-DR (WAVE-OFFSET-IDX)
                       COMPUTE WS-COL = PW-COL (PRIOR-IDX)
                                      + OFFSET-DC (WAVE-OFFSET-IDX)
                       IF WS-ROW >= 1 AND WS-ROW <= NUM-ROWS
                          AND WS-COL >= 1 AND WS-COL <= NUM-COLS
                          AND GRID-CELL (WS-ROW, WS-COL) = '@'
                          AND WG-WAVE (WS-ROW, WS-COL) = 0
                          AND WG-STAMP (WS-ROW, WS-COL) NOT = SIM-WAVE
                           PERFORM EXAMINE-WAVE-CANDIDATE
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  EXAMINE-WAVE-CANDIDATE
      *  - Counts the standing neighbours of the roll at (WS-ROW,
      *    WS-COL) as of wave SIM-WAVE and, when it is accessible
      *    under the site's rule, books it into this wave.
      * ------------------------------------------------------------
       EXAMINE-WAVE-CANDIDATE.
           MOVE SIM-WAVE TO WG-STAMP (WS-ROW, WS-COL)
           PERFORM COUNT-STANDING-NEIGHBORS

           IF NEIGHBOR-COUNT < RULE-THRESHOLD
               MOVE SIM-WAVE TO WG-WAVE (WS-ROW, WS-COL)
               ADD 1 TO WAVE-CELL-COUNT
               MOVE WS-ROW TO WC-ROW (WAVE-CELL-COUNT)
               MOVE WS-COL TO WC-COL (WAVE-CELL-COUNT)
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  COUNT-STANDING-NEIGHBORS
      *  - NEIGHBOR-COUNT = the rolls still standing as of wave
      *    STANDING-WAVE in the first RULE-DIRECTIONS neighbours of
      *    (WS-ROW, WS-COL): '@' on the dump and not taken by an
      *    earlier wave. STANDING-WAVE 1 counts the floor as it is
      *    now; 999999 counts what is left after Part 2 is done.
      * ------------------------------------------------------------
       COUNT-STANDING-NEIGHBORS.
           MOVE 0 TO NEIGHBOR-COUNT

           PERFORM VARYING OFFSET-IDX FROM 1 BY 1
                   UNTIL OFFSET-IDX > RULE-DIRECTIONS
               COMPUTE NB-ROW = WS-ROW + OFFSET-DR (OFFSET-IDX)
               COMPUTE NB-COL = WS-COL + OFFSET-DC (OFFSET-IDX)

               IF NB-ROW >= 1 AND NB-ROW <= NUM-ROWS
                  AND NB-COL >= 1 AND NB-COL <= NUM-COLS
                  AND GRID-CELL (NB-ROW, NB-COL) = '@'
                   IF WG-WAVE (NB-ROW, NB-COL) = 0
                      OR WG-WAVE (NB-ROW, NB-COL) >= STANDING-WAVE
                       ADD 1 TO NEIGHBOR-COUNT
                   END-IF
               END-IF
           END-PERFORM.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  ANSWER-LOCATE-INQUIRY
      *  - One line per manifest roll matching every selection on
      *    the card, then the inquiry's tally. The dump is the
      *    floor after the run's removals, so:
      *    - a roll the run took (its cell is floor on the dump
      *      and on the picking list) is ACCESSIBLE when the list
      *      has it in wave 1, or IN WAVE n - the wave it comes
      *      out in, with no AROUND figure;
      *    - a roll still standing on the dump is TRAPPED (never,
      *      shown with the rolls left around it and how many of
      *      those have to be moved by hand to free it). Part 2 is
      *      still worked out over the dump, so a roll put back
      *      on a corrected snapshot that has come free shows as
      *      ACCESSIBLE or IN WAVE n with the rolls around it now;
      *    - a roll on neither the dump nor the picking list is
      *      GONE - taken some other way since the manifest was
      *      cut.
      * ------------------------------------------------------------
       ANSWER-LOCATE-INQUIRY.
           MOVE 0 TO MATCH-COUNT
           MOVE 0 TO MATCH-ACCESSIBLE-COUNT
           MOVE 0 TO MATCH-LATER-COUNT
           MOVE 0 TO MATCH-TRAPPED-COUNT
           MOVE 0 TO MATCH-GONE-COUNT

           PERFORM VARYING MANIFEST-IDX FROM 1 BY 1
                   UNTIL MANIFEST-IDX > MANIFEST-COUNT
               IF (SEL-SKU = SPACES
                   OR MN-SKU (MANIFEST-IDX) = SEL-SKU)
                  AND (SEL-LOT = SPACES
                   OR MN-LOT (MANIFEST-IDX) = SEL-LOT)
                  AND (SEL-ROLL-ID = SPACES
                   OR MN-ROLL-ID (MANIFEST-IDX) = SEL-ROLL-ID)
                   ADD 1 TO MATCH-COUNT
                   IF MATCH-COUNT = 1
                       PERFORM WRITE-LOCATE-COLUMN-HEADS
                   END-IF
                   PERFORM JUDGE-MATCHED-ROLL
                   PERFORM WRITE-LOCATE-DETAIL
               END-IF
           END-PERFORM

           IF MATCH-COUNT = 0
               MOVE 'Y' TO ANY-NOT-FOUND-FLAG
               MOVE SPACES TO REPORT-LINE
               STRING "  NO ROLL ON THE MANIFEST MATCHES"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE MATCH-COUNT            TO WS-EDIT-COUNT-1
           MOVE MATCH-ACCESSIBLE-COUNT TO WS-EDIT-COUNT-2
           MOVE MATCH-LATER-COUNT      TO WS-EDIT-COUNT-3
           MOVE MATCH-TRAPPED-COUNT    TO WS-EDIT-COUNT-4
           MOVE SPACES TO REPORT-LINE
           STRING "  FOUND " WS-EDIT-COUNT-1
                  "  ACCESSIBLE " WS-EDIT-COUNT-2
                  "  LATER WAVE " WS-EDIT-COUNT-3
                  "  TRAPPED " WS-EDIT-COUNT-4
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF MATCH-GONE-COUNT > 0
               MOVE MATCH-GONE-COUNT TO WS-EDIT-COUNT-1
               MOVE SPACES TO REPORT-LINE
               STRING "  GONE  " WS-EDIT-COUNT-1
                      "  (NO LONGER ON THE FLOOR)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  JUDGE-MATCHED-ROLL
      *  - Settles ROLL-STATUS, ROLL-WAVE and the blocker figures
      *    for the manifest roll at MANIFEST-IDX. ROLL-FIGURES-FLAG
      *    'Y' prints the wave and the rolls around it, 'W' (a
      *    roll the picking list has taken) the wave alone.
      * ------------------------------------------------------------
       JUDGE-MATCHED-ROLL.
           MOVE MN-ROW (MANIFEST-IDX) TO WS-ROW
           MOVE MN-COL (MANIFEST-IDX) TO WS-COL
           MOVE 0   TO ROLL-WAVE
           MOVE 0   TO ROLL-BLOCKERS
           MOVE 0   TO ROLL-MUST-MOVE
           MOVE 'N' TO ROLL-FIGURES-FLAG

           IF GRID-CELL (WS-ROW, WS-COL) NOT = '@'
               MOVE WG-WAVE (WS-ROW, WS-COL) TO ROLL-WAVE
               EVALUATE TRUE
                   WHEN ROLL-WAVE = 1
                       MOVE 'W' TO ROLL-FIGURES-FLAG
                       MOVE "ACCESSIBLE" TO ROLL-STATUS
                       ADD 1 TO MATCH-ACCESSIBLE-COUNT
                   WHEN ROLL-WAVE > 1
                       MOVE 'W' TO ROLL-FIGURES-FLAG
                       MOVE "IN WAVE" TO ROLL-STATUS
                       ADD 1 TO MATCH-LATER-COUNT
                   WHEN OTHER
                       MOVE "GONE" TO ROLL-STATUS
                       ADD 1 TO MATCH-GONE-COUNT
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO ROLL-FIGURES-FLAG
           MOVE WG-WAVE (WS-ROW, WS-COL) TO ROLL-WAVE

           EVALUATE TRUE
               WHEN ROLL-WAVE = 1
                   MOVE "ACCESSIBLE" TO ROLL-STATUS
                   ADD 1 TO MATCH-ACCESSIBLE-COUNT
                   MOVE 1 TO STANDING-WAVE
                   PERFORM COUNT-STANDING-NEIGHBORS
                   MOVE NEIGHBOR-COUNT TO ROLL-BLOCKERS
               WHEN ROLL-WAVE > 1
                   MOVE "IN WAVE" TO ROLL-STATUS
                   ADD 1 TO MATCH-LATER-COUNT
                   MOVE 1 TO STANDING-WAVE
                   PERFORM COUNT-STANDING-NEIGHBORS
                   MOVE NEIGHBOR-COUNT TO ROLL-BLOCKERS
               WHEN OTHER
                   MOVE "TRAPPED" TO ROLL-STATUS
                   ADD 1 TO MATCH-TRAPPED-COUNT
                   MOVE 999999 TO STANDING-WAVE
                   PERFORM COUNT-STANDING-NEIGHBORS
                   MOVE NEIGHBOR-COUNT TO ROLL-BLOCKERS
                   COMPUTE ROLL-MUST-MOVE =
                           ROLL-BLOCKERS - RULE-THRESHOLD + 1
           END-EVALUATE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-LOCATE-COLUMN-HEADS
      *  - Column headings over an inquiry's roll lines.
      * ------------------------------------------------------------
       WRITE-LOCATE-COLUMN-HEADS.
           MOVE SPACES TO REPORT-LINE
           STRING "  ROLL-ID    SKU          LOT       ROW  COL  "
                  "STATUS        WAVE AROUND"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-LOCATE-DETAIL
      *  - One roll line: identity, location, status, the wave it
      *    comes out in and, for a roll on the dump, the rolls
      *    around it (with the number to move by hand when it is
      *    trapped).
      * ------------------------------------------------------------
       WRITE-LOCATE-DETAIL.
           MOVE MN-ROW (MANIFEST-IDX) TO WS-EDIT-ROW
           MOVE MN-COL (MANIFEST-IDX) TO WS-EDIT-COL
           MOVE SPACES TO WS-WAVE-STR
           MOVE SPACES TO WS-BLOCK-STR

           IF ROLL-FIGURES-FLAG = 'Y'
               IF ROLL-WAVE > 0
                   MOVE ROLL-WAVE TO WS-EDIT-WAVE
                   MOVE WS-EDIT-WAVE TO WS-WAVE-STR
               ELSE
                   MOVE " NEVER" TO WS-WAVE-STR
               END-IF
               MOVE ROLL-BLOCKERS TO WS-EDIT-BLOCK-1
               IF ROLL-WAVE = 0
                   MOVE ROLL-MUST-MOVE TO WS-EDIT-BLOCK-2
                   STRING "    " WS-EDIT-BLOCK-1
                          " MOVE " WS-EDIT-BLOCK-2
                       DELIMITED BY SIZE INTO WS-BLOCK-STR
                   END-STRING
               ELSE
                   STRING "    " WS-EDIT-BLOCK-1
                       DELIMITED BY SIZE INTO WS-BLOCK-STR
                   END-STRING
               END-IF
           END-IF

           IF ROLL-FIGURES-FLAG = 'W'
               MOVE ROLL-WAVE TO WS-EDIT-WAVE
               MOVE WS-EDIT-WAVE TO WS-WAVE-STR
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "  " MN-ROLL-ID (MANIFEST-IDX)
                  " " MN-SKU (MANIFEST-IDX)
                  " " MN-LOT (MANIFEST-IDX)
                  " " WS-EDIT-ROW
                  " " WS-EDIT-COL
                  "  " ROLL-STATUS
                  " " WS-WAVE-STR
                  WS-BLOCK-STR
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
      * ------------------------------------------------------------

       END PROGRAM AOC25LOC.
