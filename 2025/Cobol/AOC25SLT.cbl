       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC25SLT.
       AUTHOR. IMPETUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * --- Inbound receipt cards, one per receipt line:
      *       ROLL-ID,SKU,LOT[,QTY]
      *     QTY (1-999, default 1) is the number of rolls of that
      *     SKU and lot on the line; their IDs run on from ROLL-ID
      *     by its trailing number (R0000101,SKU1,L1,3 receives
      *     R0000101, R0000102 and R0000103). OPTIONAL - no
      *     receipts just carries the manifest forward. ---
           SELECT OPTIONAL INBOUND-FILE ASSIGN TO INBOUND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.

      * --- The site's post-removal grid dump from AOC25D04 (or
      *     AOC25PKC's corrected snapshot, same layout) - the floor
      *     the rolls are going onto. OPTIONAL plus FILE STATUS the
      *     same as AOC25PKC: a missing dump fails the read and
      *     exits RC 12 instead of abending. ---
           SELECT OPTIONAL GRIDIN-FILE ASSIGN TO GRDDUMP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRIDIN-STATUS.

      * --- The site's rule-profile cards (THRESHOLD=n,
      *     ADJACENCY=4 or 8), the rule a slot is judged under. No
      *     profile leaves AOC25D04's historical defaults, 4 and
      *     8. ---
           SELECT OPTIONAL RULECTL-FILE ASSIGN TO RULECTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULECTL-STATUS.

      * --- The site's zone-map cards, CODE,ROW1,COL1[,ROW2,COL2],
      *     the same cards AOC25D04's LOAD-ZONE-MAP reads. Only
      *     needed when SLTCTL restricts zones to SKUs. ---
           SELECT OPTIONAL ZONEMAP-FILE ASSIGN TO ZONEMAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ZONEMAP-STATUS.

      * --- The site's current roll-manifest cards, ROW,COL,ROLL-ID,
      *     SKU,LOT. Used to turn away a receipt for a roll that is
      *     still standing, and carried forward into SLTMAN. ---
           SELECT OPTIONAL MANIFEST-FILE ASSIGN TO ROLLMAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

      * --- Optional slotting controls:
      *       SITE=id            the site, for the report heading
      *       ZONESKU=zone,sku   the zone takes the SKU. A zone
      *                          named on any ZONESKU card takes
      *                          only its listed SKUs, and a SKU
      *                          named on any ZONESKU card goes only
      *                          to its listed zones. Zones and SKUs
      *                          never named are unrestricted.
      *     No SLTCTL DD slots every SKU anywhere on the floor. ---
           SELECT OPTIONAL SLTCTL-FILE ASSIGN TO SLTCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLTCTL-STATUS.

      * --- Proposed manifest for the next AOC25D04 run, in the
      *     ROLLMAN card format: every ROLLMAN card whose roll is
      *     still standing on the dump, as it was, followed by one
      *     card per slotted inbound roll. It replaces ROLLMAN
      *     outright - cards for rolls taken off the floor are left
      *     behind, so a new roll slotted into a cell an old roll
      *     vacated is not turned away as a duplicate cell. ---
           SELECT MANOUT-FILE ASSIGN TO SLTMAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANOUT-STATUS.

      * --- Formatted put-away list and slotting report ---
           SELECT REPORT-FILE ASSIGN TO SLTRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * --- Inbound receipt cards ---
       FD  INBOUND-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  INBOUND-LINE              PIC X(80).

      * --- Post-removal grid dump, '@'/'.' rows ---
       FD  GRIDIN-FILE
           RECORD CONTAINS 500 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  GRIDIN-LINE               PIC X(500).

      * --- Rule-profile cards: KEYWORD=VALUE ---
       FD  RULECTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  RULECTL-LINE              PIC X(80).

      * --- Zone-map cards: CODE,ROW1,COL1[,ROW2,COL2] ---
       FD  ZONEMAP-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  ZONEMAP-LINE              PIC X(80).

      * --- Roll-manifest cards: ROW,COL,ROLL-ID,SKU,LOT ---
       FD  MANIFEST-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  MANIFEST-LINE             PIC X(80).

      * --- Slotting-control cards: KEYWORD=VALUE ---
       FD  SLTCTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  SLTCTL-LINE               PIC X(80).

      * --- Proposed manifest cards, ROLLMAN format ---
       FD  MANOUT-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  MANOUT-LINE               PIC X(80).

      * --- Formatted put-away list and slotting report ---
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-INBOUND-STATUS         PIC X(2)  VALUE SPACES.
       77  WS-GRIDIN-STATUS          PIC X(2)  VALUE SPACES.
       77  WS-RULECTL-STATUS         PIC X(2)  VALUE SPACES.
       77  WS-ZONEMAP-STATUS         PIC X(2)  VALUE SPACES.
       77  WS-MANIFEST-STATUS        PIC X(2)  VALUE SPACES.
       77  WS-SLTCTL-STATUS          PIC X(2)  VALUE SPACES.
       77  WS-MANOUT-STATUS          PIC X(2)  VALUE SPACES.

      * --- Grid size limits; must match the GRID-ROW-MAX/
      *     GRID-COL-MAX literals (500) on the COPY AOCGRID below
      *     and the OCCURS bounds on SLOT-GRID and ZONE-ASSIGN-GRID,
      *     same convention as AOC25D04 ---
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
       77  ROLLS-ON-FLOOR            PIC 9(9)  COMP VALUE 0.
       77  EMPTY-CELLS               PIC 9(9)  COMP VALUE 0.

      * --- The floor as dumped; slotted rolls are stood on it as
      *     they are placed, so each recommendation allows for the
      *     ones before it ---
       01  GRID.
           COPY AOCGRID REPLACING ==GRID-ROW-TAG==  BY ==GRID-ROW==
                                  ==GRID-COL-TAG==  BY ==GRID-COL==
                                  ==GRID-CELL-TAG== BY ==GRID-CELL==
                                  ==GRID-ROW-MAX==  BY ==500==
                                  ==GRID-COL-MAX==  BY ==500==.

      * --- Per cell: the rolls standing in its first
      *     RULE-DIRECTIONS neighbours, kept current as rolls are
      *     placed, and whether an inbound roll was placed there ---
       01  SLOT-GRID.
           05 SG-ROW OCCURS 500 TIMES.
              10 SG-COL OCCURS 500 TIMES.
                 15 SG-NEIGHBORS     PIC 9(2) COMP.
                 15 SG-PLACED        PIC X.

      * --- Accessibility rule profile, same keywords, ranges and
      *     defaults as AOC25D04's LOAD-RULE-PROFILE. The
      *     site-identity and deadline cards are accepted and
      *     ignored - they don't bear on where a roll goes. ---
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
                                 INDEXED BY OFFSET-IDX.
              10 OFFSET-DR        PIC S9(3) COMP.
              10 OFFSET-DC        PIC S9(3) COMP.

      * --- Slotting controls ---
       77  SLT-SITE-ID               PIC X(8)  VALUE SPACES.
       77  CTL-VALID-FLAG            PIC X     VALUE 'Y'.
       77  CTL-EOF-FLAG              PIC X     VALUE 'N'.
       77  CTL-KEY-STR               PIC X(12) VALUE SPACES.
       77  CTL-VAL-STR               PIC X(24) VALUE SPACES.
       77  CTL-ZONE-STR              PIC X(10) VALUE SPACES.
       77  CTL-SKU-STR               PIC X(14) VALUE SPACES.

      * --- Shared all-digits check for card fields ---
       77  CARD-CHECK-FIELD          PIC X(8)  VALUE SPACES.
       77  CARD-CHECK-IDX            PIC 9(2)  COMP VALUE 0.
       77  CARD-CHECK-CHAR           PIC X     VALUE SPACE.
       77  CARD-DIGITS-OK            PIC X     VALUE 'N'.
       77  CARD-NONBLANK-FOUND       PIC X     VALUE 'N'.

      * --- Zone map, same cards and limits as AOC25D04's. MAX-ZONES
      *     is the ZONE-ENTRY OCCURS bound below. ---
       77  MAX-ZONES                 PIC 9(2)  COMP VALUE 20.
       77  ZONE-COUNT                PIC 9(2)  COMP VALUE 0.
       77  ZONE-MAP-LOADED-FLAG      PIC X     VALUE 'N'.
       77  ZONE-BAD-CARD-COUNT       PIC 9(4)  COMP VALUE 0.
       77  ZONE-CARD-VALID-FLAG      PIC X     VALUE 'N'.
       77  ZONE-IDX                  PIC 9(2)  COMP VALUE 0.
       77  ZONE-FOUND-IDX            PIC 9(2)  COMP VALUE 0.
       77  ZONE-EOF-FLAG             PIC X     VALUE 'N'.
       77  ZM-CODE-STR               PIC X(8)  VALUE SPACES.
       77  ZM-R1-STR                 PIC X(5)  VALUE SPACES.
       77  ZM-C1-STR                 PIC X(5)  VALUE SPACES.
       77  ZM-R2-STR                 PIC X(5)  VALUE SPACES.
       77  ZM-C2-STR                 PIC X(5)  VALUE SPACES.
       77  ZM-ROW1                   PIC 9(8)  COMP VALUE 0.
       77  ZM-COL1                   PIC 9(8)  COMP VALUE 0.
       77  ZM-ROW2                   PIC 9(8)  COMP VALUE 0.
       77  ZM-COL2                   PIC 9(8)  COMP VALUE 0.

      * --- ZONE-RESTRICTED is 'Y' for a zone named on a ZONESKU
      *     card; ZONE-ROLL-OK is worked out per inbound roll and
      *     says whether the roll may go in the zone. ---
       01  ZONE-TABLE.
           05 ZONE-ENTRY OCCURS 20 TIMES.
              10 ZONE-CODE           PIC X(8).
              10 ZONE-RESTRICTED     PIC X.
              10 ZONE-ROLL-OK        PIC X.
              10 ZONE-SLOTTED        PIC 9(5) COMP.

      * --- Zone assignment per grid cell (0 = no zone); 500 must
      *     match MAX-ROWS/MAX-COLS and GRID, see note there ---
       01  ZONE-ASSIGN-GRID.
           05 ZA-ROW OCCURS 500 TIMES.
              10 ZA-COL OCCURS 500 TIMES.
                 15 ZA-ZONE          PIC 9(4) COMP.

      * --- ZONESKU pairs off the control cards. MAX-ZONE-SKUS is
      *     the ZS-ENTRY OCCURS bound below. ---
       77  MAX-ZONE-SKUS             PIC 9(4)  COMP VALUE 500.
       77  ZONE-SKU-COUNT            PIC 9(4)  COMP VALUE 0.
       77  ZONE-SKU-IDX              PIC 9(4)  COMP VALUE 0.
       77  ZONE-SKU-UNKNOWN-COUNT    PIC 9(4)  COMP VALUE 0.
       77  UNRESTRICTED-OK-FLAG      PIC X     VALUE 'Y'.
       77  SKU-DEDICATED-FLAG        PIC X     VALUE 'N'.

       01  ZONE-SKU-TABLE.
           05 ZS-ENTRY OCCURS 500 TIMES.
              10 ZS-ZONE-CODE        PIC X(8).
              10 ZS-ZONE-IDX         PIC 9(2) COMP.
              10 ZS-SKU              PIC X(12).

      * --- The site's roll manifest. MAX-MANIFEST is the MN-ENTRY
      *     OCCURS bound below and matches AOC25D04's MAX-MANIFEST.
      *     MN-STANDING says the roll is still on the dumped
      *     floor. ---
       77  MAX-MANIFEST              PIC 9(5)  COMP VALUE 50000.
       77  MANIFEST-COUNT            PIC 9(5)  COMP VALUE 0.
       77  MANIFEST-IDX              PIC 9(5)  COMP VALUE 0.
       77  MANIFEST-BAD-COUNT        PIC 9(5)  COMP VALUE 0.
       77  MANIFEST-EOF-FLAG         PIC X     VALUE 'N'.
       77  MANIFEST-CARD-OK-FLAG     PIC X     VALUE 'N'.
       77  MF-ROW-STR                PIC X(5)  VALUE SPACES.
       77  MF-COL-STR                PIC X(5)  VALUE SPACES.
       77  MF-ID-STR                 PIC X(10) VALUE SPACES.
       77  MF-ROW                    PIC 9(8)  COMP VALUE 0.
       77  MF-COL                    PIC 9(8)  COMP VALUE 0.
       77  CARRIED-CARD-COUNT        PIC 9(9)  COMP VALUE 0.
       77  DROPPED-CARD-COUNT        PIC 9(9)  COMP VALUE 0.
       77  NEW-CARD-COUNT            PIC 9(9)  COMP VALUE 0.

       01  MANIFEST-TABLE.
           05 MN-ENTRY OCCURS 50000 TIMES.
              10 MN-ROLL-ID          PIC X(10).
              10 MN-STANDING         PIC X.

      * --- Inbound receipt card parse fields. The wider strings
      *     catch a field too long for its column. ---
       77  INBOUND-EOF-FLAG          PIC X     VALUE 'N'.
       77  INBOUND-CARD-COUNT        PIC 9(9)  COMP VALUE 0.
       77  IB-ID-STR                 PIC X(12) VALUE SPACES.
       77  IB-SKU-STR                PIC X(14) VALUE SPACES.
       77  IB-LOT-STR                PIC X(10) VALUE SPACES.
       77  IB-QTY-STR                PIC X(8)  VALUE SPACES.
       77  IB-EXTRA-STR              PIC X(8)  VALUE SPACES.
       77  IB-QTY                    PIC 9(8)  COMP VALUE 0.
       77  IB-QTY-IDX                PIC 9(8)  COMP VALUE 0.
       77  IB-REJECT-REASON          PIC X(34) VALUE SPACES.

      * --- Roll-ID numbering for a QTY line: the trailing digits
      *     of the first ID (at most 9 of them) count up by one per
      *     roll, keeping their width ---
       77  ID-POS                    PIC S9(4) COMP VALUE 0.
       77  ID-LAST                   PIC S9(4) COMP VALUE 0.
       77  ID-DIGIT-START            PIC S9(4) COMP VALUE 0.
       77  ID-DIGIT-WIDTH            PIC S9(4) COMP VALUE 0.
       77  ID-BASE-NUM               PIC 9(9)  COMP VALUE 0.
       77  ID-MAX-NUM                PIC 9(10) COMP VALUE 0.
       77  ID-NUM-DISP               PIC 9(9)  VALUE 0.
       77  NEW-ROLL-ID               PIC X(10) VALUE SPACES.
       77  ROLL-ID-KNOWN-FLAG        PIC X     VALUE 'N'.

      * --- The inbound rolls in receipt order and where each was
      *     slotted. IB-RESULT: 'A' accessible and traps nothing,
      *     'T' accessible but traps IB-TRAPS rolls next to it,
      *     'B' blocked in from the day it lands, 'N' no cell
      *     allowed. MAX-INBOUND is the IB-ENTRY OCCURS bound
      *     below. ---
       77  MAX-INBOUND               PIC 9(5)  COMP VALUE 5000.
       77  INBOUND-COUNT             PIC 9(5)  COMP VALUE 0.
       77  INBOUND-IDX               PIC 9(5)  COMP VALUE 0.
       77  INBOUND-SEARCH-IDX        PIC 9(5)  COMP VALUE 0.

       01  INBOUND-TABLE.
           05 IB-ENTRY OCCURS 5000 TIMES.
              10 IB-ROLL-ID          PIC X(10).
              10 IB-SKU              PIC X(12).
              10 IB-LOT              PIC X(8).
              10 IB-ROW              PIC 9(4) COMP.
              10 IB-COL              PIC 9(4) COMP.
              10 IB-ZONE             PIC 9(2) COMP.
              10 IB-RESULT           PIC X.
              10 IB-NEIGHBORS        PIC 9(2) COMP.
              10 IB-TRAPS            PIC 9(2) COMP.

      * --- Receipt lines and rolls turned away. MAX-REJECTS is the
      *     RJ-ENTRY OCCURS bound below; past it they are still
      *     counted. ---
       77  MAX-REJECTS               PIC 9(4)  COMP VALUE 500.
       77  REJECT-COUNT              PIC 9(9)  COMP VALUE 0.
       77  REJECT-IDX                PIC 9(4)  COMP VALUE 0.

       01  REJECT-TABLE.
           05 RJ-ENTRY OCCURS 500 TIMES.
              10 RJ-CARD             PIC X(40).
              10 RJ-REASON           PIC X(34).

      * --- Cell scoring. A lower score is a better slot:
      *       accessible, traps nothing    0000 + (8 - neighbours)
      *       accessible, traps some       1000 + 10 x traps
      *                                         + (8 - neighbours)
      *       blocked in                   2000 + 10 x traps
      *                                         + neighbours
      *     so the slot that strands nothing comes first, and among
      *     those the one tucked in tightest against rolls already
      *     standing, leaving open floor open. Ties go to the first
      *     cell in row-major order. ---
       77  CAND-NEIGHBORS            PIC 9(2)  COMP VALUE 0.
       77  CAND-TRAPS                PIC 9(2)  COMP VALUE 0.
       77  CAND-SCORE                PIC 9(5)  COMP VALUE 0.
       77  BEST-SCORE                PIC 9(5)  COMP VALUE 0.
       77  BEST-ROW                  PIC 9(4)  COMP VALUE 0.
       77  BEST-COL                  PIC 9(4)  COMP VALUE 0.
       77  BEST-NEIGHBORS            PIC 9(2)  COMP VALUE 0.
       77  BEST-TRAPS                PIC 9(2)  COMP VALUE 0.
       77  NO-SLOT-SCORE             PIC 9(5)  COMP VALUE 99999.

      * --- Run outcome ---
       77  SLOTTED-ACCESSIBLE-COUNT  PIC 9(5)  COMP VALUE 0.
       77  SLOTTED-TRAPPING-COUNT    PIC 9(5)  COMP VALUE 0.
       77  SLOTTED-BLOCKED-COUNT     PIC 9(5)  COMP VALUE 0.
       77  NOT-SLOTTED-COUNT         PIC 9(5)  COMP VALUE 0.

      * --- Per-SKU receipt summary. MAX-SKUS is the SS-ENTRY
      *     OCCURS bound below; SKUs past it are still slotted,
      *     they just fall out of the summary (counted). ---
       77  MAX-SKUS                  PIC 9(4)  COMP VALUE 1000.
       77  SKU-COUNT                 PIC 9(4)  COMP VALUE 0.
       77  SKU-IDX                   PIC 9(4)  COMP VALUE 0.
       77  SKU-FOUND-IDX             PIC 9(4)  COMP VALUE 0.
       77  SKU-OVERFLOW-COUNT        PIC 9(5)  COMP VALUE 0.

       01  SKU-SUMMARY-TABLE.
           05 SS-ENTRY OCCURS 1000 TIMES.
              10 SS-SKU              PIC X(12).
              10 SS-RECEIVED         PIC 9(5) COMP.
              10 SS-PREFERRED        PIC 9(5) COMP.
              10 SS-OTHER            PIC 9(5) COMP.
              10 SS-NOT-SLOTTED      PIC 9(5) COMP.

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
       77  WS-EDIT-NUM-2             PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-COUNT-1           PIC ZZZZ9.
       77  WS-EDIT-COUNT-2           PIC ZZZZ9.
       77  WS-EDIT-COUNT-3           PIC ZZZZ9.
       77  WS-EDIT-COUNT-4           PIC ZZZZ9.
       77  WS-EDIT-SMALL             PIC Z9.
       77  WS-EDIT-ROW               PIC 9(4).
       77  WS-EDIT-COL               PIC 9(4).
       77  WS-SLOT-STR               PIC X(12) VALUE SPACES.
       77  WS-ZONE-STR               PIC X(8)  VALUE SPACES.
       77  WS-NBR-STR                PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * ------------------------------------------------------------
      *  Program entry point: load the controls, the site's rule,
      *  post-removal grid, zone map and manifest, read the
      *  inbound receipts, recommend a cell for each roll in
      *  receipt order, and write the proposed manifest and the
      *  put-away report.
      *  Return code 0 when every roll got a cell where it stays
      *  accessible and strands nothing, 4 when a receipt line or
      *  roll was turned away, a roll got no cell, or a roll could
      *  only be slotted where it traps a neighbour or is blocked
      *  in, 8 when a control card or the rule profile was
      *  unusable, 12 when the grid dump could not be read or the
      *  proposed manifest could not be written.
      * ------------------------------------------------------------
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM INIT-OFFSETS

           PERFORM LOAD-CONTROL-CARDS

           IF CTL-VALID-FLAG = 'N'
               DISPLAY "AOC25SLT: UNUSABLE CONTROL CARD - CORRECT "
                       "THE SLTCTL CARDS AND RESUBMIT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-RULE-PROFILE

           IF RULE-PROFILE-VALID-FLAG = 'N'
               DISPLAY "AOC25SLT: UNUSABLE RULE PROFILE - CORRECT "
                       "THE RULECTL CARDS AND RESUBMIT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-GRID-DUMP

           IF GRID-READ-FAILED = 'Y'
               DISPLAY "AOC25SLT: GRID DUMP (GRDDUMP) UNUSABLE - "
                       "STATUS " WS-GRIDIN-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-ZONE-MAP
           PERFORM RESOLVE-ZONE-SKU-RULES

           IF ZONE-SKU-UNKNOWN-COUNT > 0
               MOVE ZONE-SKU-UNKNOWN-COUNT TO WS-EDIT-COUNT-1
               DISPLAY "AOC25SLT: " WS-EDIT-COUNT-1
                       " ZONESKU CARD(S) NAME A ZONE NOT ON THE "
                       "ZONE MAP"
               DISPLAY "AOC25SLT: UNUSABLE CONTROL CARD - CORRECT "
                       "THE SLTCTL CARDS AND RESUBMIT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-ROLL-MANIFEST
           PERFORM COUNT-FLOOR-NEIGHBORS
           PERFORM LOAD-INBOUND-CARDS
           PERFORM SLOT-INBOUND-ROLLS

           PERFORM WRITE-PROPOSED-MANIFEST
           IF WS-MANOUT-STATUS NOT = '00'
               DISPLAY "AOC25SLT: PROPOSED MANIFEST (SLTMAN) WOULD "
                       "NOT OPEN - STATUS " WS-MANOUT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-SLOTTING-REPORT

           IF REJECT-COUNT > 0
              OR NOT-SLOTTED-COUNT > 0
              OR SLOTTED-TRAPPING-COUNT > 0
              OR SLOTTED-BLOCKED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.
      * ============================================================
      *  End of MAIN-PROCEDURE
      * ============================================================

      * ------------------------------------------------------------
      *  INIT-OFFSETS
      *  - Loads the neighborhood offsets, orthogonals first, in
      *    the same order as AOC25D04's INIT-OFFSETS.
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
      *  LOAD-CONTROL-CARDS
      *  - Reads the optional SLTCTL cards.
      * ------------------------------------------------------------
       LOAD-CONTROL-CARDS.
           MOVE 'Y' TO CTL-VALID-FLAG
           MOVE 0   TO ZONE-SKU-COUNT

           OPEN INPUT SLTCTL-FILE
           IF WS-SLTCTL-STATUS NOT = '00'
               IF WS-SLTCTL-STATUS = '05'
                   CLOSE SLTCTL-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO CTL-EOF-FLAG
           PERFORM UNTIL CTL-EOF-FLAG = 'Y'
               READ SLTCTL-FILE
                   AT END
                       MOVE 'Y' TO CTL-EOF-FLAG
                   NOT AT END
                       IF SLTCTL-LINE = SPACES
                           CONTINUE
                       ELSE
                           PERFORM PARSE-CONTROL-CARD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SLTCTL-FILE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  PARSE-CONTROL-CARD
      *  - Parses one KEYWORD=VALUE card out of SLTCTL-LINE.
      * ------------------------------------------------------------
       PARSE-CONTROL-CARD.
           MOVE SPACES TO CTL-KEY-STR
           MOVE SPACES TO CTL-VAL-STR

           UNSTRING SLTCTL-LINE DELIMITED BY '='
               INTO CTL-KEY-STR CTL-VAL-STR
           END-UNSTRING

           EVALUATE CTL-KEY-STR
               WHEN 'SITE'
                   IF CTL-VAL-STR = SPACES
                      OR CTL-VAL-STR (9:) NOT = SPACES
                       MOVE 'N' TO CTL-VALID-FLAG
                   ELSE
                       MOVE CTL-VAL-STR TO SLT-SITE-ID
                   END-IF
               WHEN 'ZONESKU'
                   PERFORM PARSE-ZONESKU-CARD
               WHEN OTHER
                   MOVE 'N' TO CTL-VALID-FLAG
           END-EVALUATE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  PARSE-ZONESKU-CARD
      *  - Splits a ZONESKU=zone,sku value and stores the pair. The
      *    zone code is checked against the zone map once it is
      *    loaded (RESOLVE-ZONE-SKU-RULES).
      * ------------------------------------------------------------
       PARSE-ZONESKU-CARD.
           MOVE SPACES TO CTL-ZONE-STR
           MOVE SPACES TO CTL-SKU-STR

           UNSTRING CTL-VAL-STR DELIMITED BY ','
               INTO CTL-ZONE-STR CTL-SKU-STR
           END-UNSTRING

           IF CTL-ZONE-STR = SPACES
              OR CTL-ZONE-STR (9:) NOT = SPACES
              OR CTL-SKU-STR = SPACES
              OR CTL-SKU-STR (13:) NOT = SPACES
              OR ZONE-SKU-COUNT >= MAX-ZONE-SKUS
               MOVE 'N' TO CTL-VALID-FLAG
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO ZONE-SKU-COUNT
           MOVE CTL-ZONE-STR TO ZS-ZONE-CODE (ZONE-SKU-COUNT)
           MOVE CTL-SKU-STR  TO ZS-SKU (ZONE-SKU-COUNT)
           MOVE 0            TO ZS-ZONE-IDX (ZONE-SKU-COUNT).
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
      *  LOAD-RULE-PROFILE
      *  - Reads the optional rule-profile cards over AOC25D04's
      *    defaults. Same validity rules as AOC25D04: an unknown
      *    keyword, a value out of range, or a threshold above the
      *    direction count marks it unusable.
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
      *  LOAD-GRID-DUMP
      *  - Reads the post-removal dump into GRID, measuring the
      *    width off the first row the way AOC25PKC's LOAD-GRID-
      *    DUMP does. A ragged row, an empty dump, one past the
      *    500x500 limit, or a READ status neither '00' nor at-end
      *    marks the read failed - slots picked off half a floor
      *    could land on a roll that is standing.
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
      *  LOAD-ZONE-MAP
      *  - Loads the optional ZONEMAP cards into the per-cell zone
      *    assignment grid and the zone table, the same way
      *    AOC25D04's LOAD-ZONE-MAP does. Bad cards are counted and
      *    skipped; AOC25D04 reports them on the site's run.
      * ------------------------------------------------------------
       LOAD-ZONE-MAP.
           MOVE 'N' TO ZONE-MAP-LOADED-FLAG
           MOVE 0   TO ZONE-COUNT
           MOVE 0   TO ZONE-BAD-CARD-COUNT

           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > NUM-ROWS
               PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > NUM-COLS
                   MOVE 0 TO ZA-ZONE (WS-ROW, WS-COL)
               END-PERFORM
           END-PERFORM

           PERFORM VARYING ZONE-IDX FROM 1 BY 1
                   UNTIL ZONE-IDX > MAX-ZONES
               MOVE SPACES TO ZONE-CODE (ZONE-IDX)
               MOVE 'N'    TO ZONE-RESTRICTED (ZONE-IDX)
               MOVE 'Y'    TO ZONE-ROLL-OK (ZONE-IDX)
               MOVE 0      TO ZONE-SLOTTED (ZONE-IDX)
           END-PERFORM

           OPEN INPUT ZONEMAP-FILE
           IF WS-ZONEMAP-STATUS NOT = '00'
               IF WS-ZONEMAP-STATUS = '05'
                   CLOSE ZONEMAP-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO ZONE-EOF-FLAG
           PERFORM UNTIL ZONE-EOF-FLAG = 'Y'
               READ ZONEMAP-FILE
                   AT END
                       MOVE 'Y' TO ZONE-EOF-FLAG
                   NOT AT END
                       IF ZONEMAP-LINE = SPACES
                           CONTINUE
                       ELSE
                           PERFORM PARSE-ZONE-CARD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ZONEMAP-FILE

           IF ZONE-COUNT > 0
               MOVE 'Y' TO ZONE-MAP-LOADED-FLAG
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  PARSE-ZONE-CARD
      *  - Parses one CODE,ROW1,COL1[,ROW2,COL2] card out of
      *    ZONEMAP-LINE and paints the region onto ZONE-ASSIGN-GRID,
      *    by AOC25D04's rules: ROW2/COL2 omitted together means a
      *    single cell, regions are clipped to the grid, an origin
      *    off the grid or reversed corners reject the card, and
      *    later cards overwrite earlier ones where they overlap.
      * ------------------------------------------------------------
       PARSE-ZONE-CARD.
           MOVE 'Y' TO ZONE-CARD-VALID-FLAG
           MOVE SPACES TO ZM-CODE-STR
           MOVE SPACES TO ZM-R1-STR
           MOVE SPACES TO ZM-C1-STR
           MOVE SPACES TO ZM-R2-STR
           MOVE SPACES TO ZM-C2-STR

           UNSTRING ZONEMAP-LINE DELIMITED BY ','
               INTO ZM-CODE-STR ZM-R1-STR ZM-C1-STR
                    ZM-R2-STR ZM-C2-STR
           END-UNSTRING

           IF ZM-CODE-STR = SPACES
               MOVE 'N' TO ZONE-CARD-VALID-FLAG
           END-IF

           IF ZONE-CARD-VALID-FLAG = 'Y'
               MOVE ZM-R1-STR TO CARD-CHECK-FIELD
               PERFORM CHECK-CARD-DIGITS
               IF CARD-DIGITS-OK = 'N'
                   MOVE 'N' TO ZONE-CARD-VALID-FLAG
               END-IF
           END-IF

           IF ZONE-CARD-VALID-FLAG = 'Y'
               MOVE ZM-C1-STR TO CARD-CHECK-FIELD
               PERFORM CHECK-CARD-DIGITS
               IF CARD-DIGITS-OK = 'N'
                   MOVE 'N' TO ZONE-CARD-VALID-FLAG
               END-IF
           END-IF

           IF ZONE-CARD-VALID-FLAG = 'Y'
               COMPUTE ZM-ROW1 = FUNCTION NUMVAL(ZM-R1-STR)
               COMPUTE ZM-COL1 = FUNCTION NUMVAL(ZM-C1-STR)
               IF ZM-R2-STR = SPACES AND ZM-C2-STR = SPACES
                   MOVE ZM-ROW1 TO ZM-ROW2
                   MOVE ZM-COL1 TO ZM-COL2
               ELSE
                   MOVE ZM-R2-STR TO CARD-CHECK-FIELD
                   PERFORM CHECK-CARD-DIGITS
                   IF CARD-DIGITS-OK = 'N'
                       MOVE 'N' TO ZONE-CARD-VALID-FLAG
                   ELSE
                       MOVE ZM-C2-STR TO CARD-CHECK-FIELD
                       PERFORM CHECK-CARD-DIGITS
                       IF CARD-DIGITS-OK = 'N'
                           MOVE 'N' TO ZONE-CARD-VALID-FLAG
                       ELSE
                           COMPUTE ZM-ROW2 = FUNCTION NUMVAL(ZM-R2-STR)
                           COMPUTE ZM-COL2 = FUNCTION NUMVAL(ZM-C2-STR)
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF ZONE-CARD-VALID-FLAG = 'Y'
               IF ZM-ROW2 > NUM-ROWS
                   MOVE NUM-ROWS TO ZM-ROW2
               END-IF
               IF ZM-COL2 > NUM-COLS
                   MOVE NUM-COLS TO ZM-COL2
               END-IF
               IF ZM-ROW1 < 1 OR ZM-ROW1 > NUM-ROWS
                  OR ZM-COL1 < 1 OR ZM-COL1 > NUM-COLS
                  OR ZM-ROW1 > ZM-ROW2 OR ZM-COL1 > ZM-COL2
                   MOVE 'N' TO ZONE-CARD-VALID-FLAG
               END-IF
           END-IF

           IF ZONE-CARD-VALID-FLAG = 'Y'
               PERFORM LOCATE-ZONE-ENTRY
               IF ZONE-FOUND-IDX = 0
                   MOVE 'N' TO ZONE-CARD-VALID-FLAG
               END-IF
           END-IF

           IF ZONE-CARD-VALID-FLAG = 'Y'
               PERFORM VARYING WS-ROW FROM ZM-ROW1 BY 1
                       UNTIL WS-ROW > ZM-ROW2
                   PERFORM VARYING WS-COL FROM ZM-COL1 BY 1
                           UNTIL WS-COL > ZM-COL2
                       MOVE ZONE-FOUND-IDX
                         TO ZA-ZONE (WS-ROW, WS-COL)
                   END-PERFORM
               END-PERFORM
           ELSE
               ADD 1 TO ZONE-BAD-CARD-COUNT
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  LOCATE-ZONE-ENTRY
      *  - Finds ZM-CODE-STR in the zone table, adding it if it is
      *    new and the table still has room. Returns its index in
      *    ZONE-FOUND-IDX, or 0 when the table is already full of
      *    MAX-ZONES other codes.
      * ------------------------------------------------------------
       LOCATE-ZONE-ENTRY.
           MOVE 0 TO ZONE-FOUND-IDX

           PERFORM VARYING ZONE-IDX FROM 1 BY 1
                   UNTIL ZONE-IDX > ZONE-COUNT
               IF ZONE-CODE (ZONE-IDX) = ZM-CODE-STR
                   MOVE ZONE-IDX TO ZONE-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF ZONE-FOUND-IDX = 0 AND ZONE-COUNT < MAX-ZONES
               ADD 1 TO ZONE-COUNT
               MOVE ZM-CODE-STR TO ZONE-CODE (ZONE-COUNT)
               MOVE ZONE-COUNT  TO ZONE-FOUND-IDX
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  RESOLVE-ZONE-SKU-RULES
      *  - Ties each ZONESKU pair to its zone on the loaded map and
      *    marks the zone restricted. A pair naming a zone the map
      *    doesn't have is counted - the restriction can't be
      *    honoured, so the run stops rather than slot the SKU
      *    anywhere.
      * ------------------------------------------------------------
       RESOLVE-ZONE-SKU-RULES.
           MOVE 0 TO ZONE-SKU-UNKNOWN-COUNT

           PERFORM VARYING ZONE-SKU-IDX FROM 1 BY 1
                   UNTIL ZONE-SKU-IDX > ZONE-SKU-COUNT
               PERFORM VARYING ZONE-IDX FROM 1 BY 1
                       UNTIL ZONE-IDX > ZONE-COUNT
                   IF ZONE-CODE (ZONE-IDX)
                      = ZS-ZONE-CODE (ZONE-SKU-IDX)
                       MOVE ZONE-IDX TO ZS-ZONE-IDX (ZONE-SKU-IDX)
                       MOVE 'Y' TO ZONE-RESTRICTED (ZONE-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF ZS-ZONE-IDX (ZONE-SKU-IDX) = 0
                   ADD 1 TO ZONE-SKU-UNKNOWN-COUNT
               END-IF
           END-PERFORM.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  LOAD-ROLL-MANIFEST
      *  - Loads the roll ID of every usable ROLLMAN card and
      *    whether that roll is still standing on the dump. A card
      *    without digits in ROW/COL, without a roll ID, or off the
      *    dumped grid is counted and skipped (AOC25D04 already
      *    wrote the full rejects to its reconciliation report).
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
                           IF MANIFEST-CARD-OK-FLAG = 'N'
                              OR MANIFEST-COUNT >= MAX-MANIFEST
                               ADD 1 TO MANIFEST-BAD-COUNT
                           ELSE
                               ADD 1 TO MANIFEST-COUNT
                               MOVE MF-ID-STR
                                 TO MN-ROLL-ID (MANIFEST-COUNT)
                               IF GRID-CELL (MF-ROW, MF-COL) = '@'
                                   MOVE 'Y'
                                     TO MN-STANDING (MANIFEST-COUNT)
                               ELSE
                                   MOVE 'N'
                                     TO MN-STANDING (MANIFEST-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MANIFEST-FILE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  PARSE-MANIFEST-CARD
      *  - Parses the ROW,COL,ROLL-ID part of the card in
      *    MANIFEST-LINE into MF-ROW, MF-COL and MF-ID-STR, setting
      *    MANIFEST-CARD-OK-FLAG when all three are usable and the
      *    location is on the dumped grid.
      * ------------------------------------------------------------
       PARSE-MANIFEST-CARD.
           MOVE 'N' TO MANIFEST-CARD-OK-FLAG
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

           IF CARD-DIGITS-OK = 'N' OR MF-ID-STR = SPACES
               EXIT PARAGRAPH
           END-IF

           COMPUTE MF-ROW = FUNCTION NUMVAL(MF-ROW-STR)
           COMPUTE MF-COL = FUNCTION NUMVAL(MF-COL-STR)
           IF MF-ROW < 1 OR MF-ROW > NUM-ROWS
              OR MF-COL < 1 OR MF-COL > NUM-COLS
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO MANIFEST-CARD-OK-FLAG.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  COUNT-FLOOR-NEIGHBORS
      *  - Fills SLOT-GRID with each cell's standing neighbours on
      *    the dumped floor under the site's rule, and counts the
      *    floor's rolls and empty cells for the heading.
      * ------------------------------------------------------------
       COUNT-FLOOR-NEIGHBORS.
           MOVE 0 TO ROLLS-ON-FLOOR
           MOVE 0 TO EMPTY-CELLS

           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > NUM-ROWS
               PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > NUM-COLS
                   MOVE 'N' TO SG-PLACED (WS-ROW, WS-COL)
                   MOVE 0   TO SG-NEIGHBORS (WS-ROW, WS-COL)
                   IF GRID-CELL (WS-ROW, WS-COL) = '@'
                       ADD 1 TO ROLLS-ON-FLOOR
                   ELSE
                       ADD 1 TO EMPTY-CELLS
                   END-IF
                   PERFORM VARYING OFFSET-IDX FROM 1 BY 1
                           UNTIL OFFSET-IDX > RULE-DIRECTIONS
                       COMPUTE NB-ROW = WS-ROW + OFFSET-DR (OFFSET-IDX)
                       COMPUTE NB-COL = WS-COL + OFFSET-DC (OFFSET-IDX)
                       IF NB-ROW >= 1 AND NB-ROW <= NUM-ROWS
                          AND NB-COL >= 1 AND NB-COL <= NUM-COLS
                          AND GRID-CELL (NB-ROW, NB-COL) = '@'
                           ADD 1 TO SG-NEIGHBORS (WS-ROW, WS-COL)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  LOAD-INBOUND-CARDS
      *  - Reads the receipt cards, expanding each line into its
      *    rolls in the inbound table. A line or roll that can't be
      *    taken is turned away with its reason.
      * ------------------------------------------------------------
       LOAD-INBOUND-CARDS.
           MOVE 0 TO INBOUND-COUNT
           MOVE 0 TO INBOUND-CARD-COUNT
           MOVE 0 TO REJECT-COUNT

           OPEN INPUT INBOUND-FILE
           IF WS-INBOUND-STATUS NOT = '00'
               IF WS-INBOUND-STATUS = '05'
                   CLOSE INBOUND-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO INBOUND-EOF-FLAG
           PERFORM UNTIL INBOUND-EOF-FLAG = 'Y'
               READ INBOUND-FILE
                   AT END
                       MOVE 'Y' TO INBOUND-EOF-FLAG
                   NOT AT END
                       IF INBOUND-LINE = SPACES
                           CONTINUE
                       ELSE
                           ADD 1 TO INBOUND-CARD-COUNT
                           PERFORM PARSE-INBOUND-CARD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INBOUND-FILE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  PARSE-INBOUND-CARD
      *  - Parses one ROLL-ID,SKU,LOT[,QTY] card and adds its rolls.
      *    A roll ID, SKU or lot too long for its column, a missing
      *    roll ID or SKU, a quantity outside 1-999, or a QTY line
      *    whose IDs can't be numbered on turns the whole line
      *    away.
      * ------------------------------------------------------------
       PARSE-INBOUND-CARD.
           MOVE SPACES TO IB-ID-STR
           MOVE SPACES TO IB-SKU-STR
           MOVE SPACES TO IB-LOT-STR
           MOVE SPACES TO IB-QTY-STR
           MOVE SPACES TO IB-EXTRA-STR

           UNSTRING INBOUND-LINE DELIMITED BY ','
               INTO IB-ID-STR IB-SKU-STR IB-LOT-STR
                    IB-QTY-STR IB-EXTRA-STR
           END-UNSTRING

           EVALUATE TRUE
               WHEN IB-ID-STR = SPACES
                   MOVE "ROLL ID MISSING" TO IB-REJECT-REASON
               WHEN IB-SKU-STR = SPACES
                   MOVE "SKU MISSING" TO IB-REJECT-REASON
               WHEN IB-ID-STR (11:) NOT = SPACES
                 OR IB-SKU-STR (13:) NOT = SPACES
                 OR IB-LOT-STR (9:) NOT = SPACES
                 OR IB-EXTRA-STR NOT = SPACES
                   MOVE "FIELD TOO LONG OR EXTRA FIELD"
                     TO IB-REJECT-REASON
               WHEN OTHER
                   MOVE SPACES TO IB-REJECT-REASON
           END-EVALUATE

           IF IB-REJECT-REASON NOT = SPACES
               PERFORM REJECT-INBOUND-CARD
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO IB-QTY
           IF IB-QTY-STR NOT = SPACES
               MOVE IB-QTY-STR TO CARD-CHECK-FIELD
               PERFORM CHECK-CARD-DIGITS
               IF CARD-DIGITS-OK = 'Y'
                   COMPUTE IB-QTY = FUNCTION NUMVAL(IB-QTY-STR)
               END-IF
               IF CARD-DIGITS-OK = 'N'
                  OR IB-QTY < 1 OR IB-QTY > 999
                   MOVE "QUANTITY NOT 1-999" TO IB-REJECT-REASON
                   PERFORM REJECT-INBOUND-CARD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF IB-QTY = 1
               MOVE IB-ID-STR TO NEW-ROLL-ID
               PERFORM ADD-INBOUND-ROLL
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ROLL-ID-NUMBER
           IF ID-DIGIT-WIDTH = 0
               MOVE "QTY NEEDS A NUMBERED ROLL ID"
                 TO IB-REJECT-REASON
               PERFORM REJECT-INBOUND-CARD
               EXIT PARAGRAPH
           END-IF

           COMPUTE ID-MAX-NUM = 10 ** ID-DIGIT-WIDTH - 1
           IF ID-BASE-NUM + IB-QTY - 1 > ID-MAX-NUM
               MOVE "ROLL ID NUMBERS RUN OUT"
                 TO IB-REJECT-REASON
               PERFORM REJECT-INBOUND-CARD
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING IB-QTY-IDX FROM 0 BY 1
                   UNTIL IB-QTY-IDX >= IB-QTY
               COMPUTE ID-NUM-DISP = ID-BASE-NUM + IB-QTY-IDX
               MOVE IB-ID-STR TO NEW-ROLL-ID
               MOVE ID-NUM-DISP (10 - ID-DIGIT-WIDTH:ID-DIGIT-WIDTH)
                 TO NEW-ROLL-ID (ID-DIGIT-START:ID-DIGIT-WIDTH)
               PERFORM ADD-INBOUND-ROLL
           END-PERFORM.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  FIND-ROLL-ID-NUMBER
      *  - Finds the trailing digits of the roll ID in IB-ID-STR:
      *    ID-DIGIT-START and ID-DIGIT-WIDTH (0 when it ends in a
      *    non-digit; at most the last 9 digits), and their value
      *    in ID-BASE-NUM.
      * ------------------------------------------------------------
       FIND-ROLL-ID-NUMBER.
           MOVE 0 TO ID-DIGIT-WIDTH
           MOVE 0 TO ID-BASE-NUM
           MOVE 0 TO ID-LAST

           PERFORM VARYING ID-POS FROM 10 BY -1
                   UNTIL ID-POS < 1
               IF IB-ID-STR (ID-POS:1) NOT = SPACE
                   MOVE ID-POS TO ID-LAST
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE ID-LAST TO ID-DIGIT-START
           ADD 1 TO ID-DIGIT-START
           PERFORM VARYING ID-POS FROM ID-LAST BY -1
                   UNTIL ID-POS < 1
               IF IB-ID-STR (ID-POS:1) < '0'
                  OR IB-ID-STR (ID-POS:1) > '9'
                   EXIT PERFORM
               END-IF
               MOVE ID-POS TO ID-DIGIT-START
           END-PERFORM

           COMPUTE ID-DIGIT-WIDTH = ID-LAST - ID-DIGIT-START + 1
           IF ID-DIGIT-WIDTH > 9
               COMPUTE ID-DIGIT-START = ID-LAST - 8
               MOVE 9 TO ID-DIGIT-WIDTH
           END-IF

           IF ID-DIGIT-WIDTH > 0
               COMPUTE ID-BASE-NUM = FUNCTION NUMVAL(
                   IB-ID-STR (ID-DIGIT-START:ID-DIGIT-WIDTH))
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  ADD-INBOUND-ROLL
      *  - Adds the roll NEW-ROLL-ID of the current receipt line to
      *    the inbound table, unless it is still standing on the
      *    floor by the manifest, was already received on an
      *    earlier line, or the table is full.
      * ------------------------------------------------------------
       ADD-INBOUND-ROLL.
           MOVE 'N' TO ROLL-ID-KNOWN-FLAG
           PERFORM VARYING MANIFEST-IDX FROM 1 BY 1
                   UNTIL MANIFEST-IDX > MANIFEST-COUNT
               IF MN-ROLL-ID (MANIFEST-IDX) = NEW-ROLL-ID
                  AND MN-STANDING (MANIFEST-IDX) = 'Y'
                   MOVE 'Y' TO ROLL-ID-KNOWN-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF ROLL-ID-KNOWN-FLAG = 'Y'
               MOVE SPACES TO IB-REJECT-REASON
               STRING NEW-ROLL-ID DELIMITED BY SPACE
                      " STILL ON THE FLOOR" DELIMITED BY SIZE
                   INTO IB-REJECT-REASON
               END-STRING
               PERFORM REJECT-INBOUND-CARD
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING INBOUND-SEARCH-IDX FROM 1 BY 1
                   UNTIL INBOUND-SEARCH-IDX > INBOUND-COUNT
               IF IB-ROLL-ID (INBOUND-SEARCH-IDX) = NEW-ROLL-ID
                   MOVE 'Y' TO ROLL-ID-KNOWN-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF ROLL-ID-KNOWN-FLAG = 'Y'
               MOVE SPACES TO IB-REJECT-REASON
               STRING NEW-ROLL-ID DELIMITED BY SPACE
                      " RECEIVED TWICE" DELIMITED BY SIZE
                   INTO IB-REJECT-REASON
               END-STRING
               PERFORM REJECT-INBOUND-CARD
               EXIT PARAGRAPH
           END-IF

           IF INBOUND-COUNT >= MAX-INBOUND
               MOVE SPACES TO IB-REJECT-REASON
               STRING NEW-ROLL-ID DELIMITED BY SPACE
                      " - INBOUND TABLE FULL" DELIMITED BY SIZE
                   INTO IB-REJECT-REASON
               END-STRING
               PERFORM REJECT-INBOUND-CARD
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO INBOUND-COUNT
           MOVE NEW-ROLL-ID TO IB-ROLL-ID (INBOUND-COUNT)
           MOVE IB-SKU-STR  TO IB-SKU (INBOUND-COUNT)
           MOVE IB-LOT-STR  TO IB-LOT (INBOUND-COUNT)
           MOVE 0           TO IB-ROW (INBOUND-COUNT)
           MOVE 0           TO IB-COL (INBOUND-COUNT)
           MOVE 0           TO IB-ZONE (INBOUND-COUNT)
           MOVE 'N'         TO IB-RESULT (INBOUND-COUNT)
           MOVE 0           TO IB-NEIGHBORS (INBOUND-COUNT)
           MOVE 0           TO IB-TRAPS (INBOUND-COUNT).
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  REJECT-INBOUND-CARD
      *  - Records the current receipt line as turned away for
      *    IB-REJECT-REASON.
      * ------------------------------------------------------------
       REJECT-INBOUND-CARD.
           ADD 1 TO REJECT-COUNT
           IF REJECT-COUNT <= MAX-REJECTS
               MOVE INBOUND-LINE     TO RJ-CARD (REJECT-COUNT)
               MOVE IB-REJECT-REASON TO RJ-REASON (REJECT-COUNT)
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  SLOT-INBOUND-ROLLS
      *  - Recommends a cell for each inbound roll in receipt order,
      *    standing each one on the floor before the next is
      *    considered.
      * ------------------------------------------------------------
       SLOT-INBOUND-ROLLS.
           MOVE 0 TO SLOTTED-ACCESSIBLE-COUNT
           MOVE 0 TO SLOTTED-TRAPPING-COUNT
           MOVE 0 TO SLOTTED-BLOCKED-COUNT
           MOVE 0 TO NOT-SLOTTED-COUNT

           PERFORM VARYING INBOUND-IDX FROM 1 BY 1
                   UNTIL INBOUND-IDX > INBOUND-COUNT
               PERFORM SET-ROLL-ZONE-ELIGIBILITY
               PERFORM FIND-BEST-CELL
               IF BEST-SCORE = NO-SLOT-SCORE
                   MOVE 'N' TO IB-RESULT (INBOUND-IDX)
                   ADD 1 TO NOT-SLOTTED-COUNT
               ELSE
                   PERFORM PLACE-INBOUND-ROLL
               END-IF
               PERFORM TALLY-SKU-SUMMARY
           END-PERFORM.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  SET-ROLL-ZONE-ELIGIBILITY
      *  - Works out which zones the current roll's SKU may go in.
      *    A SKU named on ZONESKU cards goes only to its listed
      *    zones (never to unzoned floor); any other SKU goes to
      *    any zone not restricted, and to unzoned floor.
      * ------------------------------------------------------------
       SET-ROLL-ZONE-ELIGIBILITY.
           MOVE 'N' TO SKU-DEDICATED-FLAG
           PERFORM VARYING ZONE-SKU-IDX FROM 1 BY 1
                   UNTIL ZONE-SKU-IDX > ZONE-SKU-COUNT
               IF ZS-SKU (ZONE-SKU-IDX) = IB-SKU (INBOUND-IDX)
                   MOVE 'Y' TO SKU-DEDICATED-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF SKU-DEDICATED-FLAG = 'Y'
               MOVE 'N' TO UNRESTRICTED-OK-FLAG
               PERFORM VARYING ZONE-IDX FROM 1 BY 1
                       UNTIL ZONE-IDX > ZONE-COUNT
                   MOVE 'N' TO ZONE-ROLL-OK (ZONE-IDX)
               END-PERFORM
               PERFORM VARYING ZONE-SKU-IDX FROM 1 BY 1
                       UNTIL ZONE-SKU-IDX > ZONE-SKU-COUNT
                   IF ZS-SKU (ZONE-SKU-IDX) = IB-SKU (INBOUND-IDX)
                       MOVE 'Y'
                         TO ZONE-ROLL-OK (ZS-ZONE-IDX (ZONE-SKU-IDX))
                   END-IF
               END-PERFORM
           ELSE
               MOVE 'Y' TO UNRESTRICTED-OK-FLAG
               PERFORM VARYING ZONE-IDX FROM 1 BY 1
                       UNTIL ZONE-IDX > ZONE-COUNT
                   IF ZONE-RESTRICTED (ZONE-IDX) = 'Y'
                       MOVE 'N' TO ZONE-ROLL-OK (ZONE-IDX)
                   ELSE
                       MOVE 'Y' TO ZONE-ROLL-OK (ZONE-IDX)
                   END-IF
               END-PERFORM
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  FIND-BEST-CELL
      *  - Scores every empty cell the roll may go in and keeps the
      *    lowest score (see the scoring note in WORKING-STORAGE).
      *    BEST-SCORE stays at NO-SLOT-SCORE when no cell is
      *    allowed.
      * ------------------------------------------------------------
       FIND-BEST-CELL.
           MOVE NO-SLOT-SCORE TO BEST-SCORE

           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > NUM-ROWS
               PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > NUM-COLS
                   IF GRID-CELL (WS-ROW, WS-COL) NOT = '@'
                       IF ZA-ZONE (WS-ROW, WS-COL) = 0
                           IF UNRESTRICTED-OK-FLAG = 'Y'
                               PERFORM SCORE-CANDIDATE-CELL
                           END-IF
                       ELSE
                           IF ZONE-ROLL-OK (ZA-ZONE (WS-ROW, WS-COL))
                              = 'Y'
                               PERFORM SCORE-CANDIDATE-CELL
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  SCORE-CANDIDATE-CELL
      *  - Scores the empty cell (WS-ROW, WS-COL). A standing
      *    neighbour is trapped by the new roll when it is
      *    accessible now (fewer than RULE-THRESHOLD neighbours)
      *    and the new roll would bring it up to the threshold.
      * ------------------------------------------------------------
       SCORE-CANDIDATE-CELL.
           MOVE SG-NEIGHBORS (WS-ROW, WS-COL) TO CAND-NEIGHBORS
           MOVE 0 TO CAND-TRAPS

           PERFORM VARYING OFFSET-IDX FROM 1 BY 1
                   UNTIL OFFSET-IDX > RULE-DIRECTIONS
               COMPUTE NB-ROW = WS-ROW + OFFSET-DR (OFFSET-IDX)
               COMPUTE NB-COL = WS-COL + OFFSET-DC (OFFSET-IDX)
               IF NB-ROW >= 1 AND NB-ROW <= NUM-ROWS
                  AND NB-COL >= 1 AND NB-COL <= NUM-COLS
                  AND GRID-CELL (NB-ROW, NB-COL) = '@'
                   IF SG-NEIGHBORS (NB-ROW, NB-COL) + 1
                      = RULE-THRESHOLD
                       ADD 1 TO CAND-TRAPS
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN CAND-NEIGHBORS >= RULE-THRESHOLD
                   COMPUTE CAND-SCORE = 2000 + 10 * CAND-TRAPS
                                      + CAND-NEIGHBORS
               WHEN CAND-TRAPS > 0
                   COMPUTE CAND-SCORE = 1000 + 10 * CAND-TRAPS
                                      + 8 - CAND-NEIGHBORS
               WHEN OTHER
                   COMPUTE CAND-SCORE = 8 - CAND-NEIGHBORS
           END-EVALUATE

           IF CAND-SCORE < BEST-SCORE
               MOVE CAND-SCORE     TO BEST-SCORE
               MOVE WS-ROW         TO BEST-ROW
               MOVE WS-COL         TO BEST-COL
               MOVE CAND-NEIGHBORS TO BEST-NEIGHBORS
               MOVE CAND-TRAPS     TO BEST-TRAPS
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  PLACE-INBOUND-ROLL
      *  - Stands the current roll on its best cell, records the
      *    outcome, and raises the neighbour count of every cell
      *    around it.
      * ------------------------------------------------------------
       PLACE-INBOUND-ROLL.
           MOVE BEST-ROW       TO IB-ROW (INBOUND-IDX)
           MOVE BEST-COL       TO IB-COL (INBOUND-IDX)
           MOVE BEST-NEIGHBORS TO IB-NEIGHBORS (INBOUND-IDX)
           MOVE BEST-TRAPS     TO IB-TRAPS (INBOUND-IDX)
           MOVE ZA-ZONE (BEST-ROW, BEST-COL) TO IB-ZONE (INBOUND-IDX)

           EVALUATE TRUE
               WHEN BEST-SCORE >= 2000
                   MOVE 'B' TO IB-RESULT (INBOUND-IDX)
                   ADD 1 TO SLOTTED-BLOCKED-COUNT
               WHEN BEST-SCORE >= 1000
                   MOVE 'T' TO IB-RESULT (INBOUND-IDX)
                   ADD 1 TO SLOTTED-TRAPPING-COUNT
               WHEN OTHER
                   MOVE 'A' TO IB-RESULT (INBOUND-IDX)
                   ADD 1 TO SLOTTED-ACCESSIBLE-COUNT
           END-EVALUATE

           IF IB-ZONE (INBOUND-IDX) > 0
               ADD 1 TO ZONE-SLOTTED (IB-ZONE (INBOUND-IDX))
           END-IF

           MOVE '@' TO GRID-CELL (BEST-ROW, BEST-COL)
           MOVE 'Y' TO SG-PLACED (BEST-ROW, BEST-COL)

           PERFORM VARYING OFFSET-IDX FROM 1 BY 1
                   UNTIL OFFSET-IDX > RULE-DIRECTIONS
               COMPUTE NB-ROW = BEST-ROW + OFFSET-DR (OFFSET-IDX)
               COMPUTE NB-COL = BEST-COL + OFFSET-DC (OFFSET-IDX)
               IF NB-ROW >= 1 AND NB-ROW <= NUM-ROWS
                  AND NB-COL >= 1 AND NB-COL <= NUM-COLS
                   ADD 1 TO SG-NEIGHBORS (NB-ROW, NB-COL)
               END-IF
           END-PERFORM.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  TALLY-SKU-SUMMARY
      *  - Adds the current roll's outcome to its SKU's line in the
      *    receipt summary.
      * ------------------------------------------------------------
       TALLY-SKU-SUMMARY.
           MOVE 0 TO SKU-FOUND-IDX
           PERFORM VARYING SKU-IDX FROM 1 BY 1
                   UNTIL SKU-IDX > SKU-COUNT
               IF SS-SKU (SKU-IDX) = IB-SKU (INBOUND-IDX)
                   MOVE SKU-IDX TO SKU-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF SKU-FOUND-IDX = 0
               IF SKU-COUNT >= MAX-SKUS
                   ADD 1 TO SKU-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SKU-COUNT
               MOVE SKU-COUNT TO SKU-FOUND-IDX
               MOVE IB-SKU (INBOUND-IDX) TO SS-SKU (SKU-COUNT)
               MOVE 0 TO SS-RECEIVED (SKU-COUNT)
               MOVE 0 TO SS-PREFERRED (SKU-COUNT)
               MOVE 0 TO SS-OTHER (SKU-COUNT)
               MOVE 0 TO SS-NOT-SLOTTED (SKU-COUNT)
           END-IF

           ADD 1 TO SS-RECEIVED (SKU-FOUND-IDX)
           EVALUATE IB-RESULT (INBOUND-IDX)
               WHEN 'A'
                   ADD 1 TO SS-PREFERRED (SKU-FOUND-IDX)
               WHEN 'N'
                   ADD 1 TO SS-NOT-SLOTTED (SKU-FOUND-IDX)
               WHEN OTHER
                   ADD 1 TO SS-OTHER (SKU-FOUND-IDX)
           END-EVALUATE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-PROPOSED-MANIFEST
      *  - Writes SLTMAN: the ROLLMAN cards whose roll still stands
      *    on the dump, unchanged and in their original order, then
      *    a ROW,COL,ROLL-ID,SKU,LOT card for each slotted inbound
      *    roll. Cards for cells the dump shows empty, and cards
      *    AOC25D04 would reject anyway, are left behind and
      *    counted.
      * ------------------------------------------------------------
       WRITE-PROPOSED-MANIFEST.
           MOVE 0 TO CARRIED-CARD-COUNT
           MOVE 0 TO DROPPED-CARD-COUNT
           MOVE 0 TO NEW-CARD-COUNT

           OPEN OUTPUT MANOUT-FILE
           IF WS-MANOUT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = '00'
               MOVE 'N' TO MANIFEST-EOF-FLAG
               PERFORM UNTIL MANIFEST-EOF-FLAG = 'Y'
                   READ MANIFEST-FILE
                       AT END
                           MOVE 'Y' TO MANIFEST-EOF-FLAG
                       NOT AT END
                           IF MANIFEST-LINE NOT = SPACES
                               PERFORM CARRY-MANIFEST-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
           ELSE
               IF WS-MANIFEST-STATUS = '05'
                   CLOSE MANIFEST-FILE
               END-IF
           END-IF

           PERFORM VARYING INBOUND-IDX FROM 1 BY 1
                   UNTIL INBOUND-IDX > INBOUND-COUNT
               IF IB-RESULT (INBOUND-IDX) NOT = 'N'
                   MOVE IB-ROW (INBOUND-IDX) TO WS-EDIT-ROW
                   MOVE IB-COL (INBOUND-IDX) TO WS-EDIT-COL
                   MOVE SPACES TO MANOUT-LINE
                   STRING WS-EDIT-ROW "," WS-EDIT-COL ","
                              DELIMITED BY SIZE
                          IB-ROLL-ID (INBOUND-IDX)
                              DELIMITED BY SPACE
                          "," DELIMITED BY SIZE
                          IB-SKU (INBOUND-IDX)
                              DELIMITED BY SPACE
                          "," DELIMITED BY SIZE
                          IB-LOT (INBOUND-IDX)
                              DELIMITED BY SPACE
                       INTO MANOUT-LINE
                   END-STRING
                   WRITE MANOUT-LINE
                   ADD 1 TO NEW-CARD-COUNT
               END-IF
           END-PERFORM

           CLOSE MANOUT-FILE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  CARRY-MANIFEST-CARD
      *  - Copies the ROLLMAN card in MANIFEST-LINE to SLTMAN when
      *    its roll still stands on the dumped floor - '@' now and
      *    not a cell an inbound roll was just slotted into.
      * ------------------------------------------------------------
       CARRY-MANIFEST-CARD.
           PERFORM PARSE-MANIFEST-CARD

           IF MANIFEST-CARD-OK-FLAG = 'Y'
               IF GRID-CELL (MF-ROW, MF-COL) = '@'
                  AND SG-PLACED (MF-ROW, MF-COL) = 'N'
                   MOVE MANIFEST-LINE TO MANOUT-LINE
                   WRITE MANOUT-LINE
                   ADD 1 TO CARRIED-CARD-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO DROPPED-CARD-COUNT.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-SLOTTING-REPORT
      *  - Heading and floor summary, the put-away list in receipt
      *    order, the receipt summary by SKU, the lines turned
      *    away, and the proposed-manifest counts.
      * ------------------------------------------------------------
       WRITE-SLOTTING-REPORT.
           STRING WS-RUN-YYYY  "-"
                  WS-RUN-MM    "-"
                  WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           END-STRING

           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "AOC25SLT - PUT-AWAY SLOTTING RECOMMENDATIONS"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "RUN DATE   : " WS-RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF SLT-SITE-ID NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "SITE       : " SLT-SITE-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           MOVE RULE-THRESHOLD  TO WS-EDIT-RULE-1
           MOVE RULE-DIRECTIONS TO WS-EDIT-RULE-2
           MOVE SPACES TO REPORT-LINE
           STRING "RULE       : ACCESSIBLE BELOW " WS-EDIT-RULE-1
                  " OF " WS-EDIT-RULE-2 " NEIGHBOURS"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE NUM-ROWS       TO WS-EDIT-DIM-1
           MOVE NUM-COLS       TO WS-EDIT-DIM-2
           MOVE ROLLS-ON-FLOOR TO WS-EDIT-NUM-1
           MOVE EMPTY-CELLS    TO WS-EDIT-NUM-2
           MOVE SPACES TO REPORT-LINE
           STRING "GRID       : " WS-EDIT-DIM-1 " X " WS-EDIT-DIM-2
                  "  ROLLS " WS-EDIT-NUM-1
                  "  EMPTY " WS-EDIT-NUM-2
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF ZONE-MAP-LOADED-FLAG = 'Y'
               MOVE ZONE-COUNT          TO WS-EDIT-COUNT-1
               MOVE ZONE-SKU-COUNT      TO WS-EDIT-COUNT-2
               MOVE ZONE-BAD-CARD-COUNT TO WS-EDIT-COUNT-3
               STRING "ZONE MAP   : " WS-EDIT-COUNT-1 " ZONE(S), "
                      WS-EDIT-COUNT-2 " ZONE/SKU RULE(S), "
                      WS-EDIT-COUNT-3 " BAD CARD(S)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "ZONE MAP   : NOT PRESENT - WHOLE FLOOR OPEN"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE

           MOVE INBOUND-CARD-COUNT TO WS-EDIT-COUNT-1
           MOVE INBOUND-COUNT      TO WS-EDIT-COUNT-2
           MOVE REJECT-COUNT       TO WS-EDIT-COUNT-3
           MOVE SPACES TO REPORT-LINE
           STRING "INBOUND    : " WS-EDIT-COUNT-1 " LINE(S), "
                  WS-EDIT-COUNT-2 " ROLL(S), "
                  WS-EDIT-COUNT-3 " TURNED AWAY"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "PUT-AWAY LIST"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  ROLL-ID    SKU          LOT       ROW  COL  "
                  "ZONE     SLOT         NB"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING INBOUND-IDX FROM 1 BY 1
                   UNTIL INBOUND-IDX > INBOUND-COUNT
               PERFORM WRITE-PUTAWAY-LINE
           END-PERFORM

           MOVE SLOTTED-ACCESSIBLE-COUNT TO WS-EDIT-COUNT-1
           MOVE SLOTTED-TRAPPING-COUNT   TO WS-EDIT-COUNT-2
           MOVE SLOTTED-BLOCKED-COUNT    TO WS-EDIT-COUNT-3
           MOVE NOT-SLOTTED-COUNT        TO WS-EDIT-COUNT-4
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCESSIBLE " WS-EDIT-COUNT-1
                  "  TRAPS NEIGHBOUR " WS-EDIT-COUNT-2
                  "  BLOCKED IN " WS-EDIT-COUNT-3
                  "  NO SLOT " WS-EDIT-COUNT-4
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM WRITE-SKU-SUMMARY
           PERFORM WRITE-REJECT-SECTION

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE CARRIED-CARD-COUNT TO WS-EDIT-NUM-1
           MOVE SPACES TO REPORT-LINE
           STRING "PROPOSED MANIFEST (SLTMAN)"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  CARRIED FORWARD    : " WS-EDIT-NUM-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE DROPPED-CARD-COUNT TO WS-EDIT-NUM-1
           MOVE SPACES TO REPORT-LINE
           STRING "  LEFT BEHIND        : " WS-EDIT-NUM-1
                  "  (ROLL NO LONGER ON THE FLOOR)"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE NEW-CARD-COUNT TO WS-EDIT-NUM-1
           MOVE SPACES TO REPORT-LINE
           STRING "  NEW PUT-AWAY CARDS : " WS-EDIT-NUM-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE REPORT-FILE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-PUTAWAY-LINE
      *  - One put-away line for the roll at INBOUND-IDX: where it
      *    goes, its zone, how the slot stands and the rolls next
      *    to it when it lands.
      * ------------------------------------------------------------
       WRITE-PUTAWAY-LINE.
           MOVE SPACES TO WS-ZONE-STR
           MOVE SPACES TO WS-NBR-STR
           MOVE SPACES TO WS-SLOT-STR

           IF IB-RESULT (INBOUND-IDX) = 'N'
               MOVE "NO SLOT" TO WS-SLOT-STR
               MOVE SPACES TO REPORT-LINE
               STRING "  " IB-ROLL-ID (INBOUND-IDX)
                      " " IB-SKU (INBOUND-IDX)
                      " " IB-LOT (INBOUND-IDX)
                      " ---- ----  -        " WS-SLOT-STR
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           IF IB-ZONE (INBOUND-IDX) = 0
               MOVE "-" TO WS-ZONE-STR
           ELSE
               MOVE ZONE-CODE (IB-ZONE (INBOUND-IDX)) TO WS-ZONE-STR
           END-IF

           EVALUATE IB-RESULT (INBOUND-IDX)
               WHEN 'A'
                   MOVE "ACCESSIBLE" TO WS-SLOT-STR
               WHEN 'T'
                   MOVE IB-TRAPS (INBOUND-IDX) TO WS-EDIT-SMALL
                   STRING "TRAPS " WS-EDIT-SMALL
                       DELIMITED BY SIZE INTO WS-SLOT-STR
                   END-STRING
               WHEN OTHER
                   MOVE "BLOCKED IN" TO WS-SLOT-STR
           END-EVALUATE

           MOVE IB-NEIGHBORS (INBOUND-IDX) TO WS-EDIT-SMALL
           MOVE WS-EDIT-SMALL TO WS-NBR-STR
           MOVE IB-ROW (INBOUND-IDX) TO WS-EDIT-ROW
           MOVE IB-COL (INBOUND-IDX) TO WS-EDIT-COL

           MOVE SPACES TO REPORT-LINE
           STRING "  " IB-ROLL-ID (INBOUND-IDX)
                  " " IB-SKU (INBOUND-IDX)
                  " " IB-LOT (INBOUND-IDX)
                  " " WS-EDIT-ROW
                  " " WS-EDIT-COL
                  "  " WS-ZONE-STR
                  " " WS-SLOT-STR
                  " " WS-NBR-STR
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-SKU-SUMMARY
      *  - Rolls received per SKU and how they were slotted.
      * ------------------------------------------------------------
       WRITE-SKU-SUMMARY.
           IF SKU-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "RECEIPTS BY SKU"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  SKU          RECEIVED ACCESSIBLE  OTHER SLOT"
                  "  NO SLOT"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING SKU-IDX FROM 1 BY 1
                   UNTIL SKU-IDX > SKU-COUNT
               MOVE SS-RECEIVED (SKU-IDX)    TO WS-EDIT-COUNT-1
               MOVE SS-PREFERRED (SKU-IDX)   TO WS-EDIT-COUNT-2
               MOVE SS-OTHER (SKU-IDX)       TO WS-EDIT-COUNT-3
               MOVE SS-NOT-SLOTTED (SKU-IDX) TO WS-EDIT-COUNT-4
               MOVE SPACES TO REPORT-LINE
               STRING "  " SS-SKU (SKU-IDX)
                      "    " WS-EDIT-COUNT-1
                      "      " WS-EDIT-COUNT-2
                      "      " WS-EDIT-COUNT-3
                      "    " WS-EDIT-COUNT-4
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM

           IF SKU-OVERFLOW-COUNT > 0
               MOVE SKU-OVERFLOW-COUNT TO WS-EDIT-COUNT-1
               MOVE SPACES TO REPORT-LINE
               STRING "  ... " WS-EDIT-COUNT-1
                      " MORE ROLL(S) OF SKUS PAST THE SUMMARY LIMIT"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-REJECT-SECTION
      *  - Receipt lines and rolls turned away, with the reason.
      * ------------------------------------------------------------
       WRITE-REJECT-SECTION.
           IF REJECT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "TURNED AWAY"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING REJECT-IDX FROM 1 BY 1
                   UNTIL REJECT-IDX > REJECT-COUNT
                      OR REJECT-IDX > MAX-REJECTS
               MOVE SPACES TO REPORT-LINE
               STRING "  " RJ-CARD (REJECT-IDX)
                      " " RJ-REASON (REJECT-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM

           IF REJECT-COUNT > MAX-REJECTS
               COMPUTE WS-EDIT-NUM-1 = REJECT-COUNT - MAX-REJECTS
               MOVE SPACES TO REPORT-LINE
               STRING "  ... " WS-EDIT-NUM-1 " MORE NOT LISTED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      * ------------------------------------------------------------

       END PROGRAM AOC25SLT.
