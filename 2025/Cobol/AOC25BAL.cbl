       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC25BAL.
       AUTHOR. IMPETUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * --- Warehouse/site master, keyed by site ID (see AOCMSTR).
      *     DYNAMIC access: swept in key order when no SITE cards
      *     name the sites, read by key for each site balanced.
      *     NOT OPTIONAL for the same reason as AOC25OPS - the
      *     master is what everything else is footed against, and
      *     a balance run without it must fail the step loudly. ---
           SELECT MASTER-FILE ASSIGN TO AOCMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-SITE-ID
               FILE STATUS IS WS-MASTER-STATUS.

      * --- The run-history archive AOC25D04 appends to on every
      *     completed run (see AOCHIST), read for each site's
      *     record for the balancing date ---
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      * --- The pick-batch control totals AOC25PKB appends (see
      *     AOCPKBT), read for each site's record for the date ---
           SELECT OPTIONAL PKBTOT-FILE ASSIGN TO PKBTOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PKBTOT-STATUS.

      * --- Each site's picking list and surviving-roll extract, as
      *     AOC25D04 wrote them. The dataset names change site by
      *     site (ASSIGN USING, the way AOC25D04 takes the names
      *     AOC25WHD hands it), so both are closed and reopened per
      *     site. OPTIONAL - a site with no manifest writes no list,
      *     a shop that doesn't run the extract has no PTSOUT, and
      *     a missing one is reported as such, not counted as
      *     zero. ---
           SELECT OPTIONAL PICKLIST-FILE
               ASSIGN USING PICKLIST-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PICKLIST-STATUS.

           SELECT OPTIONAL POINTS-FILE
               ASSIGN USING POINTS-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTSOUT-STATUS.

      * --- Optional balancing controls:
      *       DATE=yyyymmdd  the day being balanced (default:
      *                      today)
      *       SITE=id[,picklist,ptsout]
      *                      one card per site to balance, with
      *                      its picking-list and PTSOUT dataset
      *                      names when they aren't the AOC25WHD
      *                      defaults PICKid and PTSid
      *     No SITE cards balances every site on the master under
      *     the default names. No BALCTL DD leaves the defaults in
      *     force. ---
           SELECT OPTIONAL BALCTL-FILE ASSIGN TO BALCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALCTL-STATUS.

      * --- Machine-readable operations alert feed, shared with
      *     AOC25D04 and the other AOC25 jobs (see AOCALERT) ---
           SELECT OPTIONAL ALERT-FILE ASSIGN TO ALERTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

      * --- Formatted balancing report, one block per site ---
           SELECT REPORT-FILE ASSIGN TO BALRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * --- Warehouse/site master record (see AOCMSTR) ---
       FD  MASTER-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  MASTER-RECORD.
           COPY AOCMSTR.

      * --- Run-history archive record (see AOCHIST) ---
       FD  HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  HISTORY-RECORD.
           COPY AOCHIST.

      * --- Pick-batch control totals (see AOCPKBT) ---
       FD  PKBTOT-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  PKBTOT-RECORD.
           COPY AOCPKBT.

      * --- Picking-list record (see AOCPICK) ---
       FD  PICKLIST-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  PICK-LINE.
           COPY AOCPICK.

      * --- Surviving-roll coordinate extract: one COL,ROW record
      *     per trapped roll, blank separator records between
      *     datasets (same layout as AOC25D04's POINTS-FILE) ---
       FD  POINTS-FILE
           RECORD CONTAINS 1000 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  POINTS-LINE               PIC X(1000).

      * --- Balancing-control cards: KEYWORD=VALUE ---
       FD  BALCTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  BALCTL-LINE               PIC X(80).

      * --- Operations alert record (see AOCALERT) ---
       FD  ALERT-FILE
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  ALERT-RECORD.
           COPY AOCALERT.

      * --- Formatted balancing report ---
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS          PIC X(2)  VALUE SPACES.
       77  WS-HISTORY-STATUS         PIC X(2)  VALUE SPACES.
       77  WS-PKBTOT-STATUS          PIC X(2)  VALUE SPACES.
       77  WS-PICKLIST-STATUS        PIC X(2)  VALUE SPACES.
       77  WS-PTSOUT-STATUS          PIC X(2)  VALUE SPACES.
       77  WS-BALCTL-STATUS          PIC X(2)  VALUE SPACES.
       77  WS-ALERT-STATUS           PIC X(2)  VALUE SPACES.

      * --- Dataset names for the per-site files ---
       77  PICKLIST-FILE-NAME        PIC X(44) VALUE SPACES.
       77  POINTS-FILE-NAME          PIC X(44) VALUE SPACES.

      * --- Balancing controls ---
       77  BAL-DATE                  PIC 9(8)  VALUE 0.
       77  CTL-VALID-FLAG            PIC X     VALUE 'Y'.
       77  CTL-EOF-FLAG              PIC X     VALUE 'N'.
       77  CTL-KEY-STR               PIC X(12) VALUE SPACES.
       77  CTL-VAL-STR               PIC X(70) VALUE SPACES.
       77  CTL-VAL                   PIC 9(8)  COMP VALUE 0.
       77  SC-ID-STR                 PIC X(10) VALUE SPACES.
       77  SC-PICK-STR               PIC X(44) VALUE SPACES.
       77  SC-PTS-STR                PIC X(44) VALUE SPACES.

      * --- Shared all-digits check for card fields ---
       77  CARD-CHECK-FIELD          PIC X(8)  VALUE SPACES.
       77  CARD-CHECK-IDX            PIC 9(2)  COMP VALUE 0.
       77  CARD-CHECK-CHAR           PIC X     VALUE SPACE.
       77  CARD-DIGITS-OK            PIC X     VALUE 'N'.
       77  CARD-NONBLANK-FOUND       PIC X     VALUE 'N'.

      * --- The sites being balanced, from the SITE cards or the
      *     master sweep, with what the history archive and the
      *     PKB totals said about each for the balancing date.
      *     MAX-BAL-SITES is the BS-ENTRY OCCURS bound below; the
      *     two have to be raised together. A rerun leaves more
      *     than one record for the date - the last one read is
      *     the one that stands, and the count is reported. ---
       77  MAX-BAL-SITES             PIC 9(4)  COMP VALUE 200.
       77  BS-COUNT                  PIC 9(4)  COMP VALUE 0.
       77  BS-IDX                    PIC 9(4)  COMP VALUE 0.
       77  BS-FOUND-IDX              PIC 9(4)  COMP VALUE 0.
       77  BS-DROPPED-COUNT          PIC 9(5)  COMP VALUE 0.
       77  SITE-CARD-COUNT           PIC 9(4)  COMP VALUE 0.

       01  BAL-SITE-TABLE.
           05 BS-ENTRY OCCURS 200 TIMES.
              10 BS-SITE-ID          PIC X(8).
              10 BS-PICK-NAME        PIC X(44).
              10 BS-PTS-NAME         PIC X(44).
              10 BS-HST-RUNS         PIC 9(4) COMP.
              10 BS-HST-PART2        PIC 9(9) COMP.
              10 BS-PKT-RUNS         PIC 9(4) COMP.
              10 BS-PKT-READ         PIC 9(9) COMP.
              10 BS-PKT-BATCHED      PIC 9(9) COMP.
              10 BS-PKT-BAD          PIC 9(9) COMP.
              10 BS-PKT-DROPPED      PIC 9(9) COMP.

      * --- File sweep controls ---
       77  SWEEP-EOF-FLAG            PIC X     VALUE 'N'.
       77  HIST-EOF-FLAG             PIC X     VALUE 'N'.
       77  PKT-EOF-FLAG              PIC X     VALUE 'N'.
       77  PICK-EOF-FLAG             PIC X     VALUE 'N'.
       77  PTS-EOF-FLAG              PIC X     VALUE 'N'.

      * --- The current site's figures. A figure whose source
      *     isn't there for the date carries its flag 'N' and is
      *     reported as not present, never as zero. ---
       77  MST-FOUND-FLAG            PIC X     VALUE 'N'.
       77  GRID-DATED-FLAG           PIC X     VALUE 'N'.
       77  SURV-DATED-FLAG           PIC X     VALUE 'N'.
       77  PICK-PRESENT-FLAG         PIC X     VALUE 'N'.
       77  PTS-PRESENT-FLAG          PIC X     VALUE 'N'.
       77  PICK-RECORD-COUNT         PIC 9(9)  COMP VALUE 0.
       77  PTS-RECORD-COUNT          PIC 9(9)  COMP VALUE 0.
       77  PART2-REF-FLAG            PIC X     VALUE 'N'.
       77  PART2-REF                 PIC 9(9)  COMP VALUE 0.
       77  PKB-REF                   PIC 9(9)  COMP VALUE 0.
       77  SITE-OUT-FLAG             PIC X     VALUE 'N'.
       77  SITE-NOT-RUN-FLAG         PIC X     VALUE 'N'.
       77  SITE-DIFF                 PIC S9(10) COMP VALUE 0.

      * --- Run totals ---
       77  BALANCED-COUNT            PIC 9(5)  COMP VALUE 0.
       77  OUT-COUNT                 PIC 9(5)  COMP VALUE 0.
       77  NOT-RUN-COUNT             PIC 9(5)  COMP VALUE 0.

      * --- Alert staging fields, written by WRITE-ALERT-RECORD the
      *     same way AOC25D04's WRITE-ALERT-RECORD does ---
       77  ALERT-SEVERITY            PIC X     VALUE SPACE.
       77  ALERT-CODE                PIC X(8)  VALUE SPACES.
       77  ALERT-COUNT               PIC 9(9)  COMP VALUE 0.
       77  ALERT-LIMIT               PIC 9(9)  COMP VALUE 0.
       77  ALERT-TEXT                PIC X(40) VALUE SPACES.

      * --- Run date, and the balancing date for the heading ---
       01  WS-RUN-DATE.
           05 WS-RUN-YYYY            PIC 9(4).
           05 WS-RUN-MM              PIC 9(2).
           05 WS-RUN-DD              PIC 9(2).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD        PIC 9(8).
       77  WS-RUN-DATE-DISPLAY       PIC X(10).

       01  WS-BAL-DATE.
           05 WS-BAL-YYYY            PIC 9(4).
           05 WS-BAL-MM              PIC 9(2).
           05 WS-BAL-DD              PIC 9(2).
       01  WS-BAL-DATE-R REDEFINES WS-BAL-DATE.
           05 WS-BAL-YYYYMMDD        PIC 9(8).
       77  WS-BAL-DATE-DISPLAY       PIC X(10).

      * --- Report figure-line pieces: the label, the figure (or
      *     NOT PRESENT), the signed difference against what it
      *     foots to (blank when it wasn't judged) and a remark ---
       77  FIG-LABEL                 PIC X(26) VALUE SPACES.
       77  FIG-VALUE                 PIC 9(9)  COMP VALUE 0.
       77  FIG-PRESENT-FLAG          PIC X     VALUE 'N'.
       77  FIG-JUDGED-FLAG           PIC X     VALUE 'N'.
       77  FIG-REMARK                PIC X(22) VALUE SPACES.
       77  FIG-VALUE-STR             PIC X(11) VALUE SPACES.
       77  FIG-DIFF-STR              PIC X(12) VALUE SPACES.

      * --- Edited fields for the report lines ---
       77  WS-EDIT-NUM-1             PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-DIFF              PIC ----,---,--9.
       77  WS-EDIT-RC                PIC ZZZ9.
       77  WS-EDIT-COUNT             PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * ------------------------------------------------------------
      *  Program entry point: load the controls, settle the list
      *  of sites to balance, read the run-history archive and the
      *  PKB control totals for the balancing date, then foot each
      *  site's figures - Part 2 on the master against RUNHIST,
      *  the picking-list record count against Part 2, the picks
      *  AOC25PKB batched against the picking list, and the master
      *  point count against the PTSOUT records - printing each
      *  figure with its difference and alerting every condition
      *  that doesn't foot. Return code 0 when every site
      *  balances, 4 when some site had no grid run for the date
      *  (nothing to publish for it, and AOC25OPS pages for the
      *  missed run), 8 when any site is out of balance - its
      *  figures must not be published - or a control card was
      *  unusable or there was nothing to balance, 12 when the
      *  master itself could not be opened.
      * ------------------------------------------------------------
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-YYYYMMDD TO BAL-DATE

           PERFORM LOAD-CONTROL-CARDS

           IF CTL-VALID-FLAG = 'N'
               DISPLAY "AOC25BAL: UNUSABLE CONTROL CARD - CORRECT "
                       "THE BALCTL CARDS AND RESUBMIT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE BAL-DATE TO WS-BAL-YYYYMMDD

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "AOC25BAL: MASTER FILE UNAVAILABLE - STATUS "
                       WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           IF SITE-CARD-COUNT = 0
               PERFORM COLLECT-MASTER-SITES
           END-IF

           PERFORM LOAD-RUN-HISTORY
           PERFORM LOAD-BATCH-TOTALS

           PERFORM WRITE-BALANCE-REPORT

           CLOSE MASTER-FILE

           IF NOT-RUN-COUNT > 0
               MOVE NOT-RUN-COUNT TO WS-EDIT-COUNT
               DISPLAY "AOC25BAL: " WS-EDIT-COUNT
                       " SITE(S) HAD NO GRID RUN FOR THE DATE"
               MOVE 4 TO RETURN-CODE
           END-IF

           IF BS-COUNT = 0
               DISPLAY "AOC25BAL: NO SITES TO BALANCE - NOTHING "
                       "VERIFIED"
               MOVE 8 TO RETURN-CODE
           END-IF

           IF OUT-COUNT > 0
               MOVE OUT-COUNT TO WS-EDIT-COUNT
               DISPLAY "AOC25BAL: " WS-EDIT-COUNT
                       " SITE(S) OUT OF BALANCE - DO NOT PUBLISH - "
                       "SEE BALANCING REPORT"
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.
      * ============================================================
      *  End of MAIN-PROCEDURE
      * ============================================================

      * ------------------------------------------------------------
      *  LOAD-CONTROL-CARDS
      *  - Reads the optional BALCTL cards. A card that doesn't
      *    parse, a date out of range, a repeated SITE or one past
      *    the site table marks the controls unusable and
      *    MAIN-PROCEDURE rejects the run - a balance struck for
      *    the wrong day or half the sites would be taken as
      *    clean (same policy as AOC25TRD's controls).
      * ------------------------------------------------------------
       LOAD-CONTROL-CARDS.
           MOVE 'Y' TO CTL-VALID-FLAG
           MOVE 0   TO BS-COUNT
           MOVE 0   TO SITE-CARD-COUNT

           OPEN INPUT BALCTL-FILE
           IF WS-BALCTL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO CTL-EOF-FLAG
           PERFORM UNTIL CTL-EOF-FLAG = 'Y'
               READ BALCTL-FILE
                   AT END
                       MOVE 'Y' TO CTL-EOF-FLAG
                   NOT AT END
                       IF BALCTL-LINE = SPACES
                           CONTINUE
                       ELSE
                           PERFORM PARSE-CONTROL-CARD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BALCTL-FILE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  PARSE-CONTROL-CARD
      *  - Parses one KEYWORD=VALUE card out of BALCTL-LINE.
      * ------------------------------------------------------------
       PARSE-CONTROL-CARD.
           MOVE SPACES TO CTL-KEY-STR
           MOVE SPACES TO CTL-VAL-STR

           UNSTRING BALCTL-LINE DELIMITED BY '='
               INTO CTL-KEY-STR CTL-VAL-STR
           END-UNSTRING

           EVALUATE CTL-KEY-STR
               WHEN 'DATE'
                   MOVE CTL-VAL-STR TO CARD-CHECK-FIELD
                   PERFORM CHECK-CARD-DIGITS
                   IF CTL-VAL-STR (9:) NOT = SPACES
                       MOVE 'N' TO CARD-DIGITS-OK
                   END-IF
                   IF CARD-DIGITS-OK = 'Y'
                       COMPUTE CTL-VAL = FUNCTION NUMVAL(CTL-VAL-STR)
                   END-IF
                   IF CARD-DIGITS-OK = 'Y'
                      AND CTL-VAL >= 19000101 AND CTL-VAL <= 99991231
                       MOVE CTL-VAL TO BAL-DATE
                   ELSE
                       MOVE 'N' TO CTL-VALID-FLAG
                   END-IF
               WHEN 'SITE'
                   PERFORM PARSE-SITE-CARD
               WHEN OTHER
                   MOVE 'N' TO CTL-VALID-FLAG
           END-EVALUATE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  PARSE-SITE-CARD
      *  - Splits SITE=id[,picklist,ptsout] and adds the site to
      *    the balancing table, defaulting either dataset name
      *    the card leaves out.
      * ------------------------------------------------------------
       PARSE-SITE-CARD.
           MOVE SPACES TO SC-ID-STR
           MOVE SPACES TO SC-PICK-STR
           MOVE SPACES TO SC-PTS-STR

           UNSTRING CTL-VAL-STR DELIMITED BY ','
               INTO SC-ID-STR SC-PICK-STR SC-PTS-STR
           END-UNSTRING

           IF SC-ID-STR = SPACES
              OR SC-ID-STR (9:2) NOT = SPACES
               MOVE 'N' TO CTL-VALID-FLAG
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING BS-IDX FROM 1 BY 1
                   UNTIL BS-IDX > BS-COUNT
               IF BS-SITE-ID (BS-IDX) = SC-ID-STR (1:8)
                   MOVE 'N' TO CTL-VALID-FLAG
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF BS-COUNT >= MAX-BAL-SITES
               MOVE 'N' TO CTL-VALID-FLAG
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO SITE-CARD-COUNT
           PERFORM ADD-BALANCE-SITE

           IF SC-PICK-STR NOT = SPACES
               MOVE SC-PICK-STR TO BS-PICK-NAME (BS-COUNT)
           END-IF
           IF SC-PTS-STR NOT = SPACES
               MOVE SC-PTS-STR TO BS-PTS-NAME (BS-COUNT)
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
      *  ADD-BALANCE-SITE
      *  - Adds the site in SC-ID-STR as the next balancing table
      *    entry with the dataset names AOC25WHD would give it
      *    (PICKid, PTSid) and nothing yet known for the date.
      *    The caller has checked there is room.
      * ------------------------------------------------------------
       ADD-BALANCE-SITE.
           ADD 1 TO BS-COUNT
           MOVE SC-ID-STR (1:8) TO BS-SITE-ID (BS-COUNT)

           MOVE SPACES TO BS-PICK-NAME (BS-COUNT)
           STRING "PICK" DELIMITED BY SIZE
                  BS-SITE-ID (BS-COUNT) DELIMITED BY SPACE
               INTO BS-PICK-NAME (BS-COUNT)
           END-STRING

           MOVE SPACES TO BS-PTS-NAME (BS-COUNT)
           STRING "PTS" DELIMITED BY SIZE
                  BS-SITE-ID (BS-COUNT) DELIMITED BY SPACE
               INTO BS-PTS-NAME (BS-COUNT)
           END-STRING

           MOVE 0 TO BS-HST-RUNS (BS-COUNT)
           MOVE 0 TO BS-HST-PART2 (BS-COUNT)
           MOVE 0 TO BS-PKT-RUNS (BS-COUNT)
           MOVE 0 TO BS-PKT-READ (BS-COUNT)
           MOVE 0 TO BS-PKT-BATCHED (BS-COUNT)
           MOVE 0 TO BS-PKT-BAD (BS-COUNT)
           MOVE 0 TO BS-PKT-DROPPED (BS-COUNT).
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  COLLECT-MASTER-SITES
      *  - No SITE cards: every site on the master is balanced,
      *    in key order, under the default dataset names. Sites
      *    past the table are counted and reported - they are
      *    NOT balanced, and the console says so.
      * ------------------------------------------------------------
       COLLECT-MASTER-SITES.
           MOVE 0 TO BS-DROPPED-COUNT
           MOVE 'N' TO SWEEP-EOF-FLAG
           MOVE LOW-VALUES TO MST-SITE-ID

           START MASTER-FILE KEY >= MST-SITE-ID
               INVALID KEY
                   MOVE 'Y' TO SWEEP-EOF-FLAG
           END-START

           PERFORM UNTIL SWEEP-EOF-FLAG = 'Y'
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SWEEP-EOF-FLAG
                   NOT AT END
                       IF BS-COUNT < MAX-BAL-SITES
                           MOVE MST-SITE-ID TO SC-ID-STR
                           PERFORM ADD-BALANCE-SITE
                       ELSE
                           ADD 1 TO BS-DROPPED-COUNT
                       END-IF
               END-READ
           END-PERFORM

           IF BS-DROPPED-COUNT > 0
               MOVE BS-DROPPED-COUNT TO WS-EDIT-COUNT
               DISPLAY "AOC25BAL: SITE TABLE FULL - " WS-EDIT-COUNT
                       " SITE(S) NOT BALANCED"
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  FIND-BALANCE-SITE
      *  - Looks SC-ID-STR up in the balancing table; returns its
      *    index in BS-FOUND-IDX, or 0 when it isn't being
      *    balanced.
      * ------------------------------------------------------------
       FIND-BALANCE-SITE.
           MOVE 0 TO BS-FOUND-IDX

           PERFORM VARYING BS-IDX FROM 1 BY 1
                   UNTIL BS-IDX > BS-COUNT
               IF BS-SITE-ID (BS-IDX) = SC-ID-STR (1:8)
                   MOVE BS-IDX TO BS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  LOAD-RUN-HISTORY
      *  - Reads the whole RUNHIST archive and keeps, per site
      *    being balanced, the Part 2 of its last record for the
      *    balancing date. Records for other dates or other sites,
      *    and records whose date isn't numeric, are passed over.
      * ------------------------------------------------------------
       LOAD-RUN-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
              AND WS-HISTORY-STATUS NOT = '05'
               DISPLAY "AOC25BAL: RUNHIST UNAVAILABLE - STATUS "
                       WS-HISTORY-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO HIST-EOF-FLAG
           PERFORM UNTIL HIST-EOF-FLAG = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO HIST-EOF-FLAG
                   NOT AT END
                       IF HST-RUN-DATE IS NUMERIC
                          AND HST-RUN-DATE = BAL-DATE
                          AND HST-PART2 IS NUMERIC
                           MOVE HST-SITE-ID TO SC-ID-STR
                           PERFORM FIND-BALANCE-SITE
                           IF BS-FOUND-IDX > 0
                               ADD 1 TO BS-HST-RUNS (BS-FOUND-IDX)
                               MOVE HST-PART2
                                 TO BS-HST-PART2 (BS-FOUND-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HISTORY-FILE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  LOAD-BATCH-TOTALS
      *  - Reads the whole PKBTOT file and keeps, per site being
      *    balanced, the totals of its last AOC25PKB run for the
      *    balancing date.
      * ------------------------------------------------------------
       LOAD-BATCH-TOTALS.
           OPEN INPUT PKBTOT-FILE
           IF WS-PKBTOT-STATUS NOT = '00'
              AND WS-PKBTOT-STATUS NOT = '05'
               DISPLAY "AOC25BAL: PKBTOT UNAVAILABLE - STATUS "
                       WS-PKBTOT-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO PKT-EOF-FLAG
           PERFORM UNTIL PKT-EOF-FLAG = 'Y'
               READ PKBTOT-FILE
                   AT END
                       MOVE 'Y' TO PKT-EOF-FLAG
                   NOT AT END
                       IF PKT-RUN-DATE IS NUMERIC
                          AND PKT-RUN-DATE = BAL-DATE
                          AND PKT-PICKS-READ IS NUMERIC
                          AND PKT-PICKS-BATCHED IS NUMERIC
                          AND PKT-BAD-COUNT IS NUMERIC
                          AND PKT-DROPPED-COUNT IS NUMERIC
                           MOVE PKT-SITE-ID TO SC-ID-STR
                           PERFORM FIND-BALANCE-SITE
                           IF BS-FOUND-IDX > 0
                               PERFORM STORE-BATCH-TOTALS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PKBTOT-FILE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  STORE-BATCH-TOTALS
      *  - Takes the PKBTOT record just read as the latest for the
      *    site at BS-FOUND-IDX.
      * ------------------------------------------------------------
       STORE-BATCH-TOTALS.
           ADD 1 TO BS-PKT-RUNS (BS-FOUND-IDX)
           MOVE PKT-PICKS-READ    TO BS-PKT-READ (BS-FOUND-IDX)
           MOVE PKT-PICKS-BATCHED TO BS-PKT-BATCHED (BS-FOUND-IDX)
           MOVE PKT-BAD-COUNT     TO BS-PKT-BAD (BS-FOUND-IDX)
           MOVE PKT-DROPPED-COUNT TO BS-PKT-DROPPED (BS-FOUND-IDX).
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-BALANCE-REPORT
      *  - Heading, one block per site balanced, then the trailer
      *    with the balanced / out-of-balance / not-run counts.
      * ------------------------------------------------------------
       WRITE-BALANCE-REPORT.
           STRING WS-RUN-YYYY  "-"
                  WS-RUN-MM    "-"
                  WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           END-STRING

           STRING WS-BAL-YYYY  "-"
                  WS-BAL-MM    "-"
                  WS-BAL-DD
               DELIMITED BY SIZE INTO WS-BAL-DATE-DISPLAY
           END-STRING

           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "AOC25BAL - END-OF-STREAM CONTROL-TOTAL BALANCING"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "RUN DATE   : " WS-RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "BALANCING  : " WS-BAL-DATE-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE 0 TO BALANCED-COUNT
           MOVE 0 TO OUT-COUNT
           MOVE 0 TO NOT-RUN-COUNT

           PERFORM VARYING BS-IDX FROM 1 BY 1
                   UNTIL BS-IDX > BS-COUNT
               PERFORM BALANCE-ONE-SITE
           END-PERFORM

           IF BS-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "NO SITES TO BALANCE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE BS-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "SITES      : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE BALANCED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "BALANCED   : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE OUT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "OUT OF BAL : " WS-EDIT-COUNT
                  " SITE(S) - FIGURES NOT TO BE PUBLISHED"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE NOT-RUN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "NOT RUN    : " WS-EDIT-COUNT
                  " SITE(S) WITHOUT A GRID RUN FOR THE DATE"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE REPORT-FILE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  BALANCE-ONE-SITE
      *  - Gathers the site at BS-IDX's figures - its master
      *    record, its picking-list and PTSOUT record counts - then
      *    judges them and prints the site's block.
      * ------------------------------------------------------------
       BALANCE-ONE-SITE.
           MOVE 'N' TO SITE-OUT-FLAG
           MOVE 'N' TO SITE-NOT-RUN-FLAG
           MOVE 'N' TO MST-FOUND-FLAG
           MOVE 'N' TO GRID-DATED-FLAG
           MOVE 'N' TO SURV-DATED-FLAG

           MOVE BS-SITE-ID (BS-IDX) TO MST-SITE-ID
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MST-FOUND-FLAG
           END-READ

           IF MST-FOUND-FLAG = 'Y'
               IF MST-GRID-RUN-DATE = BAL-DATE
                   MOVE 'Y' TO GRID-DATED-FLAG
               END-IF
               IF MST-SURV-RUN-DATE = BAL-DATE
                   MOVE 'Y' TO SURV-DATED-FLAG
               END-IF
           END-IF

           PERFORM COUNT-PICKING-LIST
           PERFORM COUNT-POINTS-EXTRACT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "SITE " BS-SITE-ID (BS-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF MST-FOUND-FLAG = 'N'
               MOVE SPACES TO REPORT-LINE
               STRING "  *** SITE IS NOT ON THE MASTER ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE 'Y' TO SITE-OUT-FLAG
               MOVE 'E' TO ALERT-SEVERITY
               MOVE 'BALNOMST' TO ALERT-CODE
               MOVE 0 TO ALERT-COUNT
               MOVE 0 TO ALERT-LIMIT
               MOVE "SITE NOT ON THE MASTER" TO ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
           ELSE
               PERFORM WRITE-SITE-RUN-LINES
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "  FIGURE                          COUNT"
                  "    DIFFERENCE"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM BALANCE-PART2-FIGURES
           PERFORM BALANCE-PICK-FIGURES
           PERFORM BALANCE-POINT-FIGURES

           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN SITE-OUT-FLAG = 'Y'
                   ADD 1 TO OUT-COUNT
                   STRING "  STATUS   *** OUT OF BALANCE ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               WHEN SITE-NOT-RUN-FLAG = 'Y'
                   ADD 1 TO NOT-RUN-COUNT
                   STRING "  STATUS   NOT RUN - NOTHING TO BALANCE"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               WHEN OTHER
                   ADD 1 TO BALANCED-COUNT
                   STRING "  STATUS   BALANCED"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
           END-EVALUATE
           WRITE REPORT-LINE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-SITE-RUN-LINES
      *  - The master's grid-run and survey-run dates and return
      *    codes, so a figure judged stale can be seen to be.
      * ------------------------------------------------------------
       WRITE-SITE-RUN-LINES.
           MOVE MST-GRID-RC TO WS-EDIT-RC
           MOVE SPACES TO REPORT-LINE
           STRING "  GRID RUN " MST-GRID-RUN-DATE
                  " RC " WS-EDIT-RC
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE MST-SURV-RC TO WS-EDIT-RC
           MOVE SPACES TO REPORT-LINE
           STRING "  SURV RUN " MST-SURV-RUN-DATE
                  " RC " WS-EDIT-RC
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  COUNT-PICKING-LIST
      *  - Counts the non-blank records on the site's picking
      *    list. A list that isn't there (OPTIONAL open status
      *    '05', or no dataset at all) is flagged not present.
      * ------------------------------------------------------------
       COUNT-PICKING-LIST.
           MOVE 'N' TO PICK-PRESENT-FLAG
           MOVE 0   TO PICK-RECORD-COUNT
           MOVE BS-PICK-NAME (BS-IDX) TO PICKLIST-FILE-NAME

           OPEN INPUT PICKLIST-FILE
           IF WS-PICKLIST-STATUS NOT = '00'
               IF WS-PICKLIST-STATUS = '05'
                   CLOSE PICKLIST-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO PICK-PRESENT-FLAG
           MOVE 'N' TO PICK-EOF-FLAG
           PERFORM UNTIL PICK-EOF-FLAG = 'Y'
               READ PICKLIST-FILE
                   AT END
                       MOVE 'Y' TO PICK-EOF-FLAG
                   NOT AT END
                       IF PICK-LINE NOT = SPACES
                           ADD 1 TO PICK-RECORD-COUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PICKLIST-FILE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  COUNT-POINTS-EXTRACT
      *  - Counts the non-blank records on the site's PTSOUT
      *    extract - one per surviving roll; the blank records are
      *    dataset separators, which AOC25D09 doesn't count as
      *    points either. Not present is flagged the same way as
      *    the picking list.
      * ------------------------------------------------------------
       COUNT-POINTS-EXTRACT.
           MOVE 'N' TO PTS-PRESENT-FLAG
           MOVE 0   TO PTS-RECORD-COUNT
           MOVE BS-PTS-NAME (BS-IDX) TO POINTS-FILE-NAME

           OPEN INPUT POINTS-FILE
           IF WS-PTSOUT-STATUS NOT = '00'
               IF WS-PTSOUT-STATUS = '05'
                   CLOSE POINTS-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO PTS-PRESENT-FLAG
           MOVE 'N' TO PTS-EOF-FLAG
           PERFORM UNTIL PTS-EOF-FLAG = 'Y'
               READ POINTS-FILE
                   AT END
                       MOVE 'Y' TO PTS-EOF-FLAG
                   NOT AT END
                       IF POINTS-LINE NOT = SPACES
                           ADD 1 TO PTS-RECORD-COUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE POINTS-FILE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  BALANCE-PART2-FIGURES
      *  - Part 2 on the master against the RUNHIST record for the
      *    date. Both present: they must agree (BALHIST). History
      *    but a master grid group not dated the balancing date:
      *    the run's master update was lost (BALMSTDT). A master
      *    grid run for the date with no history: the run never
      *    completed cleanly - a suspended run lands here too,
      *    its Part 2 isn't final (BALNOHST). Neither: the site
      *    had no grid run for the date (BALNORUN, a warning -
      *    there is nothing to publish for it). Settles the Part
      *    2 reference the picking list foots against - the
      *    master's figure when dated, else the history's.
      * ------------------------------------------------------------
       BALANCE-PART2-FIGURES.
           MOVE 'N' TO PART2-REF-FLAG
           MOVE 0   TO PART2-REF

           IF GRID-DATED-FLAG = 'Y'
               MOVE 'Y' TO PART2-REF-FLAG
               MOVE MST-PART2 TO PART2-REF
           ELSE
               IF BS-HST-RUNS (BS-IDX) > 0
                   MOVE 'Y' TO PART2-REF-FLAG
                   MOVE BS-HST-PART2 (BS-IDX) TO PART2-REF
               END-IF
           END-IF

           MOVE "PART 2 ON THE MASTER" TO FIG-LABEL
           MOVE GRID-DATED-FLAG TO FIG-PRESENT-FLAG
           MOVE MST-PART2 TO FIG-VALUE
           MOVE 'N' TO FIG-JUDGED-FLAG
           MOVE SPACES TO FIG-REMARK
           IF MST-FOUND-FLAG = 'Y' AND GRID-DATED-FLAG = 'N'
               MOVE "NOT DATED FOR THE DAY" TO FIG-REMARK
           END-IF
           PERFORM WRITE-FIGURE-LINE

           MOVE "PART 2 ON RUNHIST" TO FIG-LABEL
           MOVE 'N' TO FIG-PRESENT-FLAG
           IF BS-HST-RUNS (BS-IDX) > 0
               MOVE 'Y' TO FIG-PRESENT-FLAG
           END-IF
           MOVE BS-HST-PART2 (BS-IDX) TO FIG-VALUE
           MOVE 'N' TO FIG-JUDGED-FLAG
           MOVE SPACES TO FIG-REMARK
           IF BS-HST-RUNS (BS-IDX) > 1
               MOVE BS-HST-RUNS (BS-IDX) TO WS-EDIT-COUNT
               STRING "LAST OF " WS-EDIT-COUNT " RUNS"
                   DELIMITED BY SIZE INTO FIG-REMARK
               END-STRING
           END-IF
           IF BS-HST-RUNS (BS-IDX) > 0 AND GRID-DATED-FLAG = 'Y'
               MOVE 'Y' TO FIG-JUDGED-FLAG
               COMPUTE SITE-DIFF = BS-HST-PART2 (BS-IDX) - MST-PART2
           END-IF
           PERFORM WRITE-FIGURE-LINE

           EVALUATE TRUE
               WHEN MST-FOUND-FLAG = 'N'
                   CONTINUE
               WHEN BS-HST-RUNS (BS-IDX) > 0
                AND GRID-DATED-FLAG = 'Y'
                   IF SITE-DIFF NOT = 0
                       MOVE 'Y' TO SITE-OUT-FLAG
                       MOVE 'E' TO ALERT-SEVERITY
                       MOVE 'BALHIST' TO ALERT-CODE
                       MOVE BS-HST-PART2 (BS-IDX) TO ALERT-COUNT
                       MOVE MST-PART2 TO ALERT-LIMIT
                       MOVE "RUNHIST PART 2 DISAGREES WITH MASTER"
                         TO ALERT-TEXT
                       PERFORM WRITE-ALERT-RECORD
                   END-IF
               WHEN BS-HST-RUNS (BS-IDX) > 0
                   MOVE 'Y' TO SITE-OUT-FLAG
                   MOVE 'E' TO ALERT-SEVERITY
                   MOVE 'BALMSTDT' TO ALERT-CODE
                   MOVE MST-GRID-RUN-DATE TO ALERT-COUNT
                   MOVE BAL-DATE TO ALERT-LIMIT
                   MOVE "RUN HISTORY BUT MASTER GRID NOT UPDATED"
                     TO ALERT-TEXT
                   PERFORM WRITE-ALERT-RECORD
               WHEN GRID-DATED-FLAG = 'Y'
                   MOVE 'Y' TO SITE-OUT-FLAG
                   MOVE 'E' TO ALERT-SEVERITY
                   MOVE 'BALNOHST' TO ALERT-CODE
                   MOVE MST-PART2 TO ALERT-COUNT
                   MOVE 0 TO ALERT-LIMIT
                   MOVE "MASTER GRID RUN HAS NO RUN HISTORY"
                     TO ALERT-TEXT
                   PERFORM WRITE-ALERT-RECORD
               WHEN OTHER
                   MOVE 'Y' TO SITE-NOT-RUN-FLAG
                   MOVE 'W' TO ALERT-SEVERITY
                   MOVE 'BALNORUN' TO ALERT-CODE
                   MOVE MST-GRID-RUN-DATE TO ALERT-COUNT
                   MOVE BAL-DATE TO ALERT-LIMIT
                   MOVE "NO GRID RUN FOR THE BALANCING DATE"
                     TO ALERT-TEXT
                   PERFORM WRITE-ALERT-RECORD
           END-EVALUATE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  BALANCE-PICK-FIGURES
      *  - The picking list foots to the Part 2 reference - one
      *    record per roll removed (BALPICK). AOC25PKB's batched
      *    picks foot to the picking list when there is one, else
      *    straight to Part 2 (BALPKB); any records PKB skipped as
      *    unusable or dropped are shown under it, since they are
      *    what a shortfall there is made of. A figure with
      *    nothing to foot against is shown but not judged.
      * ------------------------------------------------------------
       BALANCE-PICK-FIGURES.
           MOVE "PICKING-LIST RECORDS" TO FIG-LABEL
           MOVE PICK-PRESENT-FLAG TO FIG-PRESENT-FLAG
           MOVE PICK-RECORD-COUNT TO FIG-VALUE
           MOVE 'N' TO FIG-JUDGED-FLAG
           MOVE SPACES TO FIG-REMARK
           IF PICK-PRESENT-FLAG = 'Y'
               IF PART2-REF-FLAG = 'Y'
                   MOVE 'Y' TO FIG-JUDGED-FLAG
                   COMPUTE SITE-DIFF = PICK-RECORD-COUNT - PART2-REF
               ELSE
                   MOVE "NOT JUDGED - NO PART 2" TO FIG-REMARK
               END-IF
           END-IF
           PERFORM WRITE-FIGURE-LINE

           IF FIG-JUDGED-FLAG = 'Y' AND SITE-DIFF NOT = 0
               MOVE 'Y' TO SITE-OUT-FLAG
               MOVE 'E' TO ALERT-SEVERITY
               MOVE 'BALPICK' TO ALERT-CODE
               MOVE PICK-RECORD-COUNT TO ALERT-COUNT
               MOVE PART2-REF TO ALERT-LIMIT
               MOVE "PICKING LIST DISAGREES WITH PART 2"
                 TO ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
           END-IF

           MOVE 'N' TO FIG-JUDGED-FLAG
           MOVE SPACES TO FIG-REMARK
           IF PICK-PRESENT-FLAG = 'Y'
               MOVE 'Y' TO FIG-JUDGED-FLAG
               MOVE PICK-RECORD-COUNT TO PKB-REF
           ELSE
               IF PART2-REF-FLAG = 'Y'
                   MOVE 'Y' TO FIG-JUDGED-FLAG
                   MOVE PART2-REF TO PKB-REF
                   MOVE "AGAINST PART 2" TO FIG-REMARK
               END-IF
           END-IF

           MOVE "PICKS BATCHED BY AOC25PKB" TO FIG-LABEL
           MOVE 'N' TO FIG-PRESENT-FLAG
           IF BS-PKT-RUNS (BS-IDX) > 0
               MOVE 'Y' TO FIG-PRESENT-FLAG
           ELSE
               MOVE 'N' TO FIG-JUDGED-FLAG
               MOVE SPACES TO FIG-REMARK
           END-IF
           MOVE BS-PKT-BATCHED (BS-IDX) TO FIG-VALUE
           IF FIG-PRESENT-FLAG = 'Y' AND FIG-JUDGED-FLAG = 'N'
               MOVE "NOT JUDGED - NO PART 2" TO FIG-REMARK
           END-IF
           IF FIG-JUDGED-FLAG = 'Y'
               COMPUTE SITE-DIFF = BS-PKT-BATCHED (BS-IDX) - PKB-REF
           END-IF
           PERFORM WRITE-FIGURE-LINE

           IF FIG-JUDGED-FLAG = 'Y' AND SITE-DIFF NOT = 0
               MOVE 'Y' TO SITE-OUT-FLAG
               MOVE 'E' TO ALERT-SEVERITY
               MOVE 'BALPKB' TO ALERT-CODE
               MOVE BS-PKT-BATCHED (BS-IDX) TO ALERT-COUNT
               MOVE PKB-REF TO ALERT-LIMIT
               MOVE "PICKS BATCHED DISAGREE WITH PICKING LIST"
                 TO ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
           END-IF

           IF BS-PKT-RUNS (BS-IDX) > 0
              AND (BS-PKT-BAD (BS-IDX) > 0
                   OR BS-PKT-DROPPED (BS-IDX) > 0)
               MOVE BS-PKT-BAD (BS-IDX) TO WS-EDIT-NUM-1
               MOVE BS-PKT-DROPPED (BS-IDX) TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "    PKB SKIPPED " WS-EDIT-NUM-1
                      " UNUSABLE, DROPPED " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  BALANCE-POINT-FIGURES
      *  - The point count AOC25D09 put on the master for the
      *    date against the PTSOUT records it was fed (BALPTS).
      *    Judged only when the survey ran for the date and the
      *    extract is there; either one alone is shown, not
      *    judged - a shop that doesn't survey the trapped stock
      *    has nothing here to balance.
      * ------------------------------------------------------------
       BALANCE-POINT-FIGURES.
           MOVE "POINTS ON THE MASTER" TO FIG-LABEL
           MOVE SURV-DATED-FLAG TO FIG-PRESENT-FLAG
           MOVE MST-POINT-COUNT TO FIG-VALUE
           MOVE 'N' TO FIG-JUDGED-FLAG
           MOVE SPACES TO FIG-REMARK
           IF MST-FOUND-FLAG = 'Y' AND SURV-DATED-FLAG = 'N'
               MOVE "NOT DATED FOR THE DAY" TO FIG-REMARK
           END-IF
           PERFORM WRITE-FIGURE-LINE

           MOVE "PTSOUT RECORDS" TO FIG-LABEL
           MOVE PTS-PRESENT-FLAG TO FIG-PRESENT-FLAG
           MOVE PTS-RECORD-COUNT TO FIG-VALUE
           MOVE 'N' TO FIG-JUDGED-FLAG
           MOVE SPACES TO FIG-REMARK
           IF PTS-PRESENT-FLAG = 'Y'
               IF SURV-DATED-FLAG = 'Y'
                   MOVE 'Y' TO FIG-JUDGED-FLAG
                   COMPUTE SITE-DIFF =
                           PTS-RECORD-COUNT - MST-POINT-COUNT
               ELSE
                   MOVE "NOT JUDGED - NO SURVEY" TO FIG-REMARK
               END-IF
           END-IF
           PERFORM WRITE-FIGURE-LINE

           IF FIG-JUDGED-FLAG = 'Y' AND SITE-DIFF NOT = 0
               MOVE 'Y' TO SITE-OUT-FLAG
               MOVE 'E' TO ALERT-SEVERITY
               MOVE 'BALPTS' TO ALERT-CODE
               MOVE PTS-RECORD-COUNT TO ALERT-COUNT
               MOVE MST-POINT-COUNT TO ALERT-LIMIT
               MOVE "PTSOUT RECORDS DISAGREE WITH MASTER"
                 TO ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-FIGURE-LINE
      *  - One figure line: FIG-LABEL, the figure or NOT PRESENT,
      *    the signed difference in SITE-DIFF when the figure was
      *    judged, and the remark - OUT OF BALANCE over any other
      *    when the difference isn't zero.
      * ------------------------------------------------------------
       WRITE-FIGURE-LINE.
           IF FIG-PRESENT-FLAG = 'Y'
               MOVE FIG-VALUE TO WS-EDIT-NUM-1
               MOVE WS-EDIT-NUM-1 TO FIG-VALUE-STR
           ELSE
               MOVE "NOT PRESENT" TO FIG-VALUE-STR
           END-IF

           MOVE SPACES TO FIG-DIFF-STR
           IF FIG-JUDGED-FLAG = 'Y'
               MOVE SITE-DIFF TO WS-EDIT-DIFF
               MOVE WS-EDIT-DIFF TO FIG-DIFF-STR
               IF SITE-DIFF NOT = 0
                   MOVE "*** OUT OF BALANCE" TO FIG-REMARK
               END-IF
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "  " FIG-LABEL
                  FIG-VALUE-STR
                  "  " FIG-DIFF-STR
                  "  " FIG-REMARK
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-ALERT-RECORD
      *  - Appends one record to the shared ALERTOUT feed from the
      *    staging fields, tagged with the site being balanced.
      *    An unallocated ALERTOUT DD is tolerated the same way
      *    AOC25D04 tolerates it.
      * ------------------------------------------------------------
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = '00'
              AND WS-ALERT-STATUS NOT = '05'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES              TO ALERT-RECORD
           MOVE ALERT-SEVERITY      TO ALT-SEVERITY
           MOVE 'AOC25BAL'          TO ALT-PROGRAM
           MOVE ALERT-CODE          TO ALT-CODE
           MOVE ALERT-COUNT         TO ALT-COUNT
           MOVE ALERT-LIMIT         TO ALT-LIMIT
           MOVE ALERT-TEXT          TO ALT-TEXT
           MOVE BS-SITE-ID (BS-IDX) TO ALT-SITE-ID

           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.
      * ------------------------------------------------------------

       END PROGRAM AOC25BAL.
