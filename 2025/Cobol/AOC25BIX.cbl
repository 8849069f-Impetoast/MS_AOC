       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC25BIX.
       AUTHOR. IMPETUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * --- Warehouse/site master, keyed by site ID (see AOCMSTR).
      *     DYNAMIC access for the key-order sweep, the same way
      *     AOC25OPS reads it. NOT OPTIONAL for the same reason as
      *     AOC25OPS - an extract quietly built from no master
      *     would load into the BI tools as "no sites". ---
           SELECT MASTER-FILE ASSIGN TO AOCMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-SITE-ID
               FILE STATUS IS WS-MASTER-STATUS.

      * --- Cumulative run-history archive appended by AOC25D04
      *     (see AOCHIST). OPTIONAL - a shop that has never
      *     archived a run extracts an empty file. ---
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      * --- AOC25ALR's keyed alert history (see AOCALRH), swept in
      *     key order. OPTIONAL - the router creates it on first
      *     use, and before then there is nothing to extract. ---
           SELECT OPTIONAL ALRHIST-FILE ASSIGN TO ALRTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALH-KEY
               FILE STATUS IS WS-ALRHIST-STATUS.

      * --- AOC25HSM's monthly per-site rollups of the purged
      *     run history (see AOCROLL). OPTIONAL - nothing has
      *     been purged until the first CUTOFF pass. ---
           SELECT OPTIONAL ROLLUP-FILE ASSIGN TO ROLLOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROLLUP-STATUS.

      * --- Optional extract controls:
      *       FROM=yyyymmdd  first date extracted (default: no
      *                      lower bound - everything on file)
      *       TO=yyyymmdd    last date extracted (default: today)
      *       SITE=id        one card per site extracted; no SITE
      *                      cards extracts every site
      *     No BIXCTL DD leaves the defaults in force. ---
           SELECT OPTIONAL BIXCTL-FILE ASSIGN TO BIXCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIXCTL-STATUS.

      * --- The four comma-delimited extracts, one per source ---
           SELECT MSTCSV-FILE ASSIGN TO BIXMSTR
               ORGANIZATION IS SEQUENTIAL.

           SELECT HSTCSV-FILE ASSIGN TO BIXHIST
               ORGANIZATION IS SEQUENTIAL.

           SELECT ALHCSV-FILE ASSIGN TO BIXALRH
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUPCSV-FILE ASSIGN TO BIXROLL
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

      * --- Alert-history record (see AOCALRH) ---
       FD  ALRHIST-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  ALRHIST-RECORD.
           COPY AOCALRH.

      * --- Monthly per-site rollup record (see AOCROLL) ---
       FD  ROLLUP-FILE
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  ROLLUP-RECORD.
           COPY AOCROLL.

      * --- Extract-control cards: KEYWORD=VALUE ---
       FD  BIXCTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  BIXCTL-LINE               PIC X(80).

      * --- Comma-delimited extract lines. Every line starts with
      *     its record type: the column-header row first (type
      *     column REC_TYPE), then one 'D' row per record
      *     extracted, then one 'C' control row -
      *       C,file,row count,extract date,from date,to date
      *     Fixed 250-byte records, blank-padded after the last
      *     column the way PTSOUT's COL,ROW records are; the
      *     transfer to the BI server strips the padding. ---
       FD  MSTCSV-FILE
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  MSTCSV-LINE               PIC X(250).

       FD  HSTCSV-FILE
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  HSTCSV-LINE               PIC X(250).

       FD  ALHCSV-FILE
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  ALHCSV-LINE               PIC X(250).

       FD  RUPCSV-FILE
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  RUPCSV-LINE               PIC X(250).

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS          PIC X(2)  VALUE SPACES.
       77  WS-HISTORY-STATUS         PIC X(2)  VALUE SPACES.
       77  WS-ALRHIST-STATUS         PIC X(2)  VALUE SPACES.
       77  WS-ROLLUP-STATUS          PIC X(2)  VALUE SPACES.
       77  WS-BIXCTL-STATUS          PIC X(2)  VALUE SPACES.

      * --- Extract controls. BIX-FROM-DATE zero means no lower
      *     bound; BIX-TO-DATE defaults to the run date. The
      *     rollups are monthly, so they are selected on the
      *     months the two dates fall in. ---
       77  BIX-FROM-DATE             PIC 9(8)  VALUE 0.
       77  BIX-TO-DATE               PIC 9(8)  VALUE 0.
       77  BIX-FROM-MONTH            PIC 9(6)  VALUE 0.
       77  BIX-TO-MONTH              PIC 9(6)  VALUE 0.
       77  CTL-VALID-FLAG            PIC X     VALUE 'Y'.
       77  CTL-EOF-FLAG              PIC X     VALUE 'N'.
       77  CTL-KEY-STR               PIC X(12) VALUE SPACES.
       77  CTL-VAL-STR               PIC X(70) VALUE SPACES.
       77  CTL-VAL                   PIC 9(8)  COMP VALUE 0.
       77  CTL-DATE-VAL              PIC 9(8)  VALUE 0.
       77  CTL-DATE-OK               PIC X     VALUE 'N'.

      * --- Shared all-digits check for card fields ---
       77  CARD-CHECK-FIELD          PIC X(8)  VALUE SPACES.
       77  CARD-CHECK-IDX            PIC 9(2)  COMP VALUE 0.
       77  CARD-CHECK-CHAR           PIC X     VALUE SPACE.
       77  CARD-DIGITS-OK            PIC X     VALUE 'N'.
       77  CARD-NONBLANK-FOUND       PIC X     VALUE 'N'.

      * --- The sites named on SITE cards. MAX-BIX-SITES is the
      *     BIX-SITE-ID OCCURS bound below; the two have to be
      *     raised together. With no SITE cards every site is
      *     extracted, including the blank site a run with no
      *     site identity alerts under. ---
       77  MAX-BIX-SITES             PIC 9(4)  COMP VALUE 200.
       77  BIX-SITE-COUNT            PIC 9(4)  COMP VALUE 0.
       77  BIX-SITE-IDX              PIC 9(4)  COMP VALUE 0.
       77  BIX-CHECK-SITE            PIC X(8)  VALUE SPACES.
       77  SITE-SELECTED-FLAG        PIC X     VALUE 'N'.

       01  BIX-SITE-TABLE.
           05 BIX-SITE-ID            PIC X(8)  OCCURS 200 TIMES.

      * --- File sweep controls and per-file tallies ---
       77  INPUTS-OPEN-FLAG          PIC X     VALUE 'N'.
       77  SWEEP-EOF-FLAG            PIC X     VALUE 'N'.
       77  MST-ROW-COUNT             PIC 9(9)  COMP VALUE 0.
       77  HST-ROW-COUNT             PIC 9(9)  COMP VALUE 0.
       77  ALH-ROW-COUNT             PIC 9(9)  COMP VALUE 0.
       77  RUP-ROW-COUNT             PIC 9(9)  COMP VALUE 0.
       77  HST-BAD-COUNT             PIC 9(9)  COMP VALUE 0.
       77  RUP-BAD-COUNT             PIC 9(9)  COMP VALUE 0.
       77  IN-RANGE-FLAG             PIC X     VALUE 'N'.

      * --- Extract-line assembly. Each ADD-...-FIELD paragraph
      *     appends a comma and one column to CSV-LINE at
      *     CSV-PTR: text without its trailing blanks, numbers
      *     without leading zeros, dates as YYYY-MM-DD, and an
      *     empty column for a zero date or a figure that isn't
      *     there - never a made-up zero. ---
       77  CSV-LINE                  PIC X(250) VALUE SPACES.
       77  CSV-PTR                   PIC 9(4)  COMP VALUE 1.
       77  CSV-TEXT                  PIC X(8)  VALUE SPACES.
       77  CSV-TEXT-LEN              PIC 9(4)  COMP VALUE 0.
       77  CSV-NUM                   PIC 9(18) VALUE 0.
       77  CSV-NUM-EDIT              PIC Z(17)9.
       77  CSV-NUM-LEAD              PIC 9(4)  COMP VALUE 0.
       77  CSV-FILE-ID               PIC X(8)  VALUE SPACES.
       77  CSV-ROW-COUNT             PIC 9(9)  COMP VALUE 0.

       01  CSV-DATE.
           05 CSV-DATE-YYYY          PIC 9(4).
           05 CSV-DATE-MM            PIC 9(2).
           05 CSV-DATE-DD            PIC 9(2).
       01  CSV-DATE-R REDEFINES CSV-DATE.
           05 CSV-DATE-YYYYMMDD      PIC 9(8).

       01  CSV-MONTH.
           05 CSV-MONTH-YYYY         PIC 9(4).
           05 CSV-MONTH-MM           PIC 9(2).
       01  CSV-MONTH-R REDEFINES CSV-MONTH.
           05 CSV-MONTH-YYYYMM       PIC 9(6).

      * --- Run date: the extract date on every control row ---
       01  WS-RUN-DATE.
           05 WS-RUN-YYYY            PIC 9(4).
           05 WS-RUN-MM              PIC 9(2).
           05 WS-RUN-DD              PIC 9(2).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD        PIC 9(8).

      * --- Edited fields for the console summary ---
       77  WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * ------------------------------------------------------------
      *  Program entry point: load the extract controls, open
      *  every input, then write the four comma-delimited
      *  extracts - site master, run history, alert history and
      *  monthly rollups - each with its header row, the rows
      *  selected by date range and site, and its control row.
      *  All inputs are opened before any extract is written, so
      *  an input that can't be read fails the step with no
      *  half-set of files for the BI load to pick up. Return
      *  code 0 when everything extracted, 4 when malformed run-
      *  history or rollup records were skipped (counted on the
      *  console), 8 when a control card was unusable, 12 when
      *  an input could not be opened.
      * ------------------------------------------------------------
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-YYYYMMDD TO BIX-TO-DATE

           PERFORM LOAD-CONTROL-CARDS

           IF CTL-VALID-FLAG = 'N'
               DISPLAY "AOC25BIX: UNUSABLE CONTROL CARD - CORRECT "
                       "THE BIXCTL CARDS AND RESUBMIT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           DIVIDE BIX-FROM-DATE BY 100 GIVING BIX-FROM-MONTH
           DIVIDE BIX-TO-DATE BY 100 GIVING BIX-TO-MONTH

           PERFORM OPEN-EXTRACT-INPUTS
           IF INPUTS-OPEN-FLAG = 'N'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM EXTRACT-SITE-MASTER
           PERFORM EXTRACT-RUN-HISTORY
           PERFORM EXTRACT-ALERT-HISTORY
           PERFORM EXTRACT-ROLLUPS

           CLOSE MASTER-FILE
           CLOSE HISTORY-FILE
           CLOSE ALRHIST-FILE
           CLOSE ROLLUP-FILE

           PERFORM DISPLAY-EXTRACT-SUMMARY

           IF HST-BAD-COUNT > 0 OR RUP-BAD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.
      * ============================================================
      *  End of MAIN-PROCEDURE
      * ============================================================

      * ------------------------------------------------------------
      *  LOAD-CONTROL-CARDS
      *  - Reads the optional BIXCTL cards. A card that doesn't
      *    parse, a date that isn't a real date, a FROM after the
      *    TO, or a repeated SITE or one past the site table marks
      *    the controls unusable and MAIN-PROCEDURE rejects the
      *    run - an incremental load cut on the wrong dates leaves
      *    a gap or a double count nobody notices (same policy as
      *    AOC25BAL's controls).
      * ------------------------------------------------------------
       LOAD-CONTROL-CARDS.
           MOVE 'Y' TO CTL-VALID-FLAG
           MOVE 0   TO BIX-SITE-COUNT

           OPEN INPUT BIXCTL-FILE
           IF WS-BIXCTL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO CTL-EOF-FLAG
           PERFORM UNTIL CTL-EOF-FLAG = 'Y'
               READ BIXCTL-FILE
                   AT END
                       MOVE 'Y' TO CTL-EOF-FLAG
                   NOT AT END
                       IF BIXCTL-LINE = SPACES
                           CONTINUE
                       ELSE
                           PERFORM PARSE-CONTROL-CARD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BIXCTL-FILE

           IF BIX-FROM-DATE > BIX-TO-DATE
               MOVE 'N' TO CTL-VALID-FLAG
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  PARSE-CONTROL-CARD
      *  - Parses one KEYWORD=VALUE card out of BIXCTL-LINE.
      * ------------------------------------------------------------
       PARSE-CONTROL-CARD.
           MOVE SPACES TO CTL-KEY-STR
           MOVE SPACES TO CTL-VAL-STR

           UNSTRING BIXCTL-LINE DELIMITED BY '='
               INTO CTL-KEY-STR CTL-VAL-STR
           END-UNSTRING

           EVALUATE CTL-KEY-STR
               WHEN 'FROM'
                   PERFORM PARSE-CONTROL-DATE
                   IF CTL-DATE-OK = 'Y'
                       MOVE CTL-DATE-VAL TO BIX-FROM-DATE
                   ELSE
                       MOVE 'N' TO CTL-VALID-FLAG
                   END-IF
               WHEN 'TO'
                   PERFORM PARSE-CONTROL-DATE
                   IF CTL-DATE-OK = 'Y'
                       MOVE CTL-DATE-VAL TO BIX-TO-DATE
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
      *  PARSE-CONTROL-DATE
      *  - Checks CTL-VAL-STR is an 8-digit calendar date and
      *    returns it in CTL-DATE-VAL with CTL-DATE-OK 'Y' (same
      *    check as AOC25AGE's DATE card).
      * ------------------------------------------------------------
       PARSE-CONTROL-DATE.
           MOVE 'N' TO CTL-DATE-OK
           MOVE 0   TO CTL-DATE-VAL

           MOVE CTL-VAL-STR TO CARD-CHECK-FIELD
           PERFORM CHECK-CARD-DIGITS
           IF CARD-DIGITS-OK = 'N'
              OR CTL-VAL-STR (9:) NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           COMPUTE CTL-VAL = FUNCTION NUMVAL(CTL-VAL-STR)
           IF CTL-VAL >= 19000101 AND CTL-VAL <= 99991231
              AND FUNCTION TEST-DATE-YYYYMMDD (CTL-VAL) = 0
               MOVE CTL-VAL TO CTL-DATE-VAL
               MOVE 'Y' TO CTL-DATE-OK
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  PARSE-SITE-CARD
      *  - Adds the site on a SITE=id card to the extract list.
      * ------------------------------------------------------------
       PARSE-SITE-CARD.
           IF CTL-VAL-STR = SPACES
              OR CTL-VAL-STR (9:) NOT = SPACES
               MOVE 'N' TO CTL-VALID-FLAG
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING BIX-SITE-IDX FROM 1 BY 1
                   UNTIL BIX-SITE-IDX > BIX-SITE-COUNT
               IF BIX-SITE-ID (BIX-SITE-IDX) = CTL-VAL-STR (1:8)
                   MOVE 'N' TO CTL-VALID-FLAG
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF BIX-SITE-COUNT >= MAX-BIX-SITES
               MOVE 'N' TO CTL-VALID-FLAG
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO BIX-SITE-COUNT
           MOVE CTL-VAL-STR (1:8) TO BIX-SITE-ID (BIX-SITE-COUNT).
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
      *  OPEN-EXTRACT-INPUTS
      *  - Opens the four inputs. The master has to be there; the
      *    other three are OPTIONAL and an absent one ('05')
      *    extracts as an empty file. Any other failure closes
      *    what was opened and leaves INPUTS-OPEN-FLAG 'N'.
      * ------------------------------------------------------------
       OPEN-EXTRACT-INPUTS.
           MOVE 'N' TO INPUTS-OPEN-FLAG

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "AOC25BIX: MASTER FILE UNAVAILABLE - STATUS "
                       WS-MASTER-STATUS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
              AND WS-HISTORY-STATUS NOT = '05'
               DISPLAY "AOC25BIX: HISTORY ARCHIVE UNAVAILABLE - "
                       "STATUS " WS-HISTORY-STATUS
               CLOSE MASTER-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ALRHIST-FILE
           IF WS-ALRHIST-STATUS NOT = '00'
              AND WS-ALRHIST-STATUS NOT = '05'
               DISPLAY "AOC25BIX: ALERT HISTORY UNAVAILABLE - "
                       "STATUS " WS-ALRHIST-STATUS
               CLOSE MASTER-FILE
               CLOSE HISTORY-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ROLLUP-FILE
           IF WS-ROLLUP-STATUS NOT = '00'
              AND WS-ROLLUP-STATUS NOT = '05'
               DISPLAY "AOC25BIX: ROLLUP FILE UNAVAILABLE - "
                       "STATUS " WS-ROLLUP-STATUS
               CLOSE MASTER-FILE
               CLOSE HISTORY-FILE
               CLOSE ALRHIST-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO INPUTS-OPEN-FLAG.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  EXTRACT-SITE-MASTER
      *  - BIXMSTR: one row per selected site, in key order, with
      *    both the grid-run and the survey-run halves. A site is
      *    selected when its latest run falls in the date range,
      *    so an incremental load picks up every site whose
      *    figures changed and replaces its row.
      * ------------------------------------------------------------
       EXTRACT-SITE-MASTER.
           OPEN OUTPUT MSTCSV-FILE

           MOVE SPACES TO MSTCSV-LINE
           STRING "REC_TYPE,SITE_ID,LAST_RUN_DATE,LAST_PROGRAM,"
                  "LAST_RC,GRID_RUN_DATE,GRID_ROWS,GRID_COLS,"
                  "PART1,PART2,WAVE_COUNT,GRID_RC,SURV_RUN_DATE,"
                  "POINT_COUNT,MAX_AREA,SURV_RC,LOOP_AREA"
               DELIMITED BY SIZE INTO MSTCSV-LINE
           END-STRING
           WRITE MSTCSV-LINE

           MOVE 0 TO MST-ROW-COUNT
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
                       PERFORM WRITE-MASTER-ROW
               END-READ
           END-PERFORM

           MOVE "BIXMSTR"     TO CSV-FILE-ID
           MOVE MST-ROW-COUNT TO CSV-ROW-COUNT
           PERFORM BUILD-CONTROL-ROW
           MOVE CSV-LINE TO MSTCSV-LINE
           WRITE MSTCSV-LINE

           CLOSE MSTCSV-FILE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-MASTER-ROW
      *  - One BIXMSTR row for the record in MASTER-RECORD when it
      *    passes the site and date selection. A half that has
      *    never run (its run date zero) extracts as empty
      *    columns, so a site with no survey doesn't load as a
      *    survey that found nothing and ended RC 0. A blank
      *    MST-LOOP-AREA (see AOCMSTR) extracts empty too.
      * ------------------------------------------------------------
       WRITE-MASTER-ROW.
           MOVE MST-SITE-ID TO BIX-CHECK-SITE
           PERFORM CHECK-SITE-SELECTED
           IF SITE-SELECTED-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF

           IF MST-LAST-RUN-DATE < BIX-FROM-DATE
              OR MST-LAST-RUN-DATE > BIX-TO-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CSV-LINE
           MOVE 1 TO CSV-PTR
           STRING "D" DELIMITED BY SIZE
               INTO CSV-LINE WITH POINTER CSV-PTR
           END-STRING

           MOVE MST-SITE-ID TO CSV-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE MST-LAST-RUN-DATE TO CSV-DATE-YYYYMMDD
           PERFORM ADD-DATE-FIELD
           IF MST-LAST-RUN-DATE = 0
               PERFORM ADD-EMPTY-FIELD
               PERFORM ADD-EMPTY-FIELD
           ELSE
               MOVE MST-PROGRAM TO CSV-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE MST-RETURN-CODE TO CSV-NUM
               PERFORM ADD-NUMBER-FIELD
           END-IF

           IF MST-GRID-RUN-DATE = 0
               PERFORM ADD-EMPTY-FIELD 7 TIMES
           ELSE
               MOVE MST-GRID-RUN-DATE TO CSV-DATE-YYYYMMDD
               PERFORM ADD-DATE-FIELD
               MOVE MST-DIM-ROWS TO CSV-NUM
               PERFORM ADD-NUMBER-FIELD
               MOVE MST-DIM-COLS TO CSV-NUM
               PERFORM ADD-NUMBER-FIELD
               MOVE MST-PART1 TO CSV-NUM
               PERFORM ADD-NUMBER-FIELD
               MOVE MST-PART2 TO CSV-NUM
               PERFORM ADD-NUMBER-FIELD
               MOVE MST-WAVE-COUNT TO CSV-NUM
               PERFORM ADD-NUMBER-FIELD
               MOVE MST-GRID-RC TO CSV-NUM
               PERFORM ADD-NUMBER-FIELD
           END-IF

           IF MST-SURV-RUN-DATE = 0
               PERFORM ADD-EMPTY-FIELD 5 TIMES
           ELSE
               MOVE MST-SURV-RUN-DATE TO CSV-DATE-YYYYMMDD
               PERFORM ADD-DATE-FIELD
               MOVE MST-POINT-COUNT TO CSV-NUM
               PERFORM ADD-NUMBER-FIELD
               MOVE MST-MAX-AREA TO CSV-NUM
               PERFORM ADD-NUMBER-FIELD
               MOVE MST-SURV-RC TO CSV-NUM
               PERFORM ADD-NUMBER-FIELD
               IF MST-LOOP-AREA IS NUMERIC
                   MOVE MST-LOOP-AREA TO CSV-NUM
                   PERFORM ADD-NUMBER-FIELD
               ELSE
                   PERFORM ADD-EMPTY-FIELD
               END-IF
           END-IF

           MOVE CSV-LINE TO MSTCSV-LINE
           WRITE MSTCSV-LINE
           ADD 1 TO MST-ROW-COUNT.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  EXTRACT-RUN-HISTORY
      *  - BIXHIST: one row per archived run for a selected site
      *    dated within the range, in archive order.
      * ------------------------------------------------------------
       EXTRACT-RUN-HISTORY.
           OPEN OUTPUT HSTCSV-FILE

           MOVE SPACES TO HSTCSV-LINE
           STRING "REC_TYPE,RUN_DATE,SITE_ID,GRID_ROWS,GRID_COLS,"
                  "PART1,PART2,WAVE_COUNT"
               DELIMITED BY SIZE INTO HSTCSV-LINE
           END-STRING
           WRITE HSTCSV-LINE

           MOVE 0 TO HST-ROW-COUNT
           MOVE 0 TO HST-BAD-COUNT
           MOVE 'N' TO SWEEP-EOF-FLAG

           PERFORM UNTIL SWEEP-EOF-FLAG = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO SWEEP-EOF-FLAG
                   NOT AT END
                       PERFORM WRITE-HISTORY-ROW
               END-READ
           END-PERFORM

           MOVE "BIXHIST"     TO CSV-FILE-ID
           MOVE HST-ROW-COUNT TO CSV-ROW-COUNT
           PERFORM BUILD-CONTROL-ROW
           MOVE CSV-LINE TO HSTCSV-LINE
           WRITE HSTCSV-LINE

           CLOSE HSTCSV-FILE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-HISTORY-ROW
      *  - One BIXHIST row for the record in HISTORY-RECORD.
      *    Records that fail AOC25HSM's shape check are counted
      *    and skipped - HSM quarantines them on its next pass.
      * ------------------------------------------------------------
       WRITE-HISTORY-ROW.
           IF HST-RUN-DATE IS NOT NUMERIC
              OR HST-NUM-ROWS IS NOT NUMERIC
              OR HST-NUM-COLS IS NOT NUMERIC
              OR HST-PART1 IS NOT NUMERIC
              OR HST-PART2 IS NOT NUMERIC
              OR HST-WAVE-COUNT IS NOT NUMERIC
               ADD 1 TO HST-BAD-COUNT
               EXIT PARAGRAPH
           END-IF

           IF HST-RUN-DATE < BIX-FROM-DATE
              OR HST-RUN-DATE > BIX-TO-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE HST-SITE-ID TO BIX-CHECK-SITE
           PERFORM CHECK-SITE-SELECTED
           IF SITE-SELECTED-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CSV-LINE
           MOVE 1 TO CSV-PTR
           STRING "D" DELIMITED BY SIZE
               INTO CSV-LINE WITH POINTER CSV-PTR
           END-STRING

           MOVE HST-RUN-DATE TO CSV-DATE-YYYYMMDD
           PERFORM ADD-DATE-FIELD
           MOVE HST-SITE-ID TO CSV-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE HST-NUM-ROWS TO CSV-NUM
           PERFORM ADD-NUMBER-FIELD
           MOVE HST-NUM-COLS TO CSV-NUM
           PERFORM ADD-NUMBER-FIELD
           MOVE HST-PART1 TO CSV-NUM
           PERFORM ADD-NUMBER-FIELD
           MOVE HST-PART2 TO CSV-NUM
           PERFORM ADD-NUMBER-FIELD
           MOVE HST-WAVE-COUNT TO CSV-NUM
           PERFORM ADD-NUMBER-FIELD

           MOVE CSV-LINE TO HSTCSV-LINE
           WRITE HSTCSV-LINE
           ADD 1 TO HST-ROW-COUNT.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  EXTRACT-ALERT-HISTORY
      *  - BIXALRH: one row per site+program+code combination on
      *    AOC25ALR's alert history, in key order, with its
      *    acknowledgment status.
      * ------------------------------------------------------------
       EXTRACT-ALERT-HISTORY.
           OPEN OUTPUT ALHCSV-FILE

           MOVE SPACES TO ALHCSV-LINE
           STRING "REC_TYPE,SITE_ID,PROGRAM,ALERT_CODE,SEVERITY,"
                  "FIRST_SEEN_DATE,LAST_SEEN_DATE,TOTAL_COUNT,"
                  "ACK_FLAG,ACK_DATE,ACK_OPERATOR"
               DELIMITED BY SIZE INTO ALHCSV-LINE
           END-STRING
           WRITE ALHCSV-LINE

           MOVE 0 TO ALH-ROW-COUNT
           MOVE 'N' TO SWEEP-EOF-FLAG
           IF WS-ALRHIST-STATUS = '05'
               MOVE 'Y' TO SWEEP-EOF-FLAG
           ELSE
               MOVE LOW-VALUES TO ALH-KEY
               START ALRHIST-FILE KEY >= ALH-KEY
                   INVALID KEY
                       MOVE 'Y' TO SWEEP-EOF-FLAG
               END-START
           END-IF

           PERFORM UNTIL SWEEP-EOF-FLAG = 'Y'
               READ ALRHIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SWEEP-EOF-FLAG
                   NOT AT END
                       PERFORM WRITE-ALERT-HISTORY-ROW
               END-READ
           END-PERFORM

           MOVE "BIXALRH"     TO CSV-FILE-ID
           MOVE ALH-ROW-COUNT TO CSV-ROW-COUNT
           PERFORM BUILD-CONTROL-ROW
           MOVE CSV-LINE TO ALHCSV-LINE
           WRITE ALHCSV-LINE

           CLOSE ALHCSV-FILE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-ALERT-HISTORY-ROW
      *  - One BIXALRH row for the record in ALRHIST-RECORD. A
      *    combination is selected when it was last seen, or
      *    acknowledged, within the date range - either one
      *    changes its row. The blank site is selected only when
      *    no SITE cards narrow the extract.
      * ------------------------------------------------------------
       WRITE-ALERT-HISTORY-ROW.
           MOVE ALH-SITE-ID TO BIX-CHECK-SITE
           PERFORM CHECK-SITE-SELECTED
           IF SITE-SELECTED-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO IN-RANGE-FLAG
           IF ALH-LAST-SEEN-DATE >= BIX-FROM-DATE
              AND ALH-LAST-SEEN-DATE <= BIX-TO-DATE
               MOVE 'Y' TO IN-RANGE-FLAG
           END-IF
           IF ALH-ACK-FLAG = 'Y'
              AND ALH-ACK-DATE >= BIX-FROM-DATE
              AND ALH-ACK-DATE <= BIX-TO-DATE
               MOVE 'Y' TO IN-RANGE-FLAG
           END-IF
           IF IN-RANGE-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CSV-LINE
           MOVE 1 TO CSV-PTR
           STRING "D" DELIMITED BY SIZE
               INTO CSV-LINE WITH POINTER CSV-PTR
           END-STRING

           MOVE ALH-SITE-ID TO CSV-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE ALH-PROGRAM TO CSV-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE ALH-CODE TO CSV-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE ALH-SEVERITY TO CSV-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE ALH-FIRST-SEEN-DATE TO CSV-DATE-YYYYMMDD
           PERFORM ADD-DATE-FIELD
           MOVE ALH-LAST-SEEN-DATE TO CSV-DATE-YYYYMMDD
           PERFORM ADD-DATE-FIELD
           MOVE ALH-TOTAL-COUNT TO CSV-NUM
           PERFORM ADD-NUMBER-FIELD

           IF ALH-ACK-FLAG = 'Y'
               MOVE 'Y' TO CSV-TEXT
               PERFORM ADD-TEXT-FIELD
               MOVE ALH-ACK-DATE TO CSV-DATE-YYYYMMDD
               PERFORM ADD-DATE-FIELD
               MOVE ALH-ACK-OPERATOR TO CSV-TEXT
               PERFORM ADD-TEXT-FIELD
           ELSE
               MOVE 'N' TO CSV-TEXT
               PERFORM ADD-TEXT-FIELD
               PERFORM ADD-EMPTY-FIELD 2 TIMES
           END-IF

           MOVE CSV-LINE TO ALHCSV-LINE
           WRITE ALHCSV-LINE
           ADD 1 TO ALH-ROW-COUNT.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  EXTRACT-ROLLUPS
      *  - BIXROLL: one row per AOC25HSM site+month rollup for a
      *    selected site whose month falls in the date range, in
      *    file order.
      * ------------------------------------------------------------
       EXTRACT-ROLLUPS.
           OPEN OUTPUT RUPCSV-FILE

           MOVE SPACES TO RUPCSV-LINE
           STRING "REC_TYPE,MONTH,SITE_ID,RUN_COUNT,PART1_AVG,"
                  "PART1_PEAK,PART2_AVG,PART2_PEAK,WAVE_AVG,"
                  "WAVE_PEAK"
               DELIMITED BY SIZE INTO RUPCSV-LINE
           END-STRING
           WRITE RUPCSV-LINE

           MOVE 0 TO RUP-ROW-COUNT
           MOVE 0 TO RUP-BAD-COUNT
           MOVE 'N' TO SWEEP-EOF-FLAG

           PERFORM UNTIL SWEEP-EOF-FLAG = 'Y'
               READ ROLLUP-FILE
                   AT END
                       MOVE 'Y' TO SWEEP-EOF-FLAG
                   NOT AT END
                       PERFORM WRITE-ROLLUP-ROW
               END-READ
           END-PERFORM

           MOVE "BIXROLL"     TO CSV-FILE-ID
           MOVE RUP-ROW-COUNT TO CSV-ROW-COUNT
           PERFORM BUILD-CONTROL-ROW
           MOVE CSV-LINE TO RUPCSV-LINE
           WRITE RUPCSV-LINE

           CLOSE RUPCSV-FILE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  WRITE-ROLLUP-ROW
      *  - One BIXROLL row for the record in ROLLUP-RECORD.
      *    Records whose figures don't parse are counted and
      *    skipped.
      * ------------------------------------------------------------
       WRITE-ROLLUP-ROW.
           IF RU-REC-MONTH IS NOT NUMERIC
              OR RU-REC-COUNT IS NOT NUMERIC
              OR RU-REC-P1-AVG IS NOT NUMERIC
              OR RU-REC-P1-PEAK IS NOT NUMERIC
              OR RU-REC-P2-AVG IS NOT NUMERIC
              OR RU-REC-P2-PEAK IS NOT NUMERIC
              OR RU-REC-WV-AVG IS NOT NUMERIC
              OR RU-REC-WV-PEAK IS NOT NUMERIC
               ADD 1 TO RUP-BAD-COUNT
               EXIT PARAGRAPH
           END-IF

           IF RU-REC-MONTH < BIX-FROM-MONTH
              OR RU-REC-MONTH > BIX-TO-MONTH
               EXIT PARAGRAPH
           END-IF

           MOVE RU-REC-SITE TO BIX-CHECK-SITE
           PERFORM CHECK-SITE-SELECTED
           IF SITE-SELECTED-FLAG = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CSV-LINE
           MOVE 1 TO CSV-PTR
           STRING "D" DELIMITED BY SIZE
               INTO CSV-LINE WITH POINTER CSV-PTR
           END-STRING

           MOVE RU-REC-MONTH TO CSV-MONTH-YYYYMM
           STRING "," CSV-MONTH-YYYY "-" CSV-MONTH-MM
               DELIMITED BY SIZE
               INTO CSV-LINE WITH POINTER CSV-PTR
           END-STRING
           MOVE RU-REC-SITE TO CSV-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE RU-REC-COUNT TO CSV-NUM
           PERFORM ADD-NUMBER-FIELD
           MOVE RU-REC-P1-AVG TO CSV-NUM
           PERFORM ADD-NUMBER-FIELD
           MOVE RU-REC-P1-PEAK TO CSV-NUM
           PERFORM ADD-NUMBER-FIELD
           MOVE RU-REC-P2-AVG TO CSV-NUM
           PERFORM ADD-NUMBER-FIELD
           MOVE RU-REC-P2-PEAK TO CSV-NUM
           PERFORM ADD-NUMBER-FIELD
           MOVE RU-REC-WV-AVG TO CSV-NUM
           PERFORM ADD-NUMBER-FIELD
           MOVE RU-REC-WV-PEAK TO CSV-NUM
           PERFORM ADD-NUMBER-FIELD

           MOVE CSV-LINE TO RUPCSV-LINE
           WRITE RUPCSV-LINE
           ADD 1 TO RUP-ROW-COUNT.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  CHECK-SITE-SELECTED
      *  - Sets SITE-SELECTED-FLAG 'Y' when BIX-CHECK-SITE is to be
      *    extracted: always with no SITE cards, otherwise only
      *    when a SITE card named it.
      * ------------------------------------------------------------
       CHECK-SITE-SELECTED.
           IF BIX-SITE-COUNT = 0
               MOVE 'Y' TO SITE-SELECTED-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SITE-SELECTED-FLAG
           PERFORM VARYING BIX-SITE-IDX FROM 1 BY 1
                   UNTIL BIX-SITE-IDX > BIX-SITE-COUNT
               IF BIX-SITE-ID (BIX-SITE-IDX) = BIX-CHECK-SITE
                   MOVE 'Y' TO SITE-SELECTED-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  BUILD-CONTROL-ROW
      *  - Builds the closing 'C' row for the extract named in
      *    CSV-FILE-ID in CSV-LINE: file, row count, extract date
      *    and the date range selected (FROM empty when there was
      *    no lower bound), so the BI load can check it got the
      *    whole file and which days it covers.
      * ------------------------------------------------------------
       BUILD-CONTROL-ROW.
           MOVE SPACES TO CSV-LINE
           MOVE 1 TO CSV-PTR
           STRING "C" DELIMITED BY SIZE
               INTO CSV-LINE WITH POINTER CSV-PTR
           END-STRING

           MOVE CSV-FILE-ID TO CSV-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE CSV-ROW-COUNT TO CSV-NUM
           PERFORM ADD-NUMBER-FIELD
           MOVE WS-RUN-YYYYMMDD TO CSV-DATE-YYYYMMDD
           PERFORM ADD-DATE-FIELD
           MOVE BIX-FROM-DATE TO CSV-DATE-YYYYMMDD
           PERFORM ADD-DATE-FIELD
           MOVE BIX-TO-DATE TO CSV-DATE-YYYYMMDD
           PERFORM ADD-DATE-FIELD.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  ADD-TEXT-FIELD
      *  - Appends "," and CSV-TEXT without its trailing blanks.
      *    The IDs and codes extracted are all taken off comma-
      *    split cards, so none can hold a comma of its own.
      * ------------------------------------------------------------
       ADD-TEXT-FIELD.
           MOVE LENGTH OF CSV-TEXT TO CSV-TEXT-LEN
           PERFORM UNTIL CSV-TEXT-LEN = 0
               IF CSV-TEXT (CSV-TEXT-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM CSV-TEXT-LEN
           END-PERFORM

           IF CSV-TEXT-LEN = 0
               PERFORM ADD-EMPTY-FIELD
           ELSE
               STRING "," CSV-TEXT (1:CSV-TEXT-LEN)
                   DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-PTR
               END-STRING
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  ADD-NUMBER-FIELD
      *  - Appends "," and CSV-NUM without leading zeros.
      * ------------------------------------------------------------
       ADD-NUMBER-FIELD.
           MOVE CSV-NUM TO CSV-NUM-EDIT
           MOVE 0 TO CSV-NUM-LEAD
           INSPECT CSV-NUM-EDIT TALLYING CSV-NUM-LEAD
               FOR LEADING SPACES

           STRING "," CSV-NUM-EDIT (CSV-NUM-LEAD + 1:)
               DELIMITED BY SIZE
               INTO CSV-LINE WITH POINTER CSV-PTR
           END-STRING.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  ADD-DATE-FIELD
      *  - Appends "," and CSV-DATE as YYYY-MM-DD, or an empty
      *    column for a zero date.
      * ------------------------------------------------------------
       ADD-DATE-FIELD.
           IF CSV-DATE-YYYYMMDD = 0
               PERFORM ADD-EMPTY-FIELD
           ELSE
               STRING "," CSV-DATE-YYYY "-" CSV-DATE-MM "-"
                      CSV-DATE-DD
                   DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-PTR
               END-STRING
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  ADD-EMPTY-FIELD
      * ------------------------------------------------------------
       ADD-EMPTY-FIELD.
           STRING "," DELIMITED BY SIZE
               INTO CSV-LINE WITH POINTER CSV-PTR
           END-STRING.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  DISPLAY-EXTRACT-SUMMARY
      * ------------------------------------------------------------
       DISPLAY-EXTRACT-SUMMARY.
           MOVE MST-ROW-COUNT TO WS-EDIT-COUNT
           DISPLAY "AOC25BIX: BIXMSTR ROWS       " WS-EDIT-COUNT
           MOVE HST-ROW-COUNT TO WS-EDIT-COUNT
           DISPLAY "AOC25BIX: BIXHIST ROWS       " WS-EDIT-COUNT
           MOVE ALH-ROW-COUNT TO WS-EDIT-COUNT
           DISPLAY "AOC25BIX: BIXALRH ROWS       " WS-EDIT-COUNT
           MOVE RUP-ROW-COUNT TO WS-EDIT-COUNT
           DISPLAY "AOC25BIX: BIXROLL ROWS       " WS-EDIT-COUNT

           IF HST-BAD-COUNT > 0
               MOVE HST-BAD-COUNT TO WS-EDIT-COUNT
               DISPLAY "AOC25BIX: " WS-EDIT-COUNT
                       " MALFORMED RUN-HISTORY RECORD(S) SKIPPED"
           END-IF

           IF RUP-BAD-COUNT > 0
               MOVE RUP-BAD-COUNT TO WS-EDIT-COUNT
               DISPLAY "AOC25BIX: " WS-EDIT-COUNT
                       " MALFORMED ROLLUP RECORD(S) SKIPPED"
           END-IF.
      * ------------------------------------------------------------

       END PROGRAM AOC25BIX.
