      *       SHOW,SITE-ID                display one site's record
      *       LIST                        display every record
      *       UPDATE,SITE-ID,P1,P2,WAVES  correct the grid-run half
      *       UPDSURV,SITE-ID,POINTS,AREA[,LOOPAREA]
      *                                   correct the survey-run
      *                                   half (LOOPAREA optional)
      *       DELETE,SITE-ID              remove a record
      *       HISTORY,SITE-ID             play back a site's journal
      *                                   entries in order
      *     SHOW, LIST and HISTORY are open to everyone; UPDATE,
      *     UPDSURV and DELETE are honored only after an AUTH card
      *     has named an operator the AOCOPER registry shows
      *     active and unexpired, and only when that operator is a
      *     maintainer or supervisor covering the site. A refused
      *     card is written to the SECEXCP security exception
      *     report and the ALERTOUT feed. Every maintenance action
      *     is echoed with that operator id AND appended to the
      *     MSTJRNL journal with the full before and after record
      *     images, so the trail survives the job log's purge. ---
           SELECT CMDIN-FILE ASSIGN TO SYSIN
               RECORD KEY IS MST-SITE-ID
               FILE STATUS IS WS-MASTER-STATUS.

      * --- Operator registry, keyed by operator ID (see AOCOPER),
      *     maintained by AOC25OPR. Read only here. When it can't
      *     be opened every maintenance verb is refused - authority
      *     nobody can check is authority nobody has. ---
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO AOCOPER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

      * --- Shared security exception report (see AOCSECX), one
      *     record appended per refused AUTH or maintenance card ---
           SELECT OPTIONAL SECEXCP-FILE ASSIGN TO SECEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECEXCP-STATUS.

      * --- Shared operations alert feed (see AOCALERT) ---
           SELECT OPTIONAL ALERT-FILE ASSIGN TO ALERTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CMDIN-FILE
           05 JRN-AFTER-IMAGE        PIC X(150).
           05 FILLER                 PIC X(12).

      * --- Operator registry record (see AOCOPER) ---
       FD  OPERATOR-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  OPERATOR-RECORD.
           COPY AOCOPER.

      * --- Security exception record (see AOCSECX) ---
       FD  SECEXCP-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  SECEXCP-RECORD.
           COPY AOCSECX.

      * --- Operations alert record (see AOCALERT) ---
       FD  ALERT-FILE
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  ALERT-RECORD.
           COPY AOCALERT.

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS          PIC X(2)  VALUE SPACES.
       77  WS-JOURNAL-STATUS         PIC X(2)  VALUE SPACES.
       77  WS-OPERATOR-STATUS        PIC X(2)  VALUE SPACES.
       77  WS-SECEXCP-STATUS         PIC X(2)  VALUE SPACES.
       77  WS-ALERT-STATUS           PIC X(2)  VALUE SPACES.

      * --- Operator authority: the registry's availability, the
      *     run date expiry is judged against, and the verb/site
      *     being judged. AUTHZ-REASON is left blank when the
      *     operator may go ahead, else the AOCSECX reason code. ---
       77  REGISTRY-AVAIL-FLAG       PIC X     VALUE 'N'.
       77  AUTHZ-VERB                PIC X(8)  VALUE SPACES.
       77  AUTHZ-SITE                PIC X(8)  VALUE SPACES.
       77  AUTHZ-REASON              PIC X(8)  VALUE SPACES.
       77  AUTHZ-TEXT                PIC X(38) VALUE SPACES.
       77  AUTHZ-SITE-IDX            PIC 9(2)  COMP VALUE 0.
       77  AUTHZ-SITE-FOUND          PIC X     VALUE 'N'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-SCX-TIME-FULL.
           05 WS-SCX-HHMMSS          PIC 9(6).
           05 FILLER                 PIC 9(2).

      * --- Journal staging: the verb being journaled and the
      *     before/after record images, held so the journal append
      *  succeeded, 8 when any failed or was denied, 12 when the
      *  master itself could not be opened.
      * ------------------------------------------------------------
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O MASTER-FILE

           IF WS-MASTER-STATUS NOT = '00'
               GOBACK
           END-IF

           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS = '00'
               MOVE 'Y' TO REGISTRY-AVAIL-FLAG
           ELSE
               IF WS-OPERATOR-STATUS = '05'
                   CLOSE OPERATOR-FILE
               END-IF
               DISPLAY "AOC25MST: OPERATOR REGISTRY UNAVAILABLE - "
                       "STATUS " WS-OPERATOR-STATUS
                       " - MAINTENANCE REFUSED"
           END-IF

           OPEN INPUT CMDIN-FILE

           PERFORM UNTIL CMD-EOF-FLAG = 'Y'

           CLOSE CMDIN-FILE
           CLOSE MASTER-FILE
           IF REGISTRY-AVAIL-FLAG = 'Y'
               CLOSE OPERATOR-FILE
           END-IF

           IF ANY-FAILURE-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE

      * ------------------------------------------------------------
      *  DO-AUTH-COMMAND
      *  - Records the operator behind any maintenance that follows,
      *    once the registry shows the operator active and
      *    unexpired. A refused AUTH card withdraws any earlier
      *    one, so nothing that follows runs under the wrong name;
      *    the name tried is kept for the exception records.
      * ------------------------------------------------------------
       DO-AUTH-COMMAND.
           IF CMD-ARG1 = SPACES
               DISPLAY "AOC25MST: AUTH CARD WITHOUT OPERATOR ID"
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE CMD-ARG1 TO AUTH-OPERATOR-ID
           MOVE 'N' TO AUTHORIZED-FLAG
           MOVE 'AUTH' TO AUTHZ-VERB
           MOVE SPACES TO AUTHZ-SITE
           PERFORM VALIDATE-OPERATOR

           IF AUTHZ-REASON NOT = SPACES
               PERFORM REFUSE-OPERATOR-AUTHORITY
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO AUTHORIZED-FLAG
           DISPLAY "AOC25MST: MAINTENANCE AUTHORIZED FOR "
                   AUTH-OPERATOR-ID.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  DO-UPDATE-COMMAND
      *  - Corrects the grid-run half's Part 1/Part 2/wave figures
      *    on one site's record; the survey-run half is untouched.
      *    Maintenance verb: an accepted AUTH card required first,
      *    from a maintainer or supervisor covering the site, and
      *    the change is echoed with the operator id.
      * ------------------------------------------------------------
       DO-UPDATE-COMMAND.
           IF CMD-ARG1 = SPACES
               DISPLAY "AOC25MST: UPDATE CARD WITHOUT SITE ID"
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE 'UPDATE' TO AUTHZ-VERB
           MOVE CMD-ARG1 TO AUTHZ-SITE
           PERFORM CHECK-MAINTENANCE-AUTHORITY
           IF AUTHZ-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

      * ------------------------------------------------------------
      *  DO-UPDSURV-COMMAND
      *  - Corrects the survey-run half's point-count/max-area
      *    figures on one site's record, and the loop area when a
      *    fourth field is given; the grid-run half is untouched.
      *    Maintenance verb: same authority checks and echo as
      *    DO-UPDATE-COMMAND.
      * ------------------------------------------------------------
       DO-UPDSURV-COMMAND.
           IF CMD-ARG1 = SPACES
               DISPLAY "AOC25MST: UPDSURV CARD WITHOUT SITE ID"
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE 'UPDSURV' TO AUTHZ-VERB
           MOVE CMD-ARG1 TO AUTHZ-SITE
           PERFORM CHECK-MAINTENANCE-AUTHORITY
           IF AUTHZ-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

               MOVE CMD-ARG3 TO MNT-CHECK-FIELD
               PERFORM CHECK-MNT-DIGITS
           END-IF
           IF MNT-DIGITS-OK = 'Y' AND CMD-ARG4 NOT = SPACES
               MOVE CMD-ARG4 TO MNT-CHECK-FIELD
               PERFORM CHECK-MNT-DIGITS
           END-IF

           IF MNT-DIGITS-OK = 'N'
               DISPLAY "AOC25MST: UPDSURV FOR " CMD-ARG1
                   MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
                   COMPUTE MST-POINT-COUNT = FUNCTION NUMVAL(CMD-ARG2)
                   COMPUTE MST-MAX-AREA = FUNCTION NUMVAL(CMD-ARG3)
                   IF CMD-ARG4 NOT = SPACES
                       COMPUTE MST-LOOP-AREA
                           = FUNCTION NUMVAL(CMD-ARG4)
                   END-IF
                   MOVE MASTER-RECORD TO WS-AFTER-IMAGE
                   MOVE 'UPDSURV' TO WS-JRN-VERB
                   MOVE CMD-ARG1 TO WS-JRN-SITE

      * ------------------------------------------------------------
      *  DO-DELETE-COMMAND
      *  - Removes one site's record. Maintenance verb: same
      *    authority checks as DO-UPDATE-COMMAND. The record is
      *    read before the DELETE so its before-image reaches the
      *    journal - once REWRITE or DELETE has run, the image is
      *    gone for good.
      * ------------------------------------------------------------
       DO-DELETE-COMMAND.
           IF CMD-ARG1 = SPACES
               DISPLAY "AOC25MST: DELETE CARD WITHOUT SITE ID"
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE 'DELETE' TO AUTHZ-VERB
           MOVE CMD-ARG1 TO AUTHZ-SITE
           PERFORM CHECK-MAINTENANCE-AUTHORITY
           IF AUTHZ-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO ANY-FAILURE-FLAG.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  CHECK-MAINTENANCE-AUTHORITY
      *  - Judges whether the AUTH operator may run AUTHZ-VERB
      *    against AUTHZ-SITE: an accepted AUTH card, the operator
      *    still active and unexpired on the registry, role 'M' or
      *    'S', and the site covered. The registry is read again
      *    for every verb so the judgment is made on the record as
      *    it stands. Leaves AUTHZ-REASON blank when the verb may
      *    go ahead; otherwise the refusal has already been
      *    reported and recorded.
      * ------------------------------------------------------------
       CHECK-MAINTENANCE-AUTHORITY.
           MOVE SPACES TO AUTHZ-REASON

           IF AUTHORIZED-FLAG = 'N'
               MOVE 'NOAUTH' TO AUTHZ-REASON
               MOVE 'NO ACCEPTED AUTH CARD' TO AUTHZ-TEXT
               PERFORM REFUSE-OPERATOR-AUTHORITY
               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDATE-OPERATOR

           IF AUTHZ-REASON = SPACES
              AND OPR-ROLE NOT = 'M' AND OPR-ROLE NOT = 'S'
               MOVE 'ROLE' TO AUTHZ-REASON
               MOVE 'ROLE IS NOT MAINTAINER OR SUPERVISOR'
                 TO AUTHZ-TEXT
           END-IF

           IF AUTHZ-REASON = SPACES
               PERFORM CHECK-SITE-COVERAGE
           END-IF

           IF AUTHZ-REASON NOT = SPACES
               PERFORM REFUSE-OPERATOR-AUTHORITY
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  VALIDATE-OPERATOR
      *  - Reads AUTH-OPERATOR-ID from the registry and checks it is
      *    there, active, and not past its expiry date. Leaves
      *    AUTHZ-REASON/AUTHZ-TEXT blank when it is, and the record
      *    in OPERATOR-RECORD for the role and site checks.
      * ------------------------------------------------------------
       VALIDATE-OPERATOR.
           MOVE SPACES TO AUTHZ-REASON
           MOVE SPACES TO AUTHZ-TEXT

           IF REGISTRY-AVAIL-FLAG = 'N'
               MOVE 'REGUNAV' TO AUTHZ-REASON
               MOVE 'OPERATOR REGISTRY UNAVAILABLE' TO AUTHZ-TEXT
               EXIT PARAGRAPH
           END-IF

           MOVE AUTH-OPERATOR-ID TO OPR-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE 'NOTREG' TO AUTHZ-REASON
                   MOVE 'OPERATOR NOT ON REGISTRY' TO AUTHZ-TEXT
           END-READ
           IF AUTHZ-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF OPR-ACTIVE-FLAG NOT = 'Y'
               MOVE 'INACTIVE' TO AUTHZ-REASON
               MOVE 'OPERATOR INACTIVE' TO AUTHZ-TEXT
               EXIT PARAGRAPH
           END-IF

           IF OPR-EXPIRY-DATE IS NOT NUMERIC
               MOVE 'EXPIRED' TO AUTHZ-REASON
               MOVE 'OPERATOR EXPIRY DATE UNREADABLE' TO AUTHZ-TEXT
               EXIT PARAGRAPH
           END-IF

           IF OPR-EXPIRY-DATE > 0
              AND OPR-EXPIRY-DATE < WS-RUN-DATE
               MOVE 'EXPIRED' TO AUTHZ-REASON
               MOVE 'OPERATOR AUTHORITY EXPIRED' TO AUTHZ-TEXT
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  CHECK-SITE-COVERAGE
      *  - Sets AUTHZ-REASON to SITE unless one of the operator's
      *    OPR-SITE-ID entries is AUTHZ-SITE or '*'.
      * ------------------------------------------------------------
       CHECK-SITE-COVERAGE.
           MOVE 'N' TO AUTHZ-SITE-FOUND

           PERFORM VARYING AUTHZ-SITE-IDX FROM 1 BY 1
                   UNTIL AUTHZ-SITE-IDX > 8
               IF OPR-SITE-ID (AUTHZ-SITE-IDX) = '*'
                  OR (OPR-SITE-ID (AUTHZ-SITE-IDX) = AUTHZ-SITE
                      AND AUTHZ-SITE NOT = SPACES)
                   MOVE 'Y' TO AUTHZ-SITE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF AUTHZ-SITE-FOUND = 'N'
               MOVE 'SITE' TO AUTHZ-REASON
               MOVE 'SITE NOT COVERED BY OPERATOR' TO AUTHZ-TEXT
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  REFUSE-OPERATOR-AUTHORITY
      *  - The common refusal for a card the operator has no
      *    authority for: reported on the console, appended to the
      *    SECEXCP security exception report, and raised on the
      *    ALERTOUT feed as an 'E' SECDENY alert so the refusal
      *    reaches the morning digest.
      * ------------------------------------------------------------
       REFUSE-OPERATOR-AUTHORITY.
           DISPLAY "AOC25MST: " AUTHZ-VERB " BY " AUTH-OPERATOR-ID
                   " REFUSED - " AUTHZ-TEXT
           MOVE 'Y' TO ANY-FAILURE-FLAG

           OPEN EXTEND SECEXCP-FILE
           IF WS-SECEXCP-STATUS = '00' OR WS-SECEXCP-STATUS = '05'
               ACCEPT WS-SCX-TIME-FULL FROM TIME
               MOVE SPACES           TO SECEXCP-RECORD
               MOVE WS-RUN-DATE      TO SCX-DATE
               MOVE WS-SCX-HHMMSS    TO SCX-TIME
               MOVE 'AOC25MST'       TO SCX-PROGRAM
               MOVE AUTH-OPERATOR-ID TO SCX-OPERATOR
               MOVE AUTHZ-VERB       TO SCX-VERB
               MOVE AUTHZ-SITE       TO SCX-SITE-ID
               MOVE AUTHZ-REASON     TO SCX-REASON
               MOVE AUTHZ-TEXT       TO SCX-TEXT
               WRITE SECEXCP-RECORD
               CLOSE SECEXCP-FILE
           ELSE
               DISPLAY "AOC25MST: SECURITY EXCEPTION REPORT "
                       "UNAVAILABLE - STATUS " WS-SECEXCP-STATUS
           END-IF

           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = '00' OR WS-ALERT-STATUS = '05'
               MOVE SPACES           TO ALERT-RECORD
               MOVE 'E'              TO ALT-SEVERITY
               MOVE 'AOC25MST'       TO ALT-PROGRAM
               MOVE 'SECDENY'        TO ALT-CODE
               MOVE 1                TO ALT-COUNT
               MOVE 0                TO ALT-LIMIT
               STRING "REFUSED " AUTHZ-VERB " " AUTH-OPERATOR-ID
                      " " AUTHZ-REASON
                   DELIMITED BY SIZE INTO ALT-TEXT
               END-STRING
               MOVE AUTHZ-SITE       TO ALT-SITE-ID
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  DO-HISTORY-COMMAND
      *  - Plays back one site's journal entries in append order:
           DISPLAY "  SURV RUN " MST-SURV-RUN-DATE
                   " RC " WS-EDIT-RC
                   "  POINTS " WS-EDIT-NUM-1
                   "  MAX AREA " MST-MAX-AREA
           DISPLAY "           LOOP AREA " MST-LOOP-AREA.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
