      *     on the alert history, so tomorrow's digest stops
      *     repeating it. SITE-ID may be blank (a run with no site
      *     identity alerts under a blank site); PROGRAM, CODE and
      *     OPERATOR-ID are required. The card is honored only for
      *     an operator the AOCOPER registry shows active and
      *     unexpired, with the alert acknowledger or supervisor
      *     role, covering the site (a blank site needs the '*'
      *     all-sites entry). A refused card is written to the
      *     SECEXCP security exception report and the ALERTOUT
      *     feed. ---
           SELECT OPTIONAL ACK-FILE ASSIGN TO ACKCARDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
               RECORD KEY IS ALH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

      * --- Operator registry, keyed by operator ID (see AOCOPER),
      *     maintained by AOC25OPR and read only here. When it
      *     can't be opened every ACK card is refused. ---
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO AOCOPER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

      * --- Shared security exception report (see AOCSECX), one
      *     record appended per refused ACK card ---
           SELECT OPTIONAL SECEXCP-FILE ASSIGN TO SECEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECEXCP-STATUS.

      * --- Formatted daily alert digest ---
           SELECT DIGEST-FILE ASSIGN TO ALRDIG
               ORGANIZATION IS SEQUENTIAL.
       01  ALRHIST-RECORD.
           COPY AOCALRH.

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

      * --- Formatted daily alert digest ---
       FD  DIGEST-FILE
           RECORD CONTAINS 80 CHARACTERS
       77  WS-ROUTE-STATUS           PIC X(2)  VALUE SPACES.
       77  WS-ACK-STATUS             PIC X(2)  VALUE SPACES.
       77  WS-HISTORY-STATUS         PIC X(2)  VALUE SPACES.
       77  WS-OPERATOR-STATUS        PIC X(2)  VALUE SPACES.
       77  WS-SECEXCP-STATUS         PIC X(2)  VALUE SPACES.

      * --- Alert history availability: without it the digest still
      *     prints, just with nothing suppressed ---
       77  ACK-OPER-STR              PIC X(8)  VALUE SPACES.
       77  ACK-APPLIED-COUNT         PIC 9(4)  COMP VALUE 0.
       77  ACK-FAILED-COUNT          PIC 9(4)  COMP VALUE 0.
       77  ACK-REFUSED-COUNT         PIC 9(4)  COMP VALUE 0.

      * --- Operator authority for ACK cards: the registry's
      *     availability and the judgment on the card in hand.
      *     AUTHZ-REASON is left blank when the operator may go
      *     ahead, else the AOCSECX reason code. ---
       77  REGISTRY-AVAIL-FLAG       PIC X     VALUE 'N'.
       77  AUTHZ-REASON              PIC X(8)  VALUE SPACES.
       77  AUTHZ-TEXT                PIC X(38) VALUE SPACES.
       77  AUTHZ-SITE-IDX            PIC 9(2)  COMP VALUE 0.
       77  AUTHZ-SITE-FOUND          PIC X     VALUE 'N'.
       01  WS-SCX-TIME-FULL.
           05 WS-SCX-HHMMSS          PIC 9(6).
           05 FILLER                 PIC 9(2).

      * --- The day's alerts, collapsed to one entry per distinct
      *     site+program+code with a repeat count. MAX-COLLAPSE is
       PROCESS-ACK-CARDS.
           MOVE 0 TO ACK-APPLIED-COUNT
           MOVE 0 TO ACK-FAILED-COUNT
           MOVE 0 TO ACK-REFUSED-COUNT

           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO REGISTRY-AVAIL-FLAG
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS = '00'
               MOVE 'Y' TO REGISTRY-AVAIL-FLAG
           ELSE
               IF WS-OPERATOR-STATUS = '05'
                   CLOSE OPERATOR-FILE
               END-IF
               DISPLAY "AOC25ALR: OPERATOR REGISTRY UNAVAILABLE - "
                       "STATUS " WS-OPERATOR-STATUS
                       " - ACKS REFUSED"
           END-IF

           MOVE 'N' TO ACK-EOF-FLAG
           PERFORM UNTIL ACK-EOF-FLAG = 'Y'
               READ ACK-FILE
           END-PERFORM

           CLOSE ACK-FILE
           IF REGISTRY-AVAIL-FLAG = 'Y'
               CLOSE OPERATOR-FILE
           END-IF

           IF ACK-APPLIED-COUNT > 0
               MOVE ACK-APPLIED-COUNT TO WS-EDIT-COUNT-1
               MOVE ACK-FAILED-COUNT TO WS-EDIT-COUNT-1
               DISPLAY "AOC25ALR: " WS-EDIT-COUNT-1
                       " ACKNOWLEDGMENT CARD(S) NOT APPLIED"
           END-IF
           IF ACK-REFUSED-COUNT > 0
               MOVE ACK-REFUSED-COUNT TO WS-EDIT-COUNT-1
               DISPLAY "AOC25ALR: " WS-EDIT-COUNT-1
                       " ACKNOWLEDGMENT CARD(S) REFUSED - SEE SECEXCP"
           END-IF.
      * ------------------------------------------------------------

      *    the matching alert-history record acknowledged with the
      *    operator and today's date. The site field may be blank
      *    (runs without a site identity alert under a blank site);
      *    the other fields are required. The operator's authority
      *    is judged before the history is touched (see
      *    CHECK-ACK-AUTHORITY); a refused card counts among the
      *    cards not applied.
      * ------------------------------------------------------------
       APPLY-ACK-CARD.
           MOVE SPACES TO ACK-VERB-STR
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ACK-AUTHORITY
           IF AUTHZ-REASON NOT = SPACES
               ADD 1 TO ACK-FAILED-COUNT
               ADD 1 TO ACK-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF HISTORY-AVAIL-FLAG = 'N'
               ADD 1 TO ACK-FAILED-COUNT
               EXIT PARAGRAPH
           END-READ.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  CHECK-ACK-AUTHORITY
      *  - Judges whether ACK-OPER-STR may acknowledge alerts for
      *    ACK-SITE-STR: on the registry, active, not past its
      *    expiry date, role 'A' or 'S', and the site covered - a
      *    named site by its own entry or '*', the blank site by
      *    '*' alone. Leaves AUTHZ-REASON blank when the card may
      *    be applied; otherwise the refusal has been recorded.
      * ------------------------------------------------------------
       CHECK-ACK-AUTHORITY.
           MOVE SPACES TO AUTHZ-REASON
           MOVE SPACES TO AUTHZ-TEXT

           IF REGISTRY-AVAIL-FLAG = 'N'
               MOVE 'REGUNAV' TO AUTHZ-REASON
               MOVE 'OPERATOR REGISTRY UNAVAILABLE' TO AUTHZ-TEXT
               PERFORM REFUSE-ACK-CARD
               EXIT PARAGRAPH
           END-IF

           MOVE ACK-OPER-STR TO OPR-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE 'NOTREG' TO AUTHZ-REASON
                   MOVE 'OPERATOR NOT ON REGISTRY' TO AUTHZ-TEXT
           END-READ

           IF AUTHZ-REASON = SPACES
              AND OPR-ACTIVE-FLAG NOT = 'Y'
               MOVE 'INACTIVE' TO AUTHZ-REASON
               MOVE 'OPERATOR INACTIVE' TO AUTHZ-TEXT
           END-IF

           IF AUTHZ-REASON = SPACES
              AND OPR-EXPIRY-DATE IS NOT NUMERIC
               MOVE 'EXPIRED' TO AUTHZ-REASON
               MOVE 'OPERATOR EXPIRY DATE UNREADABLE' TO AUTHZ-TEXT
           END-IF

           IF AUTHZ-REASON = SPACES
              AND OPR-EXPIRY-DATE > 0
              AND OPR-EXPIRY-DATE < WS-RUN-DATE
               MOVE 'EXPIRED' TO AUTHZ-REASON
               MOVE 'OPERATOR AUTHORITY EXPIRED' TO AUTHZ-TEXT
           END-IF

           IF AUTHZ-REASON = SPACES
              AND OPR-ROLE NOT = 'A' AND OPR-ROLE NOT = 'S'
               MOVE 'ROLE' TO AUTHZ-REASON
               MOVE 'ROLE IS NOT ACKNOWLEDGER OR SUPERVISOR'
                 TO AUTHZ-TEXT
           END-IF

           IF AUTHZ-REASON = SPACES
               MOVE 'N' TO AUTHZ-SITE-FOUND
               PERFORM VARYING AUTHZ-SITE-IDX FROM 1 BY 1
                       UNTIL AUTHZ-SITE-IDX > 8
                   IF OPR-SITE-ID (AUTHZ-SITE-IDX) = '*'
                      OR (OPR-SITE-ID (AUTHZ-SITE-IDX) = ACK-SITE-STR
                          AND ACK-SITE-STR NOT = SPACES)
                       MOVE 'Y' TO AUTHZ-SITE-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF AUTHZ-SITE-FOUND = 'N'
                   MOVE 'SITE' TO AUTHZ-REASON
                   MOVE 'SITE NOT COVERED BY OPERATOR' TO AUTHZ-TEXT
               END-IF
           END-IF

           IF AUTHZ-REASON NOT = SPACES
               PERFORM REFUSE-ACK-CARD
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  REFUSE-ACK-CARD
      *  - The refusal for an ACK card the operator has no
      *    authority for: reported on the console, appended to the
      *    SECEXCP security exception report, and raised on the
      *    ALERTOUT feed as an 'E' SECDENY alert. The feed is read
      *    after the ACK cards, so the refusal makes today's digest.
      * ------------------------------------------------------------
       REFUSE-ACK-CARD.
           DISPLAY "AOC25ALR: ACK " ACK-SITE-STR " " ACK-PGM-STR
                   " " ACK-CODE-STR " BY " ACK-OPER-STR
                   " REFUSED - " AUTHZ-TEXT

           OPEN EXTEND SECEXCP-FILE
           IF WS-SECEXCP-STATUS = '00' OR WS-SECEXCP-STATUS = '05'
               ACCEPT WS-SCX-TIME-FULL FROM TIME
               MOVE SPACES        TO SECEXCP-RECORD
               MOVE WS-RUN-DATE   TO SCX-DATE
               MOVE WS-SCX-HHMMSS TO SCX-TIME
               MOVE 'AOC25ALR'    TO SCX-PROGRAM
               MOVE ACK-OPER-STR  TO SCX-OPERATOR
               MOVE 'ACK'         TO SCX-VERB
               MOVE ACK-SITE-STR  TO SCX-SITE-ID
               MOVE AUTHZ-REASON  TO SCX-REASON
               MOVE AUTHZ-TEXT    TO SCX-TEXT
               WRITE SECEXCP-RECORD
               CLOSE SECEXCP-FILE
           ELSE
               DISPLAY "AOC25ALR: SECURITY EXCEPTION REPORT "
                       "UNAVAILABLE - STATUS " WS-SECEXCP-STATUS
           END-IF

           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = '00' OR WS-ALERT-STATUS = '05'
               MOVE SPACES        TO ALERT-RECORD
               MOVE 'E'           TO ALT-SEVERITY
               MOVE 'AOC25ALR'    TO ALT-PROGRAM
               MOVE 'SECDENY'     TO ALT-CODE
               MOVE 1             TO ALT-COUNT
               MOVE 0             TO ALT-LIMIT
               STRING "REFUSED ACK " ACK-CODE-STR " "
                      ACK-OPER-STR " " AUTHZ-REASON
                   DELIMITED BY SIZE INTO ALT-TEXT
               END-STRING
               MOVE ACK-SITE-STR  TO ALT-SITE-ID
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  COLLAPSE-ALERT-FEED
      *  - Reads the day's ALERTOUT feed and collapses it to one
