       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC25OPR.
       AUTHOR. IMPETUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * --- Operator command cards, one per record:
      *       AUTH,OPERATOR-ID            enable maintenance verbs
      *       SHOW,OPERATOR-ID            display one operator
      *       LIST                        display every operator
      *       HISTORY,OPERATOR-ID         play back an operator's
      *                                   journal entries in order
      *       EXCEPT[,YYYYMMDD]           play back the security
      *                                   exception report, all of
      *                                   it or one date's
      *       ADD,OPERATOR-ID,ROLE,EXPIRY,NAME
      *                                   register an operator
      *       CHANGE,OPERATOR-ID,ROLE,EXPIRY,NAME
      *                                   correct role/expiry/name
      *                                   (a blank field is left
      *                                   as it stands)
      *       ADDSITE,OPERATOR-ID,SITE-ID add a covered site ('*'
      *                                   covers every site)
      *       DROPSITE,OPERATOR-ID,SITE-ID
      *                                   remove a covered site
      *       ACTIVATE,OPERATOR-ID        mark active
      *       DEACTIVATE,OPERATOR-ID      mark inactive
      *       DELETE,OPERATOR-ID          remove from the registry
      *     ROLE is I (inquiry), M (maintainer), A (alert
      *     acknowledger) or S (supervisor); EXPIRY is the last
      *     date the authority holds, YYYYMMDD, or 0 for none.
      *     SHOW, LIST, HISTORY and EXCEPT are open to everyone;
      *     the maintenance verbs are honored only after an AUTH
      *     card has named an active, unexpired supervisor. A
      *     refused card is written to the SECEXCP security
      *     exception report and the ALERTOUT feed, the same as
      *     AOC25MST's. While the registry is empty the first AUTH
      *     card is taken on trust for one purpose only: to ADD
      *     that same operator as a supervisor. ---
           SELECT CMDIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

      * --- Registry maintenance journal: one record appended per
      *     maintenance verb carrying the date/time, operator,
      *     verb, operator maintained and the full before/after
      *     AOCOPER images. Same rule as AOC25MST's journal: when
      *     it can't be written the verb is refused rather than
      *     run unrecorded. ---
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO OPRJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      * --- Operator registry, keyed by operator ID (see AOCOPER).
      *     Created on first use, same convention as the site
      *     master. DYNAMIC access: keyed reads for the verbs plus
      *     a sequential sweep for LIST. ---
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO AOCOPER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

      * --- Shared security exception report (see AOCSECX) ---
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
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  CMDIN-LINE                PIC X(80).

      * --- Registry maintenance journal record ---
       FD  JOURNAL-FILE
           RECORD CONTAINS 350 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE F.
       01  JOURNAL-RECORD.
           05 JRN-DATE               PIC 9(8).
           05 JRN-TIME               PIC 9(6).
           05 JRN-OPERATOR           PIC X(8).
           05 JRN-VERB               PIC X(8).
           05 JRN-TARGET-ID          PIC X(8).
           05 JRN-BEFORE-IMAGE       PIC X(150).
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
       77  WS-OPERATOR-STATUS        PIC X(2)  VALUE SPACES.
       77  WS-JOURNAL-STATUS         PIC X(2)  VALUE SPACES.
       77  WS-SECEXCP-STATUS         PIC X(2)  VALUE SPACES.
       77  WS-ALERT-STATUS           PIC X(2)  VALUE SPACES.

      * --- Journal staging: the verb being journaled and the
      *     before/after record images, held so the journal append
      *     can be attempted (and the verb refused on failure)
      *     before anything touches the registry ---
       77  JOURNAL-OK-FLAG           PIC X     VALUE 'N'.
       77  WS-JRN-VERB               PIC X(8)  VALUE SPACES.
       77  WS-JRN-TARGET             PIC X(8)  VALUE SPACES.
       77  WS-BEFORE-IMAGE           PIC X(150) VALUE SPACES.
       77  WS-AFTER-IMAGE            PIC X(150) VALUE SPACES.
       01  WS-JRN-TIME-FULL.
           05 WS-JRN-HHMMSS          PIC 9(6).
           05 FILLER                 PIC 9(2).

      * --- HISTORY/EXCEPT verb playback ---
       77  JRN-EOF-FLAG              PIC X     VALUE 'N'.
       77  JRN-MATCH-COUNT           PIC 9(5)  COMP VALUE 0.
       77  SCX-EOF-FLAG              PIC X     VALUE 'N'.
       77  SCX-MATCH-COUNT           PIC 9(5)  COMP VALUE 0.
       77  CMD-EOF-FLAG              PIC X     VALUE 'N'.
       77  AUTH-OPERATOR-ID          PIC X(8)  VALUE SPACES.
       77  AUTHORIZED-FLAG           PIC X     VALUE 'N'.
       77  BOOTSTRAP-FLAG            PIC X     VALUE 'N'.
       77  ANY-FAILURE-FLAG          PIC X     VALUE 'N'.
       77  LIST-EOF-FLAG             PIC X     VALUE 'N'.
       77  LIST-COUNT                PIC 9(5)  COMP VALUE 0.
       77  REGISTRY-EMPTY-FLAG       PIC X     VALUE 'N'.

      * --- Operator authority for the maintenance verbs: the run
      *     date expiry is judged against, and the verb/operator
      *     being judged. AUTHZ-VERB also names the verb on the
      *     journal record, so it is never more than 8 characters:
      *     DEACTIVATE goes on both as DEACTIV. AUTHZ-REASON is left
      *     blank when the verb may go ahead, else the AOCSECX
      *     reason code. ---
       77  AUTHZ-VERB                PIC X(8)  VALUE SPACES.
       77  AUTHZ-TARGET              PIC X(8)  VALUE SPACES.
       77  AUTHZ-REASON              PIC X(8)  VALUE SPACES.
       77  AUTHZ-TEXT                PIC X(38) VALUE SPACES.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-SCX-TIME-FULL.
           05 WS-SCX-HHMMSS          PIC 9(6).
           05 FILLER                 PIC 9(2).

      * --- Command card parse fields. CMD-ARG4 carries the
      *     operator name, the widest field on any card. ---
       77  CMD-VERB                  PIC X(10) VALUE SPACES.
       77  CMD-ARG1                  PIC X(8)  VALUE SPACES.
       77  CMD-ARG2                  PIC X(8)  VALUE SPACES.
       77  CMD-ARG3                  PIC X(8)  VALUE SPACES.
       77  CMD-ARG4                  PIC X(30) VALUE SPACES.

      * --- Role/expiry/site checks for ADD, CHANGE and the site
      *     verbs ---
       77  NEW-EXPIRY-DATE           PIC 9(8)  VALUE 0.
       77  EXPIRY-OK-FLAG            PIC X     VALUE 'N'.
       77  SITE-IDX                  PIC 9(2)  COMP VALUE 0.
       77  SITE-FOUND-IDX            PIC 9(2)  COMP VALUE 0.
       77  SITE-FREE-IDX             PIC 9(2)  COMP VALUE 0.

      * --- All-digits check for the expiry date ---
       77  MNT-CHECK-FIELD           PIC X(8)  VALUE SPACES.
       77  MNT-CHECK-IDX             PIC 9(2)  COMP VALUE 0.
       77  MNT-CHECK-CHAR            PIC X     VALUE SPACE.
       77  MNT-DIGITS-OK             PIC X     VALUE 'N'.
       77  MNT-NONBLANK-FOUND        PIC X     VALUE 'N'.

      * --- Record display ---
       77  WS-ROLE-NAME              PIC X(18) VALUE SPACES.
       77  WS-SITE-LIST              PIC X(72) VALUE SPACES.
       77  WS-SITE-PTR               PIC 9(3)  COMP VALUE 0.
       77  WS-EDIT-COUNT             PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * ------------------------------------------------------------
      *  Program entry point: open (or create) the registry, then
      *  act on each command card in order. Return code 0 when
      *  every command succeeded, 8 when any failed or was refused,
      *  12 when the registry itself could not be opened.
      * ------------------------------------------------------------
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O OPERATOR-FILE
           IF WS-OPERATOR-STATUS = '35'
               OPEN OUTPUT OPERATOR-FILE
               IF WS-OPERATOR-STATUS = '00'
                   CLOSE OPERATOR-FILE
                   OPEN I-O OPERATOR-FILE
               END-IF
           END-IF

           IF WS-OPERATOR-STATUS NOT = '00'
              AND WS-OPERATOR-STATUS NOT = '05'
               DISPLAY "AOC25OPR: OPERATOR REGISTRY UNAVAILABLE - "
                       "STATUS " WS-OPERATOR-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CMDIN-FILE

           PERFORM UNTIL CMD-EOF-FLAG = 'Y'
               READ CMDIN-FILE
                   AT END
                       MOVE 'Y' TO CMD-EOF-FLAG
                   NOT AT END
                       IF CMDIN-LINE = SPACES
                           CONTINUE
                       ELSE
                           PERFORM PROCESS-COMMAND-CARD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CMDIN-FILE
           CLOSE OPERATOR-FILE

           IF ANY-FAILURE-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.
      * ============================================================
      *  End of MAIN-PROCEDURE
      * ============================================================

      * ------------------------------------------------------------
      *  PROCESS-COMMAND-CARD
      *  - Parses and dispatches one command card.
      * ------------------------------------------------------------
       PROCESS-COMMAND-CARD.
           MOVE SPACES TO CMD-VERB
           MOVE SPACES TO CMD-ARG1
           MOVE SPACES TO CMD-ARG2
           MOVE SPACES TO CMD-ARG3
           MOVE SPACES TO CMD-ARG4

           UNSTRING CMDIN-LINE DELIMITED BY ','
               INTO CMD-VERB CMD-ARG1 CMD-ARG2 CMD-ARG3 CMD-ARG4
           END-UNSTRING

           EVALUATE CMD-VERB
               WHEN 'AUTH'
                   PERFORM DO-AUTH-COMMAND
               WHEN 'SHOW'
                   PERFORM DO-SHOW-COMMAND
               WHEN 'LIST'
                   PERFORM DO-LIST-COMMAND
               WHEN 'HISTORY'
                   PERFORM DO-HISTORY-COMMAND
               WHEN 'EXCEPT'
                   PERFORM DO-EXCEPT-COMMAND
               WHEN 'ADD'
                   PERFORM DO-ADD-COMMAND
               WHEN 'CHANGE'
                   PERFORM DO-CHANGE-COMMAND
               WHEN 'ADDSITE'
                   PERFORM DO-ADDSITE-COMMAND
               WHEN 'DROPSITE'
                   PERFORM DO-DROPSITE-COMMAND
               WHEN 'ACTIVATE'
                   PERFORM DO-ACTIVATE-COMMAND
               WHEN 'DEACTIVATE'
                   PERFORM DO-ACTIVATE-COMMAND
               WHEN 'DELETE'
                   PERFORM DO-DELETE-COMMAND
               WHEN OTHER
                   DISPLAY "AOC25OPR: UNKNOWN COMMAND: " CMD-VERB
                   MOVE 'Y' TO ANY-FAILURE-FLAG
           END-EVALUATE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  DO-AUTH-COMMAND
      *  - Records the operator behind any maintenance that follows,
      *    once the registry shows an active, unexpired supervisor.
      *    A refused AUTH card withdraws any earlier one; the name
      *    tried is kept for the exception records. On an empty
      *    registry the operator is taken on trust, for the
      *    bootstrap ADD only (see DO-ADD-COMMAND).
      * ------------------------------------------------------------
       DO-AUTH-COMMAND.
           IF CMD-ARG1 = SPACES
               DISPLAY "AOC25OPR: AUTH CARD WITHOUT OPERATOR ID"
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE CMD-ARG1 TO AUTH-OPERATOR-ID
           MOVE 'N' TO AUTHORIZED-FLAG
           MOVE 'N' TO BOOTSTRAP-FLAG

           PERFORM CHECK-REGISTRY-EMPTY
           IF REGISTRY-EMPTY-FLAG = 'Y'
               MOVE 'Y' TO BOOTSTRAP-FLAG
               DISPLAY "AOC25OPR: REGISTRY EMPTY - " AUTH-OPERATOR-ID
                       " MAY ONLY ADD ITSELF AS SUPERVISOR"
               EXIT PARAGRAPH
           END-IF

           MOVE 'AUTH' TO AUTHZ-VERB
           MOVE SPACES TO AUTHZ-TARGET
           PERFORM VALIDATE-SUPERVISOR

           IF AUTHZ-REASON NOT = SPACES
               PERFORM REFUSE-OPERATOR-AUTHORITY
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO AUTHORIZED-FLAG
           DISPLAY "AOC25OPR: REGISTRY MAINTENANCE AUTHORIZED FOR "
                   AUTH-OPERATOR-ID.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  CHECK-REGISTRY-EMPTY
      *  - Sets REGISTRY-EMPTY-FLAG to 'Y' when the registry holds
      *    no records at all.
      * ------------------------------------------------------------
       CHECK-REGISTRY-EMPTY.
           MOVE 'N' TO REGISTRY-EMPTY-FLAG
           MOVE LOW-VALUES TO OPR-OPERATOR-ID

           START OPERATOR-FILE KEY >= OPR-OPERATOR-ID
               INVALID KEY
                   MOVE 'Y' TO REGISTRY-EMPTY-FLAG
           END-START.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  DO-SHOW-COMMAND
      *  - Displays one operator's registry record.
      * ------------------------------------------------------------
       DO-SHOW-COMMAND.
           IF CMD-ARG1 = SPACES
               DISPLAY "AOC25OPR: SHOW CARD WITHOUT OPERATOR ID"
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE CMD-ARG1 TO OPR-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "AOC25OPR: OPERATOR " CMD-ARG1
                           " NOT ON REGISTRY"
                   MOVE 'Y' TO ANY-FAILURE-FLAG
               NOT INVALID KEY
                   PERFORM DISPLAY-OPERATOR-RECORD
           END-READ.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  DO-LIST-COMMAND
      *  - Displays every operator on the registry in key order.
      * ------------------------------------------------------------
       DO-LIST-COMMAND.
           MOVE 0 TO LIST-COUNT
           MOVE 'N' TO LIST-EOF-FLAG
           MOVE LOW-VALUES TO OPR-OPERATOR-ID

           START OPERATOR-FILE KEY >= OPR-OPERATOR-ID
               INVALID KEY
                   MOVE 'Y' TO LIST-EOF-FLAG
           END-START

           PERFORM UNTIL LIST-EOF-FLAG = 'Y'
               READ OPERATOR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO LIST-EOF-FLAG
                   NOT AT END
                       ADD 1 TO LIST-COUNT
                       PERFORM DISPLAY-OPERATOR-RECORD
               END-READ
           END-PERFORM

           MOVE LIST-COUNT TO WS-EDIT-COUNT
           DISPLAY "AOC25OPR: " WS-EDIT-COUNT " OPERATOR(S) LISTED".
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  DO-ADD-COMMAND
      *  - Registers a new operator, active, with no sites - sites
      *    are given with ADDSITE. Maintenance verb: supervisor
      *    authority required, except for the bootstrap ADD of the
      *    AUTH operator as a supervisor on an empty registry.
      * ------------------------------------------------------------
       DO-ADD-COMMAND.
           IF CMD-ARG1 = SPACES
               DISPLAY "AOC25OPR: ADD CARD WITHOUT OPERATOR ID"
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           IF BOOTSTRAP-FLAG = 'Y'
              AND (CMD-ARG1 NOT = AUTH-OPERATOR-ID
                   OR CMD-ARG2 NOT = 'S')
               DISPLAY "AOC25OPR: ADD FOR " CMD-ARG1
                       " REFUSED - EMPTY REGISTRY TAKES ONLY "
                       AUTH-OPERATOR-ID " AS SUPERVISOR"
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           IF BOOTSTRAP-FLAG = 'N'
               MOVE 'ADD' TO AUTHZ-VERB
               MOVE CMD-ARG1 TO AUTHZ-TARGET
               PERFORM CHECK-MAINTENANCE-AUTHORITY
               IF AUTHZ-REASON NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF CMD-ARG2 NOT = 'I' AND CMD-ARG2 NOT = 'M'
              AND CMD-ARG2 NOT = 'A' AND CMD-ARG2 NOT = 'S'
               DISPLAY "AOC25OPR: ADD FOR " CMD-ARG1
                       " REJECTED - ROLE MUST BE I, M, A OR S"
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           IF CMD-ARG4 = SPACES
               DISPLAY "AOC25OPR: ADD FOR " CMD-ARG1
                       " REJECTED - NAME REQUIRED"
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-EXPIRY-FIELD
           IF EXPIRY-OK-FLAG = 'N'
               DISPLAY "AOC25OPR: ADD FOR " CMD-ARG1
                       " REJECTED - EXPIRY MUST BE YYYYMMDD OR 0"
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE CMD-ARG1 TO OPR-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "AOC25OPR: OPERATOR " CMD-ARG1
                           " ALREADY ON REGISTRY"
                   MOVE 'Y' TO ANY-FAILURE-FLAG
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES           TO OPERATOR-RECORD
           MOVE CMD-ARG1         TO OPR-OPERATOR-ID
           MOVE CMD-ARG4         TO OPR-NAME
           MOVE CMD-ARG2         TO OPR-ROLE
           MOVE 'Y'              TO OPR-ACTIVE-FLAG
           MOVE NEW-EXPIRY-DATE  TO OPR-EXPIRY-DATE
           MOVE WS-RUN-DATE      TO OPR-ADDED-DATE
           MOVE WS-RUN-DATE      TO OPR-CHANGED-DATE
           MOVE AUTH-OPERATOR-ID TO OPR-CHANGED-BY

           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE "*NEW*" TO WS-BEFORE-IMAGE (1:5)
           MOVE OPERATOR-RECORD TO WS-AFTER-IMAGE
           MOVE 'ADD' TO WS-JRN-VERB
           MOVE CMD-ARG1 TO WS-JRN-TARGET
           PERFORM APPEND-JOURNAL-RECORD
           IF JOURNAL-OK-FLAG = 'N'
               PERFORM REFUSE-UNJOURNALED-VERB
               EXIT PARAGRAPH
           END-IF

           WRITE OPERATOR-RECORD
           DISPLAY "AOC25OPR: OPERATOR " CMD-ARG1
                   " ADDED BY " AUTH-OPERATOR-ID
           PERFORM DISPLAY-OPERATOR-RECORD

           IF BOOTSTRAP-FLAG = 'Y'
               MOVE 'N' TO BOOTSTRAP-FLAG
               MOVE 'Y' TO AUTHORIZED-FLAG
               DISPLAY "AOC25OPR: REGISTRY MAINTENANCE AUTHORIZED FOR "
                       AUTH-OPERATOR-ID
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  DO-CHANGE-COMMAND
      *  - Corrects an operator's role, expiry date and/or name; a
      *    blank field leaves that item as it stands. Maintenance
      *    verb. Supervisors may not change their own role, nor
      *    date their own entry to expire before today - either
      *    could leave the registry without a supervisor, the same
      *    as deactivating or deleting themselves; that is for
      *    another supervisor to do.
      * ------------------------------------------------------------
       DO-CHANGE-COMMAND.
           IF CMD-ARG1 = SPACES
               DISPLAY "AOC25OPR: CHANGE CARD WITHOUT OPERATOR ID"
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE 'CHANGE' TO AUTHZ-VERB
           MOVE CMD-ARG1 TO AUTHZ-TARGET
           PERFORM CHECK-MAINTENANCE-AUTHORITY
           IF AUTHZ-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF CMD-ARG2 NOT = SPACES
              AND CMD-ARG2 NOT = 'I' AND CMD-ARG2 NOT = 'M'
              AND CMD-ARG2 NOT = 'A' AND CMD-ARG2 NOT = 'S'
               DISPLAY "AOC25OPR: CHANGE FOR " CMD-ARG1
                       " REJECTED - ROLE MUST BE I, M, A OR S"
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           IF CMD-ARG2 NOT = SPACES
              AND CMD-ARG1 = AUTH-OPERATOR-ID
               DISPLAY "AOC25OPR: CHANGE FOR " CMD-ARG1
                       " REJECTED - OWN ROLE CANNOT BE CHANGED"
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO EXPIRY-OK-FLAG
           IF CMD-ARG3 NOT = SPACES
               PERFORM CHECK-EXPIRY-FIELD
           END-IF
           IF EXPIRY-OK-FLAG = 'N'
               DISPLAY "AOC25OPR: CHANGE FOR " CMD-ARG1
                       " REJECTED - EXPIRY MUST BE YYYYMMDD OR 0"
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           IF CMD-ARG3 NOT = SPACES
              AND CMD-ARG1 = AUTH-OPERATOR-ID
              AND NEW-EXPIRY-DATE NOT = 0
              AND NEW-EXPIRY-DATE < WS-RUN-DATE
               DISPLAY "AOC25OPR: CHANGE FOR " CMD-ARG1
                       " REJECTED - OWN ENTRY"
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE CMD-ARG1 TO OPR-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "AOC25OPR: OPERATOR " CMD-ARG1
                           " NOT ON REGISTRY"
                   MOVE 'Y' TO ANY-FAILURE-FLAG
                   EXIT PARAGRAPH
           END-READ

           MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE
           IF CMD-ARG2 NOT = SPACES
               MOVE CMD-ARG2 TO OPR-ROLE
           END-IF
           IF CMD-ARG3 NOT = SPACES
               MOVE NEW-EXPIRY-DATE TO OPR-EXPIRY-DATE
           END-IF
           IF CMD-ARG4 NOT = SPACES
               MOVE CMD-ARG4 TO OPR-NAME
           END-IF
           PERFORM REWRITE-OPERATOR-RECORD.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  DO-ADDSITE-COMMAND
      *  - Adds a site to the operator's covered sites, in the first
      *    free slot. Maintenance verb.
      * ------------------------------------------------------------
       DO-ADDSITE-COMMAND.
           IF CMD-ARG1 = SPACES OR CMD-ARG2 = SPACES
               DISPLAY "AOC25OPR: ADDSITE CARD NEEDS OPERATOR ID "
                       "AND SITE ID"
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE 'ADDSITE' TO AUTHZ-VERB
           MOVE CMD-ARG1 TO AUTHZ-TARGET
           PERFORM CHECK-MAINTENANCE-AUTHORITY
           IF AUTHZ-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE CMD-ARG1 TO OPR-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "AOC25OPR: OPERATOR " CMD-ARG1
                           " NOT ON REGISTRY"
                   MOVE 'Y' TO ANY-FAILURE-FLAG
                   EXIT PARAGRAPH
           END-READ

           PERFORM FIND-OPERATOR-SITE
           IF SITE-FOUND-IDX > 0
               DISPLAY "AOC25OPR: OPERATOR " CMD-ARG1
                       " ALREADY COVERS SITE " CMD-ARG2
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF
           IF SITE-FREE-IDX = 0
               DISPLAY "AOC25OPR: OPERATOR " CMD-ARG1
                       " ALREADY COVERS 8 SITES - DROP ONE FIRST"
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE
           MOVE CMD-ARG2 TO OPR-SITE-ID (SITE-FREE-IDX)
           PERFORM REWRITE-OPERATOR-RECORD.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  DO-DROPSITE-COMMAND
      *  - Removes a site from the operator's covered sites,
      *    closing the gap so the list stays packed from the
      *    front. Maintenance verb.
      * ------------------------------------------------------------
       DO-DROPSITE-COMMAND.
           IF CMD-ARG1 = SPACES OR CMD-ARG2 = SPACES
               DISPLAY "AOC25OPR: DROPSITE CARD NEEDS OPERATOR ID "
                       "AND SITE ID"
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE 'DROPSITE' TO AUTHZ-VERB
           MOVE CMD-ARG1 TO AUTHZ-TARGET
           PERFORM CHECK-MAINTENANCE-AUTHORITY
           IF AUTHZ-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE CMD-ARG1 TO OPR-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "AOC25OPR: OPERATOR " CMD-ARG1
                           " NOT ON REGISTRY"
                   MOVE 'Y' TO ANY-FAILURE-FLAG
                   EXIT PARAGRAPH
           END-READ

           PERFORM FIND-OPERATOR-SITE
           IF SITE-FOUND-IDX = 0
               DISPLAY "AOC25OPR: OPERATOR " CMD-ARG1
                       " DOES NOT COVER SITE " CMD-ARG2
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE
           PERFORM VARYING SITE-IDX FROM SITE-FOUND-IDX BY 1
                   UNTIL SITE-IDX > 7
               MOVE OPR-SITE-ID (SITE-IDX + 1) TO OPR-SITE-ID (SITE-IDX)
           END-PERFORM
           MOVE SPACES TO OPR-SITE-ID (8)
           PERFORM REWRITE-OPERATOR-RECORD.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  FIND-OPERATOR-SITE
      *  - Looks for CMD-ARG2 among the covered sites of the
      *    operator in OPERATOR-RECORD: SITE-FOUND-IDX is its slot
      *    (0 when not there), SITE-FREE-IDX the first blank slot
      *    (0 when all eight are taken).
      * ------------------------------------------------------------
       FIND-OPERATOR-SITE.
           MOVE 0 TO SITE-FOUND-IDX
           MOVE 0 TO SITE-FREE-IDX

           PERFORM VARYING SITE-IDX FROM 1 BY 1
                   UNTIL SITE-IDX > 8
               IF OPR-SITE-ID (SITE-IDX) = CMD-ARG2
                  AND SITE-FOUND-IDX = 0
                   MOVE SITE-IDX TO SITE-FOUND-IDX
               END-IF
               IF OPR-SITE-ID (SITE-IDX) = SPACES
                  AND SITE-FREE-IDX = 0
                   MOVE SITE-IDX TO SITE-FREE-IDX
               END-IF
           END-PERFORM.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  DO-ACTIVATE-COMMAND
      *  - ACTIVATE and DEACTIVATE: sets the operator's active flag.
      *    Maintenance verb. Supervisors may not deactivate their
      *    own entry, so the last supervisor can't lock the
      *    registry against everybody.
      * ------------------------------------------------------------
       DO-ACTIVATE-COMMAND.
           IF CMD-ARG1 = SPACES
               DISPLAY "AOC25OPR: " CMD-VERB
                       " CARD WITHOUT OPERATOR ID"
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           IF CMD-VERB = 'DEACTIVATE'
               MOVE 'DEACTIV' TO AUTHZ-VERB
           ELSE
               MOVE 'ACTIVATE' TO AUTHZ-VERB
           END-IF
           MOVE CMD-ARG1 TO AUTHZ-TARGET
           PERFORM CHECK-MAINTENANCE-AUTHORITY
           IF AUTHZ-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF CMD-VERB = 'DEACTIVATE'
              AND CMD-ARG1 = AUTH-OPERATOR-ID
               DISPLAY "AOC25OPR: DEACTIVATE FOR " CMD-ARG1
                       " REJECTED - OWN ENTRY"
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE CMD-ARG1 TO OPR-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "AOC25OPR: OPERATOR " CMD-ARG1
                           " NOT ON REGISTRY"
                   MOVE 'Y' TO ANY-FAILURE-FLAG
                   EXIT PARAGRAPH
           END-READ

           MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE
           IF CMD-VERB = 'ACTIVATE'
               MOVE 'Y' TO OPR-ACTIVE-FLAG
           ELSE
               MOVE 'N' TO OPR-ACTIVE-FLAG
           END-IF
           PERFORM REWRITE-OPERATOR-RECORD.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  DO-DELETE-COMMAND
      *  - Removes an operator from the registry. Maintenance verb;
      *    not for the AUTH operator's own entry. The record is
      *    read before the DELETE so its before-image reaches the
      *    journal.
      * ------------------------------------------------------------
       DO-DELETE-COMMAND.
           IF CMD-ARG1 = SPACES
               DISPLAY "AOC25OPR: DELETE CARD WITHOUT OPERATOR ID"
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE 'DELETE' TO AUTHZ-VERB
           MOVE CMD-ARG1 TO AUTHZ-TARGET
           PERFORM CHECK-MAINTENANCE-AUTHORITY
           IF AUTHZ-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF CMD-ARG1 = AUTH-OPERATOR-ID
               DISPLAY "AOC25OPR: DELETE FOR " CMD-ARG1
                       " REJECTED - OWN ENTRY"
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE CMD-ARG1 TO OPR-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "AOC25OPR: OPERATOR " CMD-ARG1
                           " NOT ON REGISTRY"
                   MOVE 'Y' TO ANY-FAILURE-FLAG
               NOT INVALID KEY
                   MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE "*DELETED*" TO WS-AFTER-IMAGE (1:9)
                   MOVE 'DELETE' TO WS-JRN-VERB
                   MOVE CMD-ARG1 TO WS-JRN-TARGET
                   PERFORM APPEND-JOURNAL-RECORD
                   IF JOURNAL-OK-FLAG = 'Y'
                       DELETE OPERATOR-FILE RECORD
                       DISPLAY "AOC25OPR: OPERATOR " CMD-ARG1
                               " DELETED BY " AUTH-OPERATOR-ID
                   ELSE
                       PERFORM REFUSE-UNJOURNALED-VERB
                   END-IF
           END-READ.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  REWRITE-OPERATOR-RECORD
      *  - Common tail of CHANGE, ADDSITE, DROPSITE and
      *    (DE)ACTIVATE: stamps the change, journals the before
      *    image (already in WS-BEFORE-IMAGE) and the after image,
      *    and rewrites the record only once the journal has it.
      * ------------------------------------------------------------
       REWRITE-OPERATOR-RECORD.
           MOVE WS-RUN-DATE      TO OPR-CHANGED-DATE
           MOVE AUTH-OPERATOR-ID TO OPR-CHANGED-BY
           MOVE OPERATOR-RECORD  TO WS-AFTER-IMAGE
           MOVE AUTHZ-VERB       TO WS-JRN-VERB
           MOVE CMD-ARG1         TO WS-JRN-TARGET
           PERFORM APPEND-JOURNAL-RECORD
           IF JOURNAL-OK-FLAG = 'N'
               PERFORM REFUSE-UNJOURNALED-VERB
               EXIT PARAGRAPH
           END-IF

           REWRITE OPERATOR-RECORD
           DISPLAY "AOC25OPR: OPERATOR " CMD-ARG1
                   " " CMD-VERB " BY " AUTH-OPERATOR-ID
           PERFORM DISPLAY-OPERATOR-RECORD.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  CHECK-EXPIRY-FIELD
      *  - Validates CMD-ARG3 as an expiry date: 0 for none, or a
      *    real YYYYMMDD calendar date. Sets EXPIRY-OK-FLAG and, when
      *    good, NEW-EXPIRY-DATE.
      * ------------------------------------------------------------
       CHECK-EXPIRY-FIELD.
           MOVE 'N' TO EXPIRY-OK-FLAG
           MOVE 0 TO NEW-EXPIRY-DATE

           MOVE CMD-ARG3 TO MNT-CHECK-FIELD
           PERFORM CHECK-MNT-DIGITS
           IF MNT-DIGITS-OK = 'N'
               EXIT PARAGRAPH
           END-IF

           COMPUTE NEW-EXPIRY-DATE = FUNCTION NUMVAL(CMD-ARG3)
           IF NEW-EXPIRY-DATE = 0
               MOVE 'Y' TO EXPIRY-OK-FLAG
               EXIT PARAGRAPH
           END-IF

           IF NEW-EXPIRY-DATE >= 19000101
              AND FUNCTION TEST-DATE-YYYYMMDD (NEW-EXPIRY-DATE) = 0
               MOVE 'Y' TO EXPIRY-OK-FLAG
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  CHECK-MAINTENANCE-AUTHORITY
      *  - Judges whether the AUTH operator may run AUTHZ-VERB
      *    against AUTHZ-TARGET: an accepted AUTH card and the
      *    operator still an active, unexpired supervisor on the
      *    registry as it stands now. Leaves AUTHZ-REASON blank
      *    when the verb may go ahead; otherwise the refusal has
      *    already been reported and recorded.
      * ------------------------------------------------------------
       CHECK-MAINTENANCE-AUTHORITY.
           MOVE SPACES TO AUTHZ-REASON

           IF AUTHORIZED-FLAG = 'N'
               MOVE 'NOAUTH' TO AUTHZ-REASON
               MOVE 'NO ACCEPTED AUTH CARD' TO AUTHZ-TEXT
               PERFORM REFUSE-OPERATOR-AUTHORITY
               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDATE-SUPERVISOR
           IF AUTHZ-REASON NOT = SPACES
               PERFORM REFUSE-OPERATOR-AUTHORITY
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  VALIDATE-SUPERVISOR
      *  - Reads AUTH-OPERATOR-ID from the registry and checks it is
      *    there, active, not past its expiry date and a
      *    supervisor. Leaves AUTHZ-REASON/AUTHZ-TEXT blank when it
      *    is.
      * ------------------------------------------------------------
       VALIDATE-SUPERVISOR.
           MOVE SPACES TO AUTHZ-REASON
           MOVE SPACES TO AUTHZ-TEXT

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
               EXIT PARAGRAPH
           END-IF

           IF OPR-ROLE NOT = 'S'
               MOVE 'ROLE' TO AUTHZ-REASON
               MOVE 'ROLE IS NOT SUPERVISOR' TO AUTHZ-TEXT
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  REFUSE-OPERATOR-AUTHORITY
      *  - The common refusal for a card the operator has no
      *    authority for: reported on the console, appended to the
      *    SECEXCP security exception report with the operator
      *    being maintained in the site column, and raised on the
      *    ALERTOUT feed as an 'E' SECDENY alert.
      * ------------------------------------------------------------
       REFUSE-OPERATOR-AUTHORITY.
           DISPLAY "AOC25OPR: " AUTHZ-VERB " BY " AUTH-OPERATOR-ID
                   " REFUSED - " AUTHZ-TEXT
           MOVE 'Y' TO ANY-FAILURE-FLAG

           OPEN EXTEND SECEXCP-FILE
           IF WS-SECEXCP-STATUS = '00' OR WS-SECEXCP-STATUS = '05'
               ACCEPT WS-SCX-TIME-FULL FROM TIME
               MOVE SPACES           TO SECEXCP-RECORD
               MOVE WS-RUN-DATE      TO SCX-DATE
               MOVE WS-SCX-HHMMSS    TO SCX-TIME
               MOVE 'AOC25OPR'       TO SCX-PROGRAM
               MOVE AUTH-OPERATOR-ID TO SCX-OPERATOR
               MOVE AUTHZ-VERB       TO SCX-VERB
               MOVE AUTHZ-TARGET     TO SCX-SITE-ID
               MOVE AUTHZ-REASON     TO SCX-REASON
               MOVE AUTHZ-TEXT       TO SCX-TEXT
               WRITE SECEXCP-RECORD
               CLOSE SECEXCP-FILE
           ELSE
               DISPLAY "AOC25OPR: SECURITY EXCEPTION REPORT "
                       "UNAVAILABLE - STATUS " WS-SECEXCP-STATUS
           END-IF

           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = '00' OR WS-ALERT-STATUS = '05'
               MOVE SPACES           TO ALERT-RECORD
               MOVE 'E'              TO ALT-SEVERITY
               MOVE 'AOC25OPR'       TO ALT-PROGRAM
               MOVE 'SECDENY'        TO ALT-CODE
               MOVE 1                TO ALT-COUNT
               MOVE 0                TO ALT-LIMIT
               STRING "REFUSED " AUTHZ-VERB " " AUTH-OPERATOR-ID
                      " " AUTHZ-REASON
                   DELIMITED BY SIZE INTO ALT-TEXT
               END-STRING
               MOVE SPACES           TO ALT-SITE-ID
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  APPEND-JOURNAL-RECORD
      *  - Appends one journal record from the staging fields:
      *    date/time, operator, verb, operator maintained and the
      *    full before and after record images. Leaves
      *    JOURNAL-OK-FLAG at 'N' when the journal can't be opened
      *    or written, so the caller refuses the verb instead of
      *    running it unrecorded.
      * ------------------------------------------------------------
       APPEND-JOURNAL-RECORD.
           MOVE 'N' TO JOURNAL-OK-FLAG

           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
              AND WS-JOURNAL-STATUS NOT = '05'
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-JRN-TIME-FULL FROM TIME

           MOVE SPACES           TO JOURNAL-RECORD
           MOVE WS-RUN-DATE      TO JRN-DATE
           MOVE WS-JRN-HHMMSS    TO JRN-TIME
           MOVE AUTH-OPERATOR-ID TO JRN-OPERATOR
           MOVE WS-JRN-VERB      TO JRN-VERB
           MOVE WS-JRN-TARGET    TO JRN-TARGET-ID
           MOVE WS-BEFORE-IMAGE  TO JRN-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE   TO JRN-AFTER-IMAGE

           WRITE JOURNAL-RECORD
           IF WS-JOURNAL-STATUS = '00'
               MOVE 'Y' TO JOURNAL-OK-FLAG
           END-IF

           CLOSE JOURNAL-FILE.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  REFUSE-UNJOURNALED-VERB
      *  - The common refusal when the journal append failed: the
      *    registry is left exactly as it was.
      * ------------------------------------------------------------
       REFUSE-UNJOURNALED-VERB.
           DISPLAY "AOC25OPR: " WS-JRN-VERB " FOR " WS-JRN-TARGET
                   " REFUSED - JOURNAL UNAVAILABLE, STATUS "
                   WS-JOURNAL-STATUS
           MOVE 'Y' TO ANY-FAILURE-FLAG.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  DO-HISTORY-COMMAND
      *  - Plays back one operator's journal entries in append
      *    order: the header line per entry (date, time, operator,
      *    verb), then the before and after images. Inquiry verb,
      *    open to everyone like SHOW and LIST.
      * ------------------------------------------------------------
       DO-HISTORY-COMMAND.
           IF CMD-ARG1 = SPACES
               DISPLAY "AOC25OPR: HISTORY CARD WITHOUT OPERATOR ID"
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
              AND WS-JOURNAL-STATUS NOT = '05'
               DISPLAY "AOC25OPR: JOURNAL UNAVAILABLE - STATUS "
                       WS-JOURNAL-STATUS
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO JRN-MATCH-COUNT
           MOVE 'N' TO JRN-EOF-FLAG
           PERFORM UNTIL JRN-EOF-FLAG = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO JRN-EOF-FLAG
                   NOT AT END
                       IF JRN-TARGET-ID = CMD-ARG1
                           ADD 1 TO JRN-MATCH-COUNT
                           DISPLAY JRN-DATE " " JRN-TIME
                                   " " JRN-OPERATOR
                                   " " JRN-VERB
                                   " " JRN-TARGET-ID
                           DISPLAY "  BEFORE " JRN-BEFORE-IMAGE
                           DISPLAY "  AFTER  " JRN-AFTER-IMAGE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE JOURNAL-FILE

           MOVE JRN-MATCH-COUNT TO WS-EDIT-COUNT
           DISPLAY "AOC25OPR: " WS-EDIT-COUNT
                   " JOURNAL ENTRY(S) FOR " CMD-ARG1.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  DO-EXCEPT-COMMAND
      *  - Plays back the shared security exception report in
      *    append order, every program's refusals together: all of
      *    it, or only the date given. Inquiry verb.
      * ------------------------------------------------------------
       DO-EXCEPT-COMMAND.
           IF CMD-ARG1 NOT = SPACES
               MOVE CMD-ARG1 TO MNT-CHECK-FIELD
               PERFORM CHECK-MNT-DIGITS
               IF MNT-DIGITS-OK = 'N'
                   DISPLAY "AOC25OPR: EXCEPT DATE MUST BE YYYYMMDD"
                   MOVE 'Y' TO ANY-FAILURE-FLAG
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN INPUT SECEXCP-FILE
           IF WS-SECEXCP-STATUS NOT = '00'
              AND WS-SECEXCP-STATUS NOT = '05'
               DISPLAY "AOC25OPR: SECURITY EXCEPTION REPORT "
                       "UNAVAILABLE - STATUS " WS-SECEXCP-STATUS
               MOVE 'Y' TO ANY-FAILURE-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO SCX-MATCH-COUNT
           MOVE 'N' TO SCX-EOF-FLAG
           PERFORM UNTIL SCX-EOF-FLAG = 'Y'
               READ SECEXCP-FILE
                   AT END
                       MOVE 'Y' TO SCX-EOF-FLAG
                   NOT AT END
                       IF CMD-ARG1 = SPACES
                          OR SECEXCP-RECORD (1:8) = CMD-ARG1
                           ADD 1 TO SCX-MATCH-COUNT
                           DISPLAY SECEXCP-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SECEXCP-FILE

           MOVE SCX-MATCH-COUNT TO WS-EDIT-COUNT
           DISPLAY "AOC25OPR: " WS-EDIT-COUNT
                   " SECURITY EXCEPTION(S) LISTED".
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  DISPLAY-OPERATOR-RECORD
      *  - The record currently in OPERATOR-RECORD: identity and
      *    role, status and dates, then the covered sites.
      * ------------------------------------------------------------
       DISPLAY-OPERATOR-RECORD.
           EVALUATE OPR-ROLE
               WHEN 'I'
                   MOVE 'INQUIRY'            TO WS-ROLE-NAME
               WHEN 'M'
                   MOVE 'MAINTAINER'         TO WS-ROLE-NAME
               WHEN 'A'
                   MOVE 'ALERT ACKNOWLEDGER' TO WS-ROLE-NAME
               WHEN 'S'
                   MOVE 'SUPERVISOR'         TO WS-ROLE-NAME
               WHEN OTHER
                   MOVE '*UNKNOWN ROLE*'     TO WS-ROLE-NAME
           END-EVALUATE

           DISPLAY "OPERATOR " OPR-OPERATOR-ID
                   " " OPR-NAME
                   " ROLE " OPR-ROLE " " WS-ROLE-NAME

           DISPLAY "  ACTIVE " OPR-ACTIVE-FLAG
                   "  EXPIRES " OPR-EXPIRY-DATE
                   "  ADDED " OPR-ADDED-DATE
                   "  CHANGED " OPR-CHANGED-DATE
                   " BY " OPR-CHANGED-BY

           MOVE SPACES TO WS-SITE-LIST
           MOVE 1 TO WS-SITE-PTR
           PERFORM VARYING SITE-IDX FROM 1 BY 1
                   UNTIL SITE-IDX > 8
               IF OPR-SITE-ID (SITE-IDX) NOT = SPACES
                   STRING OPR-SITE-ID (SITE-IDX) DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                       INTO WS-SITE-LIST
                       WITH POINTER WS-SITE-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-SITE-LIST = SPACES
               MOVE '(NONE)' TO WS-SITE-LIST
           END-IF

           DISPLAY "  SITES  " WS-SITE-LIST.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  CHECK-MNT-DIGITS
      *  - Sets MNT-DIGITS-OK to 'Y' only if MNT-CHECK-FIELD holds
      *    at least one character and every non-blank character in
      *    it is a digit '0'-'9' (same shape check as AOC25MST's).
      * ------------------------------------------------------------
       CHECK-MNT-DIGITS.
           MOVE 'Y' TO MNT-DIGITS-OK
           MOVE 'N' TO MNT-NONBLANK-FOUND

           PERFORM VARYING MNT-CHECK-IDX FROM 1 BY 1
                   UNTIL MNT-CHECK-IDX > LENGTH OF MNT-CHECK-FIELD
               MOVE MNT-CHECK-FIELD (MNT-CHECK-IDX:1)
                 TO MNT-CHECK-CHAR
               IF MNT-CHECK-CHAR NOT = SPACE
                   MOVE 'Y' TO MNT-NONBLANK-FOUND
                   IF MNT-CHECK-CHAR < '0' OR MNT-CHECK-CHAR > '9'
                       MOVE 'N' TO MNT-DIGITS-OK
                   END-IF
               END-IF
           END-PERFORM

           IF MNT-NONBLANK-FOUND = 'N'
               MOVE 'N' TO MNT-DIGITS-OK
           END-IF.
      * ------------------------------------------------------------

       END PROGRAM AOC25OPR.
