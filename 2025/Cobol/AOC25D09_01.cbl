       01  PAIR-I                   PIC 9(5) COMP.
       01  PAIR-J                   PIC 9(5) COMP.

      * --- Boundary loop (Part 2). The points, taken in input order
      *     and wrapping from the last back to the first, trace the
      *     boundary of the usable floor; edge k runs from point k
      *     to point k+1. The loop is usable only when every step
      *     runs along a row or a column (an open step means a
      *     diagonal jump the surveyors never walked) and no two
      *     non-adjacent edges cross or overlap. The EDGE-ENTRY
      *     table carries one bounding box per edge and shares the
      *     WS-POINTS OCCURS bound - the two have to be raised
      *     together. ---
       01  WS-EDGE-TABLE.
           05 EDGE-ENTRY OCCURS 4000 TIMES.
              10 EDGE-LO-X          PIC 9(7) COMP-5.
              10 EDGE-HI-X          PIC 9(7) COMP-5.
              10 EDGE-LO-Y          PIC 9(7) COMP-5.
              10 EDGE-HI-Y          PIC 9(7) COMP-5.
       01  EDGE-I                   PIC 9(5) COMP.
       01  EDGE-J                   PIC 9(5) COMP.
       01  EDGE-NEXT                PIC 9(5) COMP.
       01  MIN-LOOP-POINTS          PIC 9(5) COMP VALUE 4.
       01  WS-LOOP-VALID-FLAG       PIC X    VALUE 'N'.
       01  WS-LOOP-OPEN-COUNT       PIC 9(9) COMP VALUE 0.
       01  WS-LOOP-CROSS-COUNT      PIC 9(9) COMP VALUE 0.
       01  WS-OVERLAP-LO            PIC 9(7) COMP-5.
       01  WS-OVERLAP-HI            PIC 9(7) COMP-5.

      * --- Largest rectangle on two surveyed points that lies
      *     entirely inside or on the boundary loop, and the pair
      *     behind it (first pair found on a tie, same as Part 1) ---
       01  WS-LOOP-AREA             PIC 9(18) COMP-5 VALUE 0.
       01  WS-LOOP-X1               PIC 9(7) COMP-5 VALUE 0.
       01  WS-LOOP-Y1               PIC 9(7) COMP-5 VALUE 0.
       01  WS-LOOP-X2               PIC 9(7) COMP-5 VALUE 0.
       01  WS-LOOP-Y2               PIC 9(7) COMP-5 VALUE 0.

      * --- Candidate rectangle for CHECK-RECT-IN-LOOP. The probe
      *     point is the rectangle's centre in doubled coordinates,
      *     so an odd width or height needs no half-tile fraction. ---
       01  RECT-LO-X                PIC 9(7) COMP-5.
       01  RECT-HI-X                PIC 9(7) COMP-5.
       01  RECT-LO-Y                PIC 9(7) COMP-5.
       01  RECT-HI-Y                PIC 9(7) COMP-5.
       01  RECT-INSIDE-FLAG         PIC X    VALUE 'N'.
       01  PROBE-X2                 PIC 9(8) COMP-5.
       01  PROBE-Y2                 PIC 9(8) COMP-5.
       01  PROBE-ON-EDGE-FLAG       PIC X    VALUE 'N'.
       01  PROBE-CROSSINGS          PIC 9(5) COMP.
       01  PROBE-HALF               PIC 9(5) COMP.
       01  PROBE-ODD                PIC 9(1) COMP.

      * --- Run-control cards and warehouse/site master upkeep.
      *     WS-TOTAL-POINTS, WS-RUN-MAX-AREA and WS-RUN-LOOP-AREA
      *     accumulate across every dataset in the run for the
      *     site's master record. ---
       01  WS-D9CNTL-STATUS         PIC X(2) VALUE SPACES.
       01  WS-MASTER-STATUS         PIC X(2) VALUE SPACES.
       01  WS-MASTER-FOUND-FLAG     PIC X    VALUE 'N'.
       01  WS-CNTL-VAL-STR          PIC X(16) VALUE SPACES.
       01  WS-TOTAL-POINTS          PIC 9(9) COMP VALUE 0.
       01  WS-RUN-MAX-AREA          PIC 9(18) COMP-5 VALUE 0.
       01  WS-RUN-LOOP-AREA         PIC 9(18) COMP-5 VALUE 0.
       01  WS-RUN-DATE              PIC 9(8).

      * --- Operations alert feed. Each alerting site fills the
                   END-IF
                   ADD 1 TO WS-DATASET-COUNT
                   PERFORM CALCULATE-MAX-AREA
                   PERFORM VALIDATE-BOUNDARY-LOOP
                   PERFORM CALCULATE-LOOP-AREA
                   PERFORM CALCULATE-DATASET-STATS
                   MOVE WS-DATASET-COUNT TO WS-DATASET-LABEL
                   PERFORM WRITE-DATASET-DETAIL
                   PERFORM ALERT-BOUNDARY-LOOP
      * --- Roll the dataset into the run-level figures kept for
      *     the site's master record ---
                   ADD WS-POINT-COUNT TO WS-TOTAL-POINTS
                   IF WS-MAX-AREA > WS-RUN-MAX-AREA
                       MOVE WS-MAX-AREA TO WS-RUN-MAX-AREA
                   END-IF
                   IF WS-LOOP-AREA > WS-RUN-LOOP-AREA
                       MOVE WS-LOOP-AREA TO WS-RUN-LOOP-AREA
                   END-IF
               END-IF
           END-PERFORM

      *  - Rewrites (or creates) this site's record on the keyed
      *    warehouse/site master: the common latest-run fields plus
      *    the survey-run group (run date, total point count,
      *    largest max area and largest loop area of the run,
      *    return code). The grid-run
      *    group is AOC25D04's and is carried through untouched, so
      *    a survey run no longer wipes the site's grid figures.
      *    Performed on every exit path so failed runs leave a
           MOVE WS-TOTAL-POINTS  TO MST-POINT-COUNT
           MOVE WS-RUN-MAX-AREA  TO MST-MAX-AREA
           MOVE RETURN-CODE      TO MST-SURV-RC
           MOVE WS-RUN-LOOP-AREA TO MST-LOOP-AREA

           IF WS-MASTER-FOUND-FLAG = 'Y'
               REWRITE MASTER-RECORD
           END-PERFORM.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  VALIDATE-BOUNDARY-LOOP
      *  - Builds the edge table for the boundary loop and decides
      *    whether the loop is usable for Part 2:
      *      - it needs at least MIN-LOOP-POINTS points to enclose
      *        any floor at all;
      *      - every step, including the wrap from the last point
      *        back to the first, must run along a row or a column
      *        (a step that changes both X and Y leaves the loop
      *        open - WS-LOOP-OPEN-COUNT counts them);
      *      - no two non-adjacent edges may cross, or run along
      *        each other for any length (WS-LOOP-CROSS-COUNT).
      *    Edges that only touch end to end are not a crossing, so
      *    a repeated point in the extract doesn't trip the check.
      *  - The crossing check is a pairwise O(n**2) scan over the
      *    edges, bounded by the same MAX-POINTS ceiling as
      *    CALCULATE-MAX-AREA.
      * ------------------------------------------------------------
       VALIDATE-BOUNDARY-LOOP.
           MOVE 'N' TO WS-LOOP-VALID-FLAG
           MOVE 0   TO WS-LOOP-OPEN-COUNT
           MOVE 0   TO WS-LOOP-CROSS-COUNT

           IF WS-POINT-COUNT < MIN-LOOP-POINTS
               MOVE 1 TO WS-LOOP-OPEN-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING EDGE-I FROM 1 BY 1
                   UNTIL EDGE-I > WS-POINT-COUNT
               IF EDGE-I = WS-POINT-COUNT
                   MOVE 1 TO EDGE-NEXT
               ELSE
                   COMPUTE EDGE-NEXT = EDGE-I + 1
               END-IF

               IF WS-X(EDGE-I) NOT = WS-X(EDGE-NEXT)
                  AND WS-Y(EDGE-I) NOT = WS-Y(EDGE-NEXT)
                   ADD 1 TO WS-LOOP-OPEN-COUNT
               END-IF

               IF WS-X(EDGE-I) < WS-X(EDGE-NEXT)
                   MOVE WS-X(EDGE-I)    TO EDGE-LO-X(EDGE-I)
                   MOVE WS-X(EDGE-NEXT) TO EDGE-HI-X(EDGE-I)
               ELSE
                   MOVE WS-X(EDGE-NEXT) TO EDGE-LO-X(EDGE-I)
                   MOVE WS-X(EDGE-I)    TO EDGE-HI-X(EDGE-I)
               END-IF
               IF WS-Y(EDGE-I) < WS-Y(EDGE-NEXT)
                   MOVE WS-Y(EDGE-I)    TO EDGE-LO-Y(EDGE-I)
                   MOVE WS-Y(EDGE-NEXT) TO EDGE-HI-Y(EDGE-I)
               ELSE
                   MOVE WS-Y(EDGE-NEXT) TO EDGE-LO-Y(EDGE-I)
                   MOVE WS-Y(EDGE-I)    TO EDGE-HI-Y(EDGE-I)
               END-IF
           END-PERFORM

           IF WS-LOOP-OPEN-COUNT > 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING EDGE-I FROM 1 BY 1
                   UNTIL EDGE-I > WS-POINT-COUNT
               COMPUTE EDGE-J = EDGE-I + 2
               PERFORM UNTIL EDGE-J > WS-POINT-COUNT
                   IF EDGE-I = 1 AND EDGE-J = WS-POINT-COUNT
                       CONTINUE
                   ELSE
                       PERFORM CHECK-EDGE-PAIR
                   END-IF
                   ADD 1 TO EDGE-J
               END-PERFORM
           END-PERFORM

           IF WS-LOOP-CROSS-COUNT = 0
               MOVE 'Y' TO WS-LOOP-VALID-FLAG
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  CHECK-EDGE-PAIR
      *  - Counts one crossing when non-adjacent edges EDGE-I and
      *    EDGE-J meet anywhere other than at an end point: a row
      *    edge and a column edge passing through each other, or
      *    two edges on the same row (or column) sharing a stretch
      *    of positive length. Every edge is a row or a column by
      *    the time this runs, so these are the only ways to meet.
      * ------------------------------------------------------------
       CHECK-EDGE-PAIR.
      * --- Row edge against column edge, either way round ---
           IF EDGE-LO-Y(EDGE-I) = EDGE-HI-Y(EDGE-I)
              AND EDGE-LO-X(EDGE-J) = EDGE-HI-X(EDGE-J)
               IF EDGE-LO-X(EDGE-J) > EDGE-LO-X(EDGE-I)
                  AND EDGE-LO-X(EDGE-J) < EDGE-HI-X(EDGE-I)
                  AND EDGE-LO-Y(EDGE-I) > EDGE-LO-Y(EDGE-J)
                  AND EDGE-LO-Y(EDGE-I) < EDGE-HI-Y(EDGE-J)
                   ADD 1 TO WS-LOOP-CROSS-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF EDGE-LO-X(EDGE-I) = EDGE-HI-X(EDGE-I)
              AND EDGE-LO-Y(EDGE-J) = EDGE-HI-Y(EDGE-J)
               IF EDGE-LO-X(EDGE-I) > EDGE-LO-X(EDGE-J)
                  AND EDGE-LO-X(EDGE-I) < EDGE-HI-X(EDGE-J)
                  AND EDGE-LO-Y(EDGE-J) > EDGE-LO-Y(EDGE-I)
                  AND EDGE-LO-Y(EDGE-J) < EDGE-HI-Y(EDGE-I)
                   ADD 1 TO WS-LOOP-CROSS-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF

      * --- Two edges on the same row overlapping ---
           IF EDGE-LO-Y(EDGE-I) = EDGE-HI-Y(EDGE-I)
              AND EDGE-LO-Y(EDGE-J) = EDGE-HI-Y(EDGE-J)
              AND EDGE-LO-Y(EDGE-I) = EDGE-LO-Y(EDGE-J)
               MOVE EDGE-LO-X(EDGE-I) TO WS-OVERLAP-LO
               IF EDGE-LO-X(EDGE-J) > WS-OVERLAP-LO
                   MOVE EDGE-LO-X(EDGE-J) TO WS-OVERLAP-LO
               END-IF
               MOVE EDGE-HI-X(EDGE-I) TO WS-OVERLAP-HI
               IF EDGE-HI-X(EDGE-J) < WS-OVERLAP-HI
                   MOVE EDGE-HI-X(EDGE-J) TO WS-OVERLAP-HI
               END-IF
               IF WS-OVERLAP-LO < WS-OVERLAP-HI
                   ADD 1 TO WS-LOOP-CROSS-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF

      * --- Two edges on the same column overlapping ---
           IF EDGE-LO-X(EDGE-I) = EDGE-HI-X(EDGE-I)
              AND EDGE-LO-X(EDGE-J) = EDGE-HI-X(EDGE-J)
              AND EDGE-LO-X(EDGE-I) = EDGE-LO-X(EDGE-J)
               MOVE EDGE-LO-Y(EDGE-I) TO WS-OVERLAP-LO
               IF EDGE-LO-Y(EDGE-J) > WS-OVERLAP-LO
                   MOVE EDGE-LO-Y(EDGE-J) TO WS-OVERLAP-LO
               END-IF
               MOVE EDGE-HI-Y(EDGE-I) TO WS-OVERLAP-HI
               IF EDGE-HI-Y(EDGE-J) < WS-OVERLAP-HI
                   MOVE EDGE-HI-Y(EDGE-J) TO WS-OVERLAP-HI
               END-IF
               IF WS-OVERLAP-LO < WS-OVERLAP-HI
                   ADD 1 TO WS-LOOP-CROSS-COUNT
               END-IF
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  CALCULATE-LOOP-AREA
      *  - Part 2: the largest (|dx|+1)*(|dy|+1) rectangle with two
      *    surveyed points as opposite corners that lies entirely
      *    inside or on the boundary loop. Same pairwise scan as
      *    CALCULATE-MAX-AREA, but a pair is only tested against
      *    the loop when its area would beat the best found so
      *    far, so the O(n) containment test runs on a small
      *    fraction of the pairs in practice.
      *  - Zero, with no pair, when VALIDATE-BOUNDARY-LOOP found
      *    the loop unusable - an area measured against an open or
      *    self-crossing boundary would be meaningless.
      * ------------------------------------------------------------
       CALCULATE-LOOP-AREA.
           MOVE 0 TO WS-LOOP-AREA
           MOVE 0 TO WS-LOOP-X1
           MOVE 0 TO WS-LOOP-Y1
           MOVE 0 TO WS-LOOP-X2
           MOVE 0 TO WS-LOOP-Y2

           IF WS-LOOP-VALID-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING PAIR-I FROM 1 BY 1
                   UNTIL PAIR-I > WS-POINT-COUNT
               COMPUTE PAIR-J = PAIR-I + 1
               PERFORM UNTIL PAIR-J > WS-POINT-COUNT
                   COMPUTE DX = WS-X(PAIR-I) - WS-X(PAIR-J)
                   IF DX < 0
                       MULTIPLY -1 BY DX
                   END-IF
                   COMPUTE DY = WS-Y(PAIR-I) - WS-Y(PAIR-J)
                   IF DY < 0
                       MULTIPLY -1 BY DY
                   END-IF
                   COMPUTE WS-AREA = (DX + 1) * (DY + 1)
                   IF WS-AREA > WS-LOOP-AREA
                       PERFORM CHECK-RECT-IN-LOOP
                       IF RECT-INSIDE-FLAG = 'Y'
                           MOVE WS-AREA TO WS-LOOP-AREA
                           MOVE WS-X(PAIR-I) TO WS-LOOP-X1
                           MOVE WS-Y(PAIR-I) TO WS-LOOP-Y1
                           MOVE WS-X(PAIR-J) TO WS-LOOP-X2
                           MOVE WS-Y(PAIR-J) TO WS-LOOP-Y2
                       END-IF
                   END-IF
                   ADD 1 TO PAIR-J
               END-PERFORM
           END-PERFORM.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  CHECK-RECT-IN-LOOP
      *  - Sets RECT-INSIDE-FLAG to 'Y' when the rectangle with
      *    corners PAIR-I and PAIR-J lies inside or on the loop.
      *  - First, no loop edge may pass through the rectangle's
      *    interior (an edge along its border is fine). With the
      *    interior clear of the boundary it is either wholly
      *    inside the loop or wholly outside, so one probe at the
      *    rectangle's centre settles it: on an edge counts as
      *    inside, otherwise a ray cast towards larger X counts the
      *    column edges it passes - an odd count is inside. The
      *    half-open Y test (low end counts, high end doesn't)
      *    keeps a ray through a corner from counting twice.
      * ------------------------------------------------------------
       CHECK-RECT-IN-LOOP.
           MOVE 'N' TO RECT-INSIDE-FLAG

           IF WS-X(PAIR-I) < WS-X(PAIR-J)
               MOVE WS-X(PAIR-I) TO RECT-LO-X
               MOVE WS-X(PAIR-J) TO RECT-HI-X
           ELSE
               MOVE WS-X(PAIR-J) TO RECT-LO-X
               MOVE WS-X(PAIR-I) TO RECT-HI-X
           END-IF
           IF WS-Y(PAIR-I) < WS-Y(PAIR-J)
               MOVE WS-Y(PAIR-I) TO RECT-LO-Y
               MOVE WS-Y(PAIR-J) TO RECT-HI-Y
           ELSE
               MOVE WS-Y(PAIR-J) TO RECT-LO-Y
               MOVE WS-Y(PAIR-I) TO RECT-HI-Y
           END-IF

           PERFORM VARYING EDGE-I FROM 1 BY 1
                   UNTIL EDGE-I > WS-POINT-COUNT
               IF EDGE-HI-X(EDGE-I) > RECT-LO-X
                  AND EDGE-LO-X(EDGE-I) < RECT-HI-X
                  AND EDGE-HI-Y(EDGE-I) > RECT-LO-Y
                  AND EDGE-LO-Y(EDGE-I) < RECT-HI-Y
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           COMPUTE PROBE-X2 = RECT-LO-X + RECT-HI-X
           COMPUTE PROBE-Y2 = RECT-LO-Y + RECT-HI-Y
           MOVE 'N' TO PROBE-ON-EDGE-FLAG
           MOVE 0   TO PROBE-CROSSINGS

           PERFORM VARYING EDGE-I FROM 1 BY 1
                   UNTIL EDGE-I > WS-POINT-COUNT
               IF PROBE-X2 >= EDGE-LO-X(EDGE-I) * 2
                  AND PROBE-X2 <= EDGE-HI-X(EDGE-I) * 2
                  AND PROBE-Y2 >= EDGE-LO-Y(EDGE-I) * 2
                  AND PROBE-Y2 <= EDGE-HI-Y(EDGE-I) * 2
                   MOVE 'Y' TO PROBE-ON-EDGE-FLAG
                   EXIT PERFORM
               END-IF
               IF EDGE-LO-X(EDGE-I) = EDGE-HI-X(EDGE-I)
                  AND EDGE-LO-X(EDGE-I) * 2 > PROBE-X2
                  AND EDGE-LO-Y(EDGE-I) * 2 <= PROBE-Y2
                  AND EDGE-HI-Y(EDGE-I) * 2 > PROBE-Y2
                   ADD 1 TO PROBE-CROSSINGS
               END-IF
           END-PERFORM

           DIVIDE PROBE-CROSSINGS BY 2
               GIVING PROBE-HALF REMAINDER PROBE-ODD
           IF PROBE-ON-EDGE-FLAG = 'Y' OR PROBE-ODD = 1
               MOVE 'Y' TO RECT-INSIDE-FLAG
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  ALERT-BOUNDARY-LOOP
      *  - One alert per unusable boundary loop, so a staging-area
      *    layout is never drawn from a Part 2 figure of zero:
      *    LOOPOPEN when the loop doesn't close (ALT-COUNT carries
      *    the open steps, or 1 when there are too few points to
      *    form a loop), LOOPCROS when it crosses itself (ALT-COUNT
      *    carries the crossings). The Part 1 figure is unaffected,
      *    so the run is a warning (return code 4), not a reject.
      * ------------------------------------------------------------
       ALERT-BOUNDARY-LOOP.
           IF WS-LOOP-VALID-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'W' TO WS-ALERT-SEVERITY
           MOVE 0   TO WS-ALERT-LIMIT
           IF WS-LOOP-OPEN-COUNT > 0
               MOVE 'LOOPOPEN' TO WS-ALERT-CODE
               MOVE WS-LOOP-OPEN-COUNT TO WS-ALERT-COUNT
               MOVE "SURVEY BOUNDARY LOOP NOT CLOSED"
                 TO WS-ALERT-TEXT
               DISPLAY "AOC25D09: DATASET " WS-DATASET-LABEL
                       " BOUNDARY LOOP NOT CLOSED - NO LOOP AREA"
           ELSE
               MOVE 'LOOPCROS' TO WS-ALERT-CODE
               MOVE WS-LOOP-CROSS-COUNT TO WS-ALERT-COUNT
               MOVE "SURVEY BOUNDARY LOOP CROSSES ITSELF"
                 TO WS-ALERT-TEXT
               DISPLAY "AOC25D09: DATASET " WS-DATASET-LABEL
                       " BOUNDARY LOOP CROSSES ITSELF - NO LOOP AREA"
           END-IF
           PERFORM WRITE-ALERT-RECORD

           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
      * ------------------------------------------------------------

      * ------------------------------------------------------------
      *  CALCULATE-DATASET-STATS
      *  - One pass for the dataset's bounding box (min/max X and
           DISPLAY "DATASET " WS-DATASET-LABEL
                   " MAX AREA: " WS-MAX-AREA

           DISPLAY "DATASET " WS-DATASET-LABEL
                   " LOOP AREA: " WS-LOOP-AREA

           IF WS-POINT-COUNT < 2
               DISPLAY "DATASET " WS-DATASET-LABEL
                       " MAX PAIR: NONE - FEWER THAN 2 POINTS"
                       "," WS-XY-EDIT-4 ")"
           END-IF

           EVALUATE TRUE
               WHEN WS-LOOP-VALID-FLAG = 'Y'
                   MOVE WS-LOOP-X1 TO WS-XY-EDIT-1
                   MOVE WS-LOOP-Y1 TO WS-XY-EDIT-2
                   MOVE WS-LOOP-X2 TO WS-XY-EDIT-3
                   MOVE WS-LOOP-Y2 TO WS-XY-EDIT-4
                   DISPLAY "DATASET " WS-DATASET-LABEL
                           " LOOP PAIR: (" WS-XY-EDIT-1
                           "," WS-XY-EDIT-2
                           ") (" WS-XY-EDIT-3
                           "," WS-XY-EDIT-4 ")"
               WHEN WS-LOOP-CROSS-COUNT > 0
                   DISPLAY "DATASET " WS-DATASET-LABEL
                           " LOOP PAIR: NONE - LOOP CROSSES ITSELF"
               WHEN OTHER
                   DISPLAY "DATASET " WS-DATASET-LABEL
                           " LOOP PAIR: NONE - LOOP NOT CLOSED"
           END-EVALUATE

           MOVE WS-MIN-X TO WS-XY-EDIT-1
           MOVE WS-MAX-X TO WS-XY-EDIT-2
           MOVE WS-MIN-Y TO WS-XY-EDIT-3
