      *    only the MST-SURV group. MST-LAST-RUN-DATE/MST-PROGRAM/
      *    MST-RETURN-CODE always describe whichever run touched
      *    the site most recently.
      *  - MST-MAX-AREA is the largest rectangle on any two surveyed
      *    points; MST-LOOP-AREA is the largest such rectangle that
      *    also stays inside the surveyed boundary loop (zero when
      *    the loop was open or crossed itself). MST-LOOP-AREA was
      *    carved from the trailing FILLER, so a record no survey
      *    run has rewritten since can still hold blanks there.
      *  - The record is 150 characters; jobs reading the master
      *    must carry the matching LRECL.
      *  - Include under a group 01 item, e.g.:
               10  MST-POINT-COUNT   PIC 9(9).
               10  MST-MAX-AREA      PIC 9(18).
               10  MST-SURV-RC       PIC 9(4).
               10  MST-LOOP-AREA     PIC 9(18).
           05  FILLER                PIC X(18).
