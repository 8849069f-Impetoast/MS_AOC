      * ------------------------------------------------------------
      *  AOCAGED
      *  - Keyed trapped-stock aging record maintained by AOC25AGE:
      *    one record per site+roll ID ever seen trapped, carrying
      *    the date it was first seen trapped, the date it was last
      *    seen trapped and how many days that has been, so the
      *    aging report can tell last night's trap from one that has
      *    been stuck behind other rolls for three weeks.
      *  - AGE-STATUS 'O' is an open streak, still trapped as of
      *    AGE-LAST-DATE. 'C' is closed: AGE-CLOSE-REASON 'R' when
      *    the roll came off the floor (its manifest cell empty on
      *    the dump), 'D' when it dropped off the site's manifest.
      *    A closed roll seen trapped again starts a fresh streak on
      *    the same record.
      *  - AGE-DAYS-TRAPPED counts calendar days from AGE-FIRST-DATE
      *    through AGE-LAST-DATE, both included, so a site that
      *    doesn't run at the weekend still ages its stock over it.
      *    AGE-RUNS-SEEN counts the run dates that saw it trapped.
      *  - AGE-ROW/AGE-COL, AGE-SKU and AGE-LOT are as the manifest
      *    had them the last time the roll was seen trapped.
      *  - The record is 100 characters; jobs reading the ledger
      *    must carry the matching LRECL.
      *  - Include under a group 01 item, e.g.:
      *
      *      01  AGING-RECORD.
      *          COPY AOCAGED.
      * ------------------------------------------------------------
           05  AGE-KEY.
               10  AGE-SITE-ID       PIC X(8).
               10  AGE-ROLL-ID       PIC X(10).
           05  AGE-SKU               PIC X(12).
           05  AGE-LOT               PIC X(8).
           05  AGE-ROW               PIC 9(4).
           05  AGE-COL               PIC 9(4).
           05  AGE-STATUS            PIC X.
           05  AGE-FIRST-DATE        PIC 9(8).
           05  AGE-LAST-DATE         PIC 9(8).
           05  AGE-DAYS-TRAPPED      PIC 9(5).
           05  AGE-RUNS-SEEN         PIC 9(5).
           05  AGE-CLOSED-DATE       PIC 9(8).
           05  AGE-CLOSE-REASON      PIC X.
           05  FILLER                PIC X(18).
