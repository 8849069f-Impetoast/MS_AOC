      * ------------------------------------------------------------
      *  AOCCONF
      *  - Pick-confirmation record from the floor's handheld
      *    scanners, one per roll the crew scanned against the day's
      *    picking list: the site, the roll ID off the label, what
      *    happened, who scanned it and when. Read by the AOC25PKC
      *    pick-confirmation reconciliation.
      *  - CNF-STATUS: 'P' picked, 'S' short (the roll is on the
      *    floor but could not be got out), 'N' not found (nothing
      *    at the location the list gave).
      *  - Include under a group 01 item, e.g.:
      *
      *      01  CONFIRM-RECORD.
      *          COPY AOCCONF.
      * ------------------------------------------------------------
           05  CNF-SITE-ID           PIC X(8).
           05  FILLER                PIC X(1).
           05  CNF-ROLL-ID           PIC X(10).
           05  FILLER                PIC X(1).
           05  CNF-STATUS            PIC X(1).
           05  FILLER                PIC X(1).
           05  CNF-OPERATOR          PIC X(8).
           05  FILLER                PIC X(1).
           05  CNF-DATE              PIC 9(8).
           05  FILLER                PIC X(1).
           05  CNF-TIME              PIC 9(6).
           05  FILLER                PIC X(34).
