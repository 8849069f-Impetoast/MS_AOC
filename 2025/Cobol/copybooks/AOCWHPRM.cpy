      *    warehouses writing over each other on shared DD names.
      *    The driver derives these names from the warehouse ID
      *    exactly as it derives the checkpoint/recon/report names.
      *  - The goods-movement interface file for the WMS and its
      *    per-site control record (run sequence number, waves
      *    already sent) are named the same way, so each
      *    warehouse's interface files are numbered on their own.
      *  - WHP-CUTOFF-TIME carries the driver's batch-window clock
      *    cutoff (HHMMSS, zero when none) into each warehouse's
      *    run, so the Part 2 wave loop suspends at the same
           05  WHP-PICKLIST-NAME     PIC X(44).
           05  WHP-PTSOUT-NAME       PIC X(44).
           05  WHP-TRAPRPT-NAME      PIC X(44).
           05  WHP-WMSOUT-NAME       PIC X(44).
           05  WHP-WMSCTL-NAME       PIC X(44).
           05  WHP-CUTOFF-TIME       PIC 9(6).
           05  WHP-NUM-ROWS          PIC 9(4).
           05  WHP-NUM-COLS          PIC 9(4).
