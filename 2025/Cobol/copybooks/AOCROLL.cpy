      * ------------------------------------------------------------
      *  AOCROLL
      *  - Monthly per-site rollup record, written to ROLLOUT by
      *    AOC25HSM for the run-history records it purges: month,
      *    site, run count, then average and peak for Part 1,
      *    Part 2 and the wave count, so long-range trends survive
      *    the purge. Read back by the AOC25BIX BI extract.
      *  - Raw digits with single-space separators, same
      *    machine-readable convention as AOCHIST itself. The six
      *    9-digit figures push the record to 90 bytes; the
      *    ROLLOUT dataset must carry LRECL 90, not the 80 of the
      *    run-history files.
      *  - Include under a group 01 item, e.g.:
      *
      *      01  ROLLUP-RECORD.
      *          COPY AOCROLL.
      * ------------------------------------------------------------
           05 RU-REC-MONTH           PIC 9(6).
           05 FILLER                 PIC X.
           05 RU-REC-SITE            PIC X(8).
           05 FILLER                 PIC X.
           05 RU-REC-COUNT           PIC 9(5).
           05 FILLER                 PIC X.
           05 RU-REC-P1-AVG          PIC 9(9).
           05 FILLER                 PIC X.
           05 RU-REC-P1-PEAK         PIC 9(9).
           05 FILLER                 PIC X.
           05 RU-REC-P2-AVG          PIC 9(9).
           05 FILLER                 PIC X.
           05 RU-REC-P2-PEAK         PIC 9(9).
           05 FILLER                 PIC X.
           05 RU-REC-WV-AVG          PIC 9(9).
           05 FILLER                 PIC X.
           05 RU-REC-WV-PEAK         PIC 9(9).
           05 FILLER                 PIC X(9).
