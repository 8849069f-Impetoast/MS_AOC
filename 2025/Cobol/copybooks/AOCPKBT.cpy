      * ------------------------------------------------------------
      *  AOCPKBT
      *  - Pick-batch control totals, one record appended by
      *    AOC25PKB per run to the shared PKBTOT file: the run date,
      *    the site, how many picking-list records it read, how
      *    many of those it spread over batch sheets and how many
      *    batches that took, and the records it skipped as
      *    unusable or dropped past its table. The end-of-stream
      *    balancing job (AOC25BAL) foots the batched picks against
      *    the picking list and Part 2.
      *  - PKT-PICKS-READ = PKT-PICKS-BATCHED + PKT-BAD-COUNT +
      *    PKT-DROPPED-COUNT on every record PKB writes.
      *  - Include under a group 01 item, e.g.:
      *
      *      01  PKBTOT-RECORD.
      *          COPY AOCPKBT.
      * ------------------------------------------------------------
           05  PKT-RUN-DATE          PIC 9(8).
           05  FILLER                PIC X.
           05  PKT-SITE-ID           PIC X(8).
           05  FILLER                PIC X.
           05  PKT-PICKS-READ        PIC 9(9).
           05  FILLER                PIC X.
           05  PKT-PICKS-BATCHED     PIC 9(9).
           05  FILLER                PIC X.
           05  PKT-BATCH-COUNT       PIC 9(9).
           05  FILLER                PIC X.
           05  PKT-BAD-COUNT         PIC 9(9).
           05  FILLER                PIC X.
           05  PKT-DROPPED-COUNT     PIC 9(9).
           05  FILLER                PIC X(13).
