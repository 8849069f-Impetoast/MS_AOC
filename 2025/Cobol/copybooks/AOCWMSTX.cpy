      * ------------------------------------------------------------
      *  AOCWMSTX
      *  - Goods-movement interface record for the warehouse
      *    management system, written by AOC25D04: one detail
      *    transaction per removed roll, framed by a header and a
      *    trailer so the WMS can reject a partial file.
      *  - Every record opens with the record type, the site, the
      *    run date and the file's run sequence number, so a record
      *    out of one file is never mistaken for another's. The
      *    sequence number goes up by one per interface file written
      *    for the site; the WMS checks it for gaps and duplicates.
      *  - Header ('H'): the sending program and the first wave the
      *    file covers - a run resumed from a checkpoint only sends
      *    the waves its earlier submission(s) had not yet sent.
      *  - Detail ('D'): the wave, roll ID/SKU/lot from the roll
      *    manifest (*UNLISTED* in the roll ID when the cell had no
      *    manifest entry, same as the picking list) and the
      *    from-location row/col.
      *  - Trailer ('T'): the detail count, the last wave covered,
      *    two hash totals over the details (sum of the wave numbers,
      *    and sum of ROW x 10000 + COL) and the run status: 'C' the
      *    run finished, 'S' it suspended at the deadline and the
      *    resubmission's file carries on from the next wave.
      *  - Include under a group 01 item, e.g.:
      *
      *      01  WMS-RECORD.
      *          COPY AOCWMSTX.
      * ------------------------------------------------------------
           05  WMS-REC-TYPE          PIC X.
           05  FILLER                PIC X.
           05  WMS-SITE-ID           PIC X(8).
           05  FILLER                PIC X.
           05  WMS-RUN-DATE          PIC 9(8).
           05  FILLER                PIC X.
           05  WMS-RUN-SEQ           PIC 9(6).
           05  FILLER                PIC X.
           05  WMS-BODY              PIC X(73).
           05  WMS-HEADER REDEFINES WMS-BODY.
               10  WMS-HDR-SOURCE        PIC X(8).
               10  FILLER                PIC X.
               10  WMS-HDR-FROM-WAVE     PIC 9(9).
               10  FILLER                PIC X(55).
           05  WMS-DETAIL REDEFINES WMS-BODY.
               10  WMS-WAVE              PIC 9(9).
               10  FILLER                PIC X.
               10  WMS-ROLL-ID           PIC X(10).
               10  FILLER                PIC X.
               10  WMS-SKU               PIC X(12).
               10  FILLER                PIC X.
               10  WMS-LOT               PIC X(8).
               10  FILLER                PIC X.
               10  WMS-FROM-ROW          PIC 9(4).
               10  FILLER                PIC X.
               10  WMS-FROM-COL          PIC 9(4).
               10  FILLER                PIC X(21).
           05  WMS-TRAILER REDEFINES WMS-BODY.
               10  WMS-TRL-COUNT         PIC 9(9).
               10  FILLER                PIC X.
               10  WMS-TRL-THRU-WAVE     PIC 9(9).
               10  FILLER                PIC X.
               10  WMS-TRL-HASH-WAVE     PIC 9(15).
               10  FILLER                PIC X.
               10  WMS-TRL-HASH-LOC      PIC 9(15).
               10  FILLER                PIC X.
               10  WMS-TRL-RUN-STATUS    PIC X.
               10  FILLER                PIC X(20).
