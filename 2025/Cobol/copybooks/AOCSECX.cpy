      * ------------------------------------------------------------
      *  AOCSECX
      *  - Security exception record, appended to the shared
      *    SECEXCP report by AOC25MST, AOC25ALR and AOC25OPR each
      *    time a card asking for operator authority is refused, so
      *    audit can see who tried what without reading job logs.
      *    Laid out with blank separators like AOCALERT so the file
      *    prints as it stands; AOC25OPR's EXCEPT verb plays it
      *    back.
      *  - SCX-OPERATOR is the operator ID the card named (blank
      *    when maintenance was tried with no AUTH card at all),
      *    SCX-VERB the verb refused and SCX-SITE-ID the site it
      *    was aimed at (for registry maintenance, the operator ID
      *    being maintained).
      *  - SCX-REASON:
      *      NOAUTH   maintenance verb with no accepted AUTH card
      *      REGUNAV  operator registry could not be opened
      *      NOTREG   operator ID not on the registry
      *      INACTIVE operator marked inactive
      *      EXPIRED  run date past the operator's expiry date
      *      ROLE     operator's role doesn't carry the verb
      *      SITE     operator doesn't cover the site
      *  - The record is 100 characters.
      *  - Include under a group 01 item, e.g.:
      *
      *      01  SECEXCP-RECORD.
      *          COPY AOCSECX.
      * ------------------------------------------------------------
           05  SCX-DATE              PIC 9(8).
           05  FILLER                PIC X     VALUE SPACES.
           05  SCX-TIME              PIC 9(6).
           05  FILLER                PIC X     VALUE SPACES.
           05  SCX-PROGRAM           PIC X(8).
           05  FILLER                PIC X     VALUE SPACES.
           05  SCX-OPERATOR          PIC X(8).
           05  FILLER                PIC X     VALUE SPACES.
           05  SCX-VERB              PIC X(8).
           05  FILLER                PIC X     VALUE SPACES.
           05  SCX-SITE-ID           PIC X(8).
           05  FILLER                PIC X     VALUE SPACES.
           05  SCX-REASON            PIC X(8).
           05  FILLER                PIC X     VALUE SPACES.
           05  SCX-TEXT              PIC X(38).
           05  FILLER                PIC X     VALUE SPACES.
