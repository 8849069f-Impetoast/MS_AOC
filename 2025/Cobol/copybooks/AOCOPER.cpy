      * ------------------------------------------------------------
      *  AOCOPER
      *  - Keyed operator registry record, one per operator ID,
      *    maintained by AOC25OPR and read by the programs that
      *    change shared data on an operator's say-so: AOC25MST's
      *    UPDATE/UPDSURV/DELETE and AOC25ALR's ACK cards are
      *    honored only for an operator on the registry, active,
      *    not past OPR-EXPIRY-DATE, holding the verb's role, and
      *    covering the site concerned.
      *  - OPR-ROLE:
      *      'I' inquiry            - no maintenance authority
      *      'M' maintainer         - site master UPDATE/UPDSURV/
      *                               DELETE
      *      'A' alert acknowledger - AOC25ALR ACK cards
      *      'S' supervisor         - all of the above, plus the
      *                               registry's own maintenance
      *  - OPR-SITE-ID lists the sites the operator covers, packed
      *    from the front, unused slots blank. An entry of '*'
      *    covers every site, including the blank site a run with
      *    no site identity alerts under.
      *  - OPR-ACTIVE-FLAG 'Y' or 'N'. OPR-EXPIRY-DATE is the last
      *    date the operator's authority holds, zero for none.
      *  - The record is 150 characters; jobs reading the registry
      *    must carry the matching LRECL.
      *  - Include under a group 01 item, e.g.:
      *
      *      01  OPERATOR-RECORD.
      *          COPY AOCOPER.
      * ------------------------------------------------------------
           05  OPR-OPERATOR-ID       PIC X(8).
           05  OPR-NAME              PIC X(30).
           05  OPR-ROLE              PIC X.
           05  OPR-SITES.
               10  OPR-SITE-ID       PIC X(8)  OCCURS 8 TIMES.
           05  OPR-ACTIVE-FLAG       PIC X.
           05  OPR-EXPIRY-DATE       PIC 9(8).
           05  OPR-ADDED-DATE        PIC 9(8).
           05  OPR-CHANGED-DATE      PIC 9(8).
           05  OPR-CHANGED-BY        PIC X(8).
           05  FILLER                PIC X(14).
