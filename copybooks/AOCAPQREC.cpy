      *    Record layout of the shared APRQUE approval queue (maker-
      *    checker). A parameter change staged through an AOCPRM
      *    SET card, or a run backout asked for through AOCBKO, is
      *    not acted on when the card is read: it is held here as
      *    PENDING, with the card image and the requester, until a
      *    second operator at USRMAST level 3 - never the requester
      *    - approves or rejects it from the AOCMENU desk. The
      *    owning program applies APPROVED rows on its next run and
      *    marks them APPLIED. A PENDING row older than the expiry
      *    days on aoc_approval.ctl is EXPIRED by whichever of the
      *    three reads the queue first. Keyed by the moment of the
      *    request plus a sequence within the run, so the queue
      *    reads back oldest first. Kept in a copybook so the
      *    requesting programs and the desk stay on one layout.
       01  APQREC.
           05 AQ-KEY.
              10 AQ-STAMP      pic X(16).
              10 AQ-SEQ        pic 9(4).
      *       Program that applies the request: AOCPRM or AOCBKO.
           05 AQ-TYPE          pic X(8).
           05 AQ-REQUESTER     pic X(8).
      *       PENDING, APPROVED, REJECTED, EXPIRED, APPLIED, or
      *       REFUSED when an approved card no longer validates.
           05 AQ-STATUS        pic X(8).
           05 AQ-REQUEST       pic X(80).
           05 AQ-DECIDED-BY    pic X(8).
           05 AQ-DECIDED-TS    pic X(21).
           05 AQ-NOTE          pic X(30).
           05 AQ-APPLIED-TS    pic X(21).
