      *    Record layout of the shared INBREG inbound delivery
      *    register: one row per delivered file per intake run,
      *    keyed by the date and time AOCINTK received it plus the
      *    file's position on that night's supplier manifest, so a
      *    date-prefixed START finds every delivery of one day.
      *    Each row carries what the supplier's manifest promised
      *    (line count, content hash, format, delivery date) beside
      *    what actually arrived, and the intake verdict: ACCEPTED,
      *    SHORT (the file does not prove against its manifest row),
      *    LATE (proved, but arrived after the promised date) or
      *    DUPLICATE-DELIVERY (the same content was already taken in
      *    on an earlier delivery). Kept in a copybook so the intake
      *    writer and the AOCMENU lookup stay on one layout, the
      *    same way AOCLEDREC does for LEDGER.
       01  INBREC.
           05 IB-KEY.
              10 IB-RECV-DATE  pic X(8).
              10 IB-RECV-TIME  pic X(8).
              10 IB-SEQ        pic 9(4).
           05 IB-FILE-NAME     pic X(60).
           05 IB-SUPPLIER      pic X(8).
           05 IB-FORMAT        pic 9.
           05 IB-DELIV-DATE    pic X(8).
           05 IB-EXP-LINES     pic S9(8) comp.
           05 IB-EXP-HASH      pic S9(8) comp.
           05 IB-ACT-LINES     pic S9(8) comp.
           05 IB-ACT-HASH      pic S9(8) comp.
           05 IB-STATUS        pic X(18).
           05 IB-REASON        pic X(30).
