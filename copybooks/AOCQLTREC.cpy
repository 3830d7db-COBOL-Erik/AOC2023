      *    Record layout of the shared QLTSTAT supplier-quality
      *    statistics file: one row per processing date, input
      *    source and program, keyed in that order so a month's rows
      *    for one source sit together. AOCEDIT posts the lines it
      *    edited and its rejects by reason code; AOC2A and AOC2B
      *    post the lines they read, the sequence breaks they wrote
      *    to their seqchk files and the boundary hits they wrote to
      *    aoc2_color_boundary.txt. A same-day rerun replaces its own
      *    row instead of adding to it, so the figures stay one
      *    delivery's worth however often the night is rerun. The
      *    flat reject/seqchk/boundary files are overwritten every
      *    night and carry no source name; this is what AOCSCRD's
      *    monthly supplier scorecard rolls up. Kept in a copybook
      *    so the writers and the scorecard stay on one layout, the
      *    same way AOCLEDREC does for LEDGER.
       01  QLTREC.
           05 QS-KEY.
              10 QS-DATE       pic X(8).
              10 QS-SOURCE     pic X(60).
              10 QS-PROGRAM    pic X(8).
           05 QS-LINES         pic S9(8) comp.
           05 QS-REJ-TOTAL     pic S9(8) comp.
           05 QS-REJ-CNT       pic S9(8) comp occurs 5 times.
           05 QS-SEQ-BREAKS    pic S9(8) comp.
           05 QS-BOUNDARY      pic S9(8) comp.
