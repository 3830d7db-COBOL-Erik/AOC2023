      *    Record layout of the shared CALMAST calibration master:
      *    one row per calibration line per processing date, keyed
      *    by source file + processing date + line number, so one
      *    source's deliveries sit together oldest first and a
      *    redelivered file's lines line up against the earlier
      *    delivery's by number. Each row carries the line text and
      *    what both programs made of it: AOC1A's digits-only value
      *    and AOC1B's word-aware value, each with a status byte
      *    ('V' valued, 'E' excepted - no value found, space - that
      *    program has not run against this line yet). AOC1A and
      *    AOC1B each fill in their own half as they run; a same-day
      *    rerun replaces its own half in place. The flat audit
      *    files are overwritten every run and pruned by AOCHSKP;
      *    this is the history AOCCCHG and the AOCMENU lookup read.
      *    Kept in a copybook so the writers and the readers stay on
      *    one layout, the same way AOCGAMREC does for GAMES.
       01  CMREC.
           05 CM-KEY.
              10 CM-SOURCE     pic X(60).
              10 CM-DATE       pic X(8).
              10 CM-LINE-NR    pic 9(5).
           05 CM-TEXT          pic X(128).
           05 CM-1A-STATUS     pic X.
           05 CM-1A-VALUE      pic S9(4) comp.
           05 CM-1B-STATUS     pic X.
           05 CM-1B-VALUE      pic S9(4) comp.
