      *    Work area for the LEDGER hash chain. A LEDGER or LEDARCH
      *    row is moved here whole (both files share the AOCLEDREC
      *    layout) and CHAIN-LEDGER-ROW computes the chain value the
      *    row should carry into W-CH-VALUE: the content hash of the
      *    key, file name, total and fingerprint, folded with the
      *    previous row's chain value. The writers use it to stamp
      *    a new row; AOCCHAIN and AOCCLOSE use it to recompute and
      *    compare. The routine itself is in AOCLCHNP, copied into
      *    the procedure division beside this work area, so every
      *    program hashes the same bytes the same way.
       01 CHN-ROW.
          05 CH-KEY.
             10 CH-TIMESTAMP pic X(21).
             10 CH-PROGRAM   pic X(8).
          05 CH-FILE-NAME    pic X(60).
          05 CH-TOTAL        pic S9(8) comp.
          05 CH-LINE-COUNT   pic S9(8) comp.
          05 CH-HASH         pic S9(8) comp.
          05 CH-PREV-CHAIN   pic S9(8) comp.
          05 CH-CHAIN        pic S9(8) comp.
       01 CHN-WORK.
          05 W-CH-DIGEST     pic S9(8) comp.
          05 W-CH-VALUE      pic S9(8) comp.
          05 W-CH-LAST       pic S9(8) comp value ZERO.
          05 W-CH-IX         pic S9(4) comp.
          05 W-CH-ROWS       pic S9(8) comp value ZERO.
          05 V-CHN-SW        pic X value ' '.
             88 V-CHN-INIT   value ' '.
             88 V-CHN-EOF    value 'E'.
      *    Verifier side (AOCCHAIN, AOCCLOSE): which file the row
      *    came from, the newest archive key seen, and the first
      *    broken link found.
          05 W-CH-SOURCE     pic X(8).
          05 W-CH-LAST-ARC-KEY pic X(29) value low-values.
          05 W-CH-WHY        pic X(8).
          05 W-CH-BREAKS     pic S9(8) comp value ZERO.
          05 W-CH-OVERLAP    pic S9(8) comp value ZERO.
          05 W-BRK-SOURCE    pic X(8).
          05 W-BRK-TIMESTAMP pic X(21).
          05 W-BRK-PROGRAM   pic X(8).
          05 W-BRK-WHY       pic X(8).
          05 W-BRK-EXPECTED  pic S9(8) comp.
          05 W-BRK-FOUND     pic S9(8) comp.
