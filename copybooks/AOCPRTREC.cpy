      *    Record layout of the partial-results file an AOC2 program
      *    writes when it runs over one partition of a split game
      *    file: every row the single pass would have written to
      *    its own outputs, typed by the output it belongs to, with
      *    the game number and GAME-ID it came from, then the top
      *    games and what-if counters of the partition, then one
      *    'T' trailer. Types:
      *      D detail    E boundary exception    F excluded game
      *      I inventory W draw                  S sequence break
      *      K top game (value in PT-VALUE)      M what-if counters
      *      T trailer (partition in PT-NR, total in PT-VALUE)
      *    The merge step takes nothing from a partial whose trailer
      *    does not match the partition control row it was cut to.
       01  PRTREC.
           05 PT-TYPE          pic X.
           05 PT-NR            pic 9(8).
           05 PT-GAME-ID       pic X(16).
           05 PT-VALUE         pic S9(8) sign leading separate.
           05 PT-DATA          pic X(250).
       01  PRTREC-SIM.
           05 FILLER           pic X(34).
           05 PS-PASS-CNT      pic 9(8).
           05 PS-PASS-SUM      pic 9(8).
           05 PS-BIND-RED      pic 9(8).
           05 PS-BIND-GREEN    pic 9(8).
           05 PS-BIND-BLUE     pic 9(8).
           05 FILLER           pic X(210).
       01  PRTREC-TRL.
           05 FILLER           pic X(34).
           05 PX-FIRST         pic 9(8).
           05 PX-LINES         pic 9(8).
           05 PX-HASH          pic 9(8).
           05 PX-STAMP         pic X(16).
           05 FILLER           pic X(210).
