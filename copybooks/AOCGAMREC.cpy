           05 GM-FAIL-COLOR    pic X(5).
      *    MAX-RED * MAX-GREEN * MAX-BLUE, zero until AOC2B has run.
           05 GM-MULT          pic S9(8) comp.
      *    Limit profile AOC2A judged the game against (DEFAULT for
      *    the cube_limits.ctl set), spaces until AOC2A has run.
           05 GM-PROFILE       pic X(8).
