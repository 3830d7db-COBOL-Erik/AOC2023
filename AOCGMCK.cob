      *      VERIFY  (the default) proves every GAMREC: GM-MULT must
      *              equal the product of the three maximums, the
      *              GM-POSSIBLE verdict and GM-FAIL-COLOR must agree
      *              with the limits of the row's own GM-PROFILE
      *              (cube_limits.ctl for DEFAULT, cube_profiles.ctl
      *              for a named profile; a profile on neither is a
      *              discrepancy in itself), and a row
      *              only one twin wrote (space verdict or zero
      *              product) is reported incomplete naming the
      *              missing side. Discrepancies end the run with
      *              (aoc2a_draws.txt, with aoc2b_draws.txt filling
      *              any games missing from the A side): maximums
      *              from the draws, verdict and failing color
      *              re-judged against the limits of the profile
      *              AOC2A's draw rows carry, product recomputed
      *              - the recovery path for a GAMES file with a bad
      *              status that used to mean rerunning everything.
       environment division.
           select LIMFIL assign to 'cube_limits.ctl'
           organization is line sequential
           file status is LIMIT-FS.
           select PRFFIL assign to 'cube_profiles.ctl'
           organization is line sequential
           file status is PRF-FS.
           select DRAFIL assign to dynamic W-DRAW-NAME
           organization is line sequential
           file status is DRA-FS.
           05 CC-GREEN-LIMIT pic 9(3).
           05 CC-BLUE-LIMIT  pic 9(3).

       FD  PRFFIL.
       COPY AOCPRFREC.

       FD  DRAFIL.
       01  DRAREC            pic X(80).

          05 GAM-FS          pic XX.
          05 LIMIT-FS        pic XX.
          05 DRA-FS          pic XX.
          05 PRF-FS          pic XX.
          05 A-LP-IX         pic S9(4) comp.
          05 W-ROW-PROFILE   pic X(8).
          05 RPT-FS          pic XX.
          05 LOG-FS          pic XX.
          05 W-MODE          pic X(7) value 'VERIFY'.
             10 RB-MAX-RED   pic S9(3) comp.
             10 RB-MAX-GREEN pic S9(3) comp.
             10 RB-MAX-BLUE  pic S9(3) comp.
             10 RB-PROFILE   pic X(8).

      *    The named limit profiles, DEFAULT (cube_limits.ctl)
      *    first, loaded the same way AOC2A loads them so a row is
      *    checked against the limits it was judged by.
       01 LIMIT-PROFILES.
          05 W-LP-CNT        pic S9(4) comp value ZERO.
          05 LP-ENTRY occurs 20 times.
             10 LP-NAME      pic X(8).
             10 LP-RED       pic 9(3).
             10 LP-GREEN     pic 9(3).
             10 LP-BLUE      pic 9(3).

       01 LOGREC-DTL.
          05 LR-TIMESTAMP    pic X(21).
          05 FILLER pic X   value ' '.
             88 V-DRA-INIT  value ' '.
             88 V-DRA-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-PRF-INIT  value ' '.
             88 V-PRF-EOF   value 'E'.

       procedure division.
       A-MAIN section.
           move 'INFO' to LR-SEVERITY
           perform WRITE-LOG-REC
           perform GET-CUBE-LIMITS
           perform GET-LIMIT-PROFILES
           open output RPTFIL
           if RPT-FS not = '00'
              move spaces to LR-MESSAGE
           end-if
           .

      *    DEFAULT from the limits just read, then every usable row
      *    of the profiles card - the same rows AOC2A accepts.
       GET-LIMIT-PROFILES section.
           move 1 to W-LP-CNT
           move 'DEFAULT' to LP-NAME(1)
           move RED-LIMIT to LP-RED(1)
           move GREEN-LIMIT to LP-GREEN(1)
           move BLUE-LIMIT to LP-BLUE(1)
           set V-PRF-INIT to true
           open input PRFFIL
           if PRF-FS not = '00'
              exit section
           end-if
           perform until V-PRF-EOF
              read PRFFIL
                 at end set V-PRF-EOF to true
              end-read
              if not V-PRF-EOF
                 and PF-NAME not = spaces
                 and PF-NAME not = 'DEFAULT'
                 and PF-RED-LIMIT is numeric
                 and PF-GREEN-LIMIT is numeric
                 and PF-BLUE-LIMIT is numeric
                 and W-LP-CNT < 20
                 add 1 to W-LP-CNT
                 move PF-NAME to LP-NAME(W-LP-CNT)
                 move PF-RED-LIMIT to LP-RED(W-LP-CNT)
                 move PF-GREEN-LIMIT to LP-GREEN(W-LP-CNT)
                 move PF-BLUE-LIMIT to LP-BLUE(W-LP-CNT)
              end-if
           end-perform
           close PRFFIL
           .

      *    Moves the limits of the profile in W-ROW-PROFILE (spaces
      *    meaning DEFAULT) into RED-LIMIT/GREEN-LIMIT/BLUE-LIMIT.
      *    A profile not on the card leaves A-LP-IX past the table
      *    for the caller to report.
       SET-PROFILE-LIMITS section.
           if W-ROW-PROFILE = spaces
              move 'DEFAULT' to W-ROW-PROFILE
           end-if
           perform varying A-LP-IX from 1 by 1
                   until A-LP-IX > W-LP-CNT
                      or LP-NAME(A-LP-IX) = W-ROW-PROFILE
              continue
           end-perform
           if A-LP-IX <= W-LP-CNT
              move LP-RED(A-LP-IX) to RED-LIMIT
              move LP-GREEN(A-LP-IX) to GREEN-LIMIT
              move LP-BLUE(A-LP-IX) to BLUE-LIMIT
           end-if
           .

      *    One sequential pass over the master. Incomplete rows are
      *    reported first for each game (naming the side that never
      *    wrote), and only rows both twins completed are held to
              move RPTREC-DTL to RPTREC
              write RPTREC
           end-if
           move GM-PROFILE to W-ROW-PROFILE
           perform SET-PROFILE-LIMITS
           if A-LP-IX > W-LP-CNT
              add 1 to W-BAD-CNT
              move GM-GAME-ID to RP-GAME-ID
              move spaces to RP-TAG
              string 'NO PROFILE ' GM-PROFILE
                 delimited by size into RP-TAG
              end-string
              move ZERO to RP-A RP-B
              move RPTREC-DTL to RPTREC
              write RPTREC
              exit section
           end-if
           perform JUDGE-EXPECTED-VERDICT
           if GM-POSSIBLE not = W-EXP-POSSIBLE
              or GM-FAIL-COLOR not = W-EXP-COLOR
           move W-DRAW-RED to RB-MAX-RED(RB-COUNT)
           move W-DRAW-GREEN to RB-MAX-GREEN(RB-COUNT)
           move W-DRAW-BLUE to RB-MAX-BLUE(RB-COUNT)
           move DRAREC(38:8) to RB-PROFILE(RB-COUNT)
           .

       WRITE-REBUILT-GAMREC section.
           move RB-MAX-RED(A-GAME-IX) to GM-MAX-RED
           move RB-MAX-GREEN(A-GAME-IX) to GM-MAX-GREEN
           move RB-MAX-BLUE(A-GAME-IX) to GM-MAX-BLUE
           move RB-PROFILE(A-GAME-IX) to W-ROW-PROFILE
           perform SET-PROFILE-LIMITS
           if A-LP-IX > W-LP-CNT
              move 'DEFAULT' to W-ROW-PROFILE
              perform SET-PROFILE-LIMITS
           end-if
           move W-ROW-PROFILE to GM-PROFILE
           perform JUDGE-REBUILT-VERDICT
           compute GM-MULT = GM-MAX-RED * GM-MAX-GREEN
              * GM-MAX-BLUE
