          05 W-LINE-CNT      pic S9(4) comp value 99.
          05 W-PAGE-CNT      pic S9(4) comp value ZERO.
          05 W-FAIL-CNT      pic S9(8) comp value ZERO.
          05 W-DGX-CNT       pic S9(8) comp value ZERO.
          05 W-RPT-DATE      pic X(8).
          05 CSV-PROGRAM     pic X(8).
          05 CSV-DATE        pic X(8).

      *    AOC2A's excluded-game rows, each with the color that
      *    tripped the limit, the count pulled and the limit it
      *    exceeded - the reasons supervision always asks for. The
      *    same file carries the repeats the DUPGAME card excluded
      *    (reason DUPGAME, no color or counts, the GAME-ID of the
      *    copy that was counted); those are counted on their own.
       PRINT-EXCLUDED-GAMES section.
           move ZERO to W-FAIL-CNT W-DGX-CNT
           set V-FAIL-INIT to true
           open input FAILFIL
           if FAIL-FS = '00'
                 end-read
                 if not V-FAIL-EOF
                    and FAILREC not = spaces
                    if FAILREC(22:8) = 'DUPGAME'
                       add 1 to W-DGX-CNT
                    else
                       add 1 to W-FAIL-CNT
                    end-if
                 end-if
              end-perform
              close FAILFIL
           move W-FAIL-CNT to W-CNT-ED
           move W-CNT-ED to SL-VALUE
           perform PRINT-STAT-LINE
           move 'REPEATS EXCLUDED' to SL-LABEL
           move W-DGX-CNT to W-CNT-ED
           move W-CNT-ED to SL-VALUE
           perform PRINT-STAT-LINE
           if W-FAIL-CNT = ZERO and W-DGX-CNT = ZERO
              exit section
           end-if
           move spaces to W-DETAIL
           string '  EXCLUDED GAME DETAIL (FILE GAME COLOR PULLED '
              'LIMIT REASON DUP-OF PROFILE)' delimited by size
              into W-DETAIL
           end-string
           perform PRINT-DETAIL-LINE
           move spaces to W-DETAIL
           string '  DUPGAME ROWS CARRY NO COLOR OR COUNTS; DUP-OF '
              'NAMES THE COPY THAT WAS COUNTED' delimited by size
              into W-DETAIL
           end-string
           perform PRINT-DETAIL-LINE
           set V-FAIL-INIT to true
           open input FAILFIL
