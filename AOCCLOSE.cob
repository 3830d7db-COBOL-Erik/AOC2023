      *        which every LEDGER writer now checks before posting -
      *        a posting whose date falls in a closed period is
      *        refused with condition code 16.
      *    The LEDGER hash chain is verified (the same link check as
      *    AOCCHAIN) over every row up to the end of the period; a
      *    period whose chain does not verify is not closed and the
      *    run ends with the does-not-tie-out code (12).
      *    Closing an already-closed period reprints the statement
      *    (the audit copy is rerunnable) but warns (4) so the job
      *    stream can tell a reprint from a first close.
           05 ARC-TOTAL        pic S9(8) comp.
           05 ARC-LINE-COUNT   pic S9(8) comp.
           05 ARC-HASH         pic S9(8) comp.
           05 ARC-PREV-CHAIN   pic S9(8) comp.
           05 ARC-CHAIN        pic S9(8) comp.

       FD  STMFIL.
       01  STMREC            pic X(100).
             10 TT-TOTAL     pic S9(8) comp.
             10 TT-RUNS      pic S9(4) comp.

       COPY AOCLCHN.

       01 LOGREC-DTL.
          05 LR-TIMESTAMP    pic X(21).
          05 FILLER          pic X value ' '.
          05 FILLER pic X   value ' '.
             88 V-ARC-INIT  value ' '.
             88 V-ARC-EOF   value 'E'.
          05 V-ARC-OPEN-SW pic X value 'N'.
             88 V-ARC-OPEN  value 'Y'.
          05 V-REPRINT-SW pic X value 'N'.
             88 V-REPRINT   value 'Y'.

           perform SCAN-ARCHIVE-ROWS
           perform SCAN-LEDGER-ROWS
           perform WRITE-STATEMENT
           if W-CH-BREAKS > ZERO
              perform REFUSE-BROKEN-CHAIN
           end-if
           close STMFIL
           if W-CH-BREAKS = ZERO
              perform MARK-PERIOD-CLOSED
           end-if
           move W-ROWS-READ to W-READ-ED
           display 'AOCCLOSE ROWS READ     ' W-READ-ED
           move W-ROWS-USED to W-USED-ED
              end-read
              if not V-ARC-EOF
                 add 1 to W-ROWS-READ
                 if ARC-TIMESTAMP(1:6) not > W-PERIOD
                    move 'LEDARCH' to W-CH-SOURCE
                    move ARCREC to CHN-ROW
                    perform CHECK-CHAIN-LINK
                 end-if
                 if ARC-TIMESTAMP(1:6) = W-PERIOD
                    move ARC-TIMESTAMP(1:8) to W-ROW-DATE
                    move ARC-PROGRAM to W-ROW-PROGRAM
           if LED-FS not = '00'
              exit section
           end-if
      *    LEDARCH is kept open beside the live file so a sweep
      *    leftover can be matched against its archived copy.
           move 'N' to V-ARC-OPEN-SW
           open input ARCFIL
           if ARC-FS = '00'
              move 'Y' to V-ARC-OPEN-SW
           end-if
           set V-LED-INIT to true
           move low-values to LED-KEY
           start LEDFIL key >= LED-KEY
              end-read
              if not V-LED-EOF
                 add 1 to W-ROWS-READ
                 if LED-TIMESTAMP(1:6) not > W-PERIOD
                    move 'LEDGER' to W-CH-SOURCE
                    move LEDREC to CHN-ROW
                    perform CHECK-CHAIN-LINK
                 end-if
                 if LED-TIMESTAMP(1:6) = W-PERIOD
                    move LED-TIMESTAMP(1:8) to W-ROW-DATE
                    move LED-PROGRAM to W-ROW-PROGRAM
              end-if
           end-perform
           close LEDFIL
           if V-ARC-OPEN
              close ARCFIL
           end-if
           .

      *    An adjustment row is one whose program-id carries the ADJ
           write STMREC
           .

      *    A history that does not verify up to the period end is
      *    not signed off: the statement carries the first broken
      *    link so the reviewer sees why, PERCLOSE is left alone and
      *    the run ends 12. AOCCHAIN gives the full report.
       REFUSE-BROKEN-CHAIN section.
           move spaces to STMREC
           write STMREC
           move spaces to STMREC
           string 'LEDGER CHAIN DOES NOT VERIFY, PERIOD NOT CLOSED'
              delimited by size into STMREC
           end-string
           write STMREC
           move spaces to STMREC
           string 'FIRST BREAK ' W-BRK-SOURCE ' ' W-BRK-TIMESTAMP ' '
              W-BRK-PROGRAM ' ' W-BRK-WHY
              delimited by size into STMREC
           end-string
           write STMREC
           move spaces to LR-MESSAGE
           string 'CLOSE REFUSED, CHAIN BROKEN AT '
              W-BRK-TIMESTAMP(1:14) ' ' W-BRK-PROGRAM
              delimited by size into LR-MESSAGE
           end-string
           perform WRITE-LOG-REC
           display 'AOCCLOSE PERIOD ' W-PERIOD
              ' NOT CLOSED, LEDGER CHAIN BROKEN AT ' W-BRK-SOURCE ' '
              W-BRK-TIMESTAMP ' ' W-BRK-PROGRAM
           move 12 to RETURN-CODE
           .

      *    Writes (or confirms) the period's PERCLOSE row. Created on
      *    first use like LEDGER. A row already at 'C' means this is
      *    a statement reprint, not a first close: the original
           display 'AOCCLOSE PERIOD ' W-PERIOD ' CLOSED'
           .

      *    One link of the chain, the row in CHN-ROW taken in key
      *    order after the row whose chain value is in W-CH-LAST.
      *    The row must name that value as its previous one (a row
      *    removed or slipped in breaks this) and must hash back to
      *    its own stored value (a row edited in place breaks this).
      *    The first break is kept for the report; later rows are
      *    judged against their own predecessor again, so one bad
      *    row reports once instead of failing everything after it.
      *    A LEDGER row at or below the newest archive key can only
      *    be the leftover of an archive sweep interrupted between
      *    write and delete, and is passed over only when its
      *    archived copy is the same row byte for byte.
       CHECK-CHAIN-LINK section.
           if W-CH-SOURCE = 'LEDGER'
              and CH-KEY not > W-CH-LAST-ARC-KEY
              perform CHECK-SWEEP-LEFTOVER
              exit section
           end-if
           if W-CH-SOURCE = 'LEDARCH'
              move CH-KEY to W-CH-LAST-ARC-KEY
           end-if
           add 1 to W-CH-ROWS
           move spaces to W-CH-WHY
           if CH-PREV-CHAIN not = W-CH-LAST
              move 'LINK' to W-CH-WHY
           else
              perform CHAIN-LEDGER-ROW
              if W-CH-VALUE not = CH-CHAIN
                 move 'CONTENT' to W-CH-WHY
              end-if
           end-if
           if W-CH-WHY not = spaces
              add 1 to W-CH-BREAKS
              if W-CH-BREAKS = 1
                 move W-CH-SOURCE to W-BRK-SOURCE
                 move CH-TIMESTAMP to W-BRK-TIMESTAMP
                 move CH-PROGRAM to W-BRK-PROGRAM
                 move W-CH-WHY to W-BRK-WHY
                 move W-CH-LAST to W-BRK-EXPECTED
                 move CH-PREV-CHAIN to W-BRK-FOUND
              end-if
           end-if
           move CH-CHAIN to W-CH-LAST
           .

      *    A row below the archive boundary with no archived copy
      *    was slipped in behind the sweep ('NOARCH'); one whose
      *    archived copy differs was edited on one side or the other
      *    ('LEFTOVER'). Either is a break; the chain value expected
      *    is the archived row's, zero when there is none.
       CHECK-SWEEP-LEFTOVER section.
           add 1 to W-CH-OVERLAP
           move spaces to W-CH-WHY
           move ZERO to ARC-CHAIN
           if not V-ARC-OPEN
              move 'NOARCH' to W-CH-WHY
           else
              move CH-KEY to ARC-KEY
              read ARCFIL key is ARC-KEY
                 invalid key
                    move 'NOARCH' to W-CH-WHY
                    move ZERO to ARC-CHAIN
                 not invalid key
                    if ARCREC not = CHN-ROW
                       move 'LEFTOVER' to W-CH-WHY
                    end-if
              end-read
           end-if
           if W-CH-WHY = spaces
              exit section
           end-if
           add 1 to W-CH-BREAKS
           if W-CH-BREAKS = 1
              move W-CH-SOURCE to W-BRK-SOURCE
              move CH-TIMESTAMP to W-BRK-TIMESTAMP
              move CH-PROGRAM to W-BRK-PROGRAM
              move W-CH-WHY to W-BRK-WHY
              move ARC-CHAIN to W-BRK-EXPECTED
              move CH-CHAIN to W-BRK-FOUND
           end-if
           .

       COPY AOCLCHNP.

      *    INFO bracket at end of job: rows read, rows in the period
      *    and wall-clock elapsed. Paired with the START record at
      *    the top of A-MAIN; a log with a START and no END is a run
