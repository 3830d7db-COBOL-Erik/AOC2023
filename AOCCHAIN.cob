       identification division.
       program-id. AOCCHAIN.
      *    Verifier for the LEDGER hash chain. Walks the LEDARCH
      *    archive and then the live LEDGER in key order as the one
      *    history they are, recomputing every row's chain value
      *    from its content and its predecessor's value (the same
      *    CHAIN-LEDGER-ROW the writers stamp with). The first
      *    broken link - a row whose previous value does not match
      *    the row before it, or whose content no longer hashes to
      *    its stored value - is reported to aoc_chain_report.txt
      *    with the file, key and both values, and the run ends with
      *    the balancing verifier's condition code (12, does not tie
      *    out) so the job stream treats a tampered ledger like an
      *    out-of-balance one. AOCCLOSE runs the same check over
      *    the history up to the period it is asked to close.
       environment division.
       configuration section.
      *special-names. decimal-point is comma.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select LEDFIL assign to 'LEDGER'
           organization is indexed
           access mode is dynamic
           record key is LED-KEY
           file status is LED-FS.
           select ARCFIL assign to 'LEDARCH'
           organization is indexed
           access mode is dynamic
           record key is ARC-KEY
           file status is ARC-FS.
           select RPTFIL assign to 'aoc_chain_report.txt'
           organization is line sequential
           file status is RPT-FS.
           select LOGFIL assign to 'aoc_run.log'
           organization is line sequential
           file status is LOG-FS.

       data division.
       file section.
       FD  LEDFIL.
       COPY AOCLEDREC.

       FD  ARCFIL.
      *    Mirror of AOCLEDREC under its own names (one program
      *    cannot COPY the same record layout into two FDs), keyed
      *    the same way so an archived row reads back exactly like
      *    a live one. Same mirror AOCHSKP carries.
       01  ARCREC.
           05 ARC-KEY.
              10 ARC-TIMESTAMP pic X(21).
              10 ARC-PROGRAM   pic X(8).
           05 ARC-FILE-NAME    pic X(60).
           05 ARC-TOTAL        pic S9(8) comp.
           05 ARC-LINE-COUNT   pic S9(8) comp.
           05 ARC-HASH         pic S9(8) comp.
           05 ARC-PREV-CHAIN   pic S9(8) comp.
           05 ARC-CHAIN        pic S9(8) comp.

       FD  RPTFIL.
       01  RPTREC            pic X(100).

       FD  LOGFIL.
       01  LOGREC            pic X(110).

       working-storage section.
       01 A-ARB.
          05 LED-FS          pic XX.
          05 ARC-FS          pic XX.
          05 RPT-FS          pic XX.
          05 LOG-FS          pic XX.
          05 W-CNT-ED        pic Z(7)9.
          05 W-VAL-ED        pic Z(7)9.
          05 W-VAL2-ED       pic Z(7)9.
          05 W-RUN-START-TS  pic X(21).
          05 W-START-TS      pic X(21).
          05 W-END-TS        pic X(21).
          05 W-ELAPSED       pic S9(8) comp.
          05 W-ELAPSED-ED    pic ZZZZZ9.
          05 W-HH            pic 99.
          05 W-MM            pic 99.
          05 W-SS            pic 99.
          05 W-HS            pic 99.
          05 W-HH2           pic 99.
          05 W-MM2           pic 99.
          05 W-SS2           pic 99.
          05 W-HS2           pic 99.

       COPY AOCLCHN.

       01 LOGREC-DTL.
          05 LR-TIMESTAMP    pic X(21).
          05 FILLER          pic X value ' '.
          05 LR-JOBNAME      pic X(8) value spaces.
          05 FILLER          pic X value ' '.
          05 LR-PROGRAM      pic X(8) value 'AOCCHAIN'.
          05 FILLER          pic X value ' '.
          05 LR-SEVERITY     pic X(5) value 'ERROR'.
          05 FILLER          pic X value ' '.
          05 LR-MESSAGE      pic X(60) value spaces.

       01 HDR-LINE.
          05 FILLER          pic X(35)
             value 'AOC LEDGER CHAIN VERIFICATION RUN '.
          05 HL-TS           pic X(14).

       01 V-VAXLAR.
          05 FILLER pic X   value ' '.
             88 V-LED-INIT  value ' '.
             88 V-LED-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-ARC-INIT  value ' '.
             88 V-ARC-EOF   value 'E'.
          05 V-ARC-OPEN-SW pic X value 'N'.
             88 V-ARC-OPEN  value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCCHAIN'
           move FUNCTION CURRENT-DATE to W-RUN-START-TS
           move spaces to LR-MESSAGE
           string 'START LEDGER CHAIN VERIFICATION'
              delimited by size into LR-MESSAGE
           end-string
           move 'INFO' to LR-SEVERITY
           perform WRITE-LOG-REC
           open output RPTFIL
           if RPT-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN RPTFIL FAILED STATUS=' RPT-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           move W-RUN-START-TS(1:14) to HL-TS
           move HDR-LINE to RPTREC
           write RPTREC
      *    Archive side first, then the live file: everything AOCHSKP
      *    has archived predates everything still live, so the two
      *    read in sequence are the chain in posting order.
           perform VERIFY-ARCHIVE-ROWS
           perform VERIFY-LEDGER-ROWS
           perform WRITE-CHAIN-SUMMARY
           close RPTFIL
           if W-CH-BREAKS > ZERO
              move W-CH-BREAKS to W-CNT-ED
              move spaces to LR-MESSAGE
              string 'CHAIN BROKEN AT ' W-BRK-TIMESTAMP(1:14) ' '
                 W-BRK-PROGRAM ' BREAKS=' trim(W-CNT-ED)
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCCHAIN CHAIN BROKEN AT ' W-BRK-SOURCE ' '
                 W-BRK-TIMESTAMP ' ' W-BRK-PROGRAM
              move 12 to RETURN-CODE
           else
              display 'AOCCHAIN CHAIN VERIFIES'
           end-if
           perform WRITE-END-LOG-REC
           goback
           .

      *    Logs the open failure (job name, program, timestamp) and
      *    closes whatever is open so the next run starts clean. Sets
      *    RETURN-CODE so a JCL COND= step downstream is bypassed
      *    instead of running against a bad file status. Matches the
      *    ABORT-RUN already used by AOCLEDQ/AOCBAL.
       ABORT-RUN section.
           move 8 to RETURN-CODE
           close LEDFIL
           close ARCFIL
           close RPTFIL
           goback
           .

      *    No archive yet is not a break: the chain simply starts in
      *    LEDGER.
       VERIFY-ARCHIVE-ROWS section.
           open input ARCFIL
           if ARC-FS not = '00'
              exit section
           end-if
           move 'LEDARCH' to W-CH-SOURCE
           set V-ARC-INIT to true
           move low-values to ARC-KEY
           start ARCFIL key >= ARC-KEY
              invalid key set V-ARC-EOF to true
           end-start
           perform until V-ARC-EOF
              read ARCFIL next
                 at end set V-ARC-EOF to true
              end-read
              if not V-ARC-EOF
                 move ARCREC to CHN-ROW
                 perform CHECK-CHAIN-LINK
              end-if
           end-perform
           close ARCFIL
           .

       VERIFY-LEDGER-ROWS section.
           open input LEDFIL
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
           move 'LEDGER' to W-CH-SOURCE
           set V-LED-INIT to true
           move low-values to LED-KEY
           start LEDFIL key >= LED-KEY
              invalid key set V-LED-EOF to true
           end-start
           perform until V-LED-EOF
              read LEDFIL next
                 at end set V-LED-EOF to true
              end-read
              if not V-LED-EOF
                 move LEDREC to CHN-ROW
                 perform CHECK-CHAIN-LINK
              end-if
           end-perform
           close LEDFIL
           if V-ARC-OPEN
              close ARCFIL
           end-if
           .

      *    Rows checked, sweep leftovers passed over, and either the
      *    all-clear or the first broken link with the chain value
      *    the row should have named and the one it does name.
       WRITE-CHAIN-SUMMARY section.
           move W-CH-ROWS to W-CNT-ED
           move spaces to RPTREC
           string 'ROWS CHECKED    ' W-CNT-ED
              delimited by size into RPTREC
           end-string
           write RPTREC
           move W-CH-OVERLAP to W-CNT-ED
           move spaces to RPTREC
           string 'SWEEP LEFTOVERS ' W-CNT-ED
              delimited by size into RPTREC
           end-string
           write RPTREC
           if W-CH-BREAKS = ZERO
              move spaces to RPTREC
              move 'CHAIN VERIFIES END TO END' to RPTREC
              write RPTREC
              exit section
           end-if
           move W-CH-BREAKS to W-CNT-ED
           move spaces to RPTREC
           string 'BROKEN LINKS    ' W-CNT-ED
              delimited by size into RPTREC
           end-string
           write RPTREC
           move W-BRK-EXPECTED to W-VAL-ED
           move W-BRK-FOUND to W-VAL2-ED
           move spaces to RPTREC
           string 'FIRST BREAK ' W-BRK-SOURCE ' ' W-BRK-TIMESTAMP ' '
              W-BRK-PROGRAM ' ' W-BRK-WHY
              ' EXPECTED=' trim(W-VAL-ED) ' FOUND=' trim(W-VAL2-ED)
              delimited by size into RPTREC
           end-string
           write RPTREC
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

      *    INFO bracket at end of job: rows checked, links broken and
      *    wall-clock elapsed. Paired with the START record at the
      *    top of A-MAIN; a log with a START and no END is a run that
      *    died.
       WRITE-END-LOG-REC section.
           move W-RUN-START-TS to W-START-TS
           move FUNCTION CURRENT-DATE to W-END-TS
           perform COMPUTE-ELAPSED
           move W-ELAPSED to W-ELAPSED-ED
           move W-CH-ROWS to W-CNT-ED
           move W-CH-BREAKS to W-VAL-ED
           move spaces to LR-MESSAGE
           string 'END ROWS=' trim(W-CNT-ED)
              ' BREAKS=' trim(W-VAL-ED)
              ' ELAPSED=' trim(W-ELAPSED-ED)
              delimited by size into LR-MESSAGE
           end-string
           move 'INFO' to LR-SEVERITY
           perform WRITE-LOG-REC
           .

      *    Elapsed time between W-START-TS and W-END-TS (both
      *    FUNCTION CURRENT-DATE values) in hundredths of a second.
      *    Assumes both timestamps fall on the same day, which is
      *    fine for one night's run. Same arithmetic as AOC2A/AOC2B.
       COMPUTE-ELAPSED section.
           move W-START-TS(9:2) to W-HH
           move W-START-TS(11:2) to W-MM
           move W-START-TS(13:2) to W-SS
           move W-START-TS(15:2) to W-HS
           move W-END-TS(9:2) to W-HH2
           move W-END-TS(11:2) to W-MM2
           move W-END-TS(13:2) to W-SS2
           move W-END-TS(15:2) to W-HS2
           compute W-ELAPSED =
               (W-HH2 - W-HH) * 360000
             + (W-MM2 - W-MM) * 6000
             + (W-SS2 - W-SS) * 100
             + (W-HS2 - W-HS)
           .

      *    Job name comes from the JCL job card via the JOBNAME
      *    environment variable GnuCOBOL's MVS-compatibility layer
      *    sets from EXEC PARM/job name; falls back to the job card's
      *    own literal when run outside that JCL.
       WRITE-LOG-REC section.
           move FUNCTION CURRENT-DATE to LR-TIMESTAMP
           accept LR-JOBNAME from environment 'JOBNAME'
              on exception
                 move 'AOCBATCH' to LR-JOBNAME
           end-accept
           open extend LOGFIL
           if LOG-FS not = '00'
              close LOGFIL
              open output LOGFIL
           end-if
           move LOGREC-DTL to LOGREC
           write LOGREC
           close LOGFIL
           move 'ERROR' to LR-SEVERITY
           .

       end program AOCCHAIN.
