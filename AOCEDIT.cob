      *    percent of lines reject, the step fails (8) so the whole
      *    night stops before half-posting totals; scattered rejects
      *    under the threshold warn (4) and the night proceeds on
      *    the clean file. Each run's lines edited and rejects by
      *    reason code are also posted to the keyed QLTSTAT file
      *    under the name of the clean file written, the name the
      *    posting steps then read the delivery under, since the
      *    reject file itself is overwritten every night; the
      *    monthly supplier scorecard (AOCSCRD) rolls them up per
      *    source.
       environment division.
       configuration section.
      *special-names. decimal-point is comma.
           select LOGFIL assign to 'aoc_run.log'
           organization is line sequential
           file status is LOG-FS.
           select QLTFIL assign to 'QLTSTAT'
           organization is indexed
           access mode is dynamic
           record key is QS-KEY
           file status is QLT-FS.

       data division.
       file section.
       FD  LOGFIL.
       01  LOGREC            pic X(110).

       FD  QLTFIL.
       COPY AOCQLTREC.

       working-storage section.
       01 A-ARB.
          05 INPUT-FS        pic XX.
          05 CLN2-FS         pic XX.
          05 REJ-FS          pic XX.
          05 LOG-FS          pic XX.
          05 QLT-FS          pic XX.
          05 W-RSN-IX        pic 99.
          05 SOURCE-FILE     pic X(60) value 'INFIL'.
          05 W-CLEAN-NAME    pic X(60).
          05 W-FORMAT        pic 9 value ZERO.
          05 W-THRESHOLD     pic 9(3) value 10.
          05 W-LINE-NR       pic S9(8) comp value ZERO.
          05 FILLER          pic X value ' '.
          05 RJ-TEXT         pic X(222).

      *    Rejects by reason code for the run, one slot per code,
      *    posted to QLTSTAT at end of job.
       01 REASON-COUNTS.
          05 W-RSN-CNT       pic S9(8) comp value ZERO
                             occurs 5 times.

       01 V-VAXLAR.
          05 FILLER pic X   value ' '.
             88 V-INIT      value ' '.
           display 'LINES READ     ' W-READ-ED
           display 'LINES REJECTED ' W-REJ-ED
           perform JUDGE-REJECT-RATE
           perform POST-QUALITY-STATS
           perform WRITE-END-LOG-REC
           goback
           .
      *    finds its dataset.
       OPEN-CLEAN-FILE section.
           if W-FORMAT = 2
              move 'aoc_edit_clean2.txt' to W-CLEAN-NAME
              open output CLN2FIL
              if CLN2-FS not = '00'
                 move spaces to LR-MESSAGE
                 perform ABORT-RUN
              end-if
           else
              move 'aoc_edit_clean1.txt' to W-CLEAN-NAME
              open output CLN1FIL
              if CLN1-FS not = '00'
                 move spaces to LR-MESSAGE
              on exception
                 move 'INFIL' to SOURCE-FILE
           end-accept
      *    A blank override (AOCCTL puts one back after a step that
      *    set it) is no override.
           if SOURCE-FILE = spaces
              move 'INFIL' to SOURCE-FILE
           end-if
           .

       GET-EDIT-CONTROLS section.
           .

       WRITE-REJECT-REC section.
           move W-REASON to W-RSN-IX
           if W-RSN-IX > ZERO and W-RSN-IX < 6
              add 1 to W-RSN-CNT(W-RSN-IX)
           end-if
           move W-REASON to RJ-REASON
           move W-LINE-NR to RJ-LINE-NR
           move INDATA to RJ-TEXT
           end-if
           .

      *    This run's row in the supplier-quality statistics: lines
      *    edited and rejects per reason code, keyed by today's date
      *    and the clean file's name - the two edit steps both read
      *    an INFIL DD but never write the same clean file, and the
      *    clean file's name is what AOC1A/AOC2A and EXCMAST post the
      *    delivery under - so a same-day rerun replaces its row
      *    rather than counting the delivery twice. Created on first
      *    use like LEDGER; a file that cannot be opened is a WARN -
      *    the scorecard loses a day, the night goes on.
       POST-QUALITY-STATS section.
           open i-o QLTFIL
           if QLT-FS = '35'
              open output QLTFIL
              close QLTFIL
              open i-o QLTFIL
           end-if
           if QLT-FS not = '00'
              move spaces to LR-MESSAGE
              string 'QUALITY STATS UNAVAILABLE STATUS=' QLT-FS
                 delimited by size into LR-MESSAGE
              end-string
              move 'WARN' to LR-SEVERITY
              perform WRITE-LOG-REC
              exit section
           end-if
           move FUNCTION CURRENT-DATE(1:8) to QS-DATE
           move W-CLEAN-NAME to QS-SOURCE
           move 'AOCEDIT' to QS-PROGRAM
           move W-LINE-NR to QS-LINES
           move W-REJ-CNT to QS-REJ-TOTAL
           perform varying W-RSN-IX from 1 by 1 until W-RSN-IX > 5
              move W-RSN-CNT(W-RSN-IX) to QS-REJ-CNT(W-RSN-IX)
           end-perform
           move ZERO to QS-SEQ-BREAKS QS-BOUNDARY
           write QLTREC
              invalid key
                 rewrite QLTREC
           end-write
           close QLTFIL
           .

      *    INFO bracket at end of job: lines read, lines rejected
      *    and wall-clock elapsed. Paired with the START record at
      *    the top of A-MAIN; a log with a START and no END is a run
