       identification division.
       program-id. AOCSPLIT.
      *    Cuts an oversized game file into partitions for the AOC2
      *    pair, so the quarter-end files can be judged as several
      *    separate steps instead of one long read. The file named
      *    by INFIL (DD_INFIL, as in AOC2A/AOC2B) is cut on game
      *    boundaries - one game is one line - into AOC_SPLIT_PARTS
      *    partitions (2 to 20, default 4) of as near equal size as
      *    the line count allows, aoc2_part_01.txt upward, and the
      *    partition control file aoc_partition.ctl is written
      *    beside them: the whole file's line count and content
      *    hash, and per partition the lines ahead of it, its own
      *    line count and hash, and the label number of the game
      *    just ahead of it. AOC2A and AOC2B take their game
      *    numbering and sequence check from that row when run with
      *    AOC_PARTITION=nn, and prove everything against it when
      *    run with AOC_PARTITION=MERGE. A file smaller than the
      *    partition count is cut one game per partition; an empty
      *    file is one empty partition. Nothing shared is posted
      *    here. A file that changes between the counting read and
      *    the cutting read ends the run with condition code 12
      *    (does not tie out) and no control file.

       environment division.
       configuration section.
      *special-names. decimal-point is comma.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select INFIL assign to dynamic SOURCE-FILE
           organization is line sequential
           file status is INPUT-FS.
           select OUTFIL assign to dynamic W-PART-NAME
           organization is line sequential
           file status is OUT-FS.
           select PTNFIL assign to 'aoc_partition.ctl'
           organization is line sequential
           file status is PTN-FS.
           select LOGFIL assign to 'aoc_run.log'
           organization is line sequential
           file status is LOG-FS.

       data division.
       file section.
       FD  INFIL.
       01  INDATA            pic X(222).

       FD  OUTFIL.
       01  OUTREC            pic X(222).

       FD  PTNFIL.
       COPY AOCPTNREC.

       FD  LOGFIL.
       01  LOGREC            pic X(110).

       working-storage section.
       01 A-ARB.
          05 INPUT-FS        pic XX.
          05 OUT-FS          pic XX.
          05 PTN-FS          pic XX.
          05 LOG-FS          pic XX.
          05 SOURCE-FILE     pic X(60) value 'INFIL'.
          05 W-PART-NAME     pic X(60).
          05 W-PARTS-ENV     pic X(2).
          05 W-PARTS         pic S9(4) comp value 4.
          05 W-PART-IX       pic S9(4) comp.
          05 W-PART-NR       pic 9(2).
          05 W-PART-END      pic S9(8) comp.
          05 W-PER-PART      pic S9(8) comp.
          05 W-EXTRA         pic S9(8) comp.
          05 W-TOTAL-LINES   pic S9(8) comp value ZERO.
          05 W-LINE-NR       pic S9(8) comp value ZERO.
          05 W-WHOLE-HASH    pic S9(8) comp value ZERO.
          05 W-PART-HASH     pic S9(8) comp value ZERO.
          05 W-FP-HASH       pic S9(8) comp value ZERO.
          05 W-FP-IX         pic S9(4) comp.
          05 W-LABEL-AREA    pic X(222).
          05 W-LABEL-NR      pic S9(8) comp value ZERO.
          05 W-PTR           pic S9(4) comp.
          05 W-LEN           pic S9(4) comp.
          05 W-STAMP         pic X(16).
          05 W-CNT-ED        pic Z(7)9.
          05 W-PARTS-ED      pic Z9.
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

      *    One entry per partition, filled from the counting read:
      *    lines ahead of it, its own line count, and - from the
      *    cutting read - its content hash and the label number of
      *    the last game of the partition before it.
       01 PART-TABLE.
          05 PART-ENTRY occurs 20 times.
             10 PE-FIRST      pic S9(8) comp.
             10 PE-LINES      pic S9(8) comp.
             10 PE-HASH       pic S9(8) comp.
             10 PE-PREV-LABEL pic S9(8) comp.

       01 LOGREC-DTL.
          05 LR-TIMESTAMP    pic X(21).
          05 FILLER          pic X value ' '.
          05 LR-JOBNAME      pic X(8) value spaces.
          05 FILLER          pic X value ' '.
          05 LR-PROGRAM      pic X(8) value 'AOCSPLIT'.
          05 FILLER          pic X value ' '.
          05 LR-SEVERITY     pic X(5) value 'ERROR'.
          05 FILLER          pic X value ' '.
          05 LR-MESSAGE      pic X(60) value spaces.

       01 V-VAXLAR.
          05 FILLER pic X   value ' '.
             88 V-INIT      value ' '.
             88 V-INPUT-EOF value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCSPLIT'
           move FUNCTION CURRENT-DATE to W-RUN-START-TS
           move W-RUN-START-TS(1:16) to W-STAMP
           perform GET-SOURCE-FILE-NAME
           perform GET-PARTITION-COUNT
           move spaces to LR-MESSAGE
           string 'START INFIL=' trim(SOURCE-FILE)
              delimited by size into LR-MESSAGE
           end-string
           move 'INFO' to LR-SEVERITY
           perform WRITE-LOG-REC
           perform COUNT-INPUT
           perform SIZE-PARTITIONS
           perform CUT-PARTITIONS
           perform WRITE-PARTITION-CONTROL
           move W-PARTS to W-PARTS-ED
           move W-TOTAL-LINES to W-CNT-ED
           display 'AOCSPLIT ' trim(W-CNT-ED) ' GAMES IN '
              trim(W-PARTS-ED) ' PARTITIONS'
           perform WRITE-END-LOG-REC
           goback
           .

      *    Logs the open failure (job name, program, timestamp) and
      *    closes whatever is open so the next run starts clean. Sets
      *    RETURN-CODE so a JCL COND= step downstream is bypassed
      *    instead of running against a bad file status.
       ABORT-RUN section.
           move 8 to RETURN-CODE
           close INFIL
           close OUTFIL
           close PTNFIL
           goback
           .

      *    The same DD_INFIL override AOC2A/AOC2B resolve INFIL by,
      *    so the splitter cuts exactly the file the single pass
      *    would have read.
       GET-SOURCE-FILE-NAME section.
           accept SOURCE-FILE from environment 'DD_INFIL'
              on exception
                 move 'INFIL' to SOURCE-FILE
           end-accept
           if SOURCE-FILE = spaces
              move 'INFIL' to SOURCE-FILE
           end-if
           .

      *    AOC_SPLIT_PARTS, two digits, 02 to 20; anything else
      *    leaves the default of four with a WARN.
       GET-PARTITION-COUNT section.
           accept W-PARTS-ENV from environment 'AOC_SPLIT_PARTS'
              on exception
                 move spaces to W-PARTS-ENV
           end-accept
           if W-PARTS-ENV = spaces
              exit section
           end-if
           if W-PARTS-ENV is numeric
              and W-PARTS-ENV >= '02' and W-PARTS-ENV <= '20'
              move W-PARTS-ENV to W-PART-NR
              move W-PART-NR to W-PARTS
           else
              move spaces to LR-MESSAGE
              string 'AOC_SPLIT_PARTS ' W-PARTS-ENV
                 ' NOT 02-20, 4 PARTITIONS USED'
                 delimited by size into LR-MESSAGE
              end-string
              move 'WARN' to LR-SEVERITY
              perform WRITE-LOG-REC
           end-if
           .

      *    First read: the line count the partition sizes are cut
      *    from. Nothing is written yet.
       COUNT-INPUT section.
           open input INFIL
           if INPUT-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN INFIL FAILED STATUS=' INPUT-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCSPLIT CANNOT OPEN ' SOURCE-FILE
              perform ABORT-RUN
           end-if
           set V-INIT to true
           perform until V-INPUT-EOF
              read INFIL
                 at end set V-INPUT-EOF to true
              end-read
              if not V-INPUT-EOF
                 if INPUT-FS not = '00'
                    move spaces to LR-MESSAGE
                    string 'READ ERROR ON INFIL STATUS=' INPUT-FS
                       delimited by size into LR-MESSAGE
                    end-string
                    perform WRITE-LOG-REC
                    perform ABORT-RUN
                 end-if
                 add 1 to W-TOTAL-LINES
              end-if
           end-perform
           close INFIL
           .

      *    As near equal as the count allows: the remainder of the
      *    division goes one game each to the leading partitions.
      *    Never more partitions than games, never fewer than one.
       SIZE-PARTITIONS section.
           if W-TOTAL-LINES < W-PARTS
              move W-TOTAL-LINES to W-PARTS
           end-if
           if W-PARTS < 1
              move 1 to W-PARTS
           end-if
           divide W-TOTAL-LINES by W-PARTS giving W-PER-PART
              remainder W-EXTRA
           move ZERO to PE-FIRST(1)
           perform varying W-PART-IX from 1 by 1
                   until W-PART-IX > W-PARTS
              move W-PER-PART to PE-LINES(W-PART-IX)
              if W-PART-IX <= W-EXTRA
                 add 1 to PE-LINES(W-PART-IX)
              end-if
              move ZERO to PE-HASH(W-PART-IX)
              move ZERO to PE-PREV-LABEL(W-PART-IX)
              if W-PART-IX < W-PARTS
                 compute PE-FIRST(W-PART-IX + 1) =
                    PE-FIRST(W-PART-IX) + PE-LINES(W-PART-IX)
              end-if
           end-perform
           .

      *    Second read: each line to its partition, hashed twice -
      *    into the whole-file fingerprint and into its partition's
      *    own - and the last game of each partition scanned for
      *    its label number, which the next partition's sequence
      *    check starts from. A line count that no longer agrees
      *    with the first read means the file moved under the run.
       CUT-PARTITIONS section.
           open input INFIL
           if INPUT-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN INFIL FAILED STATUS=' INPUT-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           move 1 to W-PART-IX
           perform OPEN-PARTITION
           set V-INIT to true
           perform until V-INPUT-EOF
              read INFIL
                 at end set V-INPUT-EOF to true
              end-read
              if not V-INPUT-EOF
                 add 1 to W-LINE-NR
                 if W-LINE-NR > W-PART-END
                    if W-PART-IX = W-PARTS
                       perform REFUSE-CHANGED-INPUT
                    end-if
                    perform CLOSE-PARTITION
                    add 1 to W-PART-IX
                    perform OPEN-PARTITION
                 end-if
                 move W-PART-HASH to W-FP-HASH
                 perform HASH-ONE-LINE
                 move W-FP-HASH to W-PART-HASH
                 move W-WHOLE-HASH to W-FP-HASH
                 perform HASH-ONE-LINE
                 move W-FP-HASH to W-WHOLE-HASH
                 move INDATA to OUTREC
                 write OUTREC
                 if W-LINE-NR = W-PART-END and W-PART-IX < W-PARTS
                    perform SCAN-LABEL
                    move W-LABEL-NR to PE-PREV-LABEL(W-PART-IX + 1)
                 end-if
              end-if
           end-perform
           close INFIL
           perform CLOSE-PARTITION
           if W-LINE-NR not = W-TOTAL-LINES
              perform REFUSE-CHANGED-INPUT
           end-if
           .

       OPEN-PARTITION section.
           move W-PART-IX to W-PART-NR
           move spaces to W-PART-NAME
           string 'aoc2_part_' W-PART-NR '.txt'
              delimited by size into W-PART-NAME
           end-string
           compute W-PART-END =
              PE-FIRST(W-PART-IX) + PE-LINES(W-PART-IX)
           move ZERO to W-PART-HASH
           open output OUTFIL
           if OUT-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN ' trim(W-PART-NAME) ' FAILED STATUS='
                 OUT-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           .

       CLOSE-PARTITION section.
           close OUTFIL
           move W-PART-HASH to PE-HASH(W-PART-IX)
           move PE-LINES(W-PART-IX) to W-CNT-ED
           display 'AOCSPLIT ' trim(W-PART-NAME) ' GAMES '
              trim(W-CNT-ED)
           .

      *    The file grew or shrank between the two reads: whatever
      *    was cut is not a partition set of any one file, so no
      *    control file is written and the merge has nothing it
      *    could prove.
       REFUSE-CHANGED-INPUT section.
           close INFIL
           close OUTFIL
           move spaces to LR-MESSAGE
           string 'INPUT CHANGED DURING SPLIT ' trim(SOURCE-FILE)
              delimited by size into LR-MESSAGE
           end-string
           perform WRITE-LOG-REC
           display 'AOCSPLIT REFUSED: INPUT CHANGED DURING SPLIT'
           move 12 to RETURN-CODE
           goback
           .

      *    The header row, then one row per partition, every row
      *    stamped with this split.
       WRITE-PARTITION-CONTROL section.
           open output PTNFIL
           if PTN-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN PTNFIL FAILED STATUS=' PTN-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           move spaces to PTNREC
           move 'H' to PN-TYPE
           move W-PARTS to PN-PART
           move SOURCE-FILE to PN-NAME
           move ZERO to PN-FIRST
           move W-TOTAL-LINES to PN-LINES
           move W-WHOLE-HASH to PN-HASH
           move ZERO to PN-PREV-LABEL
           move W-STAMP to PN-STAMP
           write PTNREC
           perform varying W-PART-IX from 1 by 1
                   until W-PART-IX > W-PARTS
              move spaces to PTNREC
              move 'P' to PN-TYPE
              move W-PART-IX to PN-PART
              move W-PART-IX to W-PART-NR
              string 'aoc2_part_' W-PART-NR '.txt'
                 delimited by size into PN-NAME
              end-string
              move PE-FIRST(W-PART-IX) to PN-FIRST
              move PE-LINES(W-PART-IX) to PN-LINES
              move PE-HASH(W-PART-IX) to PN-HASH
              move PE-PREV-LABEL(W-PART-IX) to PN-PREV-LABEL
              move W-STAMP to PN-STAMP
              write PTNREC
           end-perform
           close PTNFIL
           .

      *    The label number of the game on the current line, read
      *    the way COUNT-COLORS-FAST reads it in AOC2A/AOC2B: every
      *    digit ahead of the colon, so the partition that follows
      *    judges its first game's sequence exactly as the single
      *    pass would have.
       SCAN-LABEL section.
           move trim(INDATA) to W-LABEL-AREA
           move length of W-LABEL-AREA to W-LEN
           move ZERO to W-LABEL-NR
           perform varying W-PTR from 1 by 1
                   until W-PTR > W-LEN
                      or W-LABEL-AREA(W-PTR:1) = ':'
              if W-LABEL-AREA(W-PTR:1) is numeric
                 compute W-LABEL-NR = W-LABEL-NR * 10
                    + FUNCTION NUMVAL(W-LABEL-AREA(W-PTR:1))
              end-if
           end-perform
           .

      *    The AOC2A/AOC2B fingerprint, character for character, so
      *    the header's hash is the one the merge step recomputes
      *    from the whole file and the one its LEDGER row carries.
       HASH-ONE-LINE section.
           compute W-FP-HASH = FUNCTION MOD(
              W-FP-HASH * 31 + length of trim(INDATA), 99999999)
           perform varying W-FP-IX from 1 by 1
                   until W-FP-IX > length of trim(INDATA)
              compute W-FP-HASH = FUNCTION MOD(
                 W-FP-HASH * 17
                 + FUNCTION ORD(INDATA(W-FP-IX:1)), 99999999)
           end-perform
           .

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

       WRITE-END-LOG-REC section.
           move W-RUN-START-TS to W-START-TS
           move FUNCTION CURRENT-DATE to W-END-TS
           perform COMPUTE-ELAPSED
           move W-ELAPSED to W-ELAPSED-ED
           move W-TOTAL-LINES to W-CNT-ED
           move W-PARTS to W-PARTS-ED
           move spaces to LR-MESSAGE
           string 'END READ=' trim(W-CNT-ED)
              ' PARTITIONS=' trim(W-PARTS-ED)
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

       end program AOCSPLIT.
