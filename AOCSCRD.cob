       identification division.
       program-id. AOCSCRD.
      *    Monthly supplier data-quality scorecard, one block per
      *    input source (the SOURCE-FILE / VC-SOURCE name a delivery
      *    was posted under - for an edited delivery, the clean file
      *    AOCEDIT wrote and the posting steps read), this month
      *    against the month before:
      *      - lines delivered, from the vault catalog rows AOC1A
      *        and AOC2A write for every file they posted (their B
      *        partners re-read the same files and are left out so
      *        no line counts twice);
      *      - lines edited and rejects by AOCEDIT reason code, with
      *        the reject rate per reason, from the QLTSTAT rows
      *        AOCEDIT posts;
      *      - sequence breaks and color-boundary hits, from the
      *        QLTSTAT rows AOC2A/AOC2B post (the pair reads the same
      *        file, so the larger of the two figures for one date is
      *        the delivery's);
      *      - EXCMAST exceptions raised that month by AOC1A/AOC2A,
      *        split into still open, corrected and ignored.
      *    Every line carries the month-over-month movement, and the
      *    block ends with a verdict on the overall reject rate,
      *    sequence breaks and boundary hits together. The month
      *    defaults to the previous calendar month and can be
      *    overridden through AOC_SCORE_PERIOD (YYYYMM), the same way
      *    AOCSLA honors AOC_SLA_DATE. A source that got worse warns
      *    (4); no figures at all for either month warns (4) too.
       environment division.
       configuration section.
      *special-names. decimal-point is comma.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select VCATFIL assign to 'aoc_vault_catalog.txt'
           organization is line sequential
           file status is VCAT-FS.
           select QLTFIL assign to 'QLTSTAT'
           organization is indexed
           access mode is dynamic
           record key is QS-KEY
           file status is QLT-FS.
           select EXMFIL assign to 'EXCMAST'
           organization is indexed
           access mode is dynamic
           record key is EX-KEY
           file status is EXM-FS.
           select RPTFIL assign to 'aoc_scorecard.txt'
           organization is line sequential
           file status is RPT-FS.
           select LOGFIL assign to 'aoc_run.log'
           organization is line sequential
           file status is LOG-FS.

       data division.
       file section.
       FD  VCATFIL.
       01  VCATREC           pic X(140).

       FD  QLTFIL.
       COPY AOCQLTREC.

       FD  EXMFIL.
       COPY AOCEXMREC.

       FD  RPTFIL.
       01  RPTREC            pic X(120).

       FD  LOGFIL.
       01  LOGREC            pic X(110).

       working-storage section.
       01 A-ARB.
          05 VCAT-FS         pic XX.
          05 QLT-FS          pic XX.
          05 EXM-FS          pic XX.
          05 RPT-FS          pic XX.
          05 LOG-FS          pic XX.
          05 W-PERIOD        pic X(6).
          05 W-PERIOD-N      pic 9(6).
          05 W-PERIOD-R redefines W-PERIOD-N.
             10 W-PER-YYYY   pic 9(4).
             10 W-PER-MM     pic 99.
          05 W-PRIOR         pic X(6).
          05 W-TODAY         pic X(8).
          05 W-ROW-SOURCE    pic X(60).
          05 W-ROW-PROGRAM   pic X(8).
          05 W-ROW-MONTH     pic X(6).
          05 A-SRC-IX        pic S9(4) comp.
          05 A-PER-IX        pic S9(4) comp.
          05 A-RSN-IX        pic S9(4) comp.
          05 W-ROWS-READ     pic S9(8) comp value ZERO.
          05 W-WORSE-CNT     pic S9(4) comp value ZERO.
          05 W-LAST-DATE     pic X(8) value spaces.
          05 W-LAST-SOURCE   pic X(60) value spaces.
          05 W-LAST-SEQ      pic S9(8) comp value ZERO.
          05 W-LAST-BND      pic S9(8) comp value ZERO.
          05 W-THIS-VAL      pic S9(8) comp.
          05 W-PRIOR-VAL     pic S9(8) comp.
          05 W-THIS-RATE     pic S9(5)V99 comp.
          05 W-PRIOR-RATE    pic S9(5)V99 comp.
          05 W-THIS-SCORE    pic S9(8)V99 comp.
          05 W-PRIOR-SCORE   pic S9(8)V99 comp.
          05 W-RATE-NUM      pic S9(8) comp.
          05 W-RATE-DEN      pic S9(8) comp.
          05 W-RATE          pic S9(5)V99 comp.
          05 W-READ-ED       pic Z(7)9.
          05 W-SRC-ED        pic Z(3)9.
          05 W-WORSE-ED      pic Z(3)9.
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

      *    Same 140-byte catalog row AOC1A/AOC1B/AOC2A/AOC2B append.
       01 VCATREC-DTL.
          05 VC-PROGRAM      pic X(8).
          05 FILLER          pic X.
          05 VC-DATE         pic X(8).
          05 FILLER          pic X.
          05 VC-LINES        pic 9(8).
          05 FILLER          pic X.
          05 VC-HASH         pic 9(8).
          05 FILLER          pic X.
          05 VC-VAULT-NAME   pic X(40).
          05 FILLER          pic X.
          05 VC-SOURCE       pic X(60).

      *    AOCEDIT's reason codes, in code order, as they read on
      *    the scorecard.
       01 REASON-TEXTS.
          05 FILLER pic X(16) value 'TOO LONG'.
          05 FILLER pic X(16) value 'BAD CHARACTER'.
          05 FILLER pic X(16) value 'NO DIGIT OR WORD'.
          05 FILLER pic X(16) value 'BAD GAME LABEL'.
          05 FILLER pic X(16) value 'BAD CLAUSE'.
       01 REASON-TABLE redefines REASON-TEXTS.
          05 RT-TEXT         pic X(16) occurs 5 times.

      *    One entry per source seen in either month; period slot 1
      *    is the scored month, slot 2 the month before.
       01 SOURCE-TABLE.
          05 SRC-COUNT       pic S9(4) comp value ZERO.
          05 SRC-ENTRY occurs 200 times.
             10 SR-SOURCE    pic X(60).
             10 SR-PERIOD occurs 2 times.
                15 SP-DELIVERED pic S9(8) comp.
                15 SP-EDITED    pic S9(8) comp.
                15 SP-REJ-TOTAL pic S9(8) comp.
                15 SP-REJ-CNT   pic S9(8) comp occurs 5 times.
                15 SP-SEQ       pic S9(8) comp.
                15 SP-BOUNDARY  pic S9(8) comp.
                15 SP-EXC-OPEN  pic S9(8) comp.
                15 SP-EXC-CORR  pic S9(8) comp.
                15 SP-EXC-IGN   pic S9(8) comp.

       01 LOGREC-DTL.
          05 LR-TIMESTAMP    pic X(21).
          05 FILLER          pic X value ' '.
          05 LR-JOBNAME      pic X(8) value spaces.
          05 FILLER          pic X value ' '.
          05 LR-PROGRAM      pic X(8) value 'AOCSCRD'.
          05 FILLER          pic X value ' '.
          05 LR-SEVERITY     pic X(5) value 'ERROR'.
          05 FILLER          pic X value ' '.
          05 LR-MESSAGE      pic X(60) value spaces.

       01 HDR-LINE.
          05 FILLER          pic X(45)
             value 'AOC SUPPLIER DATA-QUALITY SCORECARD, PERIOD '.
          05 HL-PERIOD       pic X(6).
          05 FILLER          pic X(12) value ' AGAINST '.
          05 HL-PRIOR        pic X(6).

       01 SOURCE-LINE.
          05 FILLER          pic X(8) value 'SOURCE '.
          05 SRL-SOURCE      pic X(60).

       01 COLUMN-LINE.
          05 FILLER          pic X(32) value '  METRIC'.
          05 FILLER          pic X(12) value '  THIS MONTH'.
          05 FILLER          pic X(12) value ' PRIOR MONTH'.
          05 FILLER          pic X(12) value '    MOVEMENT'.

       01 COUNT-LINE.
          05 FILLER          pic XX value spaces.
          05 CL-METRIC       pic X(30).
          05 CL-THIS         pic Z(11)9.
          05 CL-PRIOR        pic Z(11)9.
          05 CL-MOVE         pic -(11)9.

       01 RATE-LINE.
          05 FILLER          pic XX value spaces.
          05 RL-METRIC       pic X(30).
          05 RL-THIS         pic Z(8)9.99.
          05 RL-PRIOR        pic Z(8)9.99.
          05 RL-MOVE         pic -(8)9.99.

       01 VERDICT-LINE.
          05 FILLER          pic X(10) value '  VERDICT '.
          05 VL-VERDICT      pic X(8).

       01 V-VAXLAR.
          05 FILLER pic X   value ' '.
             88 V-VCAT-INIT value ' '.
             88 V-VCAT-EOF  value 'E'.
          05 FILLER pic X   value ' '.
             88 V-QLT-INIT  value ' '.
             88 V-QLT-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-EXM-INIT  value ' '.
             88 V-EXM-EOF   value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCSCRD'
           move FUNCTION CURRENT-DATE to W-RUN-START-TS
           perform GET-SCORE-PERIOD
           move spaces to LR-MESSAGE
           string 'START SCORECARD PERIOD=' W-PERIOD
              ' PRIOR=' W-PRIOR
              delimited by size into LR-MESSAGE
           end-string
           move 'INFO' to LR-SEVERITY
           perform WRITE-LOG-REC
           perform SCAN-VAULT-CATALOG
           perform SCAN-QUALITY-STATS
           perform SCAN-EXCEPTION-MASTER
           if SRC-COUNT = ZERO
              display 'AOCSCRD NO SUPPLIER FIGURES FOR ' W-PERIOD
                 ' OR ' W-PRIOR
              move spaces to LR-MESSAGE
              string 'NO SUPPLIER FIGURES FOR ' W-PERIOD
                 ' OR ' W-PRIOR
                 delimited by size into LR-MESSAGE
              end-string
              move 'WARN' to LR-SEVERITY
              perform WRITE-LOG-REC
              move 4 to RETURN-CODE
              goback
           end-if
           open output RPTFIL
           if RPT-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN RPTFIL FAILED STATUS=' RPT-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           perform WRITE-SCORECARD
           close RPTFIL
           if W-WORSE-CNT > ZERO
              move W-WORSE-CNT to W-WORSE-ED
              display 'AOCSCRD ' W-WORSE-ED ' SOURCES GOT WORSE'
              if RETURN-CODE = ZERO
                 move 4 to RETURN-CODE
              end-if
           else
              display 'AOCSCRD NO SOURCE GOT WORSE'
           end-if
           perform WRITE-END-LOG-REC
           goback
           .

      *    Logs the open failure (job name, program, timestamp) and
      *    closes whatever is open so the next run starts clean. Sets
      *    RETURN-CODE so a JCL COND= step downstream is bypassed
      *    instead of running against a bad file status. Matches the
      *    ABORT-RUN already used by AOCSLA.
       ABORT-RUN section.
           move 8 to RETURN-CODE
           close VCATFIL
           close QLTFIL
           close EXMFIL
           close RPTFIL
           goback
           .

      *    The scored month and the month before it. No override
      *    means the month just ended, which is what the first-of-
      *    the-month run wants.
       GET-SCORE-PERIOD section.
           move FUNCTION CURRENT-DATE(1:8) to W-TODAY
           accept W-PERIOD from environment 'AOC_SCORE_PERIOD'
              on exception
                 move spaces to W-PERIOD
           end-accept
           if W-PERIOD is numeric
              move W-PERIOD to W-PERIOD-N
           else
              move W-TODAY(1:6) to W-PERIOD-N
              perform STEP-BACK-ONE-MONTH
              move W-PERIOD-N to W-PERIOD
           end-if
           perform STEP-BACK-ONE-MONTH
           move W-PERIOD-N to W-PRIOR
           .

       STEP-BACK-ONE-MONTH section.
           if W-PER-MM = 1
              subtract 1 from W-PER-YYYY
              move 12 to W-PER-MM
           else
              subtract 1 from W-PER-MM
           end-if
           .

      *    Lines delivered: the catalog row each posting program
      *    appends per file it accepted, dated with the run date.
       SCAN-VAULT-CATALOG section.
           set V-VCAT-INIT to true
           open input VCATFIL
           if VCAT-FS not = '00'
              exit section
           end-if
           perform until V-VCAT-EOF
              read VCATFIL
                 at end set V-VCAT-EOF to true
              end-read
              if not V-VCAT-EOF
                 and VCATREC not = spaces
                 move VCATREC to VCATREC-DTL
                 if (VC-PROGRAM = 'AOC1A' or VC-PROGRAM = 'AOC2A')
                    and VC-LINES is numeric
                    add 1 to W-ROWS-READ
                    move VC-SOURCE to W-ROW-SOURCE
                    move VC-PROGRAM to W-ROW-PROGRAM
                    move VC-DATE(1:6) to W-ROW-MONTH
                    perform FIND-SOURCE-SLOT
                    if A-SRC-IX > ZERO
                       add VC-LINES to SP-DELIVERED(A-SRC-IX A-PER-IX)
                    end-if
                 end-if
              end-if
           end-perform
           close VCATFIL
           .

      *    One keyed pass over QLTSTAT. Rows sort date, source,
      *    program, so an AOC2B row follows the AOC2A row for the
      *    same delivery directly; only the part of its sequence-
      *    break and boundary figures that exceeds AOC2A's is added.
       SCAN-QUALITY-STATS section.
           set V-QLT-INIT to true
           open input QLTFIL
           if QLT-FS not = '00'
              exit section
           end-if
           move low-values to QS-KEY
           start QLTFIL key >= QS-KEY
              invalid key set V-QLT-EOF to true
           end-start
           perform until V-QLT-EOF
              read QLTFIL next
                 at end set V-QLT-EOF to true
              end-read
              if not V-QLT-EOF
                 add 1 to W-ROWS-READ
                 move QS-SOURCE to W-ROW-SOURCE
                 move QS-PROGRAM to W-ROW-PROGRAM
                 move QS-DATE(1:6) to W-ROW-MONTH
                 perform FIND-SOURCE-SLOT
                 if A-SRC-IX > ZERO
                    perform POST-QUALITY-ROW
                 end-if
              end-if
           end-perform
           close QLTFIL
           .

       POST-QUALITY-ROW section.
           evaluate QS-PROGRAM
           when 'AOCEDIT'
              add QS-LINES to SP-EDITED(A-SRC-IX A-PER-IX)
              add QS-REJ-TOTAL to SP-REJ-TOTAL(A-SRC-IX A-PER-IX)
              perform varying A-RSN-IX from 1 by 1
                      until A-RSN-IX > 5
                 add QS-REJ-CNT(A-RSN-IX)
                   to SP-REJ-CNT(A-SRC-IX A-PER-IX A-RSN-IX)
              end-perform
           when 'AOC2A'
              add QS-SEQ-BREAKS to SP-SEQ(A-SRC-IX A-PER-IX)
              add QS-BOUNDARY to SP-BOUNDARY(A-SRC-IX A-PER-IX)
              move QS-DATE to W-LAST-DATE
              move QS-SOURCE to W-LAST-SOURCE
              move QS-SEQ-BREAKS to W-LAST-SEQ
              move QS-BOUNDARY to W-LAST-BND
           when 'AOC2B'
              if QS-DATE = W-LAST-DATE
                 and QS-SOURCE = W-LAST-SOURCE
                 if QS-SEQ-BREAKS > W-LAST-SEQ
                    compute SP-SEQ(A-SRC-IX A-PER-IX) =
                       SP-SEQ(A-SRC-IX A-PER-IX)
                       + QS-SEQ-BREAKS - W-LAST-SEQ
                 end-if
                 if QS-BOUNDARY > W-LAST-BND
                    compute SP-BOUNDARY(A-SRC-IX A-PER-IX) =
                       SP-BOUNDARY(A-SRC-IX A-PER-IX)
                       + QS-BOUNDARY - W-LAST-BND
                 end-if
              else
                 add QS-SEQ-BREAKS to SP-SEQ(A-SRC-IX A-PER-IX)
                 add QS-BOUNDARY to SP-BOUNDARY(A-SRC-IX A-PER-IX)
              end-if
              move spaces to W-LAST-DATE W-LAST-SOURCE
           end-evaluate
           .

      *    Exceptions raised in either month, by where they stand
      *    now. AOC1B/AOC2B except the same lines their A partners
      *    already did and are left out so no line counts twice.
       SCAN-EXCEPTION-MASTER section.
           set V-EXM-INIT to true
           open input EXMFIL
           if EXM-FS not = '00'
              exit section
           end-if
           move low-values to EX-KEY
           start EXMFIL key >= EX-KEY
              invalid key set V-EXM-EOF to true
           end-start
           perform until V-EXM-EOF
              read EXMFIL next
                 at end set V-EXM-EOF to true
              end-read
              if not V-EXM-EOF
                 and (EX-PROGRAM = 'AOC1A' or EX-PROGRAM = 'AOC2A')
                 add 1 to W-ROWS-READ
                 move EX-SOURCE to W-ROW-SOURCE
                 move EX-PROGRAM to W-ROW-PROGRAM
                 move EX-DATE(1:6) to W-ROW-MONTH
                 perform FIND-SOURCE-SLOT
                 if A-SRC-IX > ZERO
                    evaluate EX-STATUS
                    when 'C'
                       add 1 to SP-EXC-CORR(A-SRC-IX A-PER-IX)
                    when 'I'
                       add 1 to SP-EXC-IGN(A-SRC-IX A-PER-IX)
                    when other
                       add 1 to SP-EXC-OPEN(A-SRC-IX A-PER-IX)
                    end-evaluate
                 end-if
              end-if
           end-perform
           close EXMFIL
           .

      *    Picks the period slot from W-ROW-MONTH and finds (or
      *    adds) W-ROW-SOURCE in the table. A row outside both
      *    months, or a full table, comes back with A-SRC-IX zero.
      *    AOCEDIT posts under the clean file it wrote; a posting
      *    step run from AOCBATCH.jcl knows its input only as the
      *    INFIL DD, which there is always the clean file of its own
      *    format, so such a row joins the block of that clean file.
       FIND-SOURCE-SLOT section.
           move ZERO to A-SRC-IX
           if W-ROW-SOURCE = 'INFIL'
              evaluate W-ROW-PROGRAM
              when 'AOC1A'
                 move 'aoc_edit_clean1.txt' to W-ROW-SOURCE
              when 'AOC2A'
              when 'AOC2B'
                 move 'aoc_edit_clean2.txt' to W-ROW-SOURCE
              end-evaluate
           end-if
           evaluate W-ROW-MONTH
           when W-PERIOD
              move 1 to A-PER-IX
           when W-PRIOR
              move 2 to A-PER-IX
           when other
              exit section
           end-evaluate
           perform varying A-SRC-IX from 1 by 1
                   until A-SRC-IX > SRC-COUNT
                      or SR-SOURCE(A-SRC-IX) = W-ROW-SOURCE
              continue
           end-perform
           if A-SRC-IX > SRC-COUNT
              if SRC-COUNT = 200
                 display 'AOCSCRD SOURCE TABLE FULL, ROW DROPPED'
                 move ZERO to A-SRC-IX
                 exit section
              end-if
              add 1 to SRC-COUNT
              move SRC-COUNT to A-SRC-IX
              initialize SRC-ENTRY(A-SRC-IX)
              move W-ROW-SOURCE to SR-SOURCE(A-SRC-IX)
           end-if
           .

       WRITE-SCORECARD section.
           move W-PERIOD to HL-PERIOD
           move W-PRIOR to HL-PRIOR
           move HDR-LINE to RPTREC
           write RPTREC
           perform varying A-SRC-IX from 1 by 1
                   until A-SRC-IX > SRC-COUNT
              perform WRITE-ONE-SOURCE
           end-perform
           .

       WRITE-ONE-SOURCE section.
           move spaces to RPTREC
           write RPTREC
           move SR-SOURCE(A-SRC-IX) to SRL-SOURCE
           move SOURCE-LINE to RPTREC
           write RPTREC
           display SOURCE-LINE
           move COLUMN-LINE to RPTREC
           write RPTREC
           move 'LINES DELIVERED' to CL-METRIC
           move SP-DELIVERED(A-SRC-IX 1) to W-THIS-VAL
           move SP-DELIVERED(A-SRC-IX 2) to W-PRIOR-VAL
           perform WRITE-COUNT-LINE
           move 'LINES EDITED' to CL-METRIC
           move SP-EDITED(A-SRC-IX 1) to W-THIS-VAL
           move SP-EDITED(A-SRC-IX 2) to W-PRIOR-VAL
           perform WRITE-COUNT-LINE
           move 'LINES REJECTED' to CL-METRIC
           move SP-REJ-TOTAL(A-SRC-IX 1) to W-THIS-VAL
           move SP-REJ-TOTAL(A-SRC-IX 2) to W-PRIOR-VAL
           perform WRITE-COUNT-LINE
           move 'REJECT RATE PCT' to RL-METRIC
           move SP-REJ-TOTAL(A-SRC-IX 1) to W-RATE-NUM
           move SP-EDITED(A-SRC-IX 1) to W-RATE-DEN
           perform COMPUTE-RATE
           move W-RATE to W-THIS-RATE
           move SP-REJ-TOTAL(A-SRC-IX 2) to W-RATE-NUM
           move SP-EDITED(A-SRC-IX 2) to W-RATE-DEN
           perform COMPUTE-RATE
           move W-RATE to W-PRIOR-RATE
           move W-THIS-RATE to W-THIS-SCORE
           move W-PRIOR-RATE to W-PRIOR-SCORE
           perform WRITE-RATE-LINE
           perform varying A-RSN-IX from 1 by 1 until A-RSN-IX > 5
              move spaces to RL-METRIC
              string '  PCT ' RT-TEXT(A-RSN-IX)
                 delimited by size into RL-METRIC
              end-string
              move SP-REJ-CNT(A-SRC-IX 1 A-RSN-IX) to W-RATE-NUM
              move SP-EDITED(A-SRC-IX 1) to W-RATE-DEN
              perform COMPUTE-RATE
              move W-RATE to W-THIS-RATE
              move SP-REJ-CNT(A-SRC-IX 2 A-RSN-IX) to W-RATE-NUM
              move SP-EDITED(A-SRC-IX 2) to W-RATE-DEN
              perform COMPUTE-RATE
              move W-RATE to W-PRIOR-RATE
              perform WRITE-RATE-LINE
           end-perform
           move 'SEQUENCE BREAKS' to CL-METRIC
           move SP-SEQ(A-SRC-IX 1) to W-THIS-VAL
           move SP-SEQ(A-SRC-IX 2) to W-PRIOR-VAL
           add W-THIS-VAL to W-THIS-SCORE
           add W-PRIOR-VAL to W-PRIOR-SCORE
           perform WRITE-COUNT-LINE
           move 'COLOR BOUNDARY HITS' to CL-METRIC
           move SP-BOUNDARY(A-SRC-IX 1) to W-THIS-VAL
           move SP-BOUNDARY(A-SRC-IX 2) to W-PRIOR-VAL
           add W-THIS-VAL to W-THIS-SCORE
           add W-PRIOR-VAL to W-PRIOR-SCORE
           perform WRITE-COUNT-LINE
           move 'EXCEPTIONS STILL OPEN' to CL-METRIC
           move SP-EXC-OPEN(A-SRC-IX 1) to W-THIS-VAL
           move SP-EXC-OPEN(A-SRC-IX 2) to W-PRIOR-VAL
           perform WRITE-COUNT-LINE
           move 'EXCEPTIONS CORRECTED' to CL-METRIC
           move SP-EXC-CORR(A-SRC-IX 1) to W-THIS-VAL
           move SP-EXC-CORR(A-SRC-IX 2) to W-PRIOR-VAL
           perform WRITE-COUNT-LINE
           move 'EXCEPTIONS IGNORED' to CL-METRIC
           move SP-EXC-IGN(A-SRC-IX 1) to W-THIS-VAL
           move SP-EXC-IGN(A-SRC-IX 2) to W-PRIOR-VAL
           perform WRITE-COUNT-LINE
      *    The verdict weighs the overall reject rate plus the
      *    sequence breaks and boundary hits; a source with nothing
      *    last month has nothing to be worse than.
           evaluate true
           when SP-DELIVERED(A-SRC-IX 2) = ZERO
                and SP-EDITED(A-SRC-IX 2) = ZERO
              move 'NEW' to VL-VERDICT
           when W-THIS-SCORE > W-PRIOR-SCORE
              move 'WORSE' to VL-VERDICT
              add 1 to W-WORSE-CNT
           when W-THIS-SCORE < W-PRIOR-SCORE
              move 'BETTER' to VL-VERDICT
           when other
              move 'STEADY' to VL-VERDICT
           end-evaluate
           move VERDICT-LINE to RPTREC
           write RPTREC
           display VERDICT-LINE
           .

       WRITE-COUNT-LINE section.
           move W-THIS-VAL to CL-THIS
           move W-PRIOR-VAL to CL-PRIOR
           compute CL-MOVE = W-THIS-VAL - W-PRIOR-VAL
           move COUNT-LINE to RPTREC
           write RPTREC
           .

       WRITE-RATE-LINE section.
           move W-THIS-RATE to RL-THIS
           move W-PRIOR-RATE to RL-PRIOR
           compute RL-MOVE = W-THIS-RATE - W-PRIOR-RATE
           move RATE-LINE to RPTREC
           write RPTREC
           .

      *    Percentage of W-RATE-DEN to two decimals; nothing edited
      *    is a rate of zero, not a divide exception.
       COMPUTE-RATE section.
           if W-RATE-DEN = ZERO
              move ZERO to W-RATE
           else
              compute W-RATE rounded =
                 (W-RATE-NUM * 100) / W-RATE-DEN
           end-if
           .

      *    INFO bracket at end of job: rows read, sources scored,
      *    sources worse and wall-clock elapsed. Paired with the
      *    START record at the top of A-MAIN; a log with a START and
      *    no END is a run that died. Matches AOCSLA.
       WRITE-END-LOG-REC section.
           move W-RUN-START-TS to W-START-TS
           move FUNCTION CURRENT-DATE to W-END-TS
           perform COMPUTE-ELAPSED
           move W-ELAPSED to W-ELAPSED-ED
           move W-ROWS-READ to W-READ-ED
           move SRC-COUNT to W-SRC-ED
           move W-WORSE-CNT to W-WORSE-ED
           move spaces to LR-MESSAGE
           string 'END READ=' trim(W-READ-ED)
              ' SOURCES=' trim(W-SRC-ED)
              ' WORSE=' trim(W-WORSE-ED)
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

       end program AOCSCRD.
