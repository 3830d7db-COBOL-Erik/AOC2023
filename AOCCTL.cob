       identification division.
       program-id. AOCCTL.
      *    Off-mainframe driver for the nightly chain. The steps come
      *    from the step-definition file aoc_steps.ctl, one 'S' row
      *    per step in running order - step name, program, and up
      *    to eight run conditions on earlier steps' return codes in
      *    the JCL COND= sense (the step is bypassed when any test
      *    is true) - and 'O' rows giving a step's input overrides
      *    (environment name and value, DD_INFIL and the like) that
      *    are set for that step's CALL only. Each step's outcome
      *    is posted to the keyed RUNSTATE file under the run date:
      *    RUNNING before the CALL, then POSTED (return code 4 or
      *    less), FAILED or BYPASSED. AOC_CTL_RESTART names a step
      *    to restart from after a failure: the steps before it are
      *    not run again and their recorded codes stand for the
      *    conditions, and no step already POSTED for the run date
      *    is run twice. A fresh run over a run date that already
      *    has posted steps is refused. With no step file the chain
      *    is the original four CALLs, AOC1A, AOC1B, AOC2A, AOC2B,
      *    each run whatever the one before it did.
      *    AOC_CTL_STEPS names another step file for a night that
      *    does not follow the usual one - aoc_steps_split.ctl runs
      *    the AOC2 pair split across partitions for a quarter-end
      *    file too big for one pass.

       environment division.
       configuration section.
           select TELFIL assign to 'aoc_telemetry.txt'
           organization is line sequential
           file status is TEL-FS.
           select STPFIL assign to dynamic W-STEP-FILE
           organization is line sequential
           file status is STP-FS.
           select RSTFIL assign to 'RUNSTATE'
           organization is indexed
           access mode is dynamic
           record key is RS-KEY
           file status is RST-FS.

       data division.
       file section.
       FD  TELFIL.
       01  TELREC            pic X(150).

       FD  STPFIL.
      *    Step-definition file. Rows not typed 'S' or 'O' are
      *    comments. Step row: step name, program, then up to eight
      *    conditions, each a two-digit code, an operator (GT GE EQ
      *    NE LT LE) and the earlier step it is tested against:
      *      S STEP030  AOC2A    04LT STEP001 04LT STEP005
      *    Override row: the step, the environment name, the value:
      *      O STEP030  DD_INFIL                       AOC.INPUT.DAY2
       01  STPREC.
           05 SP-TYPE        pic X.
           05 FILLER         pic X.
           05 SP-STEP        pic X(8).
           05 FILLER         pic X.
           05 SP-BODY        pic X(121).
       01  STPREC-STEP.
           05 FILLER         pic X(11).
           05 SS-PROGRAM     pic X(8).
           05 FILLER         pic X.
           05 SS-COND occurs 8 times.
              10 SS-CC       pic X(2).
              10 SS-OP       pic X(2).
              10 FILLER      pic X.
              10 SS-COND-STEP pic X(8).
              10 FILLER      pic X.
       01  STPREC-OVR.
           05 FILLER         pic X(11).
           05 SO-NAME        pic X(30).
           05 FILLER         pic X.
           05 SO-VALUE       pic X(60).

       FD  RSTFIL.
      *    Run state, one row per step per run date: what the step
      *    last did and the code it ended with. RUNNING with no end
      *    is a step that never came back.
       01  RSTREC.
           05 RS-KEY.
              10 RS-RUN-DATE pic X(8).
              10 RS-STEP     pic X(8).
           05 RS-PROGRAM     pic X(8).
           05 RS-STATUS      pic X(8).
           05 RS-RC          pic 9(4).
           05 RS-START-TS    pic X(21).
           05 RS-END-TS      pic X(21).
           05 RS-ELAPSED     pic S9(8) comp.
           05 RS-TOTAL       pic X(20).

       working-storage section.
       01 A-ARB.
          05 CSV-FS          pic XX.
          05 TEL-FS          pic XX.
          05 STP-FS          pic XX.
          05 RST-FS          pic XX.
          05 W-TEL-ELAPSED   pic S9(8) comp.
          05 W-START-TS      pic X(21).
          05 W-END-TS        pic X(21).
          05 W-SS2           pic 99.
          05 W-HS2           pic 99.
          05 W-IX            pic S9(4) comp.
          05 W-CX            pic S9(4) comp.
          05 W-JX            pic S9(4) comp.
          05 W-OX            pic S9(4) comp.
          05 CSV-PROGRAM     pic X(8).
          05 CSV-DATE        pic X(8).
          05 CSV-TOTAL       pic X(20).
          05 W-DAY1-INFIL    pic X(60).
          05 W-DAY2-INFIL    pic X(60).
          05 W-RUN-DATE      pic X(8).
          05 W-RESTART-STEP  pic X(8) value spaces.
          05 W-STEP-FILE     pic X(60) value 'aoc_steps.ctl'.
          05 W-RESTART-IX    pic S9(4) comp value 1.
          05 W-STEP-RC       pic S9(4) comp.
          05 W-MAX-RC        pic S9(4) comp value ZERO.
          05 W-COND-RC       pic S9(4) comp.
          05 W-POSTED-CNT    pic S9(4) comp value ZERO.

      *    One row per step: the step name and program-id CALLed,
      *    its run conditions, the final total it reported (read
      *    back from the shared CSV extract it just appended to),
      *    and the wall-clock elapsed hundredths AOCCTL itself
      *    measured around the CALL.
      *    ST-STATUS/ST-RC are this run's outcome or, for a step
      *    not run this time, the one recorded on RUNSTATE.
       01 STEP-RESULTS.
          05 W-STEP-CNT      pic S9(4) comp value ZERO.
          05 STEP-ENTRY occurs 30 times.
             10 ST-STEP      pic X(8).
             10 ST-PROGRAM   pic X(8).
             10 ST-COND occurs 8 times.
                15 ST-CC     pic 9(2).
                15 ST-OP     pic X(2).
                15 ST-COND-STEP pic X(8).
             10 ST-STATUS    pic X(8).
             10 ST-RC        pic S9(4) comp.
             10 ST-TOTAL     pic X(20).
             10 ST-ELAPSED   pic S9(8) comp.
             10 ST-NOTE      pic X(14).

      *    Input overrides from the step file, set into the process
      *    environment for their own step's CALL and put back to the
      *    value they had before it (blank when they had none), so
      *    one step's DD_INFIL never leaks into the next.
       01 OVR-TABLE.
          05 W-OVR-CNT       pic S9(4) comp value ZERO.
          05 OVR-ENTRY occurs 60 times.
             10 OV-STEP      pic X(8).
             10 OV-NAME      pic X(30).
             10 OV-VALUE     pic X(60).
             10 OV-SAVED     pic X(60).

       01 SUMMARY-LINE.
          05 SL-STEP         pic X(8).
          05 FILLER          pic X value ' '.
          05 SL-PROGRAM      pic X(8).
          05 FILLER          pic X value ' '.
          05 SL-STATUS       pic X(8).
          05 FILLER          pic X value ' '.
          05 SL-RC           pic ZZZ9.
          05 FILLER          pic X value ' '.
          05 SL-TOTAL        pic X(20).
          05 FILLER          pic X value ' '.
          05 SL-ELAPSED      pic ZZZZZ9.
          05 FILLER          pic X value ' '.
          05 SL-NOTE         pic X(14).

       COPY AOCTELREC.

          05 FILLER pic X    value ' '.
             88 V-CSV-INIT   value ' '.
             88 V-CSV-EOF    value 'E'.
          05 FILLER pic X    value ' '.
             88 V-STP-INIT   value ' '.
             88 V-STP-EOF    value 'E'.
          05 FILLER pic X    value ' '.
             88 V-RST-INIT   value ' '.
             88 V-RST-EOF    value 'E'.
          05 V-BYPASS-SW pic X value 'N'.
             88 V-BYPASS     value 'Y'.
          05 V-CALL-SW pic X value 'Y'.
             88 V-CALL-OK    value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCCTL'
           perform GET-PAIR-INFIL-NAMES
           perform GET-RUN-CONTROLS
           perform LOAD-STEP-TABLE
           if W-STEP-CNT = ZERO
              perform BUILD-DEFAULT-STEPS
           end-if
           perform OPEN-RUN-STATE
           perform LOAD-RUN-STATE
           perform CHECK-RESTART
           perform varying W-IX from 1 by 1 until W-IX > W-STEP-CNT
              evaluate true
                 when W-IX < W-RESTART-IX
                    move 'PRIOR RUN' to ST-NOTE(W-IX)
                 when ST-STATUS(W-IX) = 'POSTED'
                    move 'ALREADY POSTED' to ST-NOTE(W-IX)
                 when other
                    perform RUN-STEP
              end-evaluate
           end-perform
           close RSTFIL
           perform WRITE-SUMMARY
           move W-MAX-RC to RETURN-CODE
           perform WRITE-TELEMETRY-REC
           goback
           .
           end-accept
           .

      *    The run date the state is kept under is today unless
      *    AOC_CTL_RUNDATE says otherwise - a restart after midnight
      *    names the night it is finishing.
       GET-RUN-CONTROLS section.
           move FUNCTION CURRENT-DATE(1:8) to W-RUN-DATE
           accept W-RUN-DATE from environment 'AOC_CTL_RUNDATE'
              on exception
                 move FUNCTION CURRENT-DATE(1:8) to W-RUN-DATE
           end-accept
           if W-RUN-DATE is not numeric
              move FUNCTION CURRENT-DATE(1:8) to W-RUN-DATE
           end-if
           accept W-RESTART-STEP from environment 'AOC_CTL_RESTART'
              on exception
                 move spaces to W-RESTART-STEP
           end-accept
           accept W-STEP-FILE from environment 'AOC_CTL_STEPS'
              on exception
                 move 'aoc_steps.ctl' to W-STEP-FILE
           end-accept
           if W-STEP-FILE = spaces
              move 'aoc_steps.ctl' to W-STEP-FILE
           end-if
           .

       LOAD-STEP-TABLE section.
           set V-STP-INIT to true
           open input STPFIL
           if STP-FS not = '00'
              exit section
           end-if
           perform until V-STP-EOF
              read STPFIL
                 at end set V-STP-EOF to true
              end-read
              if not V-STP-EOF
                 evaluate SP-TYPE
                    when 'S'
                       perform ADD-STEP-ROW
                    when 'O'
                       perform ADD-OVERRIDE-ROW
                 end-evaluate
              end-if
           end-perform
           close STPFIL
           .

      *    A condition whose code is not numeric or whose operator
      *    is not one of the six is dropped with a console message
      *    rather than guessed at.
       ADD-STEP-ROW section.
           if W-STEP-CNT >= 30
              display 'AOCCTL STEP TABLE FULL, STEP DROPPED ' SP-STEP
              exit section
           end-if
           add 1 to W-STEP-CNT
           move SP-STEP to ST-STEP(W-STEP-CNT)
           move SS-PROGRAM to ST-PROGRAM(W-STEP-CNT)
           perform varying W-CX from 1 by 1 until W-CX > 8
              move ZERO to ST-CC(W-STEP-CNT, W-CX)
              move spaces to ST-OP(W-STEP-CNT, W-CX)
              move spaces to ST-COND-STEP(W-STEP-CNT, W-CX)
              if SS-COND-STEP(W-CX) not = spaces
                 if SS-CC(W-CX) is numeric
                    and (SS-OP(W-CX) = 'GT' or 'GE' or 'EQ'
                                    or 'NE' or 'LT' or 'LE')
                    move SS-CC(W-CX) to ST-CC(W-STEP-CNT, W-CX)
                    move SS-OP(W-CX) to ST-OP(W-STEP-CNT, W-CX)
                    move SS-COND-STEP(W-CX)
                      to ST-COND-STEP(W-STEP-CNT, W-CX)
                 else
                    display 'AOCCTL BAD CONDITION IGNORED ON '
                       SP-STEP
                 end-if
              end-if
           end-perform
           .

       ADD-OVERRIDE-ROW section.
           if W-OVR-CNT >= 60
              display 'AOCCTL OVERRIDE TABLE FULL, DROPPED ' SP-STEP
              exit section
           end-if
           add 1 to W-OVR-CNT
           move SP-STEP to OV-STEP(W-OVR-CNT)
           move SO-NAME to OV-NAME(W-OVR-CNT)
           move SO-VALUE to OV-VALUE(W-OVR-CNT)
           .

      *    No step file: the original chain, the four main programs
      *    unconditionally, the AOC1x pair on DD_INFIL1 and the AOC2x
      *    pair on DD_INFIL2.
       BUILD-DEFAULT-STEPS section.
           move 'AOC1A' to ST-PROGRAM(1)
           move 'AOC1B' to ST-PROGRAM(2)
           move 'AOC2A' to ST-PROGRAM(3)
           move 'AOC2B' to ST-PROGRAM(4)
           move 'STEP010' to ST-STEP(1)
           move 'STEP020' to ST-STEP(2)
           move 'STEP030' to ST-STEP(3)
           move 'STEP040' to ST-STEP(4)
           move 4 to W-STEP-CNT
           perform varying W-IX from 1 by 1 until W-IX > 4
              perform varying W-CX from 1 by 1 until W-CX > 8
                 move ZERO to ST-CC(W-IX, W-CX)
                 move spaces to ST-OP(W-IX, W-CX)
                 move spaces to ST-COND-STEP(W-IX, W-CX)
              end-perform
              add 1 to W-OVR-CNT
              move ST-STEP(W-IX) to OV-STEP(W-OVR-CNT)
              move 'DD_INFIL' to OV-NAME(W-OVR-CNT)
              if W-IX < 3
                 move W-DAY1-INFIL to OV-VALUE(W-OVR-CNT)
              else
                 move W-DAY2-INFIL to OV-VALUE(W-OVR-CNT)
              end-if
           end-perform
           .

       OPEN-RUN-STATE section.
           open i-o RSTFIL
           if RST-FS = '35'
              open output RSTFIL
              close RSTFIL
              open i-o RSTFIL
           end-if
           if RST-FS not = '00'
              display 'AOCCTL RUNSTATE UNAVAILABLE STATUS=' RST-FS
              move 8 to RETURN-CODE
              goback
           end-if
           .

      *    Whatever RUNSTATE already holds for the run date, so a
      *    restart judges its conditions on the codes the earlier
      *    steps really ended with.
       LOAD-RUN-STATE section.
           perform varying W-IX from 1 by 1 until W-IX > W-STEP-CNT
              move spaces to ST-STATUS(W-IX) ST-TOTAL(W-IX)
              move spaces to ST-NOTE(W-IX)
              move ZERO to ST-RC(W-IX) ST-ELAPSED(W-IX)
              move W-RUN-DATE to RS-RUN-DATE
              move ST-STEP(W-IX) to RS-STEP
              read RSTFIL
                 invalid key
                    continue
                 not invalid key
                    move RS-STATUS to ST-STATUS(W-IX)
                    move RS-RC to ST-RC(W-IX)
                    move RS-TOTAL to ST-TOTAL(W-IX)
                    move RS-ELAPSED to ST-ELAPSED(W-IX)
                    if RS-STATUS = 'POSTED'
                       add 1 to W-POSTED-CNT
                    end-if
              end-read
           end-perform
           .

      *    A restart must name a step in the table. A fresh run over
      *    a night that has already posted steps would post them a
      *    second time, so it is refused with the refusal code and
      *    the operator is told to restart by step instead.
       CHECK-RESTART section.
           if W-RESTART-STEP = spaces
              if W-POSTED-CNT > ZERO
                 display 'AOCCTL RUN DATE ' W-RUN-DATE
                    ' ALREADY HAS POSTED STEPS'
                 display 'AOCCTL SET AOC_CTL_RESTART TO THE STEP'
                    ' TO RESTART FROM'
                 close RSTFIL
                 move 12 to RETURN-CODE
                 goback
              end-if
              exit section
           end-if
           perform varying W-RESTART-IX from 1 by 1
                   until W-RESTART-IX > W-STEP-CNT
                      or ST-STEP(W-RESTART-IX) = W-RESTART-STEP
              continue
           end-perform
           if W-RESTART-IX > W-STEP-CNT
              display 'AOCCTL RESTART STEP NOT IN STEP TABLE '
                 W-RESTART-STEP
              close RSTFIL
              move 12 to RETURN-CODE
              goback
           end-if
           display 'AOCCTL RESTART FROM ' W-RESTART-STEP
              ' RUN DATE ' W-RUN-DATE
           .

      *    CALLs the named program as a subprogram, timing the CALL the
      *    same way TIME-COMPARISON times AOC2A/AOC2B's two
      *    COUNT-COLORS passes. Each program in the chain ends with
      *    GOBACK rather than STOP RUN, so control returns here with
      *    no change needed to them, and is CANCELled after so a
      *    program named twice (AOCEDIT on each input) starts fresh.
      *    The step's conditions are tested first;
      *    its overrides are set just before the CALL and put back
      *    after it (a blank DD_ name falls back to the program's
      *    own assignment).
       RUN-STEP section.
           perform TEST-STEP-CONDITIONS
           if V-BYPASS
              move 'BYPASSED' to ST-STATUS(W-IX)
              move ZERO to ST-RC(W-IX)
              move spaces to W-START-TS W-END-TS
              move ZERO to ST-ELAPSED(W-IX)
              perform POST-RUN-STATE
              exit section
           end-if
           perform varying W-OX from 1 by 1 until W-OX > W-OVR-CNT
              if OV-STEP(W-OX) = ST-STEP(W-IX)
                 accept OV-SAVED(W-OX) from environment OV-NAME(W-OX)
                    on exception
                       move spaces to OV-SAVED(W-OX)
                 end-accept
                 display OV-NAME(W-OX) upon environment-name
                 display OV-VALUE(W-OX) upon environment-value
              end-if
           end-perform
           move 'RUNNING' to ST-STATUS(W-IX)
           move FUNCTION CURRENT-DATE to W-START-TS
           move spaces to W-END-TS
           move ZERO to ST-RC(W-IX) ST-ELAPSED(W-IX)
           perform POST-RUN-STATE
           set V-CALL-OK to true
           move ZERO to RETURN-CODE
           call ST-PROGRAM(W-IX)
              on exception
                 move 'N' to V-CALL-SW
           end-call
           move RETURN-CODE to W-STEP-RC
           move ZERO to RETURN-CODE
           if V-CALL-OK
              cancel ST-PROGRAM(W-IX)
           else
              display 'AOCCTL PROGRAM NOT FOUND ' ST-PROGRAM(W-IX)
              move 'NOT FOUND' to ST-NOTE(W-IX)
              move 8 to W-STEP-RC
           end-if
           move FUNCTION CURRENT-DATE to W-END-TS
           perform COMPUTE-ELAPSED
           move W-ELAPSED to ST-ELAPSED(W-IX)
           perform varying W-OX from 1 by 1 until W-OX > W-OVR-CNT
              if OV-STEP(W-OX) = ST-STEP(W-IX)
                 display OV-NAME(W-OX) upon environment-name
                 display OV-SAVED(W-OX) upon environment-value
              end-if
           end-perform
           move W-STEP-RC to ST-RC(W-IX)
           if W-STEP-RC > 4
              move 'FAILED' to ST-STATUS(W-IX)
           else
              move 'POSTED' to ST-STATUS(W-IX)
           end-if
           if W-STEP-RC > W-MAX-RC
              move W-STEP-RC to W-MAX-RC
           end-if
           perform GET-LATEST-TOTAL
           perform POST-RUN-STATE
           .

      *    JCL COND= reading: the step is bypassed when any one of
      *    its tests "code OP return code of the named step" is
      *    true. A test against a step that was bypassed, has not
      *    run, or is not ahead of this one in the table is ignored,
      *    as the JCL ignores a test against a step that never ran.
       TEST-STEP-CONDITIONS section.
           move 'N' to V-BYPASS-SW
           perform varying W-CX from 1 by 1 until W-CX > 8
              if ST-COND-STEP(W-IX, W-CX) not = spaces
                 perform varying W-JX from 1 by 1
                         until W-JX >= W-IX
                         or ST-STEP(W-JX) = ST-COND-STEP(W-IX, W-CX)
                    continue
                 end-perform
                 if W-JX < W-IX
                    and (ST-STATUS(W-JX) = 'POSTED' or 'FAILED')
                    move ST-RC(W-JX) to W-COND-RC
                    evaluate ST-OP(W-IX, W-CX)
                       when 'GT'
                          if ST-CC(W-IX, W-CX) > W-COND-RC
                             set V-BYPASS to true
                          end-if
                       when 'GE'
                          if ST-CC(W-IX, W-CX) >= W-COND-RC
                             set V-BYPASS to true
                          end-if
                       when 'EQ'
                          if ST-CC(W-IX, W-CX) = W-COND-RC
                             set V-BYPASS to true
                          end-if
                       when 'NE'
                          if ST-CC(W-IX, W-CX) not = W-COND-RC
                             set V-BYPASS to true
                          end-if
                       when 'LT'
                          if ST-CC(W-IX, W-CX) < W-COND-RC
                             set V-BYPASS to true
                          end-if
                       when 'LE'
                          if ST-CC(W-IX, W-CX) <= W-COND-RC
                             set V-BYPASS to true
                          end-if
                    end-evaluate
                 end-if
              end-if
           end-perform
           .

      *    Writes (or replaces) the step's row for the run date. A
      *    step left RUNNING means the chain died inside that CALL.
       POST-RUN-STATE section.
           move W-RUN-DATE to RS-RUN-DATE
           move ST-STEP(W-IX) to RS-STEP
           move ST-PROGRAM(W-IX) to RS-PROGRAM
           move ST-STATUS(W-IX) to RS-STATUS
           move ST-RC(W-IX) to RS-RC
           move W-START-TS to RS-START-TS
           move W-END-TS to RS-END-TS
           move ST-ELAPSED(W-IX) to RS-ELAPSED
           move ST-TOTAL(W-IX) to RS-TOTAL
           write RSTREC
              invalid key
                 rewrite RSTREC
                    invalid key
                       display 'AOCCTL RUNSTATE NOT POSTED FOR '
                          ST-STEP(W-IX) ' STATUS=' RST-FS
                 end-rewrite
           end-write
           .

      *    Each program's final total isn't returned via LINKAGE (they
           .

       WRITE-SUMMARY section.
           display 'AOCCTL CONSOLIDATED SUMMARY RUN DATE ' W-RUN-DATE
           display 'STEP     PROGRAM  STATUS     RC TOTAL         '
              '       ELAPSED(HS)'
           perform varying W-IX from 1 by 1 until W-IX > W-STEP-CNT
              move ST-STEP(W-IX) to SL-STEP
              move ST-PROGRAM(W-IX) to SL-PROGRAM
              move ST-STATUS(W-IX) to SL-STATUS
              move ST-RC(W-IX) to SL-RC
              move ST-TOTAL(W-IX) to SL-TOTAL
              move ST-ELAPSED(W-IX) to SL-ELAPSED
              move ST-NOTE(W-IX) to SL-NOTE
              display SUMMARY-LINE
           end-perform
           .

      *    One fixed-layout record for the whole consolidated run to
      *    the shared telemetry interface file the scheduler
      *    watches: the elapsed figure is the sum of the per-CALL
      *    timings RUN-STEP measured for the steps run this time,
      *    and the condition code is the highest any of them ended
      *    with - nonzero when the chain did not end clean.
      *    Each worker has already written its own record by the
      *    time this one lands, so the console sees the steps and
      *    the chain.
       WRITE-TELEMETRY-REC section.
           move FUNCTION CURRENT-DATE to TM-TIMESTAMP
           move 'AOCCTL' to TM-PROGRAM
           move ZERO to TM-READ-CNT
           move ZERO to TM-EXC-CNT
           move ZERO to TM-TOTAL
           move W-MAX-RC to TM-COND-CODE
           move ZERO to W-TEL-ELAPSED
           perform varying W-IX from 1 by 1 until W-IX > W-STEP-CNT
              if W-IX >= W-RESTART-IX
                 and ST-NOTE(W-IX) not = 'ALREADY POSTED'
                 add ST-ELAPSED(W-IX) to W-TEL-ELAPSED
              end-if
           end-perform
           move W-TEL-ELAPSED to TM-ELAPSED
           open extend TELFIL
