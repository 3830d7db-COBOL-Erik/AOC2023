       identification division.
       program-id. AOCRQRUN.
      *    Overnight runner for the ad-hoc report requests the desk
      *    queues from AOCMENU option 8. Every QUEUED row on the
      *    RPTQUE queue is worked in key order (operator, then the
      *    moment it was queued):
      *      - the request's criteria are written to a card of its
      *        own, aoc_rq_<operator>_<stamp>.ctl, so neither the
      *        nightly card nor another request's is disturbed;
      *      - the card and output names are handed to the report
      *        program through its environment overrides
      *        (AOC_LEDQ_*, AOC_GSEL_*, AOC_TRND_*) and the program
      *        is CALLed, then CANCELled so the next request starts
      *        with fresh working storage, the way AOCMENU's rerun
      *        does;
      *      - the output lands under the name fixed at queue time,
      *        aoc_rq_<operator>_<stamp>.txt (AOCGSEL's extract
      *        beside it as .ext);
      *      - the row is marked DONE (condition code 0 or 4) or
      *        FAILED (anything higher) with the condition code and
      *        run time, which the requester sees from option 9.
      *    A summary of the night's requests goes to
      *    aoc_rq_run_report.txt; any FAILED request ends the run
      *    with a warning (4).
       environment division.
       configuration section.
      *special-names. decimal-point is comma.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select RQFIL assign to 'RPTQUE'
           organization is indexed
           access mode is dynamic
           record key is RQ-KEY
           file status is RQ-FS.
           select CRDFIL assign to dynamic W-CARD-NAME
           organization is line sequential
           file status is CRD-FS.
           select RPTFIL assign to 'aoc_rq_run_report.txt'
           organization is line sequential
           file status is RPT-FS.
           select LOGFIL assign to 'aoc_run.log'
           organization is line sequential
           file status is LOG-FS.

       data division.
       file section.
       FD  RQFIL.
       COPY AOCRQREC.

       FD  CRDFIL.
       01  CRDREC            pic X(80).

       FD  RPTFIL.
       01  RPTREC            pic X(120).

       FD  LOGFIL.
       01  LOGREC            pic X(110).

       working-storage section.
       01 A-ARB.
          05 RQ-FS           pic XX.
          05 CRD-FS          pic XX.
          05 RPT-FS          pic XX.
          05 LOG-FS          pic XX.
          05 W-CARD-NAME     pic X(60).
          05 W-EXT-NAME      pic X(60).
          05 W-ENV-BLANK     pic X value space.
          05 W-REQ-RC        pic S9(4) comp.
          05 W-RUN-CNT       pic S9(8) comp value ZERO.
          05 W-DONE-CNT      pic S9(8) comp value ZERO.
          05 W-FAILED-CNT    pic S9(8) comp value ZERO.
          05 W-CNT-ED        pic Z(7)9.
          05 W-RC-ED         pic ZZZ9.
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

       01 LOGREC-DTL.
          05 LR-TIMESTAMP    pic X(21).
          05 FILLER          pic X value ' '.
          05 LR-JOBNAME      pic X(8) value spaces.
          05 FILLER          pic X value ' '.
          05 LR-PROGRAM      pic X(8) value 'AOCRQRUN'.
          05 FILLER          pic X value ' '.
          05 LR-SEVERITY     pic X(5) value 'ERROR'.
          05 FILLER          pic X value ' '.
          05 LR-MESSAGE      pic X(60) value spaces.

       01 RPTREC-DTL.
          05 RP-OPERATOR     pic X(8).
          05 FILLER          pic X value ' '.
          05 RP-STAMP        pic X(16).
          05 FILLER          pic X value ' '.
          05 RP-PROGRAM      pic X(8).
          05 FILLER          pic X value ' '.
          05 RP-STATUS       pic X(6).
          05 FILLER          pic X(4) value ' CC='.
          05 RP-RC           pic ZZZ9.
          05 FILLER          pic X value ' '.
          05 RP-OUTPUT       pic X(60).

       01 V-VAXLAR.
          05 FILLER pic X   value ' '.
             88 V-RQ-INIT   value ' '.
             88 V-RQ-EOF    value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCRQRUN'
           move FUNCTION CURRENT-DATE to W-RUN-START-TS
           move spaces to LR-MESSAGE
           string 'START REPORT REQUEST QUEUE'
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
           move 'AOC AD-HOC REPORT REQUESTS RUN' to RPTREC
           write RPTREC
           open i-o RQFIL
           if RQ-FS = '35'
              move 'NO REPORT REQUEST QUEUE, NOTHING TO RUN'
                to RPTREC
              write RPTREC
              close RPTFIL
              perform WRITE-END-LOG-REC
              goback
           end-if
           if RQ-FS not = '00'
              move spaces to LR-MESSAGE
              string 'RPTQUE UNAVAILABLE STATUS=' RQ-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           perform RUN-QUEUED-REQUESTS
           close RQFIL
           perform CLEAR-REPORT-OVERRIDES
           if W-RUN-CNT = ZERO
              move 'NO QUEUED REQUESTS' to RPTREC
              write RPTREC
           end-if
           close RPTFIL
           move W-DONE-CNT to W-CNT-ED
           display 'AOCRQRUN DONE     ' W-CNT-ED
           move W-FAILED-CNT to W-CNT-ED
           display 'AOCRQRUN FAILED   ' W-CNT-ED
           move ZERO to RETURN-CODE
           if W-FAILED-CNT > ZERO
              move 4 to RETURN-CODE
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
           close RQFIL
           close CRDFIL
           close RPTFIL
           goback
           .

       RUN-QUEUED-REQUESTS section.
           set V-RQ-INIT to true
           move low-values to RQ-KEY
           start RQFIL key >= RQ-KEY
              invalid key set V-RQ-EOF to true
           end-start
           perform until V-RQ-EOF
              read RQFIL next
                 at end set V-RQ-EOF to true
              end-read
              if not V-RQ-EOF
                 and RQ-STATUS = 'QUEUED'
                 perform RUN-ONE-REQUEST
              end-if
           end-perform
           .

      *    One request: its own card, its own output names, the
      *    CALL, and the verdict written back to the queue row.
       RUN-ONE-REQUEST section.
           add 1 to W-RUN-CNT
           move spaces to W-CARD-NAME W-EXT-NAME
           string 'aoc_rq_' trim(RQ-OPERATOR) '_' RQ-STAMP '.ctl'
              delimited by size into W-CARD-NAME
           end-string
           string 'aoc_rq_' trim(RQ-OPERATOR) '_' RQ-STAMP '.ext'
              delimited by size into W-EXT-NAME
           end-string
           move ZERO to RETURN-CODE
           move ZERO to W-REQ-RC
           evaluate RQ-PROGRAM
           when 'AOCLEDQ'
              perform WRITE-REQUEST-CARD
              if W-REQ-RC = ZERO
                 display 'AOC_LEDQ_CARD' upon environment-name
                 display W-CARD-NAME upon environment-value
                 display 'AOC_LEDQ_REPORT' upon environment-name
                 display RQ-OUTPUT upon environment-value
                 call 'AOCLEDQ' end-call
                 move RETURN-CODE to W-REQ-RC
                 cancel 'AOCLEDQ'
              end-if
           when 'AOCGSEL'
              perform WRITE-REQUEST-CARD
              if W-REQ-RC = ZERO
                 display 'AOC_GSEL_CARD' upon environment-name
                 display W-CARD-NAME upon environment-value
                 display 'AOC_GSEL_REPORT' upon environment-name
                 display RQ-OUTPUT upon environment-value
                 display 'AOC_GSEL_EXTRACT' upon environment-name
                 display W-EXT-NAME upon environment-value
                 call 'AOCGSEL' end-call
                 move RETURN-CODE to W-REQ-RC
                 cancel 'AOCGSEL'
              end-if
           when 'AOCTRND'
              display 'AOC_TRND_PROGRAM' upon environment-name
              display RQ-CRITERIA(1:8) upon environment-value
              display 'AOC_TRND_REPORT' upon environment-name
              display RQ-OUTPUT upon environment-value
              call 'AOCTRND' end-call
              move RETURN-CODE to W-REQ-RC
              cancel 'AOCTRND'
           when other
              move 12 to W-REQ-RC
           end-evaluate
           move ZERO to RETURN-CODE
           move W-REQ-RC to RQ-RC
           if W-REQ-RC > 4
              move 'FAILED' to RQ-STATUS
              add 1 to W-FAILED-CNT
              move W-REQ-RC to W-RC-ED
              move spaces to LR-MESSAGE
              string 'REQUEST ' trim(RQ-OPERATOR) ' ' RQ-STAMP ' '
                 trim(RQ-PROGRAM) ' FAILED CC=' trim(W-RC-ED)
                 delimited by size into LR-MESSAGE
              end-string
              move 'WARN' to LR-SEVERITY
              perform WRITE-LOG-REC
           else
              move 'DONE' to RQ-STATUS
              add 1 to W-DONE-CNT
           end-if
           move FUNCTION CURRENT-DATE to RQ-RUN-TS
           rewrite RQREC
              invalid key
                 move spaces to LR-MESSAGE
                 string 'RPTQUE REWRITE FAILED STATUS=' RQ-FS
                    delimited by size into LR-MESSAGE
                 end-string
                 perform WRITE-LOG-REC
           end-rewrite
           move RQ-OPERATOR to RP-OPERATOR
           move RQ-STAMP to RP-STAMP
           move RQ-PROGRAM to RP-PROGRAM
           move RQ-STATUS to RP-STATUS
           move RQ-RC to RP-RC
           move RQ-OUTPUT to RP-OUTPUT
           move RPTREC-DTL to RPTREC
           write RPTREC
           .

      *    The criteria as a one-row card in the program's own
      *    layout. A card that cannot be written fails the request
      *    (12) without the CALL: the program would otherwise run
      *    its missing-card default, which is not what was asked.
       WRITE-REQUEST-CARD section.
           open output CRDFIL
           if CRD-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN CARD FAILED STATUS=' CRD-FS ' '
                 trim(W-CARD-NAME)
                 delimited by size into LR-MESSAGE
              end-string
              move 'WARN' to LR-SEVERITY
              perform WRITE-LOG-REC
              move 12 to W-REQ-RC
              exit section
           end-if
           move RQ-CRITERIA to CRDREC
           write CRDREC
           close CRDFIL
           .

      *    The overrides are process environment and outlive the
      *    CALL; spaced out at the end so a later step in the same
      *    job reads the nightly cards and writes the nightly
      *    reports again.
       CLEAR-REPORT-OVERRIDES section.
           display 'AOC_LEDQ_CARD' upon environment-name
           display W-ENV-BLANK upon environment-value
           display 'AOC_LEDQ_REPORT' upon environment-name
           display W-ENV-BLANK upon environment-value
           display 'AOC_GSEL_CARD' upon environment-name
           display W-ENV-BLANK upon environment-value
           display 'AOC_GSEL_REPORT' upon environment-name
           display W-ENV-BLANK upon environment-value
           display 'AOC_GSEL_EXTRACT' upon environment-name
           display W-ENV-BLANK upon environment-value
           display 'AOC_TRND_PROGRAM' upon environment-name
           display W-ENV-BLANK upon environment-value
           display 'AOC_TRND_REPORT' upon environment-name
           display W-ENV-BLANK upon environment-value
           .

      *    INFO bracket at end of job: requests done and failed and
      *    wall-clock elapsed. Paired with the START record at the
      *    top of A-MAIN; a log with a START and no END is a run
      *    that died. Matches AOCLEDQ/AOCBAL.
       WRITE-END-LOG-REC section.
           move W-RUN-START-TS to W-START-TS
           move FUNCTION CURRENT-DATE to W-END-TS
           perform COMPUTE-ELAPSED
           move W-ELAPSED to W-ELAPSED-ED
           move W-DONE-CNT to W-CNT-ED
           move spaces to LR-MESSAGE
           string 'END DONE=' trim(W-CNT-ED)
              delimited by size into LR-MESSAGE
           end-string
           move W-FAILED-CNT to W-CNT-ED
           string trim(LR-MESSAGE) ' FAILED=' trim(W-CNT-ED)
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

       end program AOCRQRUN.
