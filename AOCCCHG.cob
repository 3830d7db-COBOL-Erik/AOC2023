       identification division.
       program-id. AOCCCHG.
      *    Line-level change report over the dated CALMAST
      *    calibration master AOC1A/AOC1B keep, the calibration
      *    side's answer to AOCGCHG. For every source file with more
      *    than one processing date it compares the two most recent
      *    deliveries line by line and reports exactly what the
      *    redelivery changed: a line whose AOC1A or AOC1B value
      *    moved (or which went from valued to excepted), a line
      *    whose text changed, and lines the redelivery added or
      *    dropped - old and new side by side, which is what the
      *    desk needs to see before accepting a supplier's "minor
      *    correction". An optional date card restricts the report
      *    to sources whose newest delivery carries that date (the
      *    redelivery being judged); no card reports every source
      *    that ever changed. Changes found end the run with a
      *    warning condition code (4) so the job stream can hold
      *    the new totals for review.
       environment division.
       configuration section.
      *special-names. decimal-point is comma.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select CCHFIL assign to 'aoc_cchg.ctl'
           organization is line sequential
           file status is CCH-FS.
           select CMFIL assign to 'CALMAST'
           organization is indexed
           access mode is dynamic
           record key is CM-KEY
           file status is CM-FS.
           select RPTFIL assign to 'aoc_calib_change.txt'
           organization is line sequential
           file status is RPT-FS.
           select LOGFIL assign to 'aoc_run.log'
           organization is line sequential
           file status is LOG-FS.

       data division.
       file section.
       FD  CCHFIL.
      *    Optional date card: report only sources whose newest
      *    delivery carries this processing date.
       01  CCHREC.
           05 CC-DATE        pic X(8).

       FD  CMFIL.
       COPY AOCCMREC.

       FD  RPTFIL.
       01  RPTREC            pic X(120).

       FD  LOGFIL.
       01  LOGREC            pic X(110).

       working-storage section.
       01 A-ARB.
          05 CCH-FS          pic XX.
          05 CM-FS           pic XX.
          05 RPT-FS          pic XX.
          05 LOG-FS          pic XX.
          05 W-FILTER-DATE   pic X(8) value spaces.
          05 A-SRC-IX        pic S9(4) comp.
          05 W-ROWS-READ     pic S9(8) comp value ZERO.
          05 W-SRC-CHG-CNT   pic S9(8) comp value ZERO.
          05 W-CHG-CNT       pic S9(8) comp value ZERO.
          05 W-CNT-ED        pic Z(7)9.
          05 W-VALUE-STATUS  pic X.
          05 W-VALUE         pic S9(4) comp.
          05 W-VALUE-TEXT    pic X(3).
          05 W-VALUE-ED      pic ZZ9.
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

      *    The two most recent processing dates per source, found
      *    in a first pass; the key orders a source's rows by date,
      *    so the last two dates seen for a source are the newest.
       01 SOURCE-TABLE.
          05 SRC-COUNT       pic S9(4) comp value ZERO.
          05 SRC-ENTRY occurs 200 times.
             10 SD-SOURCE    pic X(60).
             10 SD-NEW-DATE  pic X(8).
             10 SD-OLD-DATE  pic X(8).

      *    The row being compared, held while the other delivery's
      *    row for the same line number is read by key.
       01 W-HELD-ROW.
          05 W-HELD-KEY.
             10 W-HELD-SOURCE pic X(60).
             10 W-HELD-DATE  pic X(8).
             10 W-HELD-LINE  pic 9(5).
          05 W-HELD-TEXT     pic X(128).
          05 W-HELD-1A-STAT  pic X.
          05 W-HELD-1A-VAL   pic S9(4) comp.
          05 W-HELD-1B-STAT  pic X.
          05 W-HELD-1B-VAL   pic S9(4) comp.

       01 LOGREC-DTL.
          05 LR-TIMESTAMP    pic X(21).
          05 FILLER          pic X value ' '.
          05 LR-JOBNAME      pic X(8) value spaces.
          05 FILLER          pic X value ' '.
          05 LR-PROGRAM      pic X(8) value 'AOCCCHG'.
          05 FILLER          pic X value ' '.
          05 LR-SEVERITY     pic X(5) value 'ERROR'.
          05 FILLER          pic X value ' '.
          05 LR-MESSAGE      pic X(60) value spaces.

       01 CHANGE-HDR.
          05 CH-SOURCE       pic X(60).
          05 FILLER          pic X(9) value ' CHANGED '.
          05 CH-OLD-DATE     pic X(8).
          05 FILLER          pic X(4) value ' -> '.
          05 CH-NEW-DATE     pic X(8).

      *    One row per changed line: what happened to it, both
      *    programs' values old -> new ('EXC' excepted, '---' not
      *    run) and the line text of the newer delivery.
       01 CHANGE-LINE.
          05 FILLER          pic X(7) value '  LINE '.
          05 CL-LINE-NR      pic ZZZZ9.
          05 FILLER          pic X value ' '.
          05 CL-WHAT         pic X(8).
          05 FILLER          pic X(7) value ' AOC1A '.
          05 CL-1A-OLD       pic X(3).
          05 FILLER          pic X(2) value '->'.
          05 CL-1A-NEW       pic X(3).
          05 FILLER          pic X(7) value ' AOC1B '.
          05 CL-1B-OLD       pic X(3).
          05 FILLER          pic X(2) value '->'.
          05 CL-1B-NEW       pic X(3).
          05 FILLER          pic X value ' '.
          05 CL-TEXT         pic X(60).

       01 V-VAXLAR.
          05 FILLER pic X   value ' '.
             88 V-CM-INIT   value ' '.
             88 V-CM-EOF    value 'E'.
          05 V-HDR-SW pic X value 'N'.
             88 V-HDR-DONE  value 'Y'.
          05 V-FOUND-SW pic X value 'N'.
             88 V-FOUND     value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCCCHG'
           move FUNCTION CURRENT-DATE to W-RUN-START-TS
           move spaces to LR-MESSAGE
           string 'START CALIBRATION CHANGE REPORT'
              delimited by size into LR-MESSAGE
           end-string
           move 'INFO' to LR-SEVERITY
           perform WRITE-LOG-REC
           perform GET-DATE-CARD
           open output RPTFIL
           if RPT-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN RPTFIL FAILED STATUS=' RPT-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           move 'AOC CALIBRATION CHANGE REPORT (OLD VS NEW)' to RPTREC
           write RPTREC
           open input CMFIL
           if CM-FS not = '00'
              move 'NO CALIBRATION MASTER YET' to RPTREC
              write RPTREC
           else
              perform FIND-SOURCE-DATES
              perform varying A-SRC-IX from 1 by 1
                      until A-SRC-IX > SRC-COUNT
                 perform COMPARE-ONE-SOURCE
              end-perform
              close CMFIL
           end-if
           if W-CHG-CNT = ZERO
              move 'NO CHANGED LINES' to RPTREC
              write RPTREC
           end-if
           close RPTFIL
           move W-ROWS-READ to W-CNT-ED
           display 'AOCCCHG MASTER ROWS READ  ' W-CNT-ED
           move W-SRC-CHG-CNT to W-CNT-ED
           display 'AOCCCHG CHANGED SOURCES   ' W-CNT-ED
           move W-CHG-CNT to W-CNT-ED
           display 'AOCCCHG CHANGED LINES     ' W-CNT-ED
           if W-CHG-CNT > ZERO and RETURN-CODE = ZERO
              move 4 to RETURN-CODE
           end-if
           perform WRITE-END-LOG-REC
           goback
           .

      *    Logs the open failure (job name, program, timestamp) and
      *    closes whatever is open so the next run starts clean. Sets
      *    RETURN-CODE so a JCL COND= step downstream is bypassed
      *    instead of running against a bad file status. Matches the
      *    ABORT-RUN already used by AOCGCHG.
       ABORT-RUN section.
           move 8 to RETURN-CODE
           close CCHFIL
           close CMFIL
           close RPTFIL
           goback
           .

       GET-DATE-CARD section.
           open input CCHFIL
           if CCH-FS not = '00'
              exit section
           end-if
           move spaces to CCHREC
           read CCHFIL
              at end continue
           end-read
           close CCHFIL
           if CC-DATE is numeric
              move CC-DATE to W-FILTER-DATE
           end-if
           .

      *    First pass: the newest and second-newest processing date
      *    of every source, shifting as later dates stream by.
       FIND-SOURCE-DATES section.
           set V-CM-INIT to true
           move low-values to CM-KEY
           start CMFIL key >= CM-KEY
              invalid key set V-CM-EOF to true
           end-start
           perform until V-CM-EOF
              read CMFIL next
                 at end set V-CM-EOF to true
              end-read
              if not V-CM-EOF
                 add 1 to W-ROWS-READ
                 if SRC-COUNT = ZERO
                    or CM-SOURCE not = SD-SOURCE(SRC-COUNT)
                    if SRC-COUNT = 200
                       display 'AOCCCHG SOURCE TABLE FULL, '
                          'REST NOT COMPARED'
                       exit perform
                    end-if
                    add 1 to SRC-COUNT
                    move CM-SOURCE to SD-SOURCE(SRC-COUNT)
                    move CM-DATE to SD-NEW-DATE(SRC-COUNT)
                    move spaces to SD-OLD-DATE(SRC-COUNT)
                 else
                    if CM-DATE not = SD-NEW-DATE(SRC-COUNT)
                       move SD-NEW-DATE(SRC-COUNT)
                         to SD-OLD-DATE(SRC-COUNT)
                       move CM-DATE to SD-NEW-DATE(SRC-COUNT)
                    end-if
                 end-if
              end-if
           end-perform
           .

      *    Second pass, one source at a time: every line of the
      *    older delivery is looked up in the newer one (CHANGED or
      *    DROPPED), then every line of the newer delivery is looked
      *    up in the older one (ADDED). The keyed read repositions
      *    the file, so each scan restarts just past the held key.
       COMPARE-ONE-SOURCE section.
           if SD-OLD-DATE(A-SRC-IX) = spaces
              exit section
           end-if
           if W-FILTER-DATE not = spaces
              and SD-NEW-DATE(A-SRC-IX) not = W-FILTER-DATE
              exit section
           end-if
           move 'N' to V-HDR-SW
           move SD-SOURCE(A-SRC-IX) to CM-SOURCE
           move SD-OLD-DATE(A-SRC-IX) to CM-DATE
           move ZERO to CM-LINE-NR
           perform SCAN-OLD-DELIVERY
           move SD-SOURCE(A-SRC-IX) to CM-SOURCE
           move SD-NEW-DATE(A-SRC-IX) to CM-DATE
           move ZERO to CM-LINE-NR
           perform SCAN-NEW-DELIVERY
           if V-HDR-DONE
              add 1 to W-SRC-CHG-CNT
           end-if
           .

       SCAN-OLD-DELIVERY section.
           set V-CM-INIT to true
           start CMFIL key >= CM-KEY
              invalid key set V-CM-EOF to true
           end-start
           perform until V-CM-EOF
              read CMFIL next
                 at end set V-CM-EOF to true
              end-read
              if not V-CM-EOF
                 if CM-SOURCE not = SD-SOURCE(A-SRC-IX)
                    or CM-DATE not = SD-OLD-DATE(A-SRC-IX)
                    set V-CM-EOF to true
                 else
                    move CMREC to W-HELD-ROW
                    move SD-NEW-DATE(A-SRC-IX) to CM-DATE
                    perform READ-OTHER-DELIVERY
                    if not V-FOUND
                       move 'DROPPED' to CL-WHAT
                       perform WRITE-LINE-CHANGE
                    else
                       if CM-1A-STATUS not = W-HELD-1A-STAT
                          or CM-1A-VALUE not = W-HELD-1A-VAL
                          or CM-1B-STATUS not = W-HELD-1B-STAT
                          or CM-1B-VALUE not = W-HELD-1B-VAL
                          move 'CHANGED' to CL-WHAT
                          perform WRITE-LINE-CHANGE
                       else
                          if CM-TEXT not = W-HELD-TEXT
                             move 'TEXT' to CL-WHAT
                             perform WRITE-LINE-CHANGE
                          end-if
                       end-if
                    end-if
                    perform RESUME-AFTER-HELD
                 end-if
              end-if
           end-perform
           .

       SCAN-NEW-DELIVERY section.
           set V-CM-INIT to true
           start CMFIL key >= CM-KEY
              invalid key set V-CM-EOF to true
           end-start
           perform until V-CM-EOF
              read CMFIL next
                 at end set V-CM-EOF to true
              end-read
              if not V-CM-EOF
                 if CM-SOURCE not = SD-SOURCE(A-SRC-IX)
                    or CM-DATE not = SD-NEW-DATE(A-SRC-IX)
                    set V-CM-EOF to true
                 else
                    move CMREC to W-HELD-ROW
                    move SD-OLD-DATE(A-SRC-IX) to CM-DATE
                    perform READ-OTHER-DELIVERY
                    if not V-FOUND
                       move W-HELD-ROW to CMREC
                       move 'ADDED' to CL-WHAT
                       perform WRITE-LINE-CHANGE
                    end-if
                    perform RESUME-AFTER-HELD
                 end-if
              end-if
           end-perform
           .

      *    Keyed read of the same source and line number under the
      *    other delivery's date (already moved to CM-DATE by the
      *    caller).
       READ-OTHER-DELIVERY section.
           move W-HELD-SOURCE to CM-SOURCE
           move W-HELD-LINE to CM-LINE-NR
           move 'Y' to V-FOUND-SW
           read CMFIL
              invalid key
                 move 'N' to V-FOUND-SW
           end-read
           .

       RESUME-AFTER-HELD section.
           move W-HELD-KEY to CM-KEY
           start CMFIL key > CM-KEY
              invalid key set V-CM-EOF to true
           end-start
           .

      *    The old-delivery scan holds the old row and has the new
      *    one in CMREC (none for DROPPED); an ADDED line has only
      *    its new row, put back in CMREC, and prints '---' on the
      *    old side.
       WRITE-LINE-CHANGE section.
           add 1 to W-CHG-CNT
           perform WRITE-CHANGE-HDR
           move W-HELD-LINE to CL-LINE-NR
           if CL-WHAT = 'ADDED'
              move '---' to CL-1A-OLD CL-1B-OLD
              move CM-1A-STATUS to W-VALUE-STATUS
              move CM-1A-VALUE to W-VALUE
              perform FORMAT-VALUE
              move W-VALUE-TEXT to CL-1A-NEW
              move CM-1B-STATUS to W-VALUE-STATUS
              move CM-1B-VALUE to W-VALUE
              perform FORMAT-VALUE
              move W-VALUE-TEXT to CL-1B-NEW
              move CM-TEXT to CL-TEXT
           else
              move W-HELD-1A-STAT to W-VALUE-STATUS
              move W-HELD-1A-VAL to W-VALUE
              perform FORMAT-VALUE
              move W-VALUE-TEXT to CL-1A-OLD
              move W-HELD-1B-STAT to W-VALUE-STATUS
              move W-HELD-1B-VAL to W-VALUE
              perform FORMAT-VALUE
              move W-VALUE-TEXT to CL-1B-OLD
              if CL-WHAT = 'DROPPED'
                 move '---' to CL-1A-NEW CL-1B-NEW
                 move W-HELD-TEXT to CL-TEXT
              else
                 move CM-1A-STATUS to W-VALUE-STATUS
                 move CM-1A-VALUE to W-VALUE
                 perform FORMAT-VALUE
                 move W-VALUE-TEXT to CL-1A-NEW
                 move CM-1B-STATUS to W-VALUE-STATUS
                 move CM-1B-VALUE to W-VALUE
                 perform FORMAT-VALUE
                 move W-VALUE-TEXT to CL-1B-NEW
                 move CM-TEXT to CL-TEXT
              end-if
           end-if
           move CHANGE-LINE to RPTREC
           write RPTREC
           .

       FORMAT-VALUE section.
           evaluate W-VALUE-STATUS
           when 'V'
              move W-VALUE to W-VALUE-ED
              move W-VALUE-ED to W-VALUE-TEXT
           when 'E'
              move 'EXC' to W-VALUE-TEXT
           when other
              move '---' to W-VALUE-TEXT
           end-evaluate
           .

       WRITE-CHANGE-HDR section.
           if V-HDR-DONE
              exit section
           end-if
           move SD-SOURCE(A-SRC-IX) to CH-SOURCE
           move SD-OLD-DATE(A-SRC-IX) to CH-OLD-DATE
           move SD-NEW-DATE(A-SRC-IX) to CH-NEW-DATE
           move CHANGE-HDR to RPTREC
           write RPTREC
           set V-HDR-DONE to true
           .

      *    INFO bracket at end of job: changed lines and wall-clock
      *    elapsed. Paired with the START record at the top of
      *    A-MAIN; a log with a START and no END is a run that died.
      *    Matches AOCGCHG.
       WRITE-END-LOG-REC section.
           move W-RUN-START-TS to W-START-TS
           move FUNCTION CURRENT-DATE to W-END-TS
           perform COMPUTE-ELAPSED
           move W-ELAPSED to W-ELAPSED-ED
           move W-CHG-CNT to W-CNT-ED
           move spaces to LR-MESSAGE
           string 'END CHANGED=' trim(W-CNT-ED)
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

       end program AOCCCHG.
