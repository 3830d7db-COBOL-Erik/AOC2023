       identification division.
       program-id. AOCINTK.
      *    Inbound intake, run as the very first step of the nightly
      *    job ahead of the AOCEDIT edit steps: a supplier file used
      *    to count as received the moment someone dropped it where
      *    AOC.INPUT.DAY1/DAY2 point, with no record of when it came,
      *    who sent it, or whether it was the whole file. The
      *    supplier's manifest now carries one row per delivered
      *    file - expected line count, content hash, format and the
      *    promised delivery date - and every file is proved against
      *    its row with the same line-count/hash fingerprint the
      *    main programs post on their LEDGER rows. Every delivery
      *    lands in the keyed INBREG register as ACCEPTED, SHORT,
      *    LATE or DUPLICATE-DELIVERY. A file that does not prove
      *    (SHORT), or repeats content already taken in, fails the
      *    step (8) so the COND= chain stops the night before
      *    AOCEDIT runs; a LATE file proved complete, so it warns
      *    (4) and the night proceeds. AOCMENU looks the register
      *    up by date.
       environment division.
       configuration section.
      *special-names. decimal-point is comma.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select MANFIL assign to 'aoc_manifest.ctl'
           organization is line sequential
           file status is MAN-FS.
           select DLVFIL assign to dynamic W-DLV-NAME
           organization is line sequential
           file status is DLV-FS.
           select INBFIL assign to 'INBREG'
           organization is indexed
           access mode is dynamic
           record key is IB-KEY
           file status is INB-FS.
           select LOGFIL assign to 'aoc_run.log'
           organization is line sequential
           file status is LOG-FS.

       data division.
       file section.
       FD  MANFIL.
      *    Supplier manifest, one row per delivered file: the file
      *    name the delivery was dropped under, the supplier's id,
      *    the format (1 = AOC1 calibration lines, 2 = AOC2 game
      *    lines, the same codes as AOCEDIT's control card), the
      *    line count and content hash the supplier computed over
      *    the file, and the date the file was due.
       01  MANREC.
           05 MF-FILE-NAME   pic X(60).
           05 FILLER         pic X.
           05 MF-SUPPLIER    pic X(8).
           05 FILLER         pic X.
           05 MF-FORMAT      pic 9.
           05 FILLER         pic X.
           05 MF-LINES       pic 9(8).
           05 FILLER         pic X.
           05 MF-HASH        pic 9(8).
           05 FILLER         pic X.
           05 MF-DELIV-DATE  pic X(8).

      *    Wide enough for either format; the fingerprint is taken
      *    over the trimmed line, so a calibration line read here
      *    hashes exactly as it does through AOC1A's 128-byte FD.
       FD  DLVFIL.
       01  INDATA            pic X(222).

       FD  INBFIL.
       COPY AOCINBREC.

       FD  LOGFIL.
       01  LOGREC            pic X(110).

       working-storage section.
       01 A-ARB.
          05 MAN-FS          pic XX.
          05 DLV-FS          pic XX.
          05 INB-FS          pic XX.
          05 LOG-FS          pic XX.
          05 W-DLV-NAME      pic X(60).
          05 W-RECV-DATE     pic X(8).
          05 W-RECV-TIME     pic X(8).
          05 W-MAN-SEQ       pic 9(4) value ZERO.
          05 W-FP-LINES      pic S9(8) comp.
          05 W-FP-HASH       pic S9(8) comp.
          05 W-FP-IX         pic S9(4) comp.
          05 W-SHAPE-IX      pic S9(4) comp.
          05 W-SHAPE-CNT     pic S9(8) comp.
          05 W-SHAPE-FIRST   pic X.
          05 W-STATUS        pic X(18).
          05 W-REASON        pic X(30).
          05 W-DUP-OVERRIDE  pic X.
          05 W-FILE-RC       pic S9(4) comp.
          05 W-WORST-RC      pic S9(4) comp value ZERO.
          05 W-MAN-CNT       pic S9(8) comp value ZERO.
          05 W-ACC-CNT       pic S9(8) comp value ZERO.
          05 W-SHORT-CNT     pic S9(8) comp value ZERO.
          05 W-LATE-CNT      pic S9(8) comp value ZERO.
          05 W-DUP-CNT       pic S9(8) comp value ZERO.
          05 W-CNT-ED        pic Z(7)9.
          05 W-EXP-ED        pic Z(7)9.
          05 W-ACT-ED        pic Z(7)9.
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
          05 LR-PROGRAM      pic X(8) value 'AOCINTK'.
          05 FILLER          pic X value ' '.
          05 LR-SEVERITY     pic X(5) value 'ERROR'.
          05 FILLER          pic X value ' '.
          05 LR-MESSAGE      pic X(60) value spaces.

       01 V-VAXLAR.
          05 FILLER pic X   value ' '.
             88 V-MAN-INIT  value ' '.
             88 V-MAN-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-DLV-INIT  value ' '.
             88 V-DLV-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-INB-INIT  value ' '.
             88 V-INB-EOF   value 'E'.
          05 V-SHAPE-SW pic X value 'N'.
             88 V-SHAPE-YES value 'Y'.
          05 V-DLV-SW pic X value 'N'.
             88 V-DLV-OPEN  value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCINTK'
           move FUNCTION CURRENT-DATE to W-RUN-START-TS
           move W-RUN-START-TS(1:8) to W-RECV-DATE
           move W-RUN-START-TS(9:8) to W-RECV-TIME
           move spaces to LR-MESSAGE
           string 'START MANIFEST=aoc_manifest.ctl'
              delimited by size into LR-MESSAGE
           end-string
           move 'INFO' to LR-SEVERITY
           perform WRITE-LOG-REC
           accept W-DUP-OVERRIDE from environment 'AOC_DUP_OVERRIDE'
              on exception
                 move 'N' to W-DUP-OVERRIDE
           end-accept
           open input MANFIL
           if MAN-FS not = '00'
              move spaces to LR-MESSAGE
              string 'NO SUPPLIER MANIFEST STATUS=' MAN-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCINTK NO SUPPLIER MANIFEST, NIGHT STOPPED'
              perform ABORT-RUN
           end-if
           open i-o INBFIL
           if INB-FS = '35'
              open output INBFIL
              close INBFIL
              open i-o INBFIL
           end-if
           if INB-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN INBREG FAILED STATUS=' INB-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           read MANFIL at end set V-MAN-EOF to true end-read
           perform until V-MAN-EOF
              add 1 to W-MAN-CNT
              add 1 to W-MAN-SEQ
              perform PROVE-ONE-DELIVERY
              perform REGISTER-DELIVERY
              read MANFIL at end set V-MAN-EOF to true end-read
           end-perform
           close MANFIL
           close INBFIL
           if W-MAN-CNT = ZERO
              move spaces to LR-MESSAGE
              string 'SUPPLIER MANIFEST IS EMPTY'
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCINTK SUPPLIER MANIFEST EMPTY, NIGHT STOPPED'
              move 8 to W-WORST-RC
           end-if
           move W-ACC-CNT to W-CNT-ED
           display 'DELIVERIES ACCEPTED  ' W-CNT-ED
           move W-LATE-CNT to W-CNT-ED
           display 'DELIVERIES LATE      ' W-CNT-ED
           move W-SHORT-CNT to W-CNT-ED
           display 'DELIVERIES SHORT     ' W-CNT-ED
           move W-DUP-CNT to W-CNT-ED
           display 'DUPLICATE DELIVERIES ' W-CNT-ED
           move W-WORST-RC to RETURN-CODE
           perform WRITE-END-LOG-REC
           goback
           .

      *    Logs the failure and closes whatever is open. RC 8 makes
      *    every COND= chain in jcl/AOCBATCH.jcl bypass the edit and
      *    posting steps, which is the whole point of an intake
      *    that cannot prove what it was given.
       ABORT-RUN section.
           move 8 to RETURN-CODE
           close MANFIL
           close DLVFIL
           close INBFIL
           goback
           .

      *    Reads the delivered file once, end to end, taking the
      *    same line-count/content-hash fingerprint AOC1A/AOC2A
      *    compute over their input, and the "Game N:" shape count
      *    their wrong-format checks use. A file that is not there
      *    at all is recorded as a delivery of nothing, which fails
      *    its manifest row like any other short file.
       PROVE-ONE-DELIVERY section.
           move MF-FILE-NAME to W-DLV-NAME
           move ZERO to W-FP-LINES W-FP-HASH W-SHAPE-CNT
           move 'N' to W-SHAPE-FIRST
           move spaces to W-STATUS W-REASON
           move ZERO to W-FILE-RC
           set V-DLV-INIT to true
           open input DLVFIL
           if DLV-FS not = '00'
              close DLVFIL
              move 'SHORT' to W-STATUS
              move 'FILE NOT DELIVERED' to W-REASON
              exit section
           end-if
           set V-DLV-OPEN to true
           read DLVFIL at end set V-DLV-EOF to true end-read
           perform until V-DLV-EOF
              add 1 to W-FP-LINES
              perform CHECK-GAME-SHAPE
              if V-SHAPE-YES
                 add 1 to W-SHAPE-CNT
                 if W-FP-LINES = 1
                    move 'Y' to W-SHAPE-FIRST
                 end-if
              end-if
              perform HASH-ONE-LINE
              read DLVFIL at end set V-DLV-EOF to true end-read
              if DLV-FS not = '00' and DLV-FS not = '10'
                 move spaces to LR-MESSAGE
                 string 'READ ERROR ON ' trim(W-DLV-NAME)
                    ' STATUS=' DLV-FS
                    delimited by size into LR-MESSAGE
                 end-string
                 perform WRITE-LOG-REC
                 set V-DLV-EOF to true
                 move 'SHORT' to W-STATUS
                 move 'READ ERROR BEFORE END OF FILE' to W-REASON
              end-if
           end-perform
           close DLVFIL
           move 'N' to V-DLV-SW
           if W-STATUS not = spaces
              exit section
           end-if
           perform JUDGE-DELIVERY
           .

      *    The verdict, strictest first: a file that does not match
      *    its manifest row on line count, hash or format is SHORT;
      *    a file whose exact content was already taken in is a
      *    DUPLICATE-DELIVERY; a proved file that arrived after its
      *    promised date is LATE; anything else is ACCEPTED.
       JUDGE-DELIVERY section.
           if MF-LINES is not numeric or MF-HASH is not numeric
              move 'SHORT' to W-STATUS
              move 'MANIFEST ROW NOT NUMERIC' to W-REASON
              exit section
           end-if
           if W-FP-LINES < MF-LINES
              move 'SHORT' to W-STATUS
              move 'FEWER LINES THAN MANIFEST' to W-REASON
              exit section
           end-if
           if W-FP-LINES > MF-LINES
              move 'SHORT' to W-STATUS
              move 'MORE LINES THAN MANIFEST' to W-REASON
              exit section
           end-if
           if W-FP-HASH not = MF-HASH
              move 'SHORT' to W-STATUS
              move 'CONTENT HASH DOES NOT MATCH' to W-REASON
              exit section
           end-if
      *    The same format tests the posting programs apply: every
      *    line game-shaped is not calibration input, and a game
      *    file whose first line is not game-shaped is not game
      *    input. A format code that is neither cannot be proved
      *    either way and is never taken in.
           evaluate true
           when MF-FORMAT is not numeric
           when MF-FORMAT not = 1 and MF-FORMAT not = 2
              move 'SHORT' to W-STATUS
              move 'BAD FORMAT CODE' to W-REASON
              exit section
           end-evaluate
           if MF-FORMAT = 1 and W-FP-LINES > ZERO
              and W-SHAPE-CNT = W-FP-LINES
              move 'SHORT' to W-STATUS
              move 'FORMAT 1 EXPECTED, GAME LINES' to W-REASON
              exit section
           end-if
           if MF-FORMAT = 2 and W-SHAPE-FIRST not = 'Y'
              move 'SHORT' to W-STATUS
              move 'FORMAT 2 EXPECTED, NOT GAMES' to W-REASON
              exit section
           end-if
           perform CHECK-DUPLICATE-DELIVERY
           if W-STATUS not = spaces
              exit section
           end-if
           if MF-DELIV-DATE is numeric
              and W-RECV-DATE > MF-DELIV-DATE
              move 'LATE' to W-STATUS
              move spaces to W-REASON
              string 'DUE ' MF-DELIV-DATE
                 delimited by size into W-REASON
              end-string
              exit section
           end-if
           move 'ACCEPTED' to W-STATUS
           .

      *    Same content taken in before - any earlier ACCEPTED or
      *    LATE row with this line count and hash, from any night -
      *    is a redelivery. The main programs' duplicate check only
      *    looks at the same day's LEDGER rows, so last week's file
      *    sent again would otherwise post twice. AOC_DUP_OVERRIDE=Y
      *    is the same sanctioned-rerun knob the posting programs
      *    honor: the row is still marked, but the night goes on.
      *    The row this same delivery (same delivery date and file
      *    name) left on an earlier intake of the same night is not
      *    a redelivery - rerunning the intake must not flag every
      *    file it already accepted - so only another delivery with
      *    identical content is flagged.
       CHECK-DUPLICATE-DELIVERY section.
           set V-INB-INIT to true
           move low-values to IB-KEY
           start INBFIL key >= IB-KEY
              invalid key set V-INB-EOF to true
           end-start
           perform until V-INB-EOF
              read INBFIL next
                 at end set V-INB-EOF to true
              end-read
              if not V-INB-EOF
                 and (IB-STATUS = 'ACCEPTED' or IB-STATUS = 'LATE')
                 and IB-ACT-LINES = W-FP-LINES
                 and IB-ACT-HASH = W-FP-HASH
                 and not (IB-DELIV-DATE = MF-DELIV-DATE
                          and IB-FILE-NAME = MF-FILE-NAME)
                 move 'DUPLICATE-DELIVERY' to W-STATUS
                 move spaces to W-REASON
                 string 'FIRST TAKEN IN ' IB-RECV-DATE
                    delimited by size into W-REASON
                 end-string
                 set V-INB-EOF to true
              end-if
           end-perform
           .

      *    One register row per manifest row, whatever the verdict,
      *    and the step's condition code raised to match it.
       REGISTER-DELIVERY section.
           move W-RECV-DATE to IB-RECV-DATE
           move W-RECV-TIME to IB-RECV-TIME
           move W-MAN-SEQ to IB-SEQ
           move MF-FILE-NAME to IB-FILE-NAME
           move MF-SUPPLIER to IB-SUPPLIER
           if MF-FORMAT is numeric
              move MF-FORMAT to IB-FORMAT
           else
              move ZERO to IB-FORMAT
           end-if
           move MF-DELIV-DATE to IB-DELIV-DATE
           if MF-LINES is numeric
              move MF-LINES to IB-EXP-LINES
           else
              move ZERO to IB-EXP-LINES
           end-if
           if MF-HASH is numeric
              move MF-HASH to IB-EXP-HASH
           else
              move ZERO to IB-EXP-HASH
           end-if
           move W-FP-LINES to IB-ACT-LINES
           move W-FP-HASH to IB-ACT-HASH
           move W-STATUS to IB-STATUS
           move W-REASON to IB-REASON
           write INBREC
              invalid key
                 rewrite INBREC
           end-write
           evaluate W-STATUS
           when 'ACCEPTED'
              add 1 to W-ACC-CNT
              move ZERO to W-FILE-RC
           when 'LATE'
              add 1 to W-LATE-CNT
              move 4 to W-FILE-RC
              move 'WARN' to LR-SEVERITY
           when 'DUPLICATE-DELIVERY'
              add 1 to W-DUP-CNT
              if W-DUP-OVERRIDE = 'Y'
                 move 4 to W-FILE-RC
                 move 'WARN' to LR-SEVERITY
              else
                 move 8 to W-FILE-RC
              end-if
           when other
              add 1 to W-SHORT-CNT
              move 8 to W-FILE-RC
           end-evaluate
           if W-FILE-RC > W-WORST-RC
              move W-FILE-RC to W-WORST-RC
           end-if
           if W-FILE-RC > ZERO
              move W-FP-LINES to W-ACT-ED
              move spaces to LR-MESSAGE
              string trim(W-STATUS) ' ' trim(MF-FILE-NAME)
                 ' LINES=' trim(W-ACT-ED)
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
           end-if
           move IB-EXP-LINES to W-EXP-ED
           move W-FP-LINES to W-ACT-ED
           display W-STATUS ' ' MF-FILE-NAME(1:30)
              ' EXPECTED ' W-EXP-ED ' GOT ' W-ACT-ED
           .

      *    Does this line have the "Game N:" label shape the AOC2
      *    game format carries on every line? Same test as
      *    CHECK-GAME-SHAPE in AOC1A/AOC2A.
       CHECK-GAME-SHAPE section.
           move 'N' to V-SHAPE-SW
           if INDATA(1:5) not = 'Game '
              exit section
           end-if
           perform varying W-SHAPE-IX from 6 by 1
                   until W-SHAPE-IX > length of trim(INDATA)
                      or INDATA(W-SHAPE-IX:1) = ':'
              if INDATA(W-SHAPE-IX:1) is not numeric
                 exit section
              end-if
           end-perform
           if W-SHAPE-IX > length of trim(INDATA)
              or W-SHAPE-IX = 6
              exit section
           end-if
           move 'Y' to V-SHAPE-SW
           .

      *    Rolls every character of the trimmed line into the hash,
      *    exactly as HASH-ONE-LINE does in the posting programs, so
      *    a manifest hash the supplier computes is the same figure
      *    that later lands on the LEDGER row.
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

      *    INFO bracket at end of job: manifest rows read, how many
      *    were taken in, and wall-clock elapsed. Paired with the
      *    START record at the top of A-MAIN; a log with a START and
      *    no END is a run that died.
       WRITE-END-LOG-REC section.
           move W-RUN-START-TS to W-START-TS
           move FUNCTION CURRENT-DATE to W-END-TS
           perform COMPUTE-ELAPSED
           move W-ELAPSED to W-ELAPSED-ED
           move W-MAN-CNT to W-EXP-ED
           compute W-CNT-ED = W-ACC-CNT + W-LATE-CNT
           move spaces to LR-MESSAGE
           string 'END MANIFEST=' trim(W-EXP-ED)
              ' TAKEN=' trim(W-CNT-ED)
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

       end program AOCINTK.
