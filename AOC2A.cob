           select LIMFIL assign to 'cube_limits.ctl'
           organization is line sequential
           file status is LIMIT-FS.
           select PRFFIL assign to 'cube_profiles.ctl'
           organization is line sequential
           file status is PRF-FS.
           select PMPFIL assign to 'cube_profile_map.ctl'
           organization is line sequential
           file status is PMP-FS.
           select DTLFIL assign to 'aoc2a_detail.txt'
           organization is line sequential
           file status is DETAIL-FS.
           access mode is dynamic
           record key is LED-KEY
           file status is LED-FS.
           select ARCFIL assign to 'LEDARCH'
           organization is indexed
           access mode is dynamic
           record key is ARC-KEY
           file status is ARC-FS.
           select VARFIL assign to 'aoc_variance.ctl'
           organization is line sequential
           file status is VAR-FS.
           select SEQFIL assign to 'aoc2a_seqchk.txt'
           organization is line sequential
           file status is SEQ-FS.
           select DGCFIL assign to 'aoc_dupgame.ctl'
           organization is line sequential
           file status is DGC-FS.
           select DUPFIL assign to 'aoc2a_dupgames.txt'
           organization is line sequential
           file status is DUP-FS.
           select SIMFIL assign to 'cube_limits_sim.ctl'
           organization is line sequential
           file status is SIM-FS.
           select TELFIL assign to 'aoc_telemetry.txt'
           organization is line sequential
           file status is TEL-FS.
           select CUPFIL assign to 'aoc_catchup_summary.txt'
           organization is line sequential
           file status is CUP-FS.
           select CLOFIL assign to 'PERCLOSE'
           organization is indexed
           access mode is dynamic
           access mode is dynamic
           record key is GH-KEY
           file status is GH-FS.
           select QLTFIL assign to 'QLTSTAT'
           organization is indexed
           access mode is dynamic
           record key is QS-KEY
           file status is QLT-FS.
           select PTNFIL assign to 'aoc_partition.ctl'
           organization is line sequential
           file status is PTN-FS.
           select PRTFIL assign to dynamic W-PART-NAME
           organization is line sequential
           file status is PRT-FS.

       data division.
       file section.
           05 CC-GREEN-LIMIT pic 9(3).
           05 CC-BLUE-LIMIT  pic 9(3).

       FD  PRFFIL.
       COPY AOCPRFREC.

       FD  PMPFIL.
      *    Which games a named limit profile applies to, one row per
      *    mapping: 'M' and a CTLFIL member name (every game of that
      *    member), or 'P' and a GAME-ID prefix. A prefix row beats
      *    a member row; a game neither maps is judged against the
      *    DEFAULT profile, the cube_limits.ctl limits. No file
      *    means every game is DEFAULT, exactly as before profiles.
       01  PMPREC.
           05 MP-TYPE        pic X.
           05 FILLER         pic X.
           05 MP-PROFILE     pic X(8).
           05 FILLER         pic X.
           05 MP-VALUE       pic X(60).

       FD  DTLFIL.
       01  DTLREC            pic X(80).

       FD  LEDFIL.
       COPY AOCLEDREC.

       FD  ARCFIL.
      *    Mirror of AOCLEDREC under its own names (one program
      *    cannot COPY the same record layout into two FDs), keyed
      *    the same way so an archived row reads back exactly like
      *    a live one. Same mirror AOCHSKP carries; read here only
      *    for the chain value when LEDGER itself is empty.
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

       FD  VARFIL.
      *    Control card: allowed deviation (percent) of a run's total
      *    from the trailing average of this program's recent LEDGER
       FD  SEQFIL.
       01  SEQREC            pic X(40).

       FD  DGCFIL.
      *    Control card: what a batch run does with a game whose
      *    draw-by-draw content repeats a game already read from an
      *    earlier CTLFIL member - 'C' count it and only list it,
      *    'W' count it but warn (the default, also used when the
      *    card is absent or carries anything else), 'X' exclude
      *    it from the total with a DUPGAME row on FAILFIL.
       01  DGCREC.
           05 DC-ACTION      pic X.

       FD  DUPFIL.
       01  DUPREC            pic X(80).

       FD  SIMFIL.
      *    Candidate limit sets for the what-if pass, one row per
      *    candidate in the same RRRGGGBBB shape as the LIMREC card,
       FD  TELFIL.
       01  TELREC            pic X(150).

       FD  CUPFIL.
       01  CUPREC            pic X(110).

       FD  CLOFIL.
       COPY AOCCLOREC.

       FD  GHFIL.
       COPY AOCGHREC.

       FD  QLTFIL.
       COPY AOCQLTREC.

       FD  PTNFIL.
       COPY AOCPTNREC.

       FD  PRTFIL.
       COPY AOCPRTREC.

       working-storage section.
       01 A-ARB.
          05 INPUT-FS        pic XX.
          05 LOG-FS          pic XX.
          05 EXC-FS          pic XX.
          05 LED-FS          pic XX.
          05 ARC-FS          pic XX.
          05 VAR-FS          pic XX.
          05 RUN-FS          pic XX.
          05 W-RUN-OVERRIDE  pic X value 'N'.
          05 W-FP-PROCESSED  pic S9(4) comp value ZERO.
          05 W-DUP-CNT       pic S9(4) comp value ZERO.
          05 W-FP-TODAY      pic X(8).
          05 CUP-FS          pic XX.
          05 W-RUN-DATE      pic X(8).
          05 W-RUN-DATE-N redefines W-RUN-DATE pic 9(8).
          05 W-CUP-DATE      pic X(8).
          05 W-CUP-DATE-N redefines W-CUP-DATE pic 9(8).
          05 W-CUP-OK        pic X.
          05 W-POST-DATE     pic X(8).
          05 W-POST-TS       pic X(21).
          05 W-LATE-DAYS     pic S9(8) comp value ZERO.
          05 W-LATE-ED       pic ZZZ9.
          05 W-RELINK-CNT    pic S9(8) comp value ZERO.
          05 W-RELINK-PREV   pic S9(8) comp value ZERO.
          05 W-RELINK-ED     pic Z(7)9.
          05 W-LED-POSTED    pic X value 'N'.
          05 W-FP-IX         pic S9(4) comp.
          05 W-SHAPE-FIRST   pic X value 'N'.
          05 W-SHAPE-IX      pic S9(4) comp.
          05 CAL-FS          pic XX.
          05 EXM-FS          pic XX.
          05 GH-FS           pic XX.
          05 QLT-FS          pic XX.
          05 W-QS-SEQ-BASE   pic S9(8) comp value ZERO.
          05 W-QS-EXC-BASE   pic S9(8) comp value ZERO.
          05 W-GH-AVAIL      pic X value 'N'.
          05 PTN-FS          pic XX.
          05 PRT-FS          pic XX.
          05 W-PART-ENV      pic X(5).
          05 W-PART-NR       pic 9(2) value ZERO.
          05 W-PART-IX       pic S9(4) comp.
          05 W-PART-NAME     pic X(60).
          05 W-PART-INFIL    pic X(60).
          05 W-PART-LAST     pic X.
          05 W-PART-ED       pic Z9.
          05 PRF-FS          pic XX.
          05 PMP-FS          pic XX.
          05 W-PROFILE       pic X(8) value 'DEFAULT'.
          05 W-MEMBER-PROFILE pic X(8) value 'DEFAULT'.
          05 A-LP-IX         pic S9(4) comp.
          05 A-MT-IX         pic S9(4) comp.
          05 DGC-FS          pic XX.
          05 DUP-FS          pic XX.
          05 W-DG-ACTION     pic X value 'W'.
             88 DG-COUNT     value 'C'.
             88 DG-WARN      value 'W'.
             88 DG-EXCLUDE   value 'X'.
          05 W-DUPGAME-CNT   pic S9(8) comp value ZERO.
          05 W-DUPGAME-EXC-CNT pic S9(8) comp value ZERO.
          05 W-DUPGAME-ED    pic Z(7)9.
          05 W-DUPGAME-OF    pic X(16).
          05 W-GF-HASH       pic S9(8) comp.
          05 W-GF-IX         pic S9(4) comp.
          05 W-GF-FULL       pic X value 'N'.
          05 W-GF-SAME       pic X value 'N'.
          05 W-SIM-IX        pic S9(4) comp.
          05 W-LABEL-NR      pic S9(8) comp value ZERO.
          05 W-PREV-LABEL    pic S9(8) comp value ZERO.
          05 DR-POSSIBLE     pic X.
          05 FILLER          pic X value ' '.
          05 DR-FAIL-COLOR   pic X(5).
          05 FILLER          pic X value ' '.
          05 DR-PROFILE      pic X(8).

      *    The trailing window CHECK-VARIANCE averages against: the
      *    last 10 LEDGER totals for this program, oldest first,
          05 DW-SET-RED      pic X.
          05 DW-SET-GREEN    pic X.
          05 DW-SET-BLUE     pic X.
          05 FILLER          pic X value ' '.
          05 DW-PROFILE      pic X(8).

      *    Every candidate limit set judged against every game in
      *    the same single pass JUDGE-GAME already makes: games
          05 FILLER          pic X value ' '.
          05 SQ-TAG          pic X(12).

       COPY AOCLCHN.

       01 LOGREC-DTL.
          05 LR-TIMESTAMP    pic X(21).
          05 FILLER          pic X value ' '.

       COPY AOCTELREC.

       COPY AOCCUPREC.

      *    One row per excluded/impossible game: which color tripped
      *    the limit, how many were pulled, and the limit it exceeded.
      *    Distinct from EXCFIL (request 006, unparseable color words)
          05 FR-PULLED       pic ZZ9.
          05 FILLER          pic X value ' '.
          05 FR-LIMIT        pic ZZ9.
      *    Why the game is off the total: LIMIT for a color over its
      *    limit, DUPGAME for a later copy of a game already read
      *    in this batch run, with the earlier copy's GAME-ID.
          05 FILLER          pic X value ' '.
          05 FR-REASON       pic X(8).
          05 FILLER          pic X value ' '.
          05 FR-DUP-OF       pic X(16).
          05 FILLER          pic X value ' '.
          05 FR-PROFILE      pic X(8).

      *    The named limit profiles for this run: DEFAULT (the
      *    cube_limits.ctl set) always first, then each row of
      *    cube_profiles.ctl. SELECT-GAME-PROFILE moves the game's
      *    profile into RED-LIMIT/GREEN-LIMIT/BLUE-LIMIT ahead of
      *    JUDGE-GAME, so the judging itself is unchanged.
       01 LIMIT-PROFILES.
          05 W-LP-CNT        pic S9(4) comp value ZERO.
          05 LP-ENTRY occurs 20 times.
             10 LP-NAME      pic X(8).
             10 LP-RED       pic 9(3).
             10 LP-GREEN     pic 9(3).
             10 LP-BLUE      pic 9(3).

      *    cube_profile_map.ctl held in storage, rows naming a
      *    profile that is not on the profiles card already dropped.
       01 PROFILE-MAP.
          05 W-MT-CNT        pic S9(4) comp value ZERO.
          05 MT-ENTRY occurs 50 times.
             10 MT-TYPE      pic X.
             10 MT-PROFILE   pic X(8).
             10 MT-VALUE     pic X(60).
             10 MT-LEN       pic S9(4) comp.

      *    Draw content of every game read in a CTLFIL batch run so
      *    far, one entry per distinct game: a hash of the draw-by-
      *    draw counts, the number of draws, where it was first read,
      *    and the draws themselves, so a hash that happens to agree
      *    is proved draw by draw before a game is called a repeat.
      *    A supplier resending a game inside a different file is
      *    found here whatever the game's number in either file.
       01 GAME-FINGERPRINTS.
          05 W-GF-CNT        pic S9(4) comp value ZERO.
          05 GF-ENTRY occurs 2000 times.
             10 GF-HASH      pic S9(8) comp.
             10 GF-DRAWS     pic S9(4) comp.
             10 GF-FILE-SEQ  pic S9(4) comp.
             10 GF-GAME-ID   pic X(16).
             10 GF-DRAW occurs 50 times.
                15 GF-RED    pic S9(3) comp.
                15 GF-GREEN  pic S9(3) comp.
                15 GF-BLUE   pic S9(3) comp.

      *    One row per repeated game: the later copy, the earlier
      *    copy it repeats, its draw count, and what the card told
      *    the run to do with it.
       01 DUPREC-DTL.
          05 DP-GAME-ID      pic X(16).
          05 FILLER          pic X value ' '.
          05 DP-FIRST-ID     pic X(16).
          05 FILLER          pic X value ' '.
          05 DP-DRAWS        pic ZZ9.
          05 FILLER          pic X value ' '.
          05 DP-ACTION       pic X(8).


      *    One catalog row per vaulted input: the fingerprint pair
             10 PV-HASH      pic S9(8) comp.
             10 PV-SOURCE    pic X(60).

      *    The partition control file as the split wrote it: the
      *    whole file's name, line count, hash and stamp, then per
      *    partition the lines ahead of it, its line count and hash
      *    and the label the game ahead of it carried. Loaded only
      *    under AOC_PARTITION; the trailer fields hold the 'T' row
      *    of the partial being proved.
       01 PART-CONTROL.
          05 W-PART-CNT      pic S9(4) comp value ZERO.
          05 W-PART-ROWS     pic S9(4) comp value ZERO.
          05 W-PART-SOURCE   pic X(60).
          05 W-PART-LINES    pic S9(8) comp value ZERO.
          05 W-PART-HASH     pic S9(8) comp value ZERO.
          05 W-PART-STAMP    pic X(16).
          05 W-TRL-PART      pic S9(8) comp.
          05 W-TRL-FIRST     pic S9(8) comp.
          05 W-TRL-LINES     pic S9(8) comp.
          05 W-TRL-HASH      pic S9(8) comp.
          05 W-TRL-STAMP     pic X(16).
          05 PART-ENTRY occurs 20 times.
             10 PE-FIRST      pic S9(8) comp.
             10 PE-LINES      pic S9(8) comp.
             10 PE-HASH       pic S9(8) comp.
             10 PE-PREV-LABEL pic S9(8) comp.

       01 V-VAXLAR.
          05 FILLER pic X   value ' '.
             88 V-INIT      value ' '.
             88 V-JOBDUP-SKIP value 'Y'.
          05 V-SHAPE-SW pic X value 'N'.
             88 V-SHAPE-YES value 'Y'.
          05 V-GDUP-SW pic X value 'N'.
             88 V-GAME-DUP  value 'Y'.
          05 FILLER pic X   value ' '.
             88 V-PRF-INIT  value ' '.
             88 V-PRF-EOF   value 'E'.
          05 FOUND-COLOR pic X    value 'I'.
             88 FOUND-COLOR-INIT  value 'I'.
             88 FOUND-COLOR-NO    value 'N'.
             88 V-VAULT-OPEN value 'Y'.
          05 V-RPL-SW pic X value 'N'.
             88 V-REPLAY    value 'Y'.
          05 V-CUP-SW pic X value 'N'.
             88 V-CATCHUP   value 'Y'.
          05 FILLER pic X   value ' '.
             88 V-CAL-INIT  value ' '.
             88 V-CAL-EOF   value 'E'.
          05 V-PART-SW pic X value 'N'.
             88 V-PART-RUN   value 'P'.
             88 V-PART-MERGE value 'M'.
          05 FILLER pic X   value ' '.
             88 V-PTN-INIT  value ' '.
             88 V-PTN-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-PRT-INIT  value ' '.
             88 V-PRT-EOF   value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOC2A'
           perform GET-REPLAY-MODE
           perform GET-CUBE-LIMITS
           perform GET-LIMIT-PROFILES
           perform GET-SIM-CANDIDATES
           perform GET-DUPGAME-OPTION
           perform GET-SOURCE-FILE-NAME
           move FUNCTION CURRENT-DATE to W-RUN-START-TS
           move spaces to LR-MESSAGE
           end-string
           move 'INFO' to LR-SEVERITY
           perform WRITE-LOG-REC
           perform GET-PARTITION-MODE
           perform GET-CATCHUP-MODE
           perform REGISTER-RUN
           perform CHECK-PERIOD-CLOSED
           perform CHECK-BUSINESS-DAY
      *    A partition run writes its partial results and nothing
      *    else; the merge proves every partial before it opens a
      *    single output.
           if V-PART-RUN
              perform RUN-ONE-PARTITION
              goback
           end-if
           if V-PART-MERGE
              perform PROVE-PARTIALS
           end-if
           open output EXCFIL
           if EXC-FS not = '00'
              move spaces to LR-MESSAGE
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           open output DUPFIL
           if DUP-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN DUPFIL FAILED STATUS=' DUP-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           perform OPEN-GAMES-MASTER
           perform OPEN-GAMES-HISTORY
           if not V-PART-MERGE
              open input CTLFIL
           end-if
           if CTL-FS = '00'
              set V-BATCH-MODE to true
              perform WRITE-FILE-HEADERS
              display A-ACC-RED
           else
              perform WRITE-FILE-HEADERS
              if V-PART-MERGE
                 perform MERGE-PARTITIONS
              else
                 perform A-PROCESS-ONE-FILE
              end-if
              add A-GAME-NR to W-READ-CNT
              move A-ACC to A-ACC-RED
              display A-ACC-RED
      *    not the last file's own A-ACC. See request 010/014
      *    reconciliation.
           perform WRITE-LEDGER-REC
           perform WRITE-CATCHUP-SUMMARY
           perform CLEAR-BATCH-CHECKPOINTS
           perform WRITE-TOP-GAMES-REPORT
           perform WRITE-WHATIF-REPORT
           close FAILFIL
           close DRWFIL
           close SEQFIL
           close DUPFIL
           if W-GAM-AVAIL = 'Y'
              close GAMFIL
           end-if
      *    opened. No PERCLOSE file means no period has ever been
      *    closed and the run proceeds exactly as before. The run
      *    is deregistered on the way out: a refused close-guard
      *    run ended deliberately, it did not die. A catch-up run
      *    is judged on the period of the business date it posts
      *    under, not today's.
       CHECK-PERIOD-CLOSED section.
           if V-REPLAY
              exit section
           if CLO-FS not = '00'
              exit section
           end-if
           move W-POST-DATE(1:6) to CL-PERIOD
           read CLOFIL
              invalid key
                 continue
      *    so the whole run is refused with its own condition code
      *    (12). A date not on the calendar, or no calendar file at
      *    all, counts as a working day, and a replay posts nothing
      *    so it is never refused. A catch-up run is judged on
      *    today, the day it actually runs; the business date it
      *    posts under is normally the very holiday its delivery
      *    was held over.
       CHECK-BUSINESS-DAY section.
           if V-REPLAY
              exit section
           display 'AOC2A EXCLUDED GAMES     ' W-FAIL-ED
           move W-SEQ-ERR-CNT to W-SEQ-ERR-ED
           display 'AOC2A SEQUENCE ERRORS    ' W-SEQ-ERR-ED
           move W-DUPGAME-CNT to W-DUPGAME-ED
           display 'AOC2A REPEATED GAMES     ' W-DUPGAME-ED
           move W-DUPGAME-EXC-CNT to W-DUPGAME-ED
           display 'AOC2A REPEATS EXCLUDED   ' W-DUPGAME-ED
           if W-DUPGAME-CNT > ZERO and not DG-COUNT
              move spaces to LR-MESSAGE
              string 'GAMES REPEATED ACROSS BATCH MEMBERS='
                 trim(W-DUPGAME-ED)
                 delimited by size into LR-MESSAGE
              end-string
              move 'WARN' to LR-SEVERITY
              perform WRITE-LOG-REC
           end-if
           if W-SEQ-ERR-CNT > ZERO
              move spaces to LR-MESSAGE
              string 'GAME SEQUENCE NOT A CLEAN 1..N RUN'
              perform WRITE-LOG-REC
           end-if
           if (W-EXC-CNT > ZERO or W-FAIL-CNT > ZERO
              or W-SEQ-ERR-CNT > ZERO
              or (W-DUPGAME-CNT > ZERO and not DG-COUNT))
              and RETURN-CODE = ZERO
              move 4 to RETURN-CODE
           end-if
           if V-REPLAY
              exit section
           end-if
      *    A partition that ran clean is part of the merge's one
      *    row; a partition that failed still shows red.
           if V-PART-RUN and RETURN-CODE < 8
              exit section
           end-if
           move FUNCTION CURRENT-DATE to TM-TIMESTAMP
           move 'AOC2A' to TM-PROGRAM
           accept TM-JOBNAME from environment 'JOBNAME'
      *    keyed and re-judge to the same values, so a duplicate
      *    file leaves the master exactly as it was.
       A-PROCESS-ONE-FILE section.
      *    A partition is judged under its whole file's name, so a
      *    member profile row for the file still applies.
           if V-PART-RUN
              move SOURCE-FILE to W-PART-INFIL
              move W-PART-SOURCE to SOURCE-FILE
              perform SELECT-MEMBER-PROFILE
              move W-PART-INFIL to SOURCE-FILE
           else
              perform SELECT-MEMBER-PROFILE
           end-if
           move W-SEQ-ERR-CNT to W-QS-SEQ-BASE
           move W-EXC-CNT to W-QS-EXC-BASE
           move ZERO to A-ACC
           move ZERO to A-GAME-NR
           move ZERO to W-PREV-LABEL
           move ZERO to W-FP-HASH
           move 'N' to W-SHAPE-FIRST
           move 'N' to V-DUP-SW
      *    A partition's games carry on from the lines ahead of it,
      *    and its first game's sequence check from the label the
      *    game ahead of it carried.
           if V-PART-RUN
              move PE-FIRST(W-PART-NR) to A-GAME-NR
              move PE-PREV-LABEL(W-PART-NR) to W-PREV-LABEL
           end-if
           set V-INIT to true
           open input INFIL
           if INPUT-FS not = '00'
                 move ZERO to MAX-GREEN MAX-BLUE MAX-RED
                 perform COUNT-COLORS-FAST
                 perform CHECK-GAME-SEQUENCE
                 perform SELECT-GAME-PROFILE
                 perform JUDGE-GAME
                 perform SIMULATE-CANDIDATES
      *          A repeat the card excludes keeps its detail row,
      *          flagged 'X', so the detail trailer still ties to the
      *          lines read, but it is not a game of this run: no
      *          draw rows, no GAMES/GAMHIST row and no place on the
      *          top-games table - the copy that was counted has
      *          them.
                 if V-GAME-DUP and DG-EXCLUDE
                    if GP-YES
                       perform WRITE-DUPGAME-EXCLUDED
                    end-if
                    perform WRITE-DETAIL-REC
                 else
                    if GP-YES
                       add A-GAME-NR to A-ACC
                    end-if
                    perform WRITE-DETAIL-REC
                    perform WRITE-DRAW-RECS
                    perform WRITE-GAMES-REC
                    perform UPDATE-TOP-GAMES
                 end-if
                 read INFIL at end set V-INPUT-EOF to true end-read
                 if INPUT-FS not = '00' and INPUT-FS not = '10'
                    move A-GAME-NR to A-GAME-NR-ED
                 end-if
              end-perform
              close INFIL
      *       The format, duplicate and vault verdicts are the
      *       merge's, taken over the whole file.
              if V-PART-RUN
                 exit section
              end-if
              perform CHECK-INPUT-FORMAT
              add W-FP-LINES to W-JOB-FP-LINES
              compute W-JOB-FP-HASH = FUNCTION MOD(
              else
                 add 1 to W-FP-PROCESSED
                 perform CLOSE-VAULT-COPY
                 perform POST-QUALITY-STATS
              end-if
           end-if
           .

      *    AOC_PARTITION puts the run on one side of a split night:
      *    a two-digit partition number judges that piece of the
      *    file AOCSPLIT cut and writes only its partial results;
      *    MERGE takes every partial back into the one set of
      *    outputs a single pass over the whole file would have
      *    written. Unset, the run is the ordinary single pass.
       GET-PARTITION-MODE section.
           accept W-PART-ENV from environment 'AOC_PARTITION'
              on exception
                 move spaces to W-PART-ENV
           end-accept
           evaluate TRUE
           when W-PART-ENV = spaces
              exit section
           when W-PART-ENV = 'MERGE'
              set V-PART-MERGE to true
           when W-PART-ENV(1:2) is numeric
              and W-PART-ENV(3:3) = spaces
              set V-PART-RUN to true
              move W-PART-ENV(1:2) to W-PART-NR
           when other
              move spaces to LR-MESSAGE
              string 'AOC_PARTITION NOT RECOGNISED: ' W-PART-ENV
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-evaluate
           perform LOAD-PARTITION-CONTROL
           move W-PART-NR to W-PART-ED
           move spaces to LR-MESSAGE
           if V-PART-RUN
              if W-PART-NR = ZERO or W-PART-NR > W-PART-CNT
                 string 'PARTITION ' W-PART-ED ' NOT IN THE SPLIT OF '
                    trim(W-PART-SOURCE)
                    delimited by size into LR-MESSAGE
                 end-string
                 perform WRITE-LOG-REC
                 perform ABORT-RUN
              end-if
              string 'PARTITION ' W-PART-ED ' OF '
                 trim(W-PART-SOURCE)
                 delimited by size into LR-MESSAGE
              end-string
           else
              string 'MERGE OF SPLIT ' trim(W-PART-SOURCE)
                 delimited by size into LR-MESSAGE
              end-string
           end-if
           move 'INFO' to LR-SEVERITY
           perform WRITE-LOG-REC
           .

      *    The partition control file AOCSPLIT wrote: the header
      *    row first, then one row per partition. A missing file,
      *    a row from another split or a partition row short is an
      *    abort - judging a piece against the wrong cut would
      *    number its games wrongly.
       LOAD-PARTITION-CONTROL section.
           open input PTNFIL
           if PTN-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN PARTITION CONTROL FAILED STATUS=' PTN-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           move ZERO to W-PART-CNT W-PART-ROWS
           move spaces to W-PART-STAMP
           set V-PTN-INIT to true
           perform until V-PTN-EOF
              read PTNFIL
                 at end set V-PTN-EOF to true
              end-read
              if not V-PTN-EOF
                 evaluate TRUE
                 when PN-TYPE = 'H'
                    move PN-PART to W-PART-CNT
                    move PN-NAME to W-PART-SOURCE
                    move PN-LINES to W-PART-LINES
                    move PN-HASH to W-PART-HASH
                    move PN-STAMP to W-PART-STAMP
                 when PN-TYPE = 'P'
                    and PN-PART is numeric
                    and PN-PART > ZERO and PN-PART <= 20
                    and PN-STAMP = W-PART-STAMP
                    add 1 to W-PART-ROWS
                    move PN-FIRST to PE-FIRST(PN-PART)
                    move PN-LINES to PE-LINES(PN-PART)
                    move PN-HASH to PE-HASH(PN-PART)
                    move PN-PREV-LABEL to PE-PREV-LABEL(PN-PART)
                 end-evaluate
              end-if
           end-perform
           close PTNFIL
           if W-PART-CNT = ZERO or W-PART-ROWS not = W-PART-CNT
              move spaces to LR-MESSAGE
              string 'PARTITION CONTROL INCOMPLETE FOR '
                 trim(W-PART-SOURCE)
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           .

      *    One partition's judging: the ordinary pass over its
      *    piece, every output row diverted into the partial, then
      *    its top games, its what-if counters and the trailer the
      *    merge proves it by. A piece that is not the piece the
      *    split cut gets no trailer, so it can never be merged.
       RUN-ONE-PARTITION section.
           perform SET-PARTIAL-NAME
           open output PRTFIL
           if PRT-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN PARTIAL ' trim(W-PART-NAME)
                 ' FAILED STATUS=' PRT-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           perform A-PROCESS-ONE-FILE
           if W-FP-LINES not = PE-LINES(W-PART-NR)
              or W-FP-HASH not = PE-HASH(W-PART-NR)
              move spaces to LR-MESSAGE
              string 'PARTITION ' W-PART-ED ' NOT AS SPLIT: '
                 trim(SOURCE-FILE)
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           perform varying TG-IDX from 1 by 1 until TG-IDX > 5
              if TG-VALUE(TG-IDX) >= 0
                 move spaces to PRTREC
                 move 'K' to PT-TYPE
                 set PT-NR to TG-IDX
                 move TG-GAME-ID(TG-IDX) to PT-GAME-ID
                 move TG-VALUE(TG-IDX) to PT-VALUE
                 write PRTREC
              end-if
           end-perform
           perform varying W-SIM-IX from 1 by 1
                   until W-SIM-IX > W-SIM-CNT
              move spaces to PRTREC
              move 'M' to PT-TYPE
              move W-SIM-IX to PT-NR
              move ZERO to PT-VALUE
              move SC-PASS-CNT(W-SIM-IX) to PS-PASS-CNT
              move SC-PASS-SUM(W-SIM-IX) to PS-PASS-SUM
              move SC-BIND-RED(W-SIM-IX) to PS-BIND-RED
              move SC-BIND-GREEN(W-SIM-IX) to PS-BIND-GREEN
              move SC-BIND-BLUE(W-SIM-IX) to PS-BIND-BLUE
              write PRTREC
           end-perform
           move spaces to PRTREC
           move 'T' to PT-TYPE
           move W-PART-NR to PT-NR
           move A-ACC to PT-VALUE
           move PE-FIRST(W-PART-NR) to PX-FIRST
           move W-FP-LINES to PX-LINES
           move W-FP-HASH to PX-HASH
           move W-PART-STAMP to PX-STAMP
           write PRTREC
           close PRTFIL
           move A-ACC to A-ACC-RED
           display 'AOC2A PARTITION ' W-PART-ED ' ' A-ACC-RED
           move W-FP-LINES to W-READ-CNT
           perform WRITE-END-LOG-REC
           .

       SET-PARTIAL-NAME section.
           move spaces to W-PART-NAME
           string 'aoc2a_part_' W-PART-NR '.dat'
              delimited by size into W-PART-NAME
           end-string
           .

      *    Every partial the split called for must be there and end
      *    in a trailer naming its own partition, the lines ahead
      *    of it, its line count and hash as cut and tonight's
      *    split stamp. One missing, short, stale or foreign partial
      *    and the merge refuses before it opens a single output.
       PROVE-PARTIALS section.
           perform varying W-PART-IX from 1 by 1
                   until W-PART-IX > W-PART-CNT
              perform PROVE-ONE-PARTIAL
           end-perform
           .

       PROVE-ONE-PARTIAL section.
           move W-PART-IX to W-PART-NR
           move W-PART-NR to W-PART-ED
           perform SET-PARTIAL-NAME
           open input PRTFIL
           if PRT-FS not = '00'
              move spaces to LR-MESSAGE
              string 'PARTIAL ' W-PART-ED ' MISSING STATUS=' PRT-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform REFUSE-MERGE
           end-if
           move space to W-PART-LAST
           set V-PRT-INIT to true
           perform until V-PRT-EOF
              read PRTFIL
                 at end set V-PRT-EOF to true
              end-read
              if not V-PRT-EOF
                 move PT-TYPE to W-PART-LAST
                 if PT-TYPE = 'T'
                    move PT-NR to W-TRL-PART
                    move PX-FIRST to W-TRL-FIRST
                    move PX-LINES to W-TRL-LINES
                    move PX-HASH to W-TRL-HASH
                    move PX-STAMP to W-TRL-STAMP
                 end-if
              end-if
           end-perform
           close PRTFIL
           if W-PART-LAST not = 'T'
              or W-TRL-PART not = W-PART-NR
              or W-TRL-FIRST not = PE-FIRST(W-PART-NR)
              or W-TRL-LINES not = PE-LINES(W-PART-NR)
              or W-TRL-HASH not = PE-HASH(W-PART-NR)
              or W-TRL-STAMP not = W-PART-STAMP
              move spaces to LR-MESSAGE
              string 'PARTIAL ' W-PART-ED ' DOES NOT PROVE AGAINST '
                 'THE SPLIT'
                 delimited by size into LR-MESSAGE
              end-string
              perform REFUSE-MERGE
           end-if
           .

      *    The merge's own pass over the whole file is the
      *    fingerprint, the format check and the vault copy only -
      *    the judging was done in the partitions. The file must be
      *    the one the split cut; then the partials are taken in
      *    partition order, which is file order, and the single
      *    pass's end-of-file verdicts run over the whole file
      *    exactly as A-PROCESS-ONE-FILE takes them.
       MERGE-PARTITIONS section.
           move W-SEQ-ERR-CNT to W-QS-SEQ-BASE
           move W-EXC-CNT to W-QS-EXC-BASE
           move ZERO to A-ACC
           move ZERO to A-GAME-NR
           move ZERO to W-FP-LINES
           move ZERO to W-FP-HASH
           move 'N' to W-SHAPE-FIRST
           move 'N' to V-DUP-SW
           set V-INIT to true
           open input INFIL
           if INPUT-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN INFIL FAILED STATUS=' INPUT-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           perform OPEN-VAULT-COPY
           read INFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              add 1 to W-FP-LINES
              if W-FP-LINES = 1
                 perform CHECK-GAME-SHAPE
                 if V-SHAPE-YES
                    move 'Y' to W-SHAPE-FIRST
                 end-if
              end-if
              perform HASH-ONE-LINE
              perform WRITE-VAULT-LINE
              read INFIL at end set V-INPUT-EOF to true end-read
              if INPUT-FS not = '00' and INPUT-FS not = '10'
                 move spaces to LR-MESSAGE
                 string 'READ ERROR ON INFIL STATUS=' INPUT-FS
                    delimited by size into LR-MESSAGE
                 end-string
                 perform WRITE-LOG-REC
                 perform ABORT-RUN
              end-if
           end-perform
           close INFIL
           if W-FP-LINES not = W-PART-LINES
              or W-FP-HASH not = W-PART-HASH
              perform SCRAP-VAULT-COPY
              move spaces to LR-MESSAGE
              string 'INPUT IS NOT THE FILE SPLIT: '
                 trim(SOURCE-FILE)
                 delimited by size into LR-MESSAGE
              end-string
              perform REFUSE-MERGE
           end-if
           perform CHECK-INPUT-FORMAT
           perform varying W-PART-IX from 1 by 1
                   until W-PART-IX > W-PART-CNT
              perform MERGE-ONE-PARTIAL
           end-perform
           move W-FP-LINES to A-GAME-NR
           add W-FP-LINES to W-JOB-FP-LINES
           compute W-JOB-FP-HASH = FUNCTION MOD(
              W-JOB-FP-HASH * 31 + W-FP-HASH, 99999999)
           perform CHECK-DUPLICATE-INPUT
           if V-DUP-SKIP
              move ZERO to A-ACC
              perform SCRAP-VAULT-COPY
           else
              add 1 to W-FP-PROCESSED
              perform CLOSE-VAULT-COPY
              perform POST-QUALITY-STATS
           end-if
           .

       MERGE-ONE-PARTIAL section.
           move W-PART-IX to W-PART-NR
           perform SET-PARTIAL-NAME
           open input PRTFIL
           if PRT-FS not = '00'
              move W-PART-NR to W-PART-ED
              move spaces to LR-MESSAGE
              string 'PARTIAL ' W-PART-ED ' MISSING STATUS=' PRT-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform REFUSE-MERGE
           end-if
           set V-PRT-INIT to true
           perform until V-PRT-EOF
              read PRTFIL
                 at end set V-PRT-EOF to true
              end-read
              if not V-PRT-EOF
                 perform TAKE-PARTIAL-REC
              end-if
           end-perform
           close PRTFIL
           .

      *    Each partial row lands where the single pass would have
      *    put it, with the same counters and hash totals, so the
      *    trailers and the balancing cross-foot come out the same.
      *    The GAMES master and EXCMAST are posted from the detail
      *    and exception rows here, once, by the merge alone.
       TAKE-PARTIAL-REC section.
           evaluate PT-TYPE
           when 'D'
              move PT-DATA to DTLREC-DTL
              add 1 to W-DTL-CNT
              add PT-NR to W-DTL-HASH
              move DTLREC-DTL to DTLREC
              write DTLREC
              move PT-NR to A-GAME-NR
              move PT-GAME-ID to GAME-ID
              compute MAX-RED = FUNCTION NUMVAL(DR-MAX-RED)
              compute MAX-GREEN = FUNCTION NUMVAL(DR-MAX-GREEN)
              compute MAX-BLUE = FUNCTION NUMVAL(DR-MAX-BLUE)
              if DR-POSSIBLE = 'Y'
                 set GP-YES to true
              else
                 set GP-NO to true
              end-if
              move DR-FAIL-COLOR to FAIL-COLOR
              move DR-PROFILE to W-PROFILE
              if DR-POSSIBLE not = 'X'
                 perform WRITE-GAMES-REC
              end-if
           when 'E'
              move PT-DATA to EXCREC-DTL
              add 1 to W-EXC-CNT
              add PT-NR to W-EXC-HASH
              move EXCREC-DTL to EXCREC
              write EXCREC
              move PT-NR to A-GAME-NR
              perform POST-EXCEPTION-MASTER
           when 'F'
              move PT-DATA to FAILREC-DTL
              add 1 to W-FAIL-CNT
              move FAILREC-DTL to FAILREC
              write FAILREC
           when 'W'
              move PT-DATA to DRWREC-DTL
              move DRWREC-DTL to DRWREC
              write DRWREC
           when 'S'
              move PT-DATA to SEQREC-DTL
              add 1 to W-SEQ-ERR-CNT
              move SEQREC-DTL to SEQREC
              write SEQREC
      *    A partition's top entry is offered to the job's table as
      *    a game whose highest pull is the entry's value; taken in
      *    file order, ties still go to the earliest game.
           when 'K'
              move PT-GAME-ID to GAME-ID
              move PT-VALUE to MAX-RED
              move ZERO to MAX-GREEN MAX-BLUE
              perform UPDATE-TOP-GAMES
           when 'M'
              if PT-NR <= W-SIM-CNT
                 add PS-PASS-CNT to SC-PASS-CNT(PT-NR)
                 add PS-PASS-SUM to SC-PASS-SUM(PT-NR)
                 add PS-BIND-RED to SC-BIND-RED(PT-NR)
                 add PS-BIND-GREEN to SC-BIND-GREEN(PT-NR)
                 add PS-BIND-BLUE to SC-BIND-BLUE(PT-NR)
              end-if
           when 'T'
              add PT-VALUE to A-ACC
           end-evaluate
           .

      *    A merge that cannot prove its partials, or is pointed at
      *    a file other than the one split, posts nothing at all:
      *    refused with the does-not-tie-out condition code (12) so
      *    the split steps are rerun instead of a short or doubled
      *    night going out. Deregistered like the other refusals -
      *    it ended deliberately, it did not die.
       REFUSE-MERGE section.
           perform WRITE-LOG-REC
           display 'AOC2A MERGE REFUSED: ' trim(LR-MESSAGE)
           move 12 to RETURN-CODE
           perform DEREGISTER-RUN
           perform WRITE-TELEMETRY-REC
           close PRTFIL
           close DTLFIL
           close EXCFIL
           close TOPFIL
           close FAILFIL
           close DRWFIL
           close SEQFIL
           close DUPFIL
           close GAMFIL
           close GHFIL
           goback
           .

      *    Every row a partition run would have written to its own
      *    outputs goes to the partial instead, under the game it
      *    came from.
       WRITE-PART-REC section.
           move A-GAME-NR to PT-NR
           move GAME-ID to PT-GAME-ID
           move ZERO to PT-VALUE
           write PRTREC
           .

      *    Logs the open/read failure (job name, program, timestamp)
           close FAILFIL
           close DRWFIL
           close SEQFIL
           close DUPFIL
           close GAMFIL
           close GHFIL
           close CTLFIL
           close BATCHFIL
           close CSVFIL
           close PTNFIL
           close PRTFIL
           goback
           .

           end-if
           .

      *    Catch-up switch: AOC_CATCHUP_DATE=YYYYMMDD runs a delivery
      *    held over a non-processing day under the business date it
      *    was delivered for instead of today's, so a holiday's
      *    volume is not added into the next working day's. Its
      *    LEDGER row, CSV row and GAMHIST rows carry that date, the
      *    closed-period guard and the duplicate check judge that
      *    date, and the trailing average CHECK-VARIANCE tests it
      *    against stops short of it. Without the switch the posting
      *    date is today and nothing changes. A date that is not a
      *    real calendar date, or is not earlier than today, is
      *    refused (12) before the run is registered. A replay posts
      *    nothing, so the switch is ignored there.
       GET-CATCHUP-MODE section.
           move FUNCTION CURRENT-DATE(1:8) to W-RUN-DATE
           move W-RUN-DATE to W-POST-DATE
           move 'N' to V-CUP-SW
           if V-REPLAY
              exit section
           end-if
           move spaces to W-CUP-DATE
           accept W-CUP-DATE from environment 'AOC_CATCHUP_DATE'
              on exception
                 move spaces to W-CUP-DATE
           end-accept
           if W-CUP-DATE = spaces
              exit section
           end-if
           move 'N' to W-CUP-OK
           if W-CUP-DATE is numeric
              and W-CUP-DATE < W-RUN-DATE
              if FUNCTION TEST-DATE-YYYYMMDD(W-CUP-DATE-N) = ZERO
                 move 'Y' to W-CUP-OK
              end-if
           end-if
           if W-CUP-OK not = 'Y'
              move spaces to LR-MESSAGE
              string 'RUN REFUSED, CATCH-UP DATE ' W-CUP-DATE
                 ' IS NOT A PAST DATE'
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOC2A REFUSED: BAD CATCH-UP DATE ' W-CUP-DATE
              move 12 to RETURN-CODE
              perform WRITE-TELEMETRY-REC
              goback
           end-if
           set V-CATCHUP to true
           move W-CUP-DATE to W-POST-DATE
           compute W-LATE-DAYS =
              FUNCTION INTEGER-OF-DATE(W-RUN-DATE-N)
            - FUNCTION INTEGER-OF-DATE(W-CUP-DATE-N)
           move W-LATE-DAYS to W-LATE-ED
           move spaces to LR-MESSAGE
           string 'CATCH-UP POSTING UNDER ' W-POST-DATE ', '
              trim(W-LATE-ED) ' DAY(S) LATE'
              delimited by size into LR-MESSAGE
           end-string
           move 'INFO' to LR-SEVERITY
           perform WRITE-LOG-REC
           display 'AOC2A CATCH-UP POSTING UNDER ' W-POST-DATE
           .

      *    The vault copy is written line by line inside the single
      *    processing pass instead of its own read of the input.
      *    The copy's name is dated and sequenced (the fingerprint
           if V-REPLAY
              exit section
           end-if
           if V-PART-RUN
              exit section
           end-if
           add 1 to W-VAULT-SEQ
           move spaces to W-VAULT-NAME
           string 'aoc2a_vault_' FUNCTION CURRENT-DATE(1:8)
           move W-SAVED-RC to RETURN-CODE
           .

      *    This file's row in the supplier-quality statistics: the
      *    lines read, and the sequence breaks and boundary hits it
      *    added to the job-level counters, keyed by today's date
      *    and the source name so a same-day rerun replaces its row
      *    rather than counting the delivery twice. Only a file that
      *    passed the duplicate verdict posts, and a replay posts
      *    nothing. A file that cannot be opened is a WARN - the
      *    scorecard loses a day, the night goes on.
       POST-QUALITY-STATS section.
           if V-REPLAY
              exit section
           end-if
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
           move SOURCE-FILE to QS-SOURCE
           move 'AOC2A' to QS-PROGRAM
           move W-FP-LINES to QS-LINES
           move ZERO to QS-REJ-TOTAL
           move ZERO to QS-REJ-CNT(1) QS-REJ-CNT(2) QS-REJ-CNT(3)
                        QS-REJ-CNT(4) QS-REJ-CNT(5)
           compute QS-SEQ-BREAKS = W-SEQ-ERR-CNT - W-QS-SEQ-BASE
           compute QS-BOUNDARY = W-EXC-CNT - W-QS-EXC-BASE
           write QLTREC
              invalid key
                 rewrite QLTREC
           end-write
           close QLTFIL
           .

      *    Lands the exception just written in the shared EXCMAST
      *    tracking master at status OPEN, so "did anyone ever fix
      *    the bad lines from the 12th" becomes a keyed scan
              invalid key
                 move 'O' to EX-STATUS
                 move spaces to EX-REASON
                 move ER-INDATA(1:128) to EX-TEXT
                 write EXMREC
                    invalid key
                       continue
           if W-DUP-CNT > ZERO and W-FP-PROCESSED = ZERO
              exit section
           end-if
           move W-POST-DATE to W-CSV-DATE
           move spaces to CSVREC
           string 'AOC2A' delimited by size
                  ',' delimited by size
           write CSVREC
           .

      *    One row per catch-up posting in the shared catch-up
      *    summary (AOCCUPREC): when it ran, the business date it
      *    posted under, how many days late, the total and the
      *    input, so the morning after a holiday shows at a glance
      *    what went in late and by how much. Only a run whose
      *    LEDGER row was actually posted gets a row.
       WRITE-CATCHUP-SUMMARY section.
           if not V-CATCHUP or W-LED-POSTED not = 'Y'
              exit section
           end-if
           move W-RUN-DATE to CU-RUN-DATE
           move 'AOC2A' to CU-PROGRAM
           move W-POST-DATE to CU-BUS-DATE
           move W-LATE-DAYS to CU-DAYS-LATE
           if V-BATCH-MODE
              move W-BATCH-TOTAL to CU-TOTAL
              move 'BATCH' to CU-SOURCE
           else
              move A-ACC to CU-TOTAL
              move SOURCE-FILE to CU-SOURCE
           end-if
           open extend CUPFIL
           if CUP-FS not = '00'
              close CUPFIL
              open output CUPFIL
           end-if
           move CUPREC-DTL to CUPREC
           write CUPREC
           close CUPFIL
           move W-LATE-DAYS to W-LATE-ED
           display 'AOC2A CATCH-UP POSTED UNDER ' W-POST-DATE ' '
              trim(W-LATE-ED) ' DAY(S) LATE'
           .

      *    Job name comes from the JCL job card via the JOBNAME
      *    environment variable GnuCOBOL's MVS-compatibility layer
      *    sets from EXEC PARM/job name; falls back to the job card's
           if W-DUP-CNT > ZERO and W-FP-PROCESSED = ZERO
              exit section
           end-if
           move FUNCTION CURRENT-DATE to W-POST-TS
           move W-POST-DATE to W-POST-TS(1:8)
           perform FIND-LAST-CHAIN
           move W-POST-TS to LED-TIMESTAMP
           move 'AOC2A' to LED-PROGRAM
           if V-BATCH-MODE
              move 'BATCH' to LED-FILE-NAME
           end-if
           move W-JOB-FP-LINES to LED-LINE-COUNT
           move W-JOB-FP-HASH to LED-HASH
           move W-CH-LAST to LED-PREV-CHAIN
           move LEDREC to CHN-ROW
           perform CHAIN-LEDGER-ROW
           move W-CH-VALUE to LED-CHAIN
           open i-o LEDFIL
           if LED-FS = '35'
              open output LEDFIL
           end-if
           write LEDREC
           close LEDFIL
           move 'Y' to W-LED-POSTED
           if V-CATCHUP
              move LED-PREV-CHAIN to W-RELINK-PREV
              move LED-CHAIN to W-CH-LAST
              perform RELINK-LATER-ROWS
           end-if
           .

      *    The chain value of the newest row on file, the link a new
      *    posting hangs from: the last LEDGER row in key order or,
      *    when the live file is empty (everything swept to the
      *    archive by AOCHSKP), the last LEDARCH row. No history at
      *    all starts the chain from zero. Taken before the new row
      *    is built, since the scan reuses the LEDGER record area.
      *    A catch-up row hangs from the newest row ahead of its own
      *    backdated key instead, so the scan stops there.
       FIND-LAST-CHAIN section.
           move ZERO to W-CH-LAST
           move ZERO to W-CH-ROWS
           open input LEDFIL
           if LED-FS = '00'
              set V-CHN-INIT to true
              move low-values to LED-KEY
              start LEDFIL key >= LED-KEY
                 invalid key set V-CHN-EOF to true
              end-start
              perform until V-CHN-EOF
                 read LEDFIL next
                    at end set V-CHN-EOF to true
                 end-read
                 if not V-CHN-EOF
                    and V-CATCHUP
                    and LED-TIMESTAMP not < W-POST-TS
                    set V-CHN-EOF to true
                 end-if
                 if not V-CHN-EOF
                    move LED-CHAIN to W-CH-LAST
                    add 1 to W-CH-ROWS
                 end-if
              end-perform
              close LEDFIL
           end-if
           if W-CH-ROWS > ZERO
              exit section
           end-if
           open input ARCFIL
           if ARC-FS not = '00'
              exit section
           end-if
           set V-CHN-INIT to true
           move low-values to ARC-KEY
           start ARCFIL key >= ARC-KEY
              invalid key set V-CHN-EOF to true
           end-start
           perform until V-CHN-EOF
              read ARCFIL next
                 at end set V-CHN-EOF to true
              end-read
              if not V-CHN-EOF
                 move ARC-CHAIN to W-CH-LAST
              end-if
           end-perform
           close ARCFIL
           .

      *    A catch-up row lands inside the chain, under its business
      *    date, so every row after it in key order is re-linked
      *    straight after it is written: each takes the chain value
      *    of the row now ahead of it and has its own value
      *    recomputed, the same walk AOCCHAIN makes. A row is only
      *    re-linked once it has proved itself as it stands: its
      *    stored previous value must be the stored value of the
      *    row before it (the catch-up row's own predecessor for
      *    the first) and its content must hash back to its stored
      *    value. Re-stamping a row that already fails either test
      *    would bury the tampering AOCCHAIN exists to find, so the
      *    walk stops there with the balancing code (12), as it
      *    does on a row that cannot be rewritten. How many rows
      *    were re-linked is logged so the repair is on record. A
      *    LEDGER that cannot be reopened leaves the chain broken at
      *    the row after the catch-up row, which is a WARN (4) the
      *    operator has to see - AOCCHAIN will report it there.
       RELINK-LATER-ROWS section.
           move ZERO to W-RELINK-CNT
           open i-o LEDFIL
           if LED-FS not = '00'
              move spaces to LR-MESSAGE
              string 'CATCH-UP ROW NOT RELINKED STATUS=' LED-FS
                 delimited by size into LR-MESSAGE
              end-string
              move 'WARN' to LR-SEVERITY
              perform WRITE-LOG-REC
              if RETURN-CODE = ZERO
                 move 4 to RETURN-CODE
              end-if
              exit section
           end-if
           set V-CHN-INIT to true
           move W-POST-TS to LED-TIMESTAMP
           move 'AOC2A' to LED-PROGRAM
           start LEDFIL key > LED-KEY
              invalid key set V-CHN-EOF to true
           end-start
           perform until V-CHN-EOF
              read LEDFIL next
                 at end set V-CHN-EOF to true
              end-read
              if not V-CHN-EOF
                 move LEDREC to CHN-ROW
                 perform CHAIN-LEDGER-ROW
                 if LED-PREV-CHAIN not = W-RELINK-PREV
                    or W-CH-VALUE not = LED-CHAIN
                    move spaces to LR-MESSAGE
                    string 'CHAIN BROKEN AT ' LED-TIMESTAMP(1:14) ' '
                       LED-PROGRAM ', RELINK STOPPED'
                       delimited by size into LR-MESSAGE
                    end-string
                    perform WRITE-LOG-REC
                    move 12 to RETURN-CODE
                    set V-CHN-EOF to true
                 else
                    move LED-CHAIN to W-RELINK-PREV
                    move W-CH-LAST to LED-PREV-CHAIN
                    move LEDREC to CHN-ROW
                    perform CHAIN-LEDGER-ROW
                    move W-CH-VALUE to LED-CHAIN
                    rewrite LEDREC
                       invalid key
                          move spaces to LR-MESSAGE
                          string 'RELINK REWRITE FAILED AT '
                             LED-TIMESTAMP(1:14) ' STATUS=' LED-FS
                             delimited by size into LR-MESSAGE
                          end-string
                          perform WRITE-LOG-REC
                          move 12 to RETURN-CODE
                          set V-CHN-EOF to true
                       not invalid key
                          move W-CH-VALUE to W-CH-LAST
                          add 1 to W-RELINK-CNT
                    end-rewrite
                 end-if
              end-if
           end-perform
           close LEDFIL
           move W-RELINK-CNT to W-RELINK-ED
           move spaces to LR-MESSAGE
           string 'LEDGER RELINKED AFTER CATCH-UP ROW, ROWS='
              trim(W-RELINK-ED)
              delimited by size into LR-MESSAGE
           end-string
           move 'INFO' to LR-SEVERITY
           perform WRITE-LOG-REC
           .

       COPY AOCLCHNP.

      *    Compares the total just computed (the same figure about to
      *    be written to LEDGER and the CSV) against the trailing
      *    average of this program's most recent LEDGER rows, with
              end-read
              if not V-LEDSCAN-EOF
                 and LED-PROGRAM = 'AOC2A'
                 and (not V-CATCHUP
                      or LED-TIMESTAMP(1:8) < W-POST-DATE)
                 perform KEEP-VARIANCE-ROW
              end-if
           end-perform
           if V-REPLAY
              exit section
           end-if
      *    Partition runs post nothing shared and may run side by
      *    side; only the merge holds the registration.
           if V-PART-RUN
              exit section
           end-if
           accept W-RUN-OVERRIDE from environment 'AOC_RUNCTL_RESET'
              on exception
                 move 'N' to W-RUN-OVERRIDE
           if V-REPLAY
              exit section
           end-if
           if V-PART-RUN
              exit section
           end-if
           open i-o RUNFIL
           if RUN-FS not = '00'
              exit section
           if W-DUP-OVERRIDE = 'Y'
              exit section
           end-if
      *    Today, or a catch-up run's business date.
           move W-POST-DATE to W-FP-TODAY
           open input LEDFIL
           if LED-FS not = '00'
              exit section
           if W-DUP-OVERRIDE = 'Y'
              exit section
           end-if
      *    Today, or a catch-up run's business date.
           move W-POST-DATE to W-FP-TODAY
           open input LEDFIL
           if LED-FS not = '00'
              exit section
           move FAIL-COLOR to FR-COLOR
           move FAIL-PULLED to FR-PULLED
           move FAIL-LIMIT to FR-LIMIT
           move 'LIMIT' to FR-REASON
           move spaces to FR-DUP-OF
           move W-PROFILE to FR-PROFILE
           if V-PART-RUN
              move 'F' to PT-TYPE
              move FAILREC-DTL to PT-DATA
              perform WRITE-PART-REC
              exit section
           end-if
           move FAILREC-DTL to FAILREC
           write FAILREC
           .

      *    A possible game kept off the total because the card says
      *    to exclude repeated games: same FAILFIL trail as a limit
      *    failure, with no color or counts, the DUPGAME reason and
      *    the GAME-ID of the copy that was counted. Counted on its
      *    own: it is not a limit failure.
       WRITE-DUPGAME-EXCLUDED section.
           add 1 to W-DUPGAME-EXC-CNT
           move A-FILE-SEQ to FR-FILE-SEQ
           move A-GAME-NR to FR-GAME-NR
           move spaces to FR-COLOR
           move ZERO to FR-PULLED FR-LIMIT
           move 'DUPGAME' to FR-REASON
           move W-DUPGAME-OF to FR-DUP-OF
           move W-PROFILE to FR-PROFILE
           move FAILREC-DTL to FAILREC
           write FAILREC
           .
      *    same fields just written to the live master, so a
      *    redelivered input overwrites today's history row but
      *    never an earlier day's - the before-image a "minor
      *    correction" used to destroy. A catch-up run's rows go
      *    under the business date it posts for.
       WRITE-GAMES-HISTORY section.
           if W-GH-AVAIL not = 'Y'
              exit section
           end-if
           move GM-GAME-ID to GH-GAME-ID
           move W-POST-DATE to GH-DATE
           move GM-MAX-RED to GH-MAX-RED
           move GM-MAX-GREEN to GH-MAX-GREEN
           move GM-MAX-BLUE to GH-MAX-BLUE
           if V-REPLAY
              exit section
           end-if
      *    A partition leaves the master to the merge, which makes
      *    the one update from the detail rows.
           if V-PART-RUN
              exit section
           end-if
           if W-GAM-AVAIL not = 'Y'
              exit section
           end-if
              move 'N' to GM-POSSIBLE
           end-if
           move FAIL-COLOR to GM-FAIL-COLOR
           move W-PROFILE to GM-PROFILE
           if GAM-FS = '00'
              rewrite GAMREC
                 invalid key
           else
              move 'N' to DR-POSSIBLE
           end-if
           if V-GAME-DUP and DG-EXCLUDE
              move 'X' to DR-POSSIBLE
           end-if
           move FAIL-COLOR to DR-FAIL-COLOR
           move W-PROFILE to DR-PROFILE
           if V-PART-RUN
              move 'D' to PT-TYPE
              move DTLREC-DTL to PT-DATA
              perform WRITE-PART-REC
              exit section
           end-if
           move DTLREC-DTL to DTLREC
           write DTLREC
           .
           end-if
           .

      *    Repeated-game option from its control card; no card, or
      *    anything but C/W/X on it, leaves the warning default.
       GET-DUPGAME-OPTION section.
           open input DGCFIL
           if DGC-FS = '00'
              read DGCFIL
                 not at end
                    if DC-ACTION = 'C' or 'W' or 'X'
                       move DC-ACTION to W-DG-ACTION
                    end-if
              end-read
              close DGCFIL
           end-if
           .

      *    Loads the named limit profiles and the map of which games
      *    they apply to. DEFAULT is always entry 1 and carries the
      *    cube_limits.ctl limits just read; a profile row that is
      *    not numeric, names DEFAULT again or does not fit the
      *    table is skipped, and a map row whose profile is not on
      *    the profiles card is dropped with a WARN, so its games
      *    fall back to the member's or the DEFAULT limits rather
      *    than to nothing.
       GET-LIMIT-PROFILES section.
           move 1 to W-LP-CNT
           move 'DEFAULT' to LP-NAME(1)
           move RED-LIMIT to LP-RED(1)
           move GREEN-LIMIT to LP-GREEN(1)
           move BLUE-LIMIT to LP-BLUE(1)
           set V-PRF-INIT to true
           open input PRFFIL
           if PRF-FS = '00'
              perform until V-PRF-EOF
                 read PRFFIL
                    at end set V-PRF-EOF to true
                 end-read
                 if not V-PRF-EOF
                    and PF-NAME not = spaces
                    and PF-NAME not = 'DEFAULT'
                    and PF-RED-LIMIT is numeric
                    and PF-GREEN-LIMIT is numeric
                    and PF-BLUE-LIMIT is numeric
                    if W-LP-CNT < 20
                       add 1 to W-LP-CNT
                       move PF-NAME to LP-NAME(W-LP-CNT)
                       move PF-RED-LIMIT to LP-RED(W-LP-CNT)
                       move PF-GREEN-LIMIT to LP-GREEN(W-LP-CNT)
                       move PF-BLUE-LIMIT to LP-BLUE(W-LP-CNT)
                    else
                       display 'AOC2A PROFILE TABLE FULL, SKIPPED '
                          PF-NAME
                    end-if
                 end-if
              end-perform
              close PRFFIL
           end-if
           set V-PRF-INIT to true
           open input PMPFIL
           if PMP-FS not = '00'
              exit section
           end-if
           perform until V-PRF-EOF
              read PMPFIL
                 at end set V-PRF-EOF to true
              end-read
              if not V-PRF-EOF
                 and (MP-TYPE = 'M' or MP-TYPE = 'P')
                 and MP-VALUE not = spaces
                 perform varying A-LP-IX from 1 by 1
                         until A-LP-IX > W-LP-CNT
                            or LP-NAME(A-LP-IX) = MP-PROFILE
                    continue
                 end-perform
                 evaluate true
                 when A-LP-IX > W-LP-CNT
                    move spaces to LR-MESSAGE
                    string 'PROFILE MAP NAMES UNKNOWN PROFILE '
                       MP-PROFILE
                       delimited by size into LR-MESSAGE
                    end-string
                    move 'WARN' to LR-SEVERITY
                    perform WRITE-LOG-REC
                 when MP-TYPE = 'P'
                    and length of trim(MP-VALUE) > 16
                    move spaces to LR-MESSAGE
                    string 'PROFILE MAP PREFIX LONGER THAN A GAME-ID '
                       MP-PROFILE
                       delimited by size into LR-MESSAGE
                    end-string
                    move 'WARN' to LR-SEVERITY
                    perform WRITE-LOG-REC
                 when W-MT-CNT = 50
                    display 'AOC2A PROFILE MAP FULL, SKIPPED '
                       trim(MP-VALUE)
                 when other
                    add 1 to W-MT-CNT
                    move MP-TYPE to MT-TYPE(W-MT-CNT)
                    move MP-PROFILE to MT-PROFILE(W-MT-CNT)
                    move trim(MP-VALUE) to MT-VALUE(W-MT-CNT)
                    move length of trim(MP-VALUE)
                      to MT-LEN(W-MT-CNT)
                 end-evaluate
              end-if
           end-perform
           close PMPFIL
           .

      *    The profile every game of the file about to be read gets
      *    unless a GAME-ID prefix row says otherwise.
       SELECT-MEMBER-PROFILE section.
           move 'DEFAULT' to W-MEMBER-PROFILE
           perform varying A-MT-IX from 1 by 1
                   until A-MT-IX > W-MT-CNT
              if MT-TYPE(A-MT-IX) = 'M'
                 and MT-VALUE(A-MT-IX) = SOURCE-FILE
                 move MT-PROFILE(A-MT-IX) to W-MEMBER-PROFILE
                 exit perform
              end-if
           end-perform
           .

      *    The game's own profile - first GAME-ID prefix row that
      *    matches, else the member's - and its limits moved into
      *    the fields JUDGE-GAME compares against.
       SELECT-GAME-PROFILE section.
           move W-MEMBER-PROFILE to W-PROFILE
           perform varying A-MT-IX from 1 by 1
                   until A-MT-IX > W-MT-CNT
              if MT-TYPE(A-MT-IX) = 'P'
                 and GAME-ID(1:MT-LEN(A-MT-IX)) =
                     MT-VALUE(A-MT-IX)(1:MT-LEN(A-MT-IX))
                 move MT-PROFILE(A-MT-IX) to W-PROFILE
                 exit perform
              end-if
           end-perform
           perform varying A-LP-IX from 1 by 1
                   until A-LP-IX > W-LP-CNT
                      or LP-NAME(A-LP-IX) = W-PROFILE
              continue
           end-perform
           if A-LP-IX > W-LP-CNT
              move 'DEFAULT' to W-PROFILE
              move 1 to A-LP-IX
           end-if
           move LP-RED(A-LP-IX) to RED-LIMIT
           move LP-GREEN(A-LP-IX) to GREEN-LIMIT
           move LP-BLUE(A-LP-IX) to BLUE-LIMIT
           .

      *    Loads the candidate limit sets for the what-if pass. A
      *    missing control file leaves W-SIM-CNT zero and the
      *    simulation entirely off; rows past the 20-slot table are
              on exception
                 move 'INFIL' to SOURCE-FILE
           end-accept
      *    A blank override (AOCCTL puts one back after a step that
      *    set it) is no override.
           if SOURCE-FILE = spaces
              move 'INFIL' to SOURCE-FILE
           end-if
           .

      *    Original three-pass-per-line scanner. Kept only so
           move trim(INDATA) to AAA
           move length of AAA to W-LEN
           move ZERO to DRAW-COUNT
           move 'N' to V-GDUP-SW
           move ZERO to W-SET-RED-DRAW W-SET-GREEN-DRAW
                        W-SET-BLUE-DRAW
      *    The scan to the colon used to step straight past the
                 perform START-NEW-DRAW
              end-if
           end-perform
           if V-BATCH-MODE and not TIMING-ACTIVE
              perform FINGERPRINT-GAME
           end-if
           .

      *    Hashes the draw table just filled and looks the game up
      *    among those already read in this batch run; a hash and
      *    draw count that agree only make a candidate, and the game
      *    is the same one only when every draw matches. Only a copy
      *    in a different CTLFIL member counts as repeated - two
      *    games in one file with the same draws are the supplier's
      *    own business and CHECK-GAME-SEQUENCE's. A repeated game
      *    gets a DUPFIL row naming both GAME-IDs; the first copy
      *    stays the one on the table. A table full to its 2000
      *    entries stops taking new games with one WARN, so the
      *    check thins out rather than the run stopping.
       FINGERPRINT-GAME section.
           if DRAW-COUNT = ZERO
              exit section
           end-if
           move DRAW-COUNT to W-GF-HASH
           perform varying W-DRAW-IX from 1 by 1
                   until W-DRAW-IX > DRAW-COUNT
              compute W-GF-HASH = FUNCTION MOD(
                 W-GF-HASH * 31 + DW-T-RED(W-DRAW-IX), 99999999)
              compute W-GF-HASH = FUNCTION MOD(
                 W-GF-HASH * 31 + DW-T-GREEN(W-DRAW-IX), 99999999)
              compute W-GF-HASH = FUNCTION MOD(
                 W-GF-HASH * 31 + DW-T-BLUE(W-DRAW-IX), 99999999)
           end-perform
           perform varying W-GF-IX from 1 by 1
                   until W-GF-IX > W-GF-CNT
              if GF-HASH(W-GF-IX) = W-GF-HASH
                 and GF-DRAWS(W-GF-IX) = DRAW-COUNT
                 perform COMPARE-GAME-DRAWS
                 if W-GF-SAME = 'Y'
                    if GF-FILE-SEQ(W-GF-IX) not = A-FILE-SEQ
                       set V-GAME-DUP to true
                       move GF-GAME-ID(W-GF-IX) to W-DUPGAME-OF
                    end-if
                    exit perform
                 end-if
              end-if
           end-perform
           if V-GAME-DUP
              perform WRITE-DUPGAME-REC
              exit section
           end-if
           if W-GF-IX <= W-GF-CNT
              exit section
           end-if
           if W-GF-CNT < 2000
              add 1 to W-GF-CNT
              move W-GF-HASH to GF-HASH(W-GF-CNT)
              move DRAW-COUNT to GF-DRAWS(W-GF-CNT)
              move A-FILE-SEQ to GF-FILE-SEQ(W-GF-CNT)
              move GAME-ID to GF-GAME-ID(W-GF-CNT)
              perform varying W-DRAW-IX from 1 by 1
                      until W-DRAW-IX > DRAW-COUNT
                 move DW-T-RED(W-DRAW-IX)
                    to GF-RED(W-GF-CNT, W-DRAW-IX)
                 move DW-T-GREEN(W-DRAW-IX)
                    to GF-GREEN(W-GF-CNT, W-DRAW-IX)
                 move DW-T-BLUE(W-DRAW-IX)
                    to GF-BLUE(W-GF-CNT, W-DRAW-IX)
              end-perform
           else
              if W-GF-FULL = 'N'
                 move 'Y' to W-GF-FULL
                 move spaces to LR-MESSAGE
                 string 'REPEATED-GAME TABLE FULL AT ' GAME-ID
                    delimited by size into LR-MESSAGE
                 end-string
                 move 'WARN' to LR-SEVERITY
                 perform WRITE-LOG-REC
              end-if
           end-if
           .

      *    Draw by draw against the table entry at W-GF-IX, whose
      *    draw count is already known to agree.
       COMPARE-GAME-DRAWS section.
           move 'Y' to W-GF-SAME
           perform varying W-DRAW-IX from 1 by 1
                   until W-DRAW-IX > DRAW-COUNT
              if GF-RED(W-GF-IX, W-DRAW-IX) not = DW-T-RED(W-DRAW-IX)
                 or GF-GREEN(W-GF-IX, W-DRAW-IX)
                    not = DW-T-GREEN(W-DRAW-IX)
                 or GF-BLUE(W-GF-IX, W-DRAW-IX)
                    not = DW-T-BLUE(W-DRAW-IX)
                 move 'N' to W-GF-SAME
                 exit perform
              end-if
           end-perform
           .

       WRITE-DUPGAME-REC section.
           add 1 to W-DUPGAME-CNT
           move GAME-ID to DP-GAME-ID
           move W-DUPGAME-OF to DP-FIRST-ID
           move DRAW-COUNT to DP-DRAWS
           evaluate true
           when DG-COUNT
              move 'COUNTED' to DP-ACTION
           when DG-EXCLUDE
              move 'EXCLUDED' to DP-ACTION
           when other
              move 'WARNED' to DP-ACTION
           end-evaluate
           move DUPREC-DTL to DUPREC
           write DUPREC
           .

      *    A re-sorted, deduplicated or concatenated input used to
           add 1 to W-SEQ-ERR-CNT
           move A-GAME-NR to SQ-LINE-NR
           move W-LABEL-NR to SQ-LABEL-NR
           if V-PART-RUN
              move 'S' to PT-TYPE
              move SEQREC-DTL to PT-DATA
              perform WRITE-PART-REC
              exit section
           end-if
           move SEQREC-DTL to SEQREC
           write SEQREC
           .
              if W-DRAW-IX = W-SET-BLUE-DRAW
                 move '*' to DW-SET-BLUE
              end-if
              move W-PROFILE to DW-PROFILE
              if V-PART-RUN
                 move 'W' to PT-TYPE
                 move DRWREC-DTL to PT-DATA
                 perform WRITE-PART-REC
              else
                 move DRWREC-DTL to DRWREC
                 write DRWREC
              end-if
           end-perform
           .

           move A-GAME-NR to ER-GAME-NR
           move W-COLOR-TRIM to ER-COLOR
           move INDATA to ER-INDATA
      *    A partition's exceptions reach EXCMAST through the merge.
           if V-PART-RUN
              move 'E' to PT-TYPE
              move EXCREC-DTL to PT-DATA
              perform WRITE-PART-REC
              exit section
           end-if
           move EXCREC-DTL to EXCREC
           if not TIMING-ACTIVE
              add 1 to W-EXC-CNT
      *    Runs once at startup, ahead of (and separate from) the
      *    real production pass below. See request 008.
       TIME-COMPARISON section.
      *    Not over a split file: the two benchmark reads of the
      *    whole file are the very time the split is there to save.
           if V-PART-MERGE
              exit section
           end-if
           set TIMING-ACTIVE to true
           move FUNCTION CURRENT-DATE to W-START-TS
           open input INFIL
