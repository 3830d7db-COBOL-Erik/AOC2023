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
           record key is EX-KEY
           file status is EXM-FS.
           select CMFIL assign to 'CALMAST'
           organization is indexed
           access mode is dynamic
           record key is CM-KEY
           file status is CM-FS.

       data division.
       file section.
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
       FD  TELFIL.
       01  TELREC            pic X(150).

       FD  CUPFIL.
       01  CUPREC            pic X(110).

       FD  CLOFIL.
       COPY AOCCLOREC.

       FD  EXMFIL.
       COPY AOCEXMREC.

       FD  CMFIL.
       COPY AOCCMREC.

       working-storage section.
       01 A-ARB.
          05 INPUT-FS        PIC XX.
          05 LOG-FS          PIC XX.
          05 EXC-FS          PIC XX.
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
          05 W-SHAPE-CNT     pic S9(8) comp value ZERO.
          05 W-SHAPE-IX      pic S9(4) comp.
          05 W-SAVED-RC      pic S9(4) comp.
          05 CAL-FS          pic XX.
          05 EXM-FS          pic XX.
          05 CM-FS           pic XX.
          05 W-CM-AVAIL      pic X value 'N'.
          05 W-CM-STATUS     pic X.
          05 W-CSV-DATE      pic X(8).
          05 INFIL-NAME      pic X(60) value 'INFIL'.
          05 W-BATCH-TOTAL   pic S9(8) comp value ZERO.
       01 VAR-HISTORY.
          05 W-VAR-TOTAL     pic S9(8) comp occurs 10 times.

       COPY AOCLCHN.

       01 LOGREC-DTL.
          05 LR-TIMESTAMP    pic X(21).
          05 FILLER          pic X value ' '.

       COPY AOCTELREC.

       COPY AOCCUPREC.


      *    One catalog row per vaulted input: the fingerprint pair
      *    the LEDGER row carries (line count and content hash) and
             88 V-VAULT-OPEN value 'Y'.
          05 V-RPL-SW pic X value 'N'.
             88 V-REPLAY    value 'Y'.
          05 V-CUP-SW pic X value 'N'.
             88 V-CATCHUP   value 'Y'.
          05 FILLER pic X   value ' '.
             88 V-CAL-INIT  value ' '.
             88 V-CAL-EOF   value 'E'.
           end-string
           move 'INFO' to LR-SEVERITY
           perform WRITE-LOG-REC
           perform GET-CATCHUP-MODE
           perform REGISTER-RUN
           perform CHECK-PERIOD-CLOSED
           perform CHECK-BUSINESS-DAY
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           perform OPEN-CALIBRATION-MASTER
           open input CTLFIL
           if CTL-FS = '00'
              set V-BATCH-MODE to true
      *    not the last file's own A-ACC. See request 010/014
      *    reconciliation.
           perform WRITE-LEDGER-REC
           perform WRITE-CATCHUP-SUMMARY
           perform CLEAR-BATCH-CHECKPOINTS
           perform OPEN-CSVFIL
           perform WRITE-CSV-REC
           perform WRITE-FILE-TRAILERS
           close AUDFIL
           close EXCFIL
           if W-CM-AVAIL = 'Y'
              close CMFIL
           end-if
           perform SET-FINAL-RETURN-CODE
           perform WRITE-TELEMETRY-REC
           goback
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
           close INFIL
           close AUDFIL
           close EXCFIL
           close CMFIL
           close CTLFIL
           close BATCHFIL
           close CSVFIL
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
              display 'AOC1A REFUSED: BAD CATCH-UP DATE ' W-CUP-DATE
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
           display 'AOC1A CATCH-UP POSTING UNDER ' W-POST-DATE
           .

      *    The vault copy is written line by line inside the single
      *    processing pass instead of its own read of the input.
      *    The copy's name is dated and sequenced (the fingerprint
           if W-DUP-CNT > ZERO and W-FP-PROCESSED = ZERO
              exit section
           end-if
           move W-POST-DATE to W-CSV-DATE
           move spaces to CSVREC
           string 'AOC1A' delimited by size
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
           move 'AOC1A' to CU-PROGRAM
           move W-POST-DATE to CU-BUS-DATE
           move W-LATE-DAYS to CU-DAYS-LATE
           if V-BATCH-MODE
              move W-BATCH-TOTAL to CU-TOTAL
              move 'BATCH' to CU-SOURCE
           else
              move A-ACC to CU-TOTAL
              move INFIL-NAME to CU-SOURCE
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
           display 'AOC1A CATCH-UP POSTED UNDER ' W-POST-DATE ' '
              trim(W-LATE-ED) ' DAY(S) LATE'
           .

      *    A line with no digit at all would otherwise run the
      *    first-number scan past the end of INDATA with nothing to
      *    stop it. Such lines are logged here and left out of A-ACC
           move EXCREC-DTL to EXCREC
           write EXCREC
           perform POST-EXCEPTION-MASTER
           move 'E' to W-CM-STATUS
           perform POST-CALIBRATION-MASTER
           .

       WRITE-AUDIT-REC section.
           move THE-NUMBER to AR-THE-NUMBER
           move AUDREC-DTL to AUDREC
           write AUDREC
           move 'V' to W-CM-STATUS
           perform POST-CALIBRATION-MASTER
           .

      *    The calibration master, opened for the whole job like
      *    the GAMES master in AOC2A/AOC2B and created on first use.
      *    When it cannot be opened the run proceeds with a WARN and
      *    only the line history is lost, not the night.
       OPEN-CALIBRATION-MASTER section.
           if V-REPLAY
              exit section
           end-if
           open i-o CMFIL
           if CM-FS = '35'
              open output CMFIL
              close CMFIL
              open i-o CMFIL
           end-if
           if CM-FS = '00'
              move 'Y' to W-CM-AVAIL
           else
              move 'N' to W-CM-AVAIL
              move spaces to LR-MESSAGE
              string 'CALIBRATION MASTER UNAVAILABLE STATUS=' CM-FS
                 delimited by size into LR-MESSAGE
              end-string
              move 'WARN' to LR-SEVERITY
              perform WRITE-LOG-REC
           end-if
           .

      *    This program's half of the line's CALMAST row: the value
      *    just audited ('V') or the exception just written ('E').
      *    A row AOC1B already wrote for the same line today keeps its
      *    half; a fresh row leaves that half blank until it runs. A
      *    duplicate file re-posts the same values, so the master
      *    is left exactly as it was.
       POST-CALIBRATION-MASTER section.
           if W-CM-AVAIL not = 'Y'
              exit section
           end-if
           move INFIL-NAME to CM-SOURCE
           move FUNCTION CURRENT-DATE(1:8) to CM-DATE
           move A-LINE-NR to CM-LINE-NR
           read CMFIL
              invalid key
                 move space to CM-1A-STATUS CM-1B-STATUS
                 move ZERO to CM-1A-VALUE CM-1B-VALUE
           end-read
           move INFIL-NAME to CM-SOURCE
           move FUNCTION CURRENT-DATE(1:8) to CM-DATE
           move A-LINE-NR to CM-LINE-NR
           move INDATA to CM-TEXT
           move W-CM-STATUS to CM-1A-STATUS
           if W-CM-STATUS = 'V'
              move THE-NUMBER to CM-1A-VALUE
           else
              move ZERO to CM-1A-VALUE
           end-if
           if CM-FS = '00'
              rewrite CMREC
                 invalid key
                    write CMREC
                 end-rewrite
           else
              write CMREC
                 invalid key
                    rewrite CMREC
                 end-write
           end-if
           .

      *    HDR row first in AUDFIL and EXCFIL: who wrote the file,
              on exception
                 move 'INFIL' to INFIL-NAME
           end-accept
      *    A blank override (AOCCTL puts one back after a step that
      *    set it) is no override.
           if INFIL-NAME = spaces
              move 'INFIL' to INFIL-NAME
           end-if
           .

      *    Job name comes from the JCL job card via the JOBNAME
           if W-DUP-CNT > ZERO and W-FP-PROCESSED = ZERO
              exit section
           end-if
           move FUNCTION CURRENT-DATE to W-POST-TS
           move W-POST-DATE to W-POST-TS(1:8)
           perform FIND-LAST-CHAIN
           move W-POST-TS to LED-TIMESTAMP
           move 'AOC1A' to LED-PROGRAM
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
           move 'AOC1A' to LED-PROGRAM
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
                 and LED-PROGRAM = 'AOC1A'
                 and (not V-CATCHUP
                      or LED-TIMESTAMP(1:8) < W-POST-DATE)
                 perform KEEP-VARIANCE-ROW
              end-if
           end-perform
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
