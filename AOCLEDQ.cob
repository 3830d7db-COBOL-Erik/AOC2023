      *    of AOC1A/AOC1B/AOC2A/AOC2B. The range and program come
      *    from a control card so the supervisor's "what did AOC2B
      *    total each day last week" is one submit, not a hex dump.
      *    AOC_LEDQ_CARD and AOC_LEDQ_REPORT name a different card
      *    and report file for the run, so AOCRQRUN can work one
      *    desk request from its own card into its own output.

       environment division.
       configuration section.
           access mode is dynamic
           record key is LED-KEY
           file status is LED-FS.
           select QRYFIL assign to dynamic QRY-NAME
           organization is line sequential
           file status is QRY-FS.
           select RPTFIL assign to dynamic RPT-NAME
           organization is line sequential
           file status is RPT-FS.
           select LOGFIL assign to 'aoc_run.log'
          05 LED-FS          pic XX.
          05 QRY-FS          pic XX.
          05 RPT-FS          pic XX.
          05 QRY-NAME        pic X(60) value 'aoc_ledq.ctl'.
          05 RPT-NAME        pic X(60) value 'aoc_ledger_report.txt'.
          05 W-ENV-NAME      pic X(60).
          05 LOG-FS          pic XX.
          05 CAL-FS          pic XX.
          05 W-CAL-WE-CNT    pic S9(4) comp value ZERO.
           end-string
           move 'INFO' to LR-SEVERITY
           perform WRITE-LOG-REC
           perform GET-FILE-NAMES
           perform GET-QUERY-CARD
           perform LOAD-CALENDAR-MARKERS
           open output RPTFIL
           goback
           .

      *    Card and report names default to the nightly files; a
      *    name set in the environment replaces either one.
       GET-FILE-NAMES section.
           accept W-ENV-NAME from environment 'AOC_LEDQ_CARD'
              on exception
                 move spaces to W-ENV-NAME
           end-accept
           if W-ENV-NAME not = spaces
              move W-ENV-NAME to QRY-NAME
           end-if
           accept W-ENV-NAME from environment 'AOC_LEDQ_REPORT'
              on exception
                 move spaces to W-ENV-NAME
           end-accept
           if W-ENV-NAME not = spaces
              move W-ENV-NAME to RPT-NAME
           end-if
           .

      *    Range and program selection from the control card; a
      *    missing or unreadable card falls back to the last 31 days
      *    of every program, the question the supervisor asks most.
