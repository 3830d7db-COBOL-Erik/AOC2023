      *    This replaces the spreadsheet rebuilt by hand from
      *    aoc_totals.csv every month-end, and unlike the CSV it
      *    still sees rows past the 90-day archive boundary.
      *    AOC_TRND_PROGRAM limits the charts to one of the four
      *    programs (unset or ALL charts every one), and
      *    AOC_TRND_REPORT names a different report file, so
      *    AOCRQRUN can work one desk request into its own output.
       environment division.
       configuration section.
      *special-names. decimal-point is comma.
           access mode is dynamic
           record key is ARC-KEY
           file status is ARC-FS.
           select RPTFIL assign to dynamic RPT-NAME
           organization is line sequential
           file status is RPT-FS.
           select LOGFIL assign to 'aoc_run.log'
           05 ARC-TOTAL        pic S9(8) comp.
           05 ARC-LINE-COUNT   pic S9(8) comp.
           05 ARC-HASH         pic S9(8) comp.
           05 ARC-PREV-CHAIN   pic S9(8) comp.
           05 ARC-CHAIN        pic S9(8) comp.

       FD  RPTFIL.
       01  RPTREC            pic X(120).
          05 LED-FS          pic XX.
          05 ARC-FS          pic XX.
          05 RPT-FS          pic XX.
          05 RPT-NAME        pic X(60) value 'aoc_trend_report.txt'.
          05 W-ENV-NAME      pic X(60).
          05 W-ONLY-PROGRAM  pic X(8) value 'ALL'.
          05 LOG-FS          pic XX.
          05 W-ROW-DATE      pic X(8).
          05 W-ROW-PROGRAM   pic X(8).
           end-string
           move 'INFO' to LR-SEVERITY
           perform WRITE-LOG-REC
           perform GET-RUN-OPTIONS
           open output RPTFIL
           if RPT-FS not = '00'
              move spaces to LR-MESSAGE
           write RPTREC
           perform varying A-PGM-IX from 1 by 1
                   until A-PGM-IX > 4
              if W-ONLY-PROGRAM = 'ALL'
                 or W-ONLY-PROGRAM = PGM-NAME(A-PGM-IX)
                 perform REPORT-ONE-PROGRAM
              end-if
           end-perform
           if DAY-COUNT = ZERO
              move 'NO LEDGER OR ARCHIVE HISTORY TO REPORT' to RPTREC
           goback
           .

      *    Report name and program filter from the environment;
      *    unset, the report is the nightly one and covers all four.
       GET-RUN-OPTIONS section.
           accept W-ENV-NAME from environment 'AOC_TRND_REPORT'
              on exception
                 move spaces to W-ENV-NAME
           end-accept
           if W-ENV-NAME not = spaces
              move W-ENV-NAME to RPT-NAME
           end-if
           accept W-ENV-NAME from environment 'AOC_TRND_PROGRAM'
              on exception
                 move spaces to W-ENV-NAME
           end-accept
           if W-ENV-NAME not = spaces
              move FUNCTION UPPER-CASE(W-ENV-NAME(1:8))
                to W-ONLY-PROGRAM
           end-if
           .

      *    Logs the open failure (job name, program, timestamp) and
      *    closes whatever is open so the next run starts clean. Sets
      *    RETURN-CODE so a JCL COND= step downstream is bypassed
