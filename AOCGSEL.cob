      *    tooling reads one format. A missing card selects
      *    everything, which is still a better answer than
      *    scrolling the flat detail files.
      *    AOC_GSEL_CARD, AOC_GSEL_REPORT and AOC_GSEL_EXTRACT name
      *    a different card, listing and extract for the run, so
      *    AOCRQRUN can work one desk request from its own card
      *    into its own output.
       environment division.
       configuration section.
      *special-names. decimal-point is comma.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select SELFIL assign to dynamic SEL-NAME
           organization is line sequential
           file status is SEL-FS.
           select GAMFIL assign to 'GAMES'
           access mode is dynamic
           record key is GM-GAME-ID
           file status is GAM-FS.
           select RPTFIL assign to dynamic RPT-NAME
           organization is line sequential
           file status is RPT-FS.
           select EXTFIL assign to dynamic EXT-NAME
           organization is line sequential
           file status is EXT-FS.
           select LOGFIL assign to 'aoc_run.log'
          05 GAM-FS          pic XX.
          05 RPT-FS          pic XX.
          05 EXT-FS          pic XX.
          05 SEL-NAME        pic X(60) value 'aoc_gsel.ctl'.
          05 RPT-NAME        pic X(60) value 'aoc_gsel_report.txt'.
          05 EXT-NAME        pic X(60) value 'aoc_gsel_extract.txt'.
          05 W-ENV-NAME      pic X(60).
          05 LOG-FS          pic XX.
          05 W-HAVE-CARD     pic X value 'N'.
          05 W-PREFIX-LEN    pic S9(4) comp value ZERO.
           end-string
           move 'INFO' to LR-SEVERITY
           perform WRITE-LOG-REC
           perform GET-FILE-NAMES
           perform GET-CRITERIA-CARD
           open output RPTFIL
           if RPT-FS not = '00'
           goback
           .

      *    Card, listing and extract names default to the nightly
      *    files; a name set in the environment replaces any one.
       GET-FILE-NAMES section.
           accept W-ENV-NAME from environment 'AOC_GSEL_CARD'
              on exception
                 move spaces to W-ENV-NAME
           end-accept
           if W-ENV-NAME not = spaces
              move W-ENV-NAME to SEL-NAME
           end-if
           accept W-ENV-NAME from environment 'AOC_GSEL_REPORT'
              on exception
                 move spaces to W-ENV-NAME
           end-accept
           if W-ENV-NAME not = spaces
              move W-ENV-NAME to RPT-NAME
           end-if
           accept W-ENV-NAME from environment 'AOC_GSEL_EXTRACT'
              on exception
                 move spaces to W-ENV-NAME
           end-accept
           if W-ENV-NAME not = spaces
              move W-ENV-NAME to EXT-NAME
           end-if
           .

      *    Reads the criteria card and turns its blank-means-any
      *    fields into concrete bounds, so the matching test is one
      *    straight chain of compares per row.
