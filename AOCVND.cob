      *    lowest total is always a single vendor per color, so a
      *    "split" is one line per color on the winning vendor; a
      *    color no vendor carries is reported and warned (4).
      *    With AOC_VND_SOURCE=REORDER the run prices AOCPLAN's
      *    suggested orders (aoc_reorder.txt, the same row layout)
      *    instead of tonight's shortfall, so purchasing can order
      *    ahead of the shortage on the same vendor rules.
       environment division.
       configuration section.
      *special-names. decimal-point is comma.
           select VNDFIL assign to 'aoc_vendor.ctl'
           organization is line sequential
           file status is VND-FS.
           select SHTFIL assign to dynamic SHT-NAME
           organization is line sequential
           file status is SHT-FS.
           select VPOFIL assign to 'aoc_vendor_po.txt'
          05 VPO-FS          pic XX.
          05 CMP-FS          pic XX.
          05 LOG-FS          pic XX.
          05 SHT-NAME        pic X(60) value 'aoc2b_shortfall.txt'.
          05 W-VND-SOURCE    pic X(8) value spaces.
          05 W-COLOR         pic X(5).
          05 W-SHORT         pic S9(5) comp.
          05 W-SHORT-X       pic X(5).
           end-string
           move 'INFO' to LR-SEVERITY
           perform WRITE-LOG-REC
           accept W-VND-SOURCE from environment 'AOC_VND_SOURCE'
              on exception
                 move spaces to W-VND-SOURCE
           end-accept
           if FUNCTION UPPER-CASE(W-VND-SOURCE) = 'REORDER'
              move 'aoc_reorder.txt' to SHT-NAME
              display 'AOCVND PRICING REORDER SUGGESTIONS'
           end-if
           perform LOAD-VENDOR-MASTER
           if VND-COUNT = ZERO
              display 'AOCVND NO VENDOR MASTER, NOTHING PRICED'
           close VNDFIL
           .

      *    Reads the shortfall report AOC2B cut (or AOCPLAN's
      *    suggested orders, laid down the same): detail rows start
      *    with the color word and carry the SHORT figure in the
      *    fixed columns WRITE-SHORTFALL-REPORT lays down; HDR/TRL
      *    and anything else pass through unpriced.
           if SHT-FS not = '00'
              move spaces to LR-MESSAGE
              string 'SHORTFALL REPORT UNAVAILABLE STATUS='
                 SHT-FS ' ' trim(SHT-NAME)
                 delimited by size into LR-MESSAGE
              end-string
              move 'WARN' to LR-SEVERITY
