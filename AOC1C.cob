           select ADJFIL assign to 'aoc1_adjust_audit.txt'
           organization is line sequential
           file status is ADJ-FS.
           select OVLFIL assign to 'aoc1b_overlap.ctl'
           organization is line sequential
           file status is OVL-FS.
           select LOGFIL assign to 'aoc_run.log'
           organization is line sequential
           file status is LOG-FS.
           access mode is dynamic
           record key is LED-KEY
           file status is LED-FS.
           select ARCFIL assign to 'LEDARCH'
           organization is indexed
           access mode is dynamic
           record key is ARC-KEY
           file status is ARC-FS.
           select CSVFIL assign to 'aoc_totals.csv'
           organization is line sequential
           file status is CSV-FS.
       FD  ADJFIL.
       01  ADJREC            pic X(290).

      *    AOC1B's overlap card, read so a corrected line is valued
      *    under the same rule AOC1B posted its total under (1 -
      *    shared letters count for both words, 2 - first complete
      *    word only). Missing card means rule 1.
       FD  OVLFIL.
       01  OVLREC.
           05 OV-RULE        pic 9.

       FD  LOGFIL.
       01  LOGREC            pic X(110).

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

       FD  CSVFIL.
       01  CSVREC            pic X(80).

          05 ADJ-FS          pic XX.
          05 LOG-FS          pic XX.
          05 LED-FS          pic XX.
          05 ARC-FS          pic XX.
          05 CSV-FS          pic XX.
          05 CLO-FS          pic XX.
          05 CAL-FS          pic XX.
          05 EXM-FS          pic XX.
          05 OVL-FS          pic XX.
          05 W-OVL-RULE      pic 9 value 1.
             88 V-OVL-SHARED value 1.
             88 V-OVL-FIRST  value 2.
          05 W-OV-DIG        pic 9.
          05 W-OV-WORD-END   pic S9(4) comp.
          05 W-OV-TOK-NEXT   pic S9(4) comp.
          05 A-OV-IX         pic S9(4) comp.
          05 W-EXC-NAME      pic X(60).
          05 W-CSV-DATE      pic X(8).
          05 W-CSV-PGM       pic X(8).
                15 ET-LINE-NR pic S9(8) comp.
                15 ET-INDATA  pic X(128).

       COPY AOCLCHN.

       COPY AOC1BWORDS.

       01 LOGREC-DTL.
          05 LR-TIMESTAMP    pic X(21).
          05 FILLER          pic X value ' '.
           perform WRITE-LOG-REC
           perform CHECK-PERIOD-CLOSED
           perform CHECK-BUSINESS-DAY
           perform GET-OVERLAP-RULE
           open input CORFIL
           if COR-FS not = '00'
              move spaces to LR-MESSAGE
           close CORFIL
           close ADJFIL
           if W-ADJ-A not = ZERO
              perform FIND-LAST-CHAIN
              move 'AOC1AADJ' to LED-PROGRAM W-CSV-PGM
              move W-ADJ-A to LED-TOTAL
              perform WRITE-LEDGER-ADJ
              perform WRITE-CSV-REC
           end-if
           if W-ADJ-B not = ZERO
              perform FIND-LAST-CHAIN
              move 'AOC1BADJ' to LED-PROGRAM W-CSV-PGM
              move W-ADJ-B to LED-TOTAL
              perform WRITE-LEDGER-ADJ
           end-if
           .

      *    Word-aware scan, same algorithm as AOC1B's main loop,
      *    including its overlap rule for the last digit.
       EXTRACT-WORD-AWARE section.
           perform varying A-IX from 1 by 1
                   until W-TEXT(A-IX:1) is numeric
              else
                 move foundNumberWord(W-TEXT A-IX) to DIG2
              end-if
              if V-OVL-FIRST
                 perform APPLY-FIRST-WORD-RULE
              end-if
           end-if
           .

      *    The overlap rule in force, read the way AOC1B's
      *    OPEN-AMBIGUITY-FILE reads it: anything but a 1 or 2 on
      *    the card leaves the shared rule.
       GET-OVERLAP-RULE section.
           open input OVLFIL
           if OVL-FS = '00'
              read OVLFIL
                 not at end
                    if OV-RULE = 1 or OV-RULE = 2
                       move OV-RULE to W-OVL-RULE
                    end-if
              end-read
              close OVLFIL
           end-if
           .

      *    First-word rule, as in AOC1B's CHECK-OVERLAP-WORDS: one
      *    left-to-right pass where a word's letters are used up once
      *    read and the scan resumes after it, so a word overlapping
      *    the one before it is not read. The last token taken is
      *    the last digit.
       APPLY-FIRST-WORD-RULE section.
           move 1 to W-OV-TOK-NEXT
           perform varying A-OV-IX from 1 by 1
                   until A-OV-IX > length of trim(W-TEXT)
              if A-OV-IX >= W-OV-TOK-NEXT
                 if W-TEXT(A-OV-IX:1) is numeric
                    move W-TEXT(A-OV-IX:1) to DIG2
                    compute W-OV-TOK-NEXT = A-OV-IX + 1
                 else
                    move foundNumberWord(W-TEXT A-OV-IX) to W-OV-DIG
                    if W-OV-DIG > 0
                       perform varying WT-IDX from 1 by 1
                               until WT-IDX > WT-COUNT
                          if WT-DIGIT(WT-IDX) = W-OV-DIG
                             and W-TEXT(A-OV-IX:WT-LEN(WT-IDX)) =
                                 WT-WORD(WT-IDX)(1:WT-LEN(WT-IDX))
                             exit perform
                          end-if
                       end-perform
                       compute W-OV-WORD-END =
                          A-OV-IX + WT-LEN(WT-IDX) - 1
                       move W-OV-DIG to DIG2
                       compute W-OV-TOK-NEXT = W-OV-WORD-END + 1
                    end-if
                 end-if
              end-if
           end-perform
           .

      *    Original text, corrected text and the delta applied, side
      *    by side - the record the auditors asked for instead of a
      *    pencilled figure on the printout.
           move 'CORRECTIONS' to LED-FILE-NAME
           move ZERO to LED-LINE-COUNT
           move ZERO to LED-HASH
           move W-CH-LAST to LED-PREV-CHAIN
           move LEDREC to CHN-ROW
           perform CHAIN-LEDGER-ROW
           move W-CH-VALUE to LED-CHAIN
           open i-o LEDFIL
           if LED-FS = '35'
              open output LEDFIL
           close LEDFIL
           .

      *    The chain value of the newest row on file, the link a new
      *    posting hangs from: the last LEDGER row in key order or,
      *    when the live file is empty (everything swept to the
      *    archive by AOCHSKP), the last LEDARCH row. No history at
      *    all starts the chain from zero. Taken before the new row
      *    is built, since the scan reuses the LEDGER record area.
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

       COPY AOCLCHNP.

      *    Appends the adjustment as one CSV row so the spreadsheet
      *    side sees the corrected day the same way it sees the base
      *    totals. Matches WRITE-CSV-REC in the four main programs.
