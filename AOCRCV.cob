      *        row ageing in a folder;
      *      - posts a receipts file (PO reference, color, quantity
      *        received, date) against the master, moving each PO
      *        through OPEN / PARTIAL / FILLED (a line AOCPOM has
      *        cancelled or closed short keeps that status, and a
      *        receipt against it is posted but reported);
      *      - adds the received quantities to the stock the
      *        GET-CUBE-STOCK table is loaded from and rewrites
      *        cube_stock.ctl, so the next night's shortfall
      *        computation runs against live stock instead of a
      *        hand-edited card;
      *      - records every receipt it puts into stock as an RCP
      *        row on the STOCKTX stock transaction file, so the
      *        card's figure always traces back to its movements
      *        (a color meeting the file for the first time gets an
      *        OPN opening-balance row for the card's figure, and a
      *        card edited by hand since is put back to the book
      *        figure and reported);
      *      - reports over-received lines and POs still open past
      *        the overdue allowance;
      *      - closes with the master's lines and quantities by
      *        status, CANCELLED and CLOSED-SHORT counted apart from
      *        FILLED, and the lines AOCPOM cancelled or closed in
      *        the last month with their reasons.
      *    Findings warn (4); a receipts row naming a PO that was
      *    never cut is reported and skipped, never guessed at.
       environment division.
           select STKFIL assign to 'cube_stock.ctl'
           organization is line sequential
           file status is STK-FS.
           select SXFIL assign to 'STOCKTX'
           organization is indexed
           access mode is dynamic
           record key is SX-KEY
           file status is SX-FS.
           select CTLFIL assign to 'aoc_rcv.ctl'
           organization is line sequential
           file status is CTL-FS.
       FD  RCVFIL.
      *    One receipt per line: the PO reference POMAST keys on
      *    (order date + '-' + color, as printed on the receiving
      *    report), the color, the quantity received, the receipt
      *    date and who booked it in (blank is posted UNSIGNED).
       01  RCVREC.
           05 RV-REF         pic X(14).
           05 FILLER         pic X.
           05 RV-QTY         pic 9(5).
           05 FILLER         pic X.
           05 RV-DATE        pic X(8).
           05 FILLER         pic X.
           05 RV-OPERATOR    pic X(8).

       FD  POMFIL.
       COPY AOCPOMREC.

       FD  STKFIL.
      *    On-hand stock master, one row per color, same layout
           05 FILLER         pic X.
           05 SK-COST        pic 9(3)V99.

       FD  SXFIL.
       COPY AOCSTXREC.

       FD  CTLFIL.
      *    Control card: days an unfilled PO may stand before the
      *    overdue report names it. Missing card keeps the 7 below.
          05 VPO-FS          pic XX.
          05 W-SYNC-COLOR    pic X(5).
          05 W-SYNC-QTY      pic S9(5) comp.
          05 W-SYNC-VENDOR   pic X(8).
          05 W-SYNC-PRICE    pic 9(3)V99.
          05 W-STAT-IX       pic S9(4) comp.
          05 W-RECENT-START  pic S9(8) comp.
          05 W-MAINT-N       pic 9(8).
          05 RCV-FS          pic XX.
          05 POM-FS          pic XX.
          05 STK-FS          pic XX.
          05 SX-FS           pic XX.
          05 W-RUN-STAMP     pic X(16).
          05 W-TX-SEQ        pic 9(4) value ZERO.
          05 W-TX-DATE       pic X(8).
          05 W-TX-TYPE       pic X(3).
          05 W-TX-QTY        pic S9(7) comp.
          05 W-TX-REF        pic X(20).
          05 W-TX-OPERATOR   pic X(8).
          05 W-TX-CNT        pic S9(8) comp value ZERO.
          05 W-QTY-ED        pic -(6)9.
          05 W-QTY-ED2       pic -(6)9.
          05 CTL-FS          pic XX.
          05 RPT-FS          pic XX.
          05 LOG-FS          pic XX.

      *    The stockroom's rows held while receipts post into them,
      *    then written back in one pass - the same three-color
      *    table shape AOC2B's GET-CUBE-STOCK loads. ST-BOOK is the
      *    sum of the color's STOCKTX rows, ST-HAS-TX whether it
      *    has any yet.
       01 STOCK-TABLE.
          05 W-STK-CNT       pic S9(4) comp value ZERO.
          05 STK-ENTRY occurs 3 times.
             10 ST-COLOR     pic X(5).
             10 ST-QTY       pic S9(5) comp.
             10 ST-COST      pic 9(3)V99.
             10 ST-BOOK      pic S9(7) comp.
             10 ST-HAS-TX    pic X.

       01 LOGREC-DTL.
          05 LR-TIMESTAMP    pic X(21).
          05 FILLER          pic X value ' '.
          05 LR-MESSAGE      pic X(60) value spaces.

      *    Lines and quantities on the master by status, for the
      *    closing summary; the order follows STATUS-CODE-LIST.
       01 STATUS-TOTALS.
          05 STATUS-ENTRY occurs 5 times.
             10 SS-LINES     pic S9(8) comp.
             10 SS-ORDERED   pic S9(9) comp.
             10 SS-RECEIVED  pic S9(9) comp.

       01 STATUS-CODE-VALUES.
          05 FILLER          pic X(13) value 'OOPEN'.
          05 FILLER          pic X(13) value 'PPARTIAL'.
          05 FILLER          pic X(13) value 'FFILLED'.
          05 FILLER          pic X(13) value 'CCANCELLED'.
          05 FILLER          pic X(13) value 'SCLOSED-SHORT'.
       01 STATUS-CODE-LIST redefines STATUS-CODE-VALUES.
          05 STATUS-CODE-ENTRY occurs 5 times.
             10 SC-CODE      pic X.
             10 SC-NAME      pic X(12).

       01 STATUS-LINE.
          05 SL-NAME         pic X(12).
          05 FILLER          pic X(7) value ' LINES='.
          05 SL-LINES        pic Z(7)9.
          05 FILLER          pic X(9) value ' ORDERED='.
          05 SL-ORDERED      pic Z(8)9.
          05 FILLER          pic X(10) value ' RECEIVED='.
          05 SL-RECEIVED     pic Z(8)9.

       01 RPTREC-DTL.
          05 RP-REF          pic X(14).
          05 FILLER          pic X value ' '.
          05 FILLER pic X   value ' '.
             88 V-STK-INIT  value ' '.
             88 V-STK-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-SX-INIT   value ' '.
             88 V-SX-EOF    value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCRCV'
           move FUNCTION CURRENT-DATE to W-RUN-START-TS
           move FUNCTION CURRENT-DATE(1:8) to W-TODAY
           move FUNCTION CURRENT-DATE(1:16) to W-RUN-STAMP
           move spaces to LR-MESSAGE
           string 'START RECEIVING'
              delimited by size into LR-MESSAGE
           end-if
           perform OPEN-PO-MASTER
           perform GET-CUBE-STOCK
           perform OPEN-STOCK-LEDGER
           perform LOAD-STOCK-BOOK
           perform SYNC-PO-FILE
           perform POST-RECEIPTS
           perform REPORT-OVERDUE-LINES
           perform REPORT-STATUS-SUMMARY
           perform REWRITE-CUBE-STOCK
           close POMFIL
           close SXFIL
           close RPTFIL
           move W-PO-CNT to W-CNT-ED
           display 'AOCRCV PO LINES SYNCED   ' W-CNT-ED
           display 'AOCRCV RECEIPTS READ     ' W-CNT-ED
           move W-POSTED-CNT to W-CNT-ED
           display 'AOCRCV RECEIPTS POSTED   ' W-CNT-ED
           move W-TX-CNT to W-CNT-ED
           display 'AOCRCV STOCK TX WRITTEN  ' W-CNT-ED
           move W-FIND-CNT to W-CNT-ED
           display 'AOCRCV FINDINGS REPORTED ' W-CNT-ED
           if W-FIND-CNT > ZERO and RETURN-CODE = ZERO
           close RCVFIL
           close POMFIL
           close STKFIL
           close SXFIL
           close RPTFIL
           goback
           .
           close STKFIL
           .

      *    The stock transaction file is created on first use. A
      *    receipt put into stock with no transaction behind it is
      *    exactly the untraceable figure the file exists to stop,
      *    so an unusable file aborts, the same as the PO master.
       OPEN-STOCK-LEDGER section.
           open i-o SXFIL
           if SX-FS = '35'
              open output SXFIL
              close SXFIL
              open i-o SXFIL
           end-if
           if SX-FS not = '00'
              move spaces to LR-MESSAGE
              string 'STOCK TX FILE UNAVAILABLE STATUS=' SX-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCRCV STOCK TX FILE UNAVAILABLE ' SX-FS
              perform ABORT-RUN
           end-if
           .

      *    Sums each card color's transactions into its book
      *    figure. A color with none yet gets an OPN row for what
      *    the card says, which starts its trail; a color whose
      *    card no longer agrees with its transactions was edited
      *    by hand, so the card is put back to the book figure and
      *    the difference reported - from here on the card only
      *    ever moves through a posted transaction.
       LOAD-STOCK-BOOK section.
           if W-STK-CNT = ZERO
              exit section
           end-if
           perform varying W-STK-IX from 1 by 1
                   until W-STK-IX > W-STK-CNT
              move ZERO to ST-BOOK(W-STK-IX)
              move 'N' to ST-HAS-TX(W-STK-IX)
           end-perform
           set V-SX-INIT to true
           move low-values to SX-KEY
           start SXFIL key >= SX-KEY
              invalid key set V-SX-EOF to true
           end-start
           perform until V-SX-EOF
              read SXFIL next
                 at end set V-SX-EOF to true
              end-read
              if not V-SX-EOF
                 perform varying W-STK-IX from 1 by 1
                         until W-STK-IX > W-STK-CNT
                    if ST-COLOR(W-STK-IX) = SX-COLOR
                       add SX-QTY to ST-BOOK(W-STK-IX)
                       move 'Y' to ST-HAS-TX(W-STK-IX)
                    end-if
                 end-perform
              end-if
           end-perform
           perform varying W-STK-IX from 1 by 1
                   until W-STK-IX > W-STK-CNT
              evaluate true
              when ST-HAS-TX(W-STK-IX) = 'N'
                 move W-TODAY to W-TX-DATE
                 move 'OPN' to W-TX-TYPE
                 move ST-QTY(W-STK-IX) to W-TX-QTY
                 move 'CUBE_STOCK.CTL' to W-TX-REF
                 move 'AOCRCV' to W-TX-OPERATOR
                 move ZERO to ST-QTY(W-STK-IX)
                 perform POST-STOCK-TX
              when ST-BOOK(W-STK-IX) not = ST-QTY(W-STK-IX)
                 add 1 to W-FIND-CNT
                 move ST-QTY(W-STK-IX) to W-QTY-ED
                 move ST-BOOK(W-STK-IX) to W-QTY-ED2
                 move spaces to LR-MESSAGE
                 string 'STOCK CARD ' ST-COLOR(W-STK-IX)
                    ' SAID ' trim(W-QTY-ED)
                    ' BOOK IS ' trim(W-QTY-ED2)
                    delimited by size into LR-MESSAGE
                 end-string
                 move 'WARN' to LR-SEVERITY
                 perform WRITE-LOG-REC
                 display 'AOCRCV ' LR-MESSAGE
                 move ST-BOOK(W-STK-IX) to ST-QTY(W-STK-IX)
              end-evaluate
           end-perform
           .

      *    Writes one STOCKTX row for the movement staged in the
      *    W-TX- fields against stock table entry W-STK-IX and moves
      *    the table's on-hand by it.
       POST-STOCK-TX section.
           add 1 to W-TX-SEQ
           move W-RUN-STAMP to SX-STAMP
           move W-TX-SEQ to SX-SEQ
           move W-TX-DATE to SX-DATE
           move ST-COLOR(W-STK-IX) to SX-COLOR
           move W-TX-TYPE to SX-TYPE
           move W-TX-QTY to SX-QTY
           add W-TX-QTY to ST-QTY(W-STK-IX)
           move ST-QTY(W-STK-IX) to SX-BOOK-AFTER
           move W-TX-REF to SX-REF
           move W-TX-OPERATOR to SX-OPERATOR
           move 'AOCRCV' to SX-PROGRAM
           write STXREC
              invalid key
                 move spaces to LR-MESSAGE
                 string 'STOCK TX WRITE FAILED STATUS=' SX-FS
                    delimited by size into LR-MESSAGE
                 end-string
                 perform WRITE-LOG-REC
                 perform ABORT-RUN
           end-write
           add 1 to W-TX-CNT
           .

      *    The day's PO lines land in the master under
      *    date + '-' + color. The priced vendor PO AOCVND cuts is
      *    preferred when it exists - its quantities carry the
      *    vendor side. A row already keyed (the same day's PO
      *    re-cut after a rerun) has its ordered quantity
      *    refreshed; received quantity and status are preserved so
      *    a rerun never un-receives anything. A line AOCPOM has
      *    maintained is left exactly as maintained - the re-cut
      *    would otherwise undo an amendment or a cancellation.
       SYNC-PO-FILE section.
           perform SYNC-VENDOR-PO-FILE
           if W-PO-CNT > ZERO
                 add 1 to W-PO-CNT
                 move PO-COLOR to W-SYNC-COLOR
                 move PO-QTY to W-SYNC-QTY
                 move spaces to W-SYNC-VENDOR
                 move ZERO to W-SYNC-PRICE
                 if PO-QTY > ZERO
                    compute W-SYNC-PRICE rounded =
                       PO-EXT-COST / PO-QTY
                 end-if
                 perform SYNC-ONE-PO-LINE
              end-if
           end-perform
                 add 1 to W-PO-CNT
                 move VP-COLOR to W-SYNC-COLOR
                 move VP-QTY to W-SYNC-QTY
                 move VP-VENDOR to W-SYNC-VENDOR
                 move VP-PRICE to W-SYNC-PRICE
                 perform SYNC-ONE-PO-LINE
              end-if
           end-perform
                 move ZERO to PM-RCV-QTY
                 move 'O' to PM-STATUS
                 move spaces to PM-LAST-RCPT
                 move spaces to PM-CLOSE-REASON
                 move spaces to PM-MAINT-DATE
                 move spaces to PM-MAINT-BY
           end-read
           if POM-FS = '00'
              and PM-MAINT-DATE not = spaces
              move PM-REF to RP-REF
              move 'RESYNC SKIPPED' to RP-TAG
              move PM-ORD-QTY to RP-ORDERED
              move PM-RCV-QTY to RP-RECEIVED
              move 'MAINTAINED LINE' to RP-NOTE
              move RPTREC-DTL to RPTREC
              write RPTREC
              exit section
           end-if
           move spaces to PM-REF
           string W-TODAY '-' W-SYNC-COLOR
              delimited by size into PM-REF
           end-string
           move W-SYNC-COLOR to PM-COLOR
           move W-SYNC-QTY to PM-ORD-QTY
           move W-SYNC-VENDOR to PM-VENDOR
           move W-SYNC-PRICE to PM-UNIT-PRICE
           if POM-FS = '00'
              rewrite POMREC
                 invalid key
              move W-TODAY to PM-LAST-RCPT
           end-if
           evaluate true
           when PM-STATUS = 'C' or PM-STATUS = 'S'
              add 1 to W-FIND-CNT
              move PM-REF to RP-REF
              if PM-STATUS = 'C'
                 move 'RCVD CANCELLED' to RP-TAG
              else
                 move 'RCVD CLOSED' to RP-TAG
              end-if
              move PM-ORD-QTY to RP-ORDERED
              move PM-RCV-QTY to RP-RECEIVED
              move 'POSTED TO STOCK' to RP-NOTE
              move RPTREC-DTL to RPTREC
              write RPTREC
           when PM-RCV-QTY > PM-ORD-QTY
              move 'F' to PM-STATUS
              add 1 to W-FIND-CNT
           perform varying W-STK-IX from 1 by 1
                   until W-STK-IX > W-STK-CNT
              if ST-COLOR(W-STK-IX) = RV-COLOR
                 if RV-DATE is numeric
                    move RV-DATE to W-TX-DATE
                 else
                    move W-TODAY to W-TX-DATE
                 end-if
                 move 'RCP' to W-TX-TYPE
                 move RV-QTY to W-TX-QTY
                 move RV-REF to W-TX-REF
                 if RV-OPERATOR = spaces
                    move 'UNSIGNED' to W-TX-OPERATOR
                 else
                    move RV-OPERATOR to W-TX-OPERATOR
                 end-if
                 perform POST-STOCK-TX
                 exit section
              end-if
           end-perform
              end-read
              if not V-POM-EOF
                 and PM-STATUS not = 'F'
                 and PM-STATUS not = 'C'
                 and PM-STATUS not = 'S'
                 and PM-ORDER-DATE is numeric
                 move PM-ORDER-DATE to W-ORDER-N
                 compute W-AGE-DAYS =
           end-perform
           .

      *    The master by status after tonight's postings: lines,
      *    ordered and received per status, so a cancelled or
      *    closed-short line is never read as filled. Then each
      *    line AOCPOM cancelled or closed short in the last 31
      *    days with its reason, for the buyer's follow-up.
       REPORT-STATUS-SUMMARY section.
           perform varying W-STAT-IX from 1 by 1
                   until W-STAT-IX > 5
              move ZERO to SS-LINES(W-STAT-IX)
                           SS-ORDERED(W-STAT-IX)
                           SS-RECEIVED(W-STAT-IX)
           end-perform
           compute W-RECENT-START =
              FUNCTION INTEGER-OF-DATE(W-TODAY-N) - 31
           move spaces to RPTREC
           write RPTREC
           move 'CANCELLED / CLOSED-SHORT IN THE LAST 31 DAYS'
             to RPTREC
           write RPTREC
           set V-POM-INIT to true
           move low-values to PM-REF
           start POMFIL key >= PM-REF
              invalid key set V-POM-EOF to true
           end-start
           perform until V-POM-EOF
              read POMFIL next
                 at end set V-POM-EOF to true
              end-read
              if not V-POM-EOF
                 perform varying W-STAT-IX from 1 by 1
                         until W-STAT-IX > 5
                    if SC-CODE(W-STAT-IX) = PM-STATUS
                       add 1 to SS-LINES(W-STAT-IX)
                       add PM-ORD-QTY to SS-ORDERED(W-STAT-IX)
                       add PM-RCV-QTY to SS-RECEIVED(W-STAT-IX)
                    end-if
                 end-perform
                 if (PM-STATUS = 'C' or PM-STATUS = 'S')
                    and PM-MAINT-DATE is numeric
                    move PM-MAINT-DATE to W-MAINT-N
                    if FUNCTION INTEGER-OF-DATE(W-MAINT-N)
                       >= W-RECENT-START
                       move PM-REF to RP-REF
                       if PM-STATUS = 'C'
                          move 'CANCELLED' to RP-TAG
                       else
                          move 'CLOSED-SHORT' to RP-TAG
                       end-if
                       move PM-ORD-QTY to RP-ORDERED
                       move PM-RCV-QTY to RP-RECEIVED
                       move PM-CLOSE-REASON to RP-NOTE
                       move RPTREC-DTL to RPTREC
                       write RPTREC
                    end-if
                 end-if
              end-if
           end-perform
           move spaces to RPTREC
           write RPTREC
           move 'PO LINES BY STATUS' to RPTREC
           write RPTREC
           perform varying W-STAT-IX from 1 by 1
                   until W-STAT-IX > 5
              move SC-NAME(W-STAT-IX) to SL-NAME
              move SS-LINES(W-STAT-IX) to SL-LINES
              move SS-ORDERED(W-STAT-IX) to SL-ORDERED
              move SS-RECEIVED(W-STAT-IX) to SL-RECEIVED
              move STATUS-LINE to RPTREC
              write RPTREC
           end-perform
           .

      *    Writes the updated stock table back over cube_stock.ctl
      *    so the next AOC2B run nets its shortfall against what is
      *    actually on the shelf. Nothing loaded, nothing written -
