       identification division.
       program-id. AOCVAL.
      *    Month-end inventory valuation and the general-ledger
      *    journal interface, run in the close job behind AOCCLOSE
      *    off the same aoc_close.ctl card. For the period named:
      *      - the period must already be closed on PERCLOSE; an
      *        open period is refused (12) and no journal file is
      *        cut, so finance never books figures that can still
      *        move;
      *      - on-hand per color is the STOCKTX book as at the end
      *        of the period (the cube_stock.ctl quantity for a
      *        color with no transactions yet). The quantity
      *        received in the period is valued at what the POs
      *        actually charged (POMAST unit price, as AOCPOM last
      *        amended it) and anything older at the card cost;
      *      - receipts posted by AOCRCV in the period, priced the
      *        same way, debit inventory and credit accrued
      *        payables;
      *      - usage is each processing day's cube need per color
      *        out of GAMHIST - the largest single-game maximum,
      *        AOC2B's minimum-cube figure - summed over the period
      *        and valued at card cost; it debits cube usage and
      *        relieves (credits) inventory.
      *    The journal goes to aoc_gl_journal.txt: a header, one
      *    detail row per non-zero entry, and a control trailer
      *    with the row count and the debit and credit totals. The
      *    entries are built in storage and the file is only cut
      *    when debits equal credits. The valuation itself is
      *    printed on aoc_valuation_report.txt.
       environment division.
       configuration section.
      *special-names. decimal-point is comma.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select CLSFIL assign to 'aoc_close.ctl'
           organization is line sequential
           file status is CLS-FS.
           select CLOFIL assign to 'PERCLOSE'
           organization is indexed
           access mode is dynamic
           record key is CL-PERIOD
           file status is CLO-FS.
           select STKFIL assign to 'cube_stock.ctl'
           organization is line sequential
           file status is STK-FS.
           select SXFIL assign to 'STOCKTX'
           organization is indexed
           access mode is dynamic
           record key is SX-KEY
           file status is SX-FS.
           select POMFIL assign to 'POMAST'
           organization is indexed
           access mode is dynamic
           record key is PM-REF
           file status is POM-FS.
           select GHFIL assign to 'GAMHIST'
           organization is indexed
           access mode is dynamic
           record key is GH-KEY
           file status is GH-FS.
           select GLJFIL assign to 'aoc_gl_journal.txt'
           organization is line sequential
           file status is GLJ-FS.
           select RPTFIL assign to 'aoc_valuation_report.txt'
           organization is line sequential
           file status is RPT-FS.
           select LOGFIL assign to 'aoc_run.log'
           organization is line sequential
           file status is LOG-FS.

       data division.
       file section.
       FD  CLSFIL.
      *    The close card AOCCLOSE reads: period (YYYYMM) and the
      *    signing operator.
       01  CLSREC.
           05 CS-PERIOD      pic X(6).
           05 FILLER         pic X.
           05 CS-OPERATOR    pic X(8).

       FD  CLOFIL.
       COPY AOCCLOREC.

       FD  STKFIL.
      *    On-hand stock master, one row per color, same layout
      *    AOC2B's GET-CUBE-STOCK reads: color word, stockroom
      *    quantity, unit cost in whole cents behind an implied
      *    decimal.
       01  STKREC.
           05 SK-COLOR       pic X(5).
           05 FILLER         pic X.
           05 SK-QTY         pic 9(5).
           05 FILLER         pic X.
           05 SK-COST        pic 9(3)V99.

       FD  SXFIL.
       COPY AOCSTXREC.

       FD  POMFIL.
       COPY AOCPOMREC.

       FD  GHFIL.
       COPY AOCGHREC.

       FD  GLJFIL.
       01  GLJREC            pic X(100).

       FD  RPTFIL.
       01  RPTREC            pic X(120).

       FD  LOGFIL.
       01  LOGREC            pic X(110).

       working-storage section.
       01 A-ARB.
          05 CLS-FS          pic XX.
          05 CLO-FS          pic XX.
          05 STK-FS          pic XX.
          05 SX-FS           pic XX.
          05 POM-FS          pic XX.
          05 GH-FS           pic XX.
          05 GLJ-FS          pic XX.
          05 RPT-FS          pic XX.
          05 LOG-FS          pic XX.
          05 W-PERIOD        pic X(6).
          05 W-OPERATOR      pic X(8).
          05 W-CL-STATUS     pic X.
          05 W-CLOSED-BY     pic X(8).
          05 W-TODAY         pic X(8).
          05 A-CLR-IX        pic S9(4) comp.
          05 A-GD-IX         pic S9(4) comp.
          05 A-JE-IX         pic S9(4) comp.
          05 W-UNIT-PRICE    pic 9(3)V99.
          05 W-ROW-VALUE     pic S9(9)V99 comp-3.
          05 W-OLD-QTY       pic S9(7) comp.
          05 W-NEW-QTY       pic S9(7) comp.
          05 W-JE-ACCOUNT-DR pic X(6).
          05 W-JE-ACCOUNT-CR pic X(6).
          05 W-JE-AMOUNT     pic S9(9)V99 comp-3.
          05 W-JE-DESC       pic X(24).
          05 W-DEBIT-TOT     pic S9(11)V99 comp-3 value ZERO.
          05 W-CREDIT-TOT    pic S9(11)V99 comp-3 value ZERO.
          05 W-VALUE-TOT     pic S9(11)V99 comp-3 value ZERO.
          05 W-SX-ROWS       pic S9(8) comp value ZERO.
          05 W-GH-ROWS       pic S9(8) comp value ZERO.
          05 W-CNT-ED        pic Z(7)9.
          05 W-AMT-ED        pic -Z(10)9.99.
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

      *    General-ledger accounts the interface posts to. The
      *    corporate chart changes rarely and by memo; a new
      *    account is a change to this table, not to the code.
       01 GL-ACCOUNTS-DATA.
          05 filler          pic X(6) value '140100'.
          05 filler          pic X(6) value '215000'.
          05 filler          pic X(6) value '510300'.
       01 GL-ACCOUNTS redefines GL-ACCOUNTS-DATA.
          05 GL-INVENTORY    pic X(6).
          05 GL-ACCRUED-AP   pic X(6).
          05 GL-CUBE-USAGE   pic X(6).

      *    The valuation per color, red-green-blue order: the card
      *    figures, the book at period end, the period's receipts
      *    and usage, and the worked value.
       01 VALUE-TABLE.
          05 VALUE-ENTRY occurs 3 times.
             10 VT-COLOR     pic X(5).
             10 VT-ON-CARD   pic X.
             10 VT-CARD-QTY  pic S9(7) comp.
             10 VT-COST      pic 9(3)V99.
             10 VT-HAS-TX    pic X.
             10 VT-BOOK      pic S9(7) comp.
             10 VT-RCV-QTY   pic S9(7) comp.
             10 VT-RCV-VALUE pic S9(9)V99 comp-3.
             10 VT-USE-QTY   pic S9(7) comp.
             10 VT-USE-VALUE pic S9(9)V99 comp-3.
             10 VT-VALUE     pic S9(9)V99 comp-3.

       01 COLOR-NAMES-DATA.
          05 filler          pic X(5) value 'RED'.
          05 filler          pic X(5) value 'GREEN'.
          05 filler          pic X(5) value 'BLUE'.
       01 COLOR-NAMES redefines COLOR-NAMES-DATA.
          05 CLR-NAME        pic X(5) occurs 3 times.

      *    One entry per processing day in the period with that
      *    day's cube need per color, the way AOCPLAN builds it:
      *    GAMHIST is keyed by GAME-ID first, so days are looked up.
       01 GH-DAY-TABLE.
          05 GD-COUNT        pic S9(4) comp value ZERO.
          05 GD-ENTRY occurs 31 times.
             10 GD-DATE      pic X(8).
             10 GD-NEED      pic S9(5) comp occurs 3 times.

      *    Journal entries built ahead of the file, two rows per
      *    entry (debit, credit), two entries per color.
       01 JE-TABLE.
          05 JE-COUNT        pic S9(4) comp value ZERO.
          05 JE-ENTRY occurs 12 times.
             10 JE-ACCOUNT   pic X(6).
             10 JE-DRCR      pic X(2).
             10 JE-AMOUNT    pic S9(9)V99 comp-3.
             10 JE-COLOR     pic X(5).
             10 JE-DESC      pic X(24).

       01 LOGREC-DTL.
          05 LR-TIMESTAMP    pic X(21).
          05 FILLER          pic X value ' '.
          05 LR-JOBNAME      pic X(8) value spaces.
          05 FILLER          pic X value ' '.
          05 LR-PROGRAM      pic X(8) value 'AOCVAL'.
          05 FILLER          pic X value ' '.
          05 LR-SEVERITY     pic X(5) value 'ERROR'.
          05 FILLER          pic X value ' '.
          05 LR-MESSAGE      pic X(60) value spaces.

      *    Journal interface rows. H header: source, period, date
      *    cut, operator who signed the close. D detail: line
      *    number, account, DR or CR, amount, color, narrative.
      *    T trailer: detail rows, total debits, total credits -
      *    the ledger's load job rejects a file whose trailer does
      *    not foot.
       01 GLJ-HDR.
          05 JH-REC-TYPE     pic X value 'H'.
          05 FILLER          pic X value ' '.
          05 JH-SOURCE       pic X(8) value 'AOCCUBES'.
          05 FILLER          pic X value ' '.
          05 JH-PERIOD       pic X(6).
          05 FILLER          pic X value ' '.
          05 JH-CUT-DATE     pic X(8).
          05 FILLER          pic X value ' '.
          05 JH-OPERATOR     pic X(8).

       01 GLJ-DTL.
          05 GJ-REC-TYPE     pic X value 'D'.
          05 FILLER          pic X value ' '.
          05 GJ-PERIOD       pic X(6).
          05 FILLER          pic X value ' '.
          05 GJ-LINE-NR      pic 9(4).
          05 FILLER          pic X value ' '.
          05 GJ-ACCOUNT      pic X(6).
          05 FILLER          pic X value ' '.
          05 GJ-DRCR         pic X(2).
          05 FILLER          pic X value ' '.
          05 GJ-AMOUNT       pic 9(9)V99.
          05 FILLER          pic X value ' '.
          05 GJ-COLOR        pic X(5).
          05 FILLER          pic X value ' '.
          05 GJ-DESC         pic X(24).

       01 GLJ-TRL.
          05 JT-REC-TYPE     pic X value 'T'.
          05 FILLER          pic X value ' '.
          05 JT-PERIOD       pic X(6).
          05 FILLER          pic X value ' '.
          05 JT-LINE-CNT     pic 9(4).
          05 FILLER          pic X value ' '.
          05 JT-DEBITS       pic 9(11)V99.
          05 FILLER          pic X value ' '.
          05 JT-CREDITS      pic 9(11)V99.

       01 VAL-HDR.
          05 FILLER          pic X(6) value 'COLOR'.
          05 FILLER          pic X(8) value '    BOOK'.
          05 FILLER          pic X(8) value ' RCVD QT'.
          05 FILLER          pic X(13) value '   RCVD VALUE'.
          05 FILLER          pic X(8) value '  OLDER'.
          05 FILLER          pic X(7) value '   COST'.
          05 FILLER          pic X(13) value '  STOCK VALUE'.
          05 FILLER          pic X(8) value '   USAGE'.
          05 FILLER          pic X(13) value '  USAGE VALUE'.

       01 VAL-LINE.
          05 VL-COLOR        pic X(5).
          05 FILLER          pic X value ' '.
          05 VL-BOOK         pic -(6)9.
          05 FILLER          pic X value ' '.
          05 VL-RCV-QTY      pic -(6)9.
          05 FILLER          pic X value ' '.
          05 VL-RCV-VALUE    pic -(8)9.99.
          05 FILLER          pic X value ' '.
          05 VL-OLD-QTY      pic -(6)9.
          05 FILLER          pic X value ' '.
          05 VL-COST         pic ZZ9.99.
          05 FILLER          pic X value ' '.
          05 VL-VALUE        pic -(8)9.99.
          05 FILLER          pic X value ' '.
          05 VL-USE-QTY      pic -(6)9.
          05 FILLER          pic X value ' '.
          05 VL-USE-VALUE    pic -(8)9.99.

       01 V-VAXLAR.
          05 FILLER pic X   value ' '.
             88 V-STK-INIT  value ' '.
             88 V-STK-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-SX-INIT   value ' '.
             88 V-SX-EOF    value 'E'.
          05 FILLER pic X   value ' '.
             88 V-GH-INIT   value ' '.
             88 V-GH-EOF    value 'E'.
          05 V-POM-OPEN-SW  pic X value 'N'.
             88 V-POM-OPEN  value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCVAL'
           move FUNCTION CURRENT-DATE to W-RUN-START-TS
           move FUNCTION CURRENT-DATE(1:8) to W-TODAY
           move spaces to LR-MESSAGE
           string 'START MONTH-END VALUATION'
              delimited by size into LR-MESSAGE
           end-string
           move 'INFO' to LR-SEVERITY
           perform WRITE-LOG-REC
           perform GET-CLOSE-CARD
           perform CHECK-PERIOD-CLOSED
           if RETURN-CODE = 12
              perform WRITE-END-LOG-REC
              goback
           end-if
           open output RPTFIL
           if RPT-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN RPTFIL FAILED STATUS=' RPT-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           perform INIT-VALUE-TABLE
           perform GET-CUBE-STOCK
           perform SCAN-STOCK-TX
           perform SCAN-GAME-HISTORY
           perform SUM-PERIOD-USAGE
           perform VALUE-STOCK
           perform BUILD-JOURNAL
           perform WRITE-VALUATION-REPORT
           perform WRITE-JOURNAL-FILE
           close RPTFIL
           move W-VALUE-TOT to W-AMT-ED
           display 'AOCVAL STOCK VALUE  ' W-AMT-ED
           move W-DEBIT-TOT to W-AMT-ED
           display 'AOCVAL JOURNAL DR   ' W-AMT-ED
           move W-CREDIT-TOT to W-AMT-ED
           display 'AOCVAL JOURNAL CR   ' W-AMT-ED
           perform WRITE-END-LOG-REC
           goback
           .

      *    Logs the open failure (job name, program, timestamp) and
      *    closes whatever is open so the next run starts clean. Sets
      *    RETURN-CODE so a JCL COND= step downstream is bypassed
      *    instead of running against a bad file status. Matches the
      *    ABORT-RUN already used by AOCLEDQ/AOCBAL.
       ABORT-RUN section.
           move 8 to RETURN-CODE
           close CLOFIL
           close SXFIL
           close POMFIL
           close GHFIL
           close GLJFIL
           close RPTFIL
           goback
           .

      *    Same card, same rule as AOCCLOSE: no card or a period
      *    that is not numeric aborts, this job never guesses the
      *    month.
       GET-CLOSE-CARD section.
           open input CLSFIL
           if CLS-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN CLSFIL FAILED STATUS=' CLS-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCVAL NO CLOSE CARD, NOTHING VALUED'
              perform ABORT-RUN
           end-if
           move spaces to CLSREC
           read CLSFIL
              at end continue
           end-read
           close CLSFIL
           if CS-PERIOD is not numeric
              move spaces to LR-MESSAGE
              string 'BAD PERIOD ON CLOSE CARD ' CS-PERIOD
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCVAL BAD PERIOD ' CS-PERIOD
              perform ABORT-RUN
           end-if
           move CS-PERIOD to W-PERIOD
           if CS-OPERATOR = spaces
              move 'UNSIGNED' to W-OPERATOR
           else
              move CS-OPERATOR to W-OPERATOR
           end-if
           .

      *    Only a period AOCCLOSE has signed off is valued. No
      *    PERCLOSE, no row, or a row not at 'C' is a refusal. The
      *    row's status and who closed it are kept in working
      *    storage, since the record area is gone once the file is.
       CHECK-PERIOD-CLOSED section.
           move spaces to W-CL-STATUS W-CLOSED-BY
           open input CLOFIL
           if CLO-FS = '00'
              move W-PERIOD to CL-PERIOD
              read CLOFIL
                 invalid key
                    continue
                 not invalid key
                    move CL-STATUS to W-CL-STATUS
                    move CL-OPERATOR to W-CLOSED-BY
              end-read
              close CLOFIL
           end-if
           if W-CL-STATUS not = 'C'
              move spaces to LR-MESSAGE
              string 'PERIOD ' W-PERIOD
                 ' NOT CLOSED, NO VALUATION OR JOURNAL CUT'
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCVAL PERIOD ' W-PERIOD ' NOT CLOSED'
              move 12 to RETURN-CODE
           end-if
           .

       INIT-VALUE-TABLE section.
           perform varying A-CLR-IX from 1 by 1
                   until A-CLR-IX > 3
              move CLR-NAME(A-CLR-IX) to VT-COLOR(A-CLR-IX)
              move 'N' to VT-ON-CARD(A-CLR-IX)
                          VT-HAS-TX(A-CLR-IX)
              move ZERO to VT-CARD-QTY(A-CLR-IX) VT-COST(A-CLR-IX)
                           VT-BOOK(A-CLR-IX) VT-RCV-QTY(A-CLR-IX)
                           VT-RCV-VALUE(A-CLR-IX)
                           VT-USE-QTY(A-CLR-IX)
                           VT-USE-VALUE(A-CLR-IX)
                           VT-VALUE(A-CLR-IX)
           end-perform
           .

      *    Card quantities and unit costs, the same rows AOC2B's
      *    GET-CUBE-STOCK loads.
       GET-CUBE-STOCK section.
           set V-STK-INIT to true
           open input STKFIL
           if STK-FS not = '00'
              exit section
           end-if
           perform until V-STK-EOF
              read STKFIL
                 at end set V-STK-EOF to true
              end-read
              if not V-STK-EOF
                 perform varying A-CLR-IX from 1 by 1
                         until A-CLR-IX > 3
                    if VT-COLOR(A-CLR-IX) = SK-COLOR
                       move 'Y' to VT-ON-CARD(A-CLR-IX)
                       move SK-QTY to VT-CARD-QTY(A-CLR-IX)
                       move SK-COST to VT-COST(A-CLR-IX)
                    end-if
                 end-perform
              end-if
           end-perform
           close STKFIL
           .

      *    Every movement dated up to the end of the period builds
      *    the book at period end; the period's RCP rows are also
      *    the receipts to journal, priced off their PO line.
       SCAN-STOCK-TX section.
           open input SXFIL
           if SX-FS not = '00'
              move spaces to LR-MESSAGE
              string 'STOCKTX UNAVAILABLE STATUS=' SX-FS
                 ', CARD QUANTITIES USED'
                 delimited by size into LR-MESSAGE
              end-string
              move 'WARN' to LR-SEVERITY
              perform WRITE-LOG-REC
              exit section
           end-if
      *    Whether POMAST opened is kept apart from POM-FS, which
      *    every read in PRICE-RECEIPT overwrites - a single missed
      *    PO line must not drop the rest of the run to card cost.
           move 'N' to V-POM-OPEN-SW
           open input POMFIL
           if POM-FS = '00'
              move 'Y' to V-POM-OPEN-SW
           end-if
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
                 and SX-DATE(1:6) <= W-PERIOD
                 add 1 to W-SX-ROWS
                 perform POST-TX-TO-VALUE
              end-if
           end-perform
           close SXFIL
           if V-POM-OPEN
              close POMFIL
           end-if
           .

       POST-TX-TO-VALUE section.
           perform varying A-CLR-IX from 1 by 1
                   until A-CLR-IX > 3
              if VT-COLOR(A-CLR-IX) = SX-COLOR
                 move 'Y' to VT-HAS-TX(A-CLR-IX)
                 add SX-QTY to VT-BOOK(A-CLR-IX)
                 if SX-TYPE = 'RCP'
                    and SX-DATE(1:6) = W-PERIOD
                    perform PRICE-RECEIPT
                    compute W-ROW-VALUE rounded =
                       SX-QTY * W-UNIT-PRICE
                    add SX-QTY to VT-RCV-QTY(A-CLR-IX)
                    add W-ROW-VALUE to VT-RCV-VALUE(A-CLR-IX)
                 end-if
                 exit section
              end-if
           end-perform
           .

      *    The price the PO line carries; a line no longer on
      *    POMAST, or one synced without a price, falls back to the
      *    card cost.
       PRICE-RECEIPT section.
           move VT-COST(A-CLR-IX) to W-UNIT-PRICE
           if not V-POM-OPEN
              exit section
           end-if
           move SX-REF(1:14) to PM-REF
           read POMFIL
              invalid key
                 exit section
           end-read
           if PM-UNIT-PRICE > ZERO
              move PM-UNIT-PRICE to W-UNIT-PRICE
           end-if
           .

      *    The period's processing days out of GAMHIST, each day's
      *    need per color raised to the largest game maximum.
       SCAN-GAME-HISTORY section.
           open input GHFIL
           if GH-FS not = '00'
              move spaces to LR-MESSAGE
              string 'GAMHIST UNAVAILABLE STATUS=' GH-FS
                 ', NO USAGE JOURNALED'
                 delimited by size into LR-MESSAGE
              end-string
              move 'WARN' to LR-SEVERITY
              perform WRITE-LOG-REC
              exit section
           end-if
           set V-GH-INIT to true
           move low-values to GH-KEY
           start GHFIL key >= GH-KEY
              invalid key set V-GH-EOF to true
           end-start
           perform until V-GH-EOF
              read GHFIL next
                 at end set V-GH-EOF to true
              end-read
              if not V-GH-EOF
                 and GH-DATE(1:6) = W-PERIOD
                 add 1 to W-GH-ROWS
                 perform POST-GAME-TO-DAY
              end-if
           end-perform
           close GHFIL
           .

       POST-GAME-TO-DAY section.
           perform varying A-GD-IX from 1 by 1
                   until A-GD-IX > GD-COUNT
                      or GD-DATE(A-GD-IX) = GH-DATE
              continue
           end-perform
           if A-GD-IX > GD-COUNT
              if GD-COUNT = 31
                 display 'AOCVAL DAY TABLE FULL, ROW DROPPED '
                    GH-DATE
                 exit section
              end-if
              add 1 to GD-COUNT
              move GD-COUNT to A-GD-IX
              move GH-DATE to GD-DATE(A-GD-IX)
              move ZERO to GD-NEED(A-GD-IX, 1)
                           GD-NEED(A-GD-IX, 2)
                           GD-NEED(A-GD-IX, 3)
           end-if
           if GH-MAX-RED > GD-NEED(A-GD-IX, 1)
              move GH-MAX-RED to GD-NEED(A-GD-IX, 1)
           end-if
           if GH-MAX-GREEN > GD-NEED(A-GD-IX, 2)
              move GH-MAX-GREEN to GD-NEED(A-GD-IX, 2)
           end-if
           if GH-MAX-BLUE > GD-NEED(A-GD-IX, 3)
              move GH-MAX-BLUE to GD-NEED(A-GD-IX, 3)
           end-if
           .

       SUM-PERIOD-USAGE section.
           perform varying A-GD-IX from 1 by 1
                   until A-GD-IX > GD-COUNT
              perform varying A-CLR-IX from 1 by 1
                      until A-CLR-IX > 3
                 add GD-NEED(A-GD-IX, A-CLR-IX)
                    to VT-USE-QTY(A-CLR-IX)
              end-perform
           end-perform
           perform varying A-CLR-IX from 1 by 1
                   until A-CLR-IX > 3
              compute VT-USE-VALUE(A-CLR-IX) rounded =
                 VT-USE-QTY(A-CLR-IX) * VT-COST(A-CLR-IX)
           end-perform
           .

      *    Stock on hand at period end, newest first: as much of it
      *    as the period received is valued at what those receipts
      *    cost, the rest at card cost. A book at or below zero
      *    carries no value.
       VALUE-STOCK section.
           perform varying A-CLR-IX from 1 by 1
                   until A-CLR-IX > 3
              if VT-HAS-TX(A-CLR-IX) = 'N'
                 move VT-CARD-QTY(A-CLR-IX) to VT-BOOK(A-CLR-IX)
              end-if
              move ZERO to VT-VALUE(A-CLR-IX)
              if VT-BOOK(A-CLR-IX) > ZERO
                 if VT-RCV-QTY(A-CLR-IX) > VT-BOOK(A-CLR-IX)
                    move VT-BOOK(A-CLR-IX) to W-NEW-QTY
                 else
                    move VT-RCV-QTY(A-CLR-IX) to W-NEW-QTY
                 end-if
                 compute W-OLD-QTY = VT-BOOK(A-CLR-IX) - W-NEW-QTY
                 if W-NEW-QTY > ZERO
                    compute VT-VALUE(A-CLR-IX) rounded =
                       VT-RCV-VALUE(A-CLR-IX) * W-NEW-QTY
                                              / VT-RCV-QTY(A-CLR-IX)
                 end-if
                 compute VT-VALUE(A-CLR-IX) rounded =
                    VT-VALUE(A-CLR-IX)
                    + W-OLD-QTY * VT-COST(A-CLR-IX)
              end-if
              add VT-VALUE(A-CLR-IX) to W-VALUE-TOT
           end-perform
           .

      *    Receipts: DR inventory, CR accrued payables. Usage:
      *    DR cube usage, CR inventory. Each entry is one debit and
      *    one credit row of the same amount.
       BUILD-JOURNAL section.
           move ZERO to JE-COUNT
           perform varying A-CLR-IX from 1 by 1
                   until A-CLR-IX > 3
              if VT-RCV-VALUE(A-CLR-IX) > ZERO
                 move GL-INVENTORY to W-JE-ACCOUNT-DR
                 move GL-ACCRUED-AP to W-JE-ACCOUNT-CR
                 move VT-RCV-VALUE(A-CLR-IX) to W-JE-AMOUNT
                 move 'CUBE RECEIPTS ACCRUED' to W-JE-DESC
                 perform ADD-JOURNAL-PAIR
              end-if
              if VT-USE-VALUE(A-CLR-IX) > ZERO
                 move GL-CUBE-USAGE to W-JE-ACCOUNT-DR
                 move GL-INVENTORY to W-JE-ACCOUNT-CR
                 move VT-USE-VALUE(A-CLR-IX) to W-JE-AMOUNT
                 move 'CUBE USAGE RELIEVED' to W-JE-DESC
                 perform ADD-JOURNAL-PAIR
              end-if
           end-perform
           .

       ADD-JOURNAL-PAIR section.
           add 1 to JE-COUNT
           move W-JE-ACCOUNT-DR to JE-ACCOUNT(JE-COUNT)
           move 'DR' to JE-DRCR(JE-COUNT)
           move W-JE-AMOUNT to JE-AMOUNT(JE-COUNT)
           move VT-COLOR(A-CLR-IX) to JE-COLOR(JE-COUNT)
           move W-JE-DESC to JE-DESC(JE-COUNT)
           add W-JE-AMOUNT to W-DEBIT-TOT
           add 1 to JE-COUNT
           move W-JE-ACCOUNT-CR to JE-ACCOUNT(JE-COUNT)
           move 'CR' to JE-DRCR(JE-COUNT)
           move W-JE-AMOUNT to JE-AMOUNT(JE-COUNT)
           move VT-COLOR(A-CLR-IX) to JE-COLOR(JE-COUNT)
           move W-JE-DESC to JE-DESC(JE-COUNT)
           add W-JE-AMOUNT to W-CREDIT-TOT
           .

       WRITE-VALUATION-REPORT section.
           move spaces to RPTREC
           string 'AOC MONTH-END INVENTORY VALUATION, PERIOD '
              W-PERIOD ' (CLOSED BY ' W-CLOSED-BY ')'
              delimited by size into RPTREC
           end-string
           write RPTREC
           move spaces to RPTREC
           write RPTREC
           move VAL-HDR to RPTREC
           write RPTREC
           perform varying A-CLR-IX from 1 by 1
                   until A-CLR-IX > 3
              move VT-COLOR(A-CLR-IX) to VL-COLOR
              move VT-BOOK(A-CLR-IX) to VL-BOOK
              move VT-RCV-QTY(A-CLR-IX) to VL-RCV-QTY
              move VT-RCV-VALUE(A-CLR-IX) to VL-RCV-VALUE
              if VT-BOOK(A-CLR-IX) > VT-RCV-QTY(A-CLR-IX)
                 compute W-OLD-QTY =
                    VT-BOOK(A-CLR-IX) - VT-RCV-QTY(A-CLR-IX)
              else
                 move ZERO to W-OLD-QTY
              end-if
              move W-OLD-QTY to VL-OLD-QTY
              move VT-COST(A-CLR-IX) to VL-COST
              move VT-VALUE(A-CLR-IX) to VL-VALUE
              move VT-USE-QTY(A-CLR-IX) to VL-USE-QTY
              move VT-USE-VALUE(A-CLR-IX) to VL-USE-VALUE
              move VAL-LINE to RPTREC
              write RPTREC
           end-perform
           move spaces to RPTREC
           write RPTREC
           move W-VALUE-TOT to W-AMT-ED
           move spaces to RPTREC
           string 'STOCK VALUE AT PERIOD END ' W-AMT-ED
              delimited by size into RPTREC
           end-string
           write RPTREC
           move W-DEBIT-TOT to W-AMT-ED
           move spaces to RPTREC
           string 'JOURNAL DEBITS            ' W-AMT-ED
              delimited by size into RPTREC
           end-string
           write RPTREC
           move W-CREDIT-TOT to W-AMT-ED
           move spaces to RPTREC
           string 'JOURNAL CREDITS           ' W-AMT-ED
              delimited by size into RPTREC
           end-string
           write RPTREC
           .

      *    Cut only when the entries foot; an unbalanced set is an
      *    error, and the ledger gets no file rather than a bad one.
       WRITE-JOURNAL-FILE section.
           if W-DEBIT-TOT not = W-CREDIT-TOT
              move spaces to LR-MESSAGE
              string 'JOURNAL OUT OF BALANCE, PERIOD ' W-PERIOD
                 ' NOT CUT'
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCVAL JOURNAL OUT OF BALANCE'
              perform ABORT-RUN
           end-if
           open output GLJFIL
           if GLJ-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN GLJFIL FAILED STATUS=' GLJ-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           move W-PERIOD to JH-PERIOD
           move W-TODAY to JH-CUT-DATE
           move W-OPERATOR to JH-OPERATOR
           move GLJ-HDR to GLJREC
           write GLJREC
           perform varying A-JE-IX from 1 by 1
                   until A-JE-IX > JE-COUNT
              move W-PERIOD to GJ-PERIOD
              move A-JE-IX to GJ-LINE-NR
              move JE-ACCOUNT(A-JE-IX) to GJ-ACCOUNT
              move JE-DRCR(A-JE-IX) to GJ-DRCR
              move JE-AMOUNT(A-JE-IX) to GJ-AMOUNT
              move JE-COLOR(A-JE-IX) to GJ-COLOR
              move JE-DESC(A-JE-IX) to GJ-DESC
              move GLJ-DTL to GLJREC
              write GLJREC
           end-perform
           move W-PERIOD to JT-PERIOD
           move JE-COUNT to JT-LINE-CNT
           move W-DEBIT-TOT to JT-DEBITS
           move W-CREDIT-TOT to JT-CREDITS
           move GLJ-TRL to GLJREC
           write GLJREC
           close GLJFIL
           .

      *    INFO bracket at end of job: period, stock value and
      *    wall-clock elapsed. Paired with the START record at the
      *    top of A-MAIN; a log with a START and no END is a run
      *    that died. Matches AOCLEDQ/AOCBAL.
       WRITE-END-LOG-REC section.
           move W-RUN-START-TS to W-START-TS
           move FUNCTION CURRENT-DATE to W-END-TS
           perform COMPUTE-ELAPSED
           move W-ELAPSED to W-ELAPSED-ED
           move W-VALUE-TOT to W-AMT-ED
           move spaces to LR-MESSAGE
           string 'END PERIOD=' W-PERIOD ' VALUE=' trim(W-AMT-ED)
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

       end program AOCVAL.
