       identification division.
       program-id. AOCPLAN.
      *    Cube demand forecast and reorder-point planning, run
      *    ahead of the shortage instead of after it. AOC2B's
      *    WRITE-SHORTFALL-REPORT only nets tonight's need against
      *    tonight's stock, and vendor lead times run to two weeks,
      *    so purchasing has always ordered a fortnight late. This:
      *      - reads the per-game maximums history in GAMHIST and
      *        takes each processing day's cube need per color the
      *        way AOC2B does (the largest single-game maximum that
      *        day), averaged over the days on file;
      *      - reads the daily AOC2B totals in LEDGER and the
      *        LEDARCH archive as one series, for the number of
      *        processing days in a week (AOC2B days in the last
      *        four weeks) and a trend factor (the last four weeks'
      *        average daily total against the whole history's,
      *        held between 50% and 200%);
      *      - forecasts each color's demand for the next N weeks
      *        (FCSTWEEKS) from the average need, days per week and
      *        trend;
      *      - takes the longest vendor lead time on aoc_vendor.ctl
      *        for the color and the SAFETYPCT safety-stock factor:
      *          reorder point = demand over the lead time
      *                          + SAFETYPCT% of it;
      *      - nets on-hand (cube_stock.ctl) plus the quantity
      *        still open on POMAST against the reorder point; a
      *        color below it gets a suggested order that brings it
      *        back to the reorder point plus the forecast horizon.
      *    Suggestions go to aoc_reorder.txt in the shortfall
      *    report's layout, so AOCVND prices them unchanged when run
      *    with AOC_VND_SOURCE=REORDER. FCSTWEEKS and SAFETYPCT are
      *    PARMFIL parameters AOCPRM exports to aoc_plan.ctl; with
      *    no card the plan runs 4 weeks at 50%. Any suggested order
      *    ends the run with a warning (4) so purchasing sees it.
       environment division.
       configuration section.
      *special-names. decimal-point is comma.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select PLNFIL assign to 'aoc_plan.ctl'
           organization is line sequential
           file status is PLN-FS.
           select GHFIL assign to 'GAMHIST'
           organization is indexed
           access mode is dynamic
           record key is GH-KEY
           file status is GH-FS.
           select LEDFIL assign to 'LEDGER'
           organization is indexed
           access mode is dynamic
           record key is LED-KEY
           file status is LED-FS.
           select ARCFIL assign to 'LEDARCH'
           organization is indexed
           access mode is dynamic
           record key is ARC-KEY
           file status is ARC-FS.
           select VNDFIL assign to 'aoc_vendor.ctl'
           organization is line sequential
           file status is VND-FS.
           select STKFIL assign to 'cube_stock.ctl'
           organization is line sequential
           file status is STK-FS.
           select POMFIL assign to 'POMAST'
           organization is indexed
           access mode is dynamic
           record key is PM-REF
           file status is POM-FS.
           select RORFIL assign to 'aoc_reorder.txt'
           organization is line sequential
           file status is ROR-FS.
           select RPTFIL assign to 'aoc_plan_report.txt'
           organization is line sequential
           file status is RPT-FS.
           select LOGFIL assign to 'aoc_run.log'
           organization is line sequential
           file status is LOG-FS.

       data division.
       file section.
       FD  PLNFIL.
      *    Planning settings AOCPRM exports from PARMFIL: forecast
      *    horizon in weeks and safety-stock factor in percent.
       01  PLNREC.
           05 PN-WEEKS       pic 9(2).
           05 FILLER         pic X.
           05 PN-SAFETY-PCT  pic 9(3).

       FD  GHFIL.
       COPY AOCGHREC.

       FD  LEDFIL.
       COPY AOCLEDREC.

       FD  ARCFIL.
      *    Mirror of AOCLEDREC under its own names (one program
      *    cannot COPY the same record layout into two FDs), keyed
      *    the same way so an archived row reads back exactly like
      *    a live one. Same mirror AOCHSKP carries.
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

       FD  VNDFIL.
      *    Vendor master, one row per vendor per color carried:
      *    unit price in whole cents behind an implied decimal,
      *    minimum order quantity, lead time in days. Same layout
      *    AOCVND reads.
       01  VNDREC.
           05 VD-VENDOR      pic X(8).
           05 FILLER         pic X.
           05 VD-COLOR       pic X(5).
           05 FILLER         pic X.
           05 VD-PRICE       pic 9(3)V99.
           05 FILLER         pic X.
           05 VD-MOQ         pic 9(5).
           05 FILLER         pic X.
           05 VD-LEAD        pic 9(3).

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

       FD  POMFIL.
       COPY AOCPOMREC.

       FD  RORFIL.
       01  RORREC            pic X(80).

       FD  RPTFIL.
       01  RPTREC            pic X(120).

       FD  LOGFIL.
       01  LOGREC            pic X(110).

       working-storage section.
       01 A-ARB.
          05 PLN-FS          pic XX.
          05 GH-FS           pic XX.
          05 LED-FS          pic XX.
          05 ARC-FS          pic XX.
          05 VND-FS          pic XX.
          05 STK-FS          pic XX.
          05 POM-FS          pic XX.
          05 ROR-FS          pic XX.
          05 RPT-FS          pic XX.
          05 LOG-FS          pic XX.
          05 W-TODAY         pic X(8).
          05 W-DATE-NUM      pic 9(8).
          05 W-TODAY-INT     pic S9(8) comp.
          05 W-ROW-INT       pic S9(8) comp.
          05 W-WINDOW-START  pic S9(8) comp.
          05 W-HISTORY-START pic S9(8) comp.
          05 W-WEEKS         pic S9(4) comp value 4.
          05 W-SAFETY-PCT    pic S9(4) comp value 50.
          05 W-ROW-DATE      pic X(8).
          05 W-ROW-TOTAL     pic S9(8) comp.
          05 A-GD-IX         pic S9(4) comp.
          05 A-LD-IX         pic S9(4) comp.
          05 A-CLR-IX        pic S9(4) comp.
          05 W-GH-ROWS       pic S9(8) comp value ZERO.
          05 W-LED-ROWS      pic S9(8) comp value ZERO.
          05 W-ALL-SUM       pic S9(12) comp value ZERO.
          05 W-RECENT-SUM    pic S9(12) comp value ZERO.
          05 W-RECENT-DAYS   pic S9(4) comp value ZERO.
          05 W-GH-RECENT     pic S9(4) comp value ZERO.
          05 W-DAYS-PER-WEEK pic S9(3)V99 comp-3.
          05 W-TREND-PCT     pic S9(5) comp.
          05 W-POSITION      pic S9(7) comp.
          05 W-SUGGEST       pic S9(7) comp.
          05 W-SUGGEST-CNT   pic S9(8) comp value ZERO.
          05 W-EXT-COST      pic 9(7)V99.
          05 W-CNT-ED        pic Z(7)9.
          05 W-PCT-ED        pic ZZZ9.
          05 W-DPW-ED        pic Z9.99.
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

      *    One entry per processing day on GAMHIST with that day's
      *    cube need per color (red, green, blue) - the largest
      *    single-game maximum, the figure AOC2B's shortfall nets
      *    against stock. GAMHIST is keyed by GAME-ID first, so days
      *    arrive in no order and are looked up, not appended. Only
      *    the last 365 days are posted (W-HISTORY-START), so the
      *    372 entries - the same bound AOCTRND uses - always hold
      *    the most recent year whatever the file's length or order.
       01 GH-DAY-TABLE.
          05 GD-COUNT        pic S9(4) comp value ZERO.
          05 GD-ENTRY occurs 372 times.
             10 GD-DATE      pic X(8).
             10 GD-NEED      pic S9(5) comp occurs 3 times.

      *    One entry per processing day with an AOC2B LEDGER row:
      *    the day's total. The archive reads back oldest first and
      *    predates the live file, so entries land in date order -
      *    the same property AOCTRND leans on. LEDARCH is never
      *    purged, so rows before W-HISTORY-START are passed over
      *    rather than letting old archive fill the table ahead of
      *    the recent live days.
       01 LED-DAY-TABLE.
          05 LD-COUNT        pic S9(4) comp value ZERO.
          05 LD-ENTRY occurs 372 times.
             10 LD-DATE      pic X(8).
             10 LD-TOTAL     pic S9(9) comp.

      *    The plan per color, red-green-blue order: the stock card
      *    figures, the open PO quantity, the longest vendor lead,
      *    and the worked forecast.
       01 PLAN-TABLE.
          05 PLAN-ENTRY occurs 3 times.
             10 PT-COLOR     pic X(5).
             10 PT-ON-CARD   pic X.
             10 PT-ONHAND    pic S9(7) comp.
             10 PT-COST      pic 9(3)V99.
             10 PT-OPEN-PO   pic S9(7) comp.
             10 PT-LEAD      pic S9(4) comp.
             10 PT-HAS-VND   pic X.
             10 PT-NEED-SUM  pic S9(9) comp.
             10 PT-AVG-NEED  pic S9(7)V99 comp-3.
             10 PT-WEEKLY    pic S9(7)V99 comp-3.
             10 PT-FORECAST  pic S9(7) comp.
             10 PT-LEAD-DMD  pic S9(7)V99 comp-3.
             10 PT-ROP       pic S9(7) comp.

       01 COLOR-NAMES-DATA.
          05 filler          pic X(5) value 'RED'.
          05 filler          pic X(5) value 'GREEN'.
          05 filler          pic X(5) value 'BLUE'.
       01 COLOR-NAMES redefines COLOR-NAMES-DATA.
          05 CLR-NAME        pic X(5) occurs 3 times.

       01 LOGREC-DTL.
          05 LR-TIMESTAMP    pic X(21).
          05 FILLER          pic X value ' '.
          05 LR-JOBNAME      pic X(8) value spaces.
          05 FILLER          pic X value ' '.
          05 LR-PROGRAM      pic X(8) value 'AOCPLAN'.
          05 FILLER          pic X value ' '.
          05 LR-SEVERITY     pic X(5) value 'ERROR'.
          05 FILLER          pic X value ' '.
          05 LR-MESSAGE      pic X(60) value spaces.

      *    Suggested-order row, laid down exactly like AOC2B's
      *    SHTREC-DTL so AOCVND reads the SHORT figure from the same
      *    columns: NEED is the reorder point plus the horizon's
      *    forecast, ONHAND the stock position (on hand plus open
      *    POs), SHORT the quantity suggested.
       01 RORREC-DTL.
          05 RR-COLOR        pic X(5).
          05 FILLER          pic X(6) value ' NEED='.
          05 RR-NEED         pic ZZZZ9.
          05 FILLER          pic X(8) value ' ONHAND='.
          05 RR-ONHAND       pic ZZZZ9.
          05 FILLER          pic X(7) value ' SHORT='.
          05 RR-SHORT        pic ZZZZ9.
          05 FILLER          pic X(6) value ' COST='.
          05 RR-COST         pic ZZ9.99.
          05 FILLER          pic X(5) value ' EXT='.
          05 RR-EXT          pic Z(6)9.99.

       01 PLAN-HDR.
          05 FILLER          pic X(6) value 'COLOR'.
          05 FILLER          pic X(9) value ' AVG NEED'.
          05 FILLER          pic X(9) value '   WEEKLY'.
          05 FILLER          pic X(9) value ' FORECAST'.
          05 FILLER          pic X(6) value '  LEAD'.
          05 FILLER          pic X(8) value '     ROP'.
          05 FILLER          pic X(8) value '  ONHAND'.
          05 FILLER          pic X(8) value ' OPEN PO'.
          05 FILLER          pic X(8) value ' SUGGEST'.
          05 FILLER          pic X(1) value ' '.
          05 FILLER          pic X(14) value 'NOTE'.

       01 PLAN-LINE.
          05 PL-COLOR        pic X(5).
          05 FILLER          pic X value ' '.
          05 PL-AVG-NEED     pic ZZZZ9.99.
          05 FILLER          pic X value ' '.
          05 PL-WEEKLY       pic ZZZZ9.99.
          05 FILLER          pic X value ' '.
          05 PL-FORECAST     pic Z(7)9.
          05 FILLER          pic X value ' '.
          05 PL-LEAD         pic ZZZZ9.
          05 FILLER          pic X value ' '.
          05 PL-ROP          pic -(6)9.
          05 FILLER          pic X value ' '.
          05 PL-ONHAND       pic -(6)9.
          05 FILLER          pic X value ' '.
          05 PL-OPEN-PO      pic -(6)9.
          05 FILLER          pic X value ' '.
          05 PL-SUGGEST      pic -(6)9.
          05 FILLER          pic X value ' '.
          05 PL-NOTE         pic X(24).

       01 V-VAXLAR.
          05 FILLER pic X   value ' '.
             88 V-GH-INIT   value ' '.
             88 V-GH-EOF    value 'E'.
          05 FILLER pic X   value ' '.
             88 V-LED-INIT  value ' '.
             88 V-LED-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-ARC-INIT  value ' '.
             88 V-ARC-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-VND-INIT  value ' '.
             88 V-VND-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-STK-INIT  value ' '.
             88 V-STK-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-POM-INIT  value ' '.
             88 V-POM-EOF   value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCPLAN'
           move FUNCTION CURRENT-DATE to W-RUN-START-TS
           move FUNCTION CURRENT-DATE(1:8) to W-TODAY
           move W-TODAY to W-DATE-NUM
           compute W-TODAY-INT = FUNCTION INTEGER-OF-DATE(W-DATE-NUM)
           compute W-WINDOW-START = W-TODAY-INT - 27
           compute W-HISTORY-START = W-TODAY-INT - 364
           move spaces to LR-MESSAGE
           string 'START REORDER PLANNING'
              delimited by size into LR-MESSAGE
           end-string
           move 'INFO' to LR-SEVERITY
           perform WRITE-LOG-REC
           open output RPTFIL
           if RPT-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN RPTFIL FAILED STATUS=' RPT-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           open output RORFIL
           if ROR-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN RORFIL FAILED STATUS=' ROR-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           perform GET-PLAN-SETTINGS
           perform INIT-PLAN-TABLE
           perform GET-CUBE-STOCK
           perform LOAD-VENDOR-LEADS
           perform LOAD-OPEN-PO-QTY
           perform SCAN-GAME-HISTORY
           perform SCAN-ARCHIVE-ROWS
           perform SCAN-LEDGER-ROWS
           perform COMPUTE-DEMAND-RATES
           perform WRITE-PLAN-REPORT
           close RORFIL
           close RPTFIL
           move W-GH-ROWS to W-CNT-ED
           display 'AOCPLAN GAMHIST ROWS     ' W-CNT-ED
           move W-LED-ROWS to W-CNT-ED
           display 'AOCPLAN LEDGER ROWS      ' W-CNT-ED
           move W-SUGGEST-CNT to W-CNT-ED
           display 'AOCPLAN ORDERS SUGGESTED ' W-CNT-ED
           if W-SUGGEST-CNT > ZERO and RETURN-CODE = ZERO
              move 4 to RETURN-CODE
           end-if
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
           close GHFIL
           close LEDFIL
           close ARCFIL
           close RORFIL
           close RPTFIL
           goback
           .

      *    Horizon and safety factor off the exported card; a
      *    missing card, or a field out of the dictionary's range,
      *    keeps the default.
       GET-PLAN-SETTINGS section.
           open input PLNFIL
           if PLN-FS not = '00'
              exit section
           end-if
           read PLNFIL
              at end
                 close PLNFIL
                 exit section
           end-read
           if PN-WEEKS is numeric
              and PN-WEEKS > ZERO
              move PN-WEEKS to W-WEEKS
           end-if
           if PN-SAFETY-PCT is numeric
              move PN-SAFETY-PCT to W-SAFETY-PCT
           end-if
           close PLNFIL
           .

       INIT-PLAN-TABLE section.
           perform varying A-CLR-IX from 1 by 1
                   until A-CLR-IX > 3
              move CLR-NAME(A-CLR-IX) to PT-COLOR(A-CLR-IX)
              move 'N' to PT-ON-CARD(A-CLR-IX)
                          PT-HAS-VND(A-CLR-IX)
              move ZERO to PT-ONHAND(A-CLR-IX) PT-COST(A-CLR-IX)
                           PT-OPEN-PO(A-CLR-IX) PT-LEAD(A-CLR-IX)
                           PT-NEED-SUM(A-CLR-IX)
           end-perform
           .

      *    On-hand counts and unit costs off the stock card, the
      *    same rows AOC2B's GET-CUBE-STOCK loads.
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
                    if PT-COLOR(A-CLR-IX) = SK-COLOR
                       move 'Y' to PT-ON-CARD(A-CLR-IX)
                       move SK-QTY to PT-ONHAND(A-CLR-IX)
                       move SK-COST to PT-COST(A-CLR-IX)
                    end-if
                 end-perform
              end-if
           end-perform
           close STKFIL
           .

      *    The longest lead any vendor quotes for the color: the
      *    plan cannot know which vendor AOCVND will place the line
      *    with, and cover for the slowest is the safe side.
       LOAD-VENDOR-LEADS section.
           set V-VND-INIT to true
           open input VNDFIL
           if VND-FS not = '00'
              exit section
           end-if
           perform until V-VND-EOF
              read VNDFIL
                 at end set V-VND-EOF to true
              end-read
              if not V-VND-EOF
                 and VD-VENDOR not = spaces
                 and VD-LEAD is numeric
                 perform varying A-CLR-IX from 1 by 1
                         until A-CLR-IX > 3
                    if PT-COLOR(A-CLR-IX) = VD-COLOR
                       move 'Y' to PT-HAS-VND(A-CLR-IX)
                       if VD-LEAD > PT-LEAD(A-CLR-IX)
                          move VD-LEAD to PT-LEAD(A-CLR-IX)
                       end-if
                    end-if
                 end-perform
              end-if
           end-perform
           close VNDFIL
           .

      *    Quantity still to arrive on every PO line not yet
      *    filled; a cancelled or closed-short line will bring
      *    nothing more.
       LOAD-OPEN-PO-QTY section.
           open input POMFIL
           if POM-FS not = '00'
              exit section
           end-if
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
                 and PM-STATUS not = 'F'
                 and PM-STATUS not = 'C'
                 and PM-STATUS not = 'S'
                 and PM-ORD-QTY > PM-RCV-QTY
                 perform varying A-CLR-IX from 1 by 1
                         until A-CLR-IX > 3
                    if PT-COLOR(A-CLR-IX) = PM-COLOR
                       compute PT-OPEN-PO(A-CLR-IX) =
                          PT-OPEN-PO(A-CLR-IX)
                          + PM-ORD-QTY - PM-RCV-QTY
                    end-if
                 end-perform
              end-if
           end-perform
           close POMFIL
           .

      *    Each GAMHIST row raises its day's need per color to the
      *    game's maximum if it is the largest seen that day.
       SCAN-GAME-HISTORY section.
           open input GHFIL
           if GH-FS not = '00'
              move spaces to LR-MESSAGE
              string 'GAMHIST UNAVAILABLE STATUS=' GH-FS
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
                 add 1 to W-GH-ROWS
                 perform POST-GAME-TO-DAY
              end-if
           end-perform
           close GHFIL
           .

       POST-GAME-TO-DAY section.
           if GH-DATE is numeric
              move GH-DATE to W-DATE-NUM
              if FUNCTION INTEGER-OF-DATE(W-DATE-NUM)
                 < W-HISTORY-START
                 exit section
              end-if
           end-if
           perform varying A-GD-IX from 1 by 1
                   until A-GD-IX > GD-COUNT
                      or GD-DATE(A-GD-IX) = GH-DATE
              continue
           end-perform
           if A-GD-IX > GD-COUNT
              if GD-COUNT = 372
                 display 'AOCPLAN DAY TABLE FULL, ROW DROPPED '
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

       SCAN-ARCHIVE-ROWS section.
           open input ARCFIL
           if ARC-FS not = '00'
              exit section
           end-if
           set V-ARC-INIT to true
           move low-values to ARC-KEY
           start ARCFIL key >= ARC-KEY
              invalid key set V-ARC-EOF to true
           end-start
           perform until V-ARC-EOF
              read ARCFIL next
                 at end set V-ARC-EOF to true
              end-read
              if not V-ARC-EOF
                 and ARC-PROGRAM = 'AOC2B'
                 move ARC-TIMESTAMP(1:8) to W-ROW-DATE
                 move ARC-TOTAL to W-ROW-TOTAL
                 perform POST-LEDGER-TO-DAY
              end-if
           end-perform
           close ARCFIL
           .

       SCAN-LEDGER-ROWS section.
           open input LEDFIL
           if LED-FS not = '00'
              exit section
           end-if
           set V-LED-INIT to true
           move low-values to LED-KEY
           start LEDFIL key >= LED-KEY
              invalid key set V-LED-EOF to true
           end-start
           perform until V-LED-EOF
              read LEDFIL next
                 at end set V-LED-EOF to true
              end-read
              if not V-LED-EOF
                 and LED-PROGRAM = 'AOC2B'
                 move LED-TIMESTAMP(1:8) to W-ROW-DATE
                 move LED-TOTAL to W-ROW-TOTAL
                 perform POST-LEDGER-TO-DAY
              end-if
           end-perform
           close LEDFIL
           .

       POST-LEDGER-TO-DAY section.
           add 1 to W-LED-ROWS
           if W-ROW-DATE is numeric
              move W-ROW-DATE to W-DATE-NUM
              if FUNCTION INTEGER-OF-DATE(W-DATE-NUM)
                 < W-HISTORY-START
                 exit section
              end-if
           end-if
           if LD-COUNT = ZERO
              or LD-DATE(LD-COUNT) not = W-ROW-DATE
              if LD-COUNT = 372
                 display 'AOCPLAN LEDGER DAY TABLE FULL, ROW DROPPED '
                    W-ROW-DATE
                 exit section
              end-if
              add 1 to LD-COUNT
              move W-ROW-DATE to LD-DATE(LD-COUNT)
              move ZERO to LD-TOTAL(LD-COUNT)
           end-if
           add W-ROW-TOTAL to LD-TOTAL(LD-COUNT)
           .

      *    Average daily need per color over the last year's GAMHIST
      *    days; days per week and the trend from the last year's
      *    LEDGER series; then the forecast and reorder point per
      *    color. With no AOC2B day
      *    in the last four weeks the GAMHIST days in the same
      *    window stand in, and with neither there is no rate to
      *    forecast from and every color plans at zero demand.
       COMPUTE-DEMAND-RATES section.
           perform varying A-LD-IX from 1 by 1
                   until A-LD-IX > LD-COUNT
              add LD-TOTAL(A-LD-IX) to W-ALL-SUM
              move LD-DATE(A-LD-IX) to W-DATE-NUM
              compute W-ROW-INT =
                 FUNCTION INTEGER-OF-DATE(W-DATE-NUM)
              if W-ROW-INT >= W-WINDOW-START
                 and W-ROW-INT <= W-TODAY-INT
                 add 1 to W-RECENT-DAYS
                 add LD-TOTAL(A-LD-IX) to W-RECENT-SUM
              end-if
           end-perform
           perform varying A-GD-IX from 1 by 1
                   until A-GD-IX > GD-COUNT
              if GD-DATE(A-GD-IX) is numeric
                 move GD-DATE(A-GD-IX) to W-DATE-NUM
                 compute W-ROW-INT =
                    FUNCTION INTEGER-OF-DATE(W-DATE-NUM)
                 if W-ROW-INT >= W-WINDOW-START
                    and W-ROW-INT <= W-TODAY-INT
                    add 1 to W-GH-RECENT
                 end-if
              end-if
              perform varying A-CLR-IX from 1 by 1
                      until A-CLR-IX > 3
                 add GD-NEED(A-GD-IX, A-CLR-IX)
                    to PT-NEED-SUM(A-CLR-IX)
              end-perform
           end-perform
           if W-RECENT-DAYS > ZERO
              compute W-DAYS-PER-WEEK rounded = W-RECENT-DAYS / 4
           else
              compute W-DAYS-PER-WEEK rounded = W-GH-RECENT / 4
           end-if
           move 100 to W-TREND-PCT
           if W-RECENT-DAYS > ZERO and LD-COUNT > W-RECENT-DAYS
              and W-ALL-SUM > ZERO
              compute W-TREND-PCT rounded =
                 (W-RECENT-SUM / W-RECENT-DAYS) * 100
                 / (W-ALL-SUM / LD-COUNT)
              if W-TREND-PCT < 50
                 move 50 to W-TREND-PCT
              end-if
              if W-TREND-PCT > 200
                 move 200 to W-TREND-PCT
              end-if
           end-if
           perform varying A-CLR-IX from 1 by 1
                   until A-CLR-IX > 3
              move ZERO to PT-AVG-NEED(A-CLR-IX)
              if GD-COUNT > ZERO
                 compute PT-AVG-NEED(A-CLR-IX) rounded =
                    PT-NEED-SUM(A-CLR-IX) / GD-COUNT
              end-if
              compute PT-WEEKLY(A-CLR-IX) rounded =
                 PT-AVG-NEED(A-CLR-IX) * W-DAYS-PER-WEEK
                 * W-TREND-PCT / 100
              compute PT-FORECAST(A-CLR-IX) =
                 FUNCTION INTEGER(0.99 +
                    PT-WEEKLY(A-CLR-IX) * W-WEEKS)
              compute PT-LEAD-DMD(A-CLR-IX) rounded =
                 PT-WEEKLY(A-CLR-IX) * PT-LEAD(A-CLR-IX) / 7
              compute PT-ROP(A-CLR-IX) =
                 FUNCTION INTEGER(0.99 +
                    PT-LEAD-DMD(A-CLR-IX)
                    * (100 + W-SAFETY-PCT) / 100)
           end-perform
           .

      *    The planning page - settings, then one line per color -
      *    and a suggested-order row for every color whose stock
      *    position sits below its reorder point.
       WRITE-PLAN-REPORT section.
           move 'AOC CUBE DEMAND FORECAST AND REORDER PLAN' to RPTREC
           write RPTREC
           move W-SAFETY-PCT to W-PCT-ED
           move W-DAYS-PER-WEEK to W-DPW-ED
           move W-WEEKS to W-CNT-ED
           move spaces to RPTREC
           string 'HORIZON WEEKS=' trim(W-CNT-ED)
              ' SAFETY PCT=' trim(W-PCT-ED)
              ' DAYS/WEEK=' trim(W-DPW-ED)
              delimited by size into RPTREC
           end-string
           write RPTREC
           move W-TREND-PCT to W-PCT-ED
           move GD-COUNT to W-CNT-ED
           move spaces to RPTREC
           string 'TREND PCT=' trim(W-PCT-ED)
              ' GAMHIST DAYS=' trim(W-CNT-ED)
              delimited by size into RPTREC
           end-string
           write RPTREC
           move spaces to RPTREC
           write RPTREC
           move PLAN-HDR to RPTREC
           write RPTREC
           perform varying A-CLR-IX from 1 by 1
                   until A-CLR-IX > 3
              perform PLAN-ONE-COLOR
           end-perform
           .

       PLAN-ONE-COLOR section.
           move spaces to PL-NOTE
           compute W-POSITION = PT-ONHAND(A-CLR-IX)
              + PT-OPEN-PO(A-CLR-IX)
           move ZERO to W-SUGGEST
           if W-POSITION < PT-ROP(A-CLR-IX)
              compute W-SUGGEST = PT-ROP(A-CLR-IX)
                 + PT-FORECAST(A-CLR-IX) - W-POSITION
           end-if
           evaluate true
           when PT-ON-CARD(A-CLR-IX) = 'N'
              move 'NOT ON STOCK CARD' to PL-NOTE
           when PT-HAS-VND(A-CLR-IX) = 'N'
              move 'NO VENDOR LEAD TIME' to PL-NOTE
           when W-SUGGEST > ZERO
              move 'BELOW REORDER POINT' to PL-NOTE
           end-evaluate
           move PT-COLOR(A-CLR-IX) to PL-COLOR
           move PT-AVG-NEED(A-CLR-IX) to PL-AVG-NEED
           move PT-WEEKLY(A-CLR-IX) to PL-WEEKLY
           move PT-FORECAST(A-CLR-IX) to PL-FORECAST
           move PT-LEAD(A-CLR-IX) to PL-LEAD
           move PT-ROP(A-CLR-IX) to PL-ROP
           move PT-ONHAND(A-CLR-IX) to PL-ONHAND
           move PT-OPEN-PO(A-CLR-IX) to PL-OPEN-PO
           move W-SUGGEST to PL-SUGGEST
           move PLAN-LINE to RPTREC
           write RPTREC
           if W-SUGGEST > ZERO
              add 1 to W-SUGGEST-CNT
              compute W-EXT-COST = W-SUGGEST * PT-COST(A-CLR-IX)
              move PT-COLOR(A-CLR-IX) to RR-COLOR
              compute RR-NEED = PT-ROP(A-CLR-IX)
                 + PT-FORECAST(A-CLR-IX)
              move W-POSITION to RR-ONHAND
              move W-SUGGEST to RR-SHORT
              move PT-COST(A-CLR-IX) to RR-COST
              move W-EXT-COST to RR-EXT
              move RORREC-DTL to RORREC
              write RORREC
              move spaces to LR-MESSAGE
              string 'REORDER SUGGESTED ' PT-COLOR(A-CLR-IX)
                 delimited by size into LR-MESSAGE
              end-string
              move 'WARN' to LR-SEVERITY
              perform WRITE-LOG-REC
           end-if
           .

      *    INFO bracket at end of job: orders suggested and
      *    wall-clock elapsed. Paired with the START record at the
      *    top of A-MAIN; a log with a START and no END is a run
      *    that died. Matches AOCLEDQ/AOCBAL.
       WRITE-END-LOG-REC section.
           move W-RUN-START-TS to W-START-TS
           move FUNCTION CURRENT-DATE to W-END-TS
           perform COMPUTE-ELAPSED
           move W-ELAPSED to W-ELAPSED-ED
           move W-SUGGEST-CNT to W-CNT-ED
           move spaces to LR-MESSAGE
           string 'END SUGGESTED=' trim(W-CNT-ED)
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

       end program AOCPLAN.
