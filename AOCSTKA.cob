       identification division.
       program-id. AOCSTKA.
      *    Manual stock adjustment and write-off entry. Until now the
      *    only way to correct cube_stock.ctl outside a receipt was
      *    to edit the card, which left no trace of who moved the
      *    figure or why. Each run reads the adjustment cards and,
      *    for every card it accepts:
      *      - writes an ADJ (either sign) or WOF (always out of
      *        stock) row to the STOCKTX stock transaction file with
      *        the reference and operator off the card;
      *      - moves the color's book on-hand by the quantity and
      *        rewrites cube_stock.ctl from the book figures, the
      *        same card AOCRCV rewrites and AOC2B's GET-CUBE-STOCK
      *        loads.
      *    A card with an unknown verb or color, a quantity that is
      *    not a non-zero number, no reference, or a movement that
      *    would take the book below zero is refused and reported,
      *    never posted; refusals end the run with a warning (4).
      *    The card file is read every run, so a card whose movement
      *    is already on STOCKTX from AOCSTKA (same date, color,
      *    type, quantity and reference) is reported ALREADY POSTED
      *    and skipped rather than moving the book a second time.
      *    Cards are 'ADJ color qty reference operator date' or the
      *    same with WOF; the quantity of an ADJ carries its sign
      *    (-12 takes twelve out), a WOF quantity is the number
      *    written off. A blank date posts under today, a blank
      *    operator as UNSIGNED.
       environment division.
       configuration section.
      *special-names. decimal-point is comma.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select ADJFIL assign to 'aoc_stock_adj.ctl'
           organization is line sequential
           file status is ADJ-FS.
           select STKFIL assign to 'cube_stock.ctl'
           organization is line sequential
           file status is STK-FS.
           select SXFIL assign to 'STOCKTX'
           organization is indexed
           access mode is dynamic
           record key is SX-KEY
           file status is SX-FS.
           select RPTFIL assign to 'aoc_stock_adj_report.txt'
           organization is line sequential
           file status is RPT-FS.
           select LOGFIL assign to 'aoc_run.log'
           organization is line sequential
           file status is LOG-FS.

       data division.
       file section.
       FD  ADJFIL.
       01  ADJREC.
           05 SA-VERB        pic X(3).
           05 FILLER         pic X.
           05 SA-COLOR       pic X(5).
           05 FILLER         pic X.
           05 SA-QTY         pic X(7).
           05 FILLER         pic X.
           05 SA-REF         pic X(20).
           05 FILLER         pic X.
           05 SA-OPERATOR    pic X(8).
           05 FILLER         pic X.
           05 SA-DATE        pic X(8).

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

       FD  RPTFIL.
       01  RPTREC            pic X(100).

       FD  LOGFIL.
       01  LOGREC            pic X(110).

       working-storage section.
       01 A-ARB.
          05 ADJ-FS          pic XX.
          05 STK-FS          pic XX.
          05 SX-FS           pic XX.
          05 RPT-FS          pic XX.
          05 LOG-FS          pic XX.
          05 W-TODAY         pic X(8).
          05 W-STK-IX        pic S9(4) comp.
          05 W-RUN-STAMP     pic X(16).
          05 W-TX-SEQ        pic 9(4) value ZERO.
          05 W-TX-DATE       pic X(8).
          05 W-TX-TYPE       pic X(3).
          05 W-TX-QTY        pic S9(7) comp.
          05 W-TX-REF        pic X(20).
          05 W-TX-OPERATOR   pic X(8).
          05 W-TX-CNT        pic S9(8) comp value ZERO.
          05 W-CARD-CNT      pic S9(8) comp value ZERO.
          05 W-POSTED-CNT    pic S9(8) comp value ZERO.
          05 W-REFUSED-CNT   pic S9(8) comp value ZERO.
          05 W-ONFILE-CNT    pic S9(8) comp value ZERO.
          05 W-FIND-CNT      pic S9(8) comp value ZERO.
          05 W-CNT-ED        pic Z(7)9.
          05 W-QTY-ED        pic -(6)9.
          05 W-QTY-ED2       pic -(6)9.
          05 W-REASON        pic X(24).
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

      *    The stockroom's rows held while the adjustments post into
      *    them, then written back in one pass - the same table
      *    AOCRCV keeps. ST-BOOK is the sum of the color's STOCKTX
      *    rows, ST-HAS-TX whether it has any yet.
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
          05 LR-JOBNAME      pic X(8) value spaces.
          05 FILLER          pic X value ' '.
          05 LR-PROGRAM      pic X(8) value 'AOCSTKA'.
          05 FILLER          pic X value ' '.
          05 LR-SEVERITY     pic X(5) value 'ERROR'.
          05 FILLER          pic X value ' '.
          05 LR-MESSAGE      pic X(60) value spaces.

       01 RPTREC-DTL.
          05 RP-VERB         pic X(3).
          05 FILLER          pic X value ' '.
          05 RP-COLOR        pic X(5).
          05 FILLER          pic X value ' '.
          05 RP-QTY          pic -(6)9.
          05 FILLER          pic X value ' '.
          05 RP-REF          pic X(20).
          05 FILLER          pic X value ' '.
          05 RP-OPERATOR     pic X(8).
          05 FILLER          pic X value ' '.
          05 RP-RESULT       pic X(8).
          05 FILLER          pic X value ' '.
          05 RP-NOTE         pic X(30).

       01 V-VAXLAR.
          05 FILLER pic X   value ' '.
             88 V-ADJ-INIT  value ' '.
             88 V-ADJ-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-STK-INIT  value ' '.
             88 V-STK-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-SX-INIT   value ' '.
             88 V-SX-EOF    value 'E'.
          05 V-SX-DUP-SW pic X value 'N'.
             88 V-SX-DUP    value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCSTKA'
           move FUNCTION CURRENT-DATE to W-RUN-START-TS
           move FUNCTION CURRENT-DATE(1:8) to W-TODAY
           move FUNCTION CURRENT-DATE(1:16) to W-RUN-STAMP
           move spaces to LR-MESSAGE
           string 'START STOCK ADJUSTMENTS'
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
           move 'STOCK ADJUSTMENTS AND WRITE-OFFS' to RPTREC
           write RPTREC
           perform GET-CUBE-STOCK
           if W-STK-CNT = ZERO
              move spaces to LR-MESSAGE
              string 'NO STOCK CARD, NOTHING CAN BE ADJUSTED'
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCSTKA NO STOCK CARD'
              perform ABORT-RUN
           end-if
           perform OPEN-STOCK-LEDGER
           perform LOAD-STOCK-BOOK
           perform APPLY-ADJUSTMENT-CARDS
           perform REWRITE-CUBE-STOCK
           close SXFIL
           close RPTFIL
           move W-CARD-CNT to W-CNT-ED
           display 'AOCSTKA CARDS READ      ' W-CNT-ED
           move W-POSTED-CNT to W-CNT-ED
           display 'AOCSTKA POSTED          ' W-CNT-ED
           move W-REFUSED-CNT to W-CNT-ED
           display 'AOCSTKA REFUSED         ' W-CNT-ED
           move W-ONFILE-CNT to W-CNT-ED
           display 'AOCSTKA ALREADY POSTED  ' W-CNT-ED
           if (W-REFUSED-CNT > ZERO or W-FIND-CNT > ZERO)
              and RETURN-CODE = ZERO
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
           close ADJFIL
           close STKFIL
           close SXFIL
           close RPTFIL
           goback
           .

      *    Loads the stockroom's on-hand counts and unit costs, the
      *    same way AOC2B's GET-CUBE-STOCK does. With no stock card
      *    there is nothing to adjust and the run stops.
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
                 and SK-COLOR not = spaces
                 if W-STK-CNT < 3
                    add 1 to W-STK-CNT
                    move SK-COLOR to ST-COLOR(W-STK-CNT)
                    move SK-QTY to ST-QTY(W-STK-CNT)
                    move SK-COST to ST-COST(W-STK-CNT)
                 else
                    display 'AOCSTKA STOCK TABLE FULL, ROW DROPPED'
                 end-if
              end-if
           end-perform
           close STKFIL
           .

      *    The stock transaction file is created on first use; an
      *    adjustment with no transaction behind it is exactly what
      *    this program exists to stop, so an unusable file aborts.
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
              display 'AOCSTKA STOCK TX FILE UNAVAILABLE ' SX-FS
              perform ABORT-RUN
           end-if
           .

      *    Sums each card color's transactions into its book
      *    figure, opening a color's trail with an OPN row if it
      *    has none and putting a hand-edited card back to the book
      *    figure - the same rules AOCRCV applies.
       LOAD-STOCK-BOOK section.
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
                 move 'AOCSTKA' to W-TX-OPERATOR
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
                 display 'AOCSTKA ' LR-MESSAGE
                 move ST-BOOK(W-STK-IX) to ST-QTY(W-STK-IX)
              end-evaluate
           end-perform
           .

       APPLY-ADJUSTMENT-CARDS section.
           set V-ADJ-INIT to true
           open input ADJFIL
           if ADJ-FS not = '00'
              move 'NO ADJUSTMENT CARDS TODAY' to RPTREC
              write RPTREC
              exit section
           end-if
           perform until V-ADJ-EOF
              read ADJFIL
                 at end set V-ADJ-EOF to true
              end-read
              if not V-ADJ-EOF
                 and ADJREC not = spaces
                 add 1 to W-CARD-CNT
                 perform APPLY-ONE-ADJUSTMENT
              end-if
           end-perform
           close ADJFIL
           .

      *    One card: every check is made before anything is posted,
      *    and the first one that fails is the reason reported.
       APPLY-ONE-ADJUSTMENT section.
           move spaces to W-REASON
           move FUNCTION UPPER-CASE(SA-VERB) to W-TX-TYPE
           move ZERO to W-TX-QTY
           perform varying W-STK-IX from 1 by 1
                   until W-STK-IX > W-STK-CNT
                      or ST-COLOR(W-STK-IX) =
                         FUNCTION UPPER-CASE(SA-COLOR)
              continue
           end-perform
           evaluate true
           when W-TX-TYPE not = 'ADJ' and W-TX-TYPE not = 'WOF'
              move 'UNKNOWN VERB' to W-REASON
           when W-STK-IX > W-STK-CNT
              move 'UNKNOWN COLOR' to W-REASON
           when FUNCTION TEST-NUMVAL(SA-QTY) not = ZERO
              move 'QUANTITY NOT NUMERIC' to W-REASON
           when SA-REF = spaces
              move 'NO REFERENCE' to W-REASON
           end-evaluate
           if W-REASON = spaces
              compute W-TX-QTY = FUNCTION NUMVAL(SA-QTY)
              evaluate true
              when W-TX-QTY = ZERO
                 move 'ZERO QUANTITY' to W-REASON
              when W-TX-TYPE = 'WOF' and W-TX-QTY < ZERO
                 move 'WRITE-OFF QTY NEGATIVE' to W-REASON
              when other
                 if W-TX-TYPE = 'WOF'
                    compute W-TX-QTY = ZERO - W-TX-QTY
                 end-if
                 if ST-QTY(W-STK-IX) + W-TX-QTY < ZERO
                    move 'BOOK WOULD GO NEGATIVE' to W-REASON
                 end-if
              end-evaluate
           end-if
           move SA-VERB to RP-VERB
           move SA-COLOR to RP-COLOR
           move W-TX-QTY to RP-QTY
           move SA-REF to RP-REF
           move SA-OPERATOR to RP-OPERATOR
           if W-REASON not = spaces
              add 1 to W-REFUSED-CNT
              move 'REFUSED' to RP-RESULT
              move W-REASON to RP-NOTE
              move RPTREC-DTL to RPTREC
              write RPTREC
              move spaces to LR-MESSAGE
              string 'ADJUSTMENT REFUSED ' SA-VERB ' ' SA-COLOR
                 ' ' W-REASON
                 delimited by size into LR-MESSAGE
              end-string
              move 'WARN' to LR-SEVERITY
              perform WRITE-LOG-REC
              exit section
           end-if
           if SA-DATE is numeric
              move SA-DATE to W-TX-DATE
           else
              move W-TODAY to W-TX-DATE
           end-if
           move SA-REF to W-TX-REF
           if SA-OPERATOR = spaces
              move 'UNSIGNED' to W-TX-OPERATOR
           else
              move SA-OPERATOR to W-TX-OPERATOR
           end-if
           perform CHECK-ALREADY-POSTED
           if V-SX-DUP
              add 1 to W-ONFILE-CNT
              move 'SKIPPED' to RP-RESULT
              move 'ALREADY POSTED' to RP-NOTE
              move RPTREC-DTL to RPTREC
              write RPTREC
              exit section
           end-if
           perform POST-STOCK-TX
           add 1 to W-POSTED-CNT
           move 'POSTED' to RP-RESULT
           move ST-QTY(W-STK-IX) to W-QTY-ED
           move spaces to RP-NOTE
           string 'BOOK NOW ' trim(W-QTY-ED)
              delimited by size into RP-NOTE
           end-string
           move W-TX-OPERATOR to RP-OPERATOR
           move RPTREC-DTL to RPTREC
           write RPTREC
           .

      *    Whether the movement staged in the W-TX- fields is
      *    already on STOCKTX as an AOCSTKA row - the same card
      *    posted by an earlier run, or earlier in this one.
       CHECK-ALREADY-POSTED section.
           move 'N' to V-SX-DUP-SW
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
                 and SX-PROGRAM = 'AOCSTKA'
                 and SX-DATE = W-TX-DATE
                 and SX-COLOR = ST-COLOR(W-STK-IX)
                 and SX-TYPE = W-TX-TYPE
                 and SX-QTY = W-TX-QTY
                 and SX-REF = W-TX-REF
                 set V-SX-DUP to true
                 set V-SX-EOF to true
              end-if
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
           move 'AOCSTKA' to SX-PROGRAM
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

      *    Writes the book figures back over cube_stock.ctl, the
      *    card AOC2B nets its shortfall against.
       REWRITE-CUBE-STOCK section.
           if W-TX-CNT = ZERO and W-FIND-CNT = ZERO
              exit section
           end-if
           open output STKFIL
           if STK-FS not = '00'
              move spaces to LR-MESSAGE
              string 'STOCK REWRITE FAILED STATUS=' STK-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              exit section
           end-if
           perform varying W-STK-IX from 1 by 1
                   until W-STK-IX > W-STK-CNT
              move spaces to STKREC
              move ST-COLOR(W-STK-IX) to SK-COLOR
              move ST-QTY(W-STK-IX) to SK-QTY
              move ST-COST(W-STK-IX) to SK-COST
              write STKREC
           end-perform
           close STKFIL
           .

      *    INFO bracket at end of job: adjustments posted and
      *    refused, and wall-clock elapsed. Paired with the START
      *    record at the top of A-MAIN; a log with a START and no
      *    END is a run that died. Matches AOCLEDQ/AOCBAL.
       WRITE-END-LOG-REC section.
           move W-RUN-START-TS to W-START-TS
           move FUNCTION CURRENT-DATE to W-END-TS
           perform COMPUTE-ELAPSED
           move W-ELAPSED to W-ELAPSED-ED
           move W-POSTED-CNT to W-CNT-ED
           move spaces to LR-MESSAGE
           string 'END POSTED=' trim(W-CNT-ED)
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

       end program AOCSTKA.
