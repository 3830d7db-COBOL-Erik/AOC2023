       identification division.
       program-id. AOCCYC.
      *    Physical cycle count against the book. The warehouse's
      *    count sheet carries one row per color counted: the
      *    quantity found on the shelf, the count date, who counted
      *    and who approved. Each row is compared to the color's book
      *    on-hand - the sum of its STOCKTX stock transactions - and
      *    reported with the variance and its value at the card's
      *    unit cost:
      *      MATCH     shelf agrees with the book, nothing posted;
      *      APPROVED  variance posted to STOCKTX as a CCA row
      *                (reference COUNT and the count date, operator
      *                the approver) and the book moved to the count;
      *      AWAITING  variance with no approver - reported, not
      *                posted, until the sheet comes back signed;
      *      REFUSED   the approver is the counter, or the row is
      *                unreadable (unknown color, non-numeric count).
      *    cube_stock.ctl is then rewritten from the book, so the
      *    figure AOC2B's GET-CUBE-STOCK loads is always the sum of
      *    the color's transactions. The report closes with a trace
      *    per color: book totalled by transaction type, which is
      *    the history behind the number when the warehouse says the
      *    count is off. Variances left unposted or refused end the
      *    run with a warning (4).
       environment division.
       configuration section.
      *special-names. decimal-point is comma.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select CNTFIL assign to 'aoc_cycle_count.txt'
           organization is line sequential
           file status is CNT-FS.
           select STKFIL assign to 'cube_stock.ctl'
           organization is line sequential
           file status is STK-FS.
           select SXFIL assign to 'STOCKTX'
           organization is indexed
           access mode is dynamic
           record key is SX-KEY
           file status is SX-FS.
           select RPTFIL assign to 'aoc_cycle_count_report.txt'
           organization is line sequential
           file status is RPT-FS.
           select LOGFIL assign to 'aoc_run.log'
           organization is line sequential
           file status is LOG-FS.

       data division.
       file section.
       FD  CNTFIL.
       01  CNTREC.
           05 CC-COLOR       pic X(5).
           05 FILLER         pic X.
           05 CC-COUNTED     pic X(5).
           05 FILLER         pic X.
           05 CC-COUNT-DATE  pic X(8).
           05 FILLER         pic X.
           05 CC-COUNTER     pic X(8).
           05 FILLER         pic X.
           05 CC-APPROVER    pic X(8).

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
          05 CNT-FS          pic XX.
          05 STK-FS          pic XX.
          05 SX-FS           pic XX.
          05 RPT-FS          pic XX.
          05 LOG-FS          pic XX.
          05 W-TODAY         pic X(8).
          05 W-STK-IX        pic S9(4) comp.
          05 W-TYPE-IX       pic S9(4) comp.
          05 W-RUN-STAMP     pic X(16).
          05 W-TX-SEQ        pic 9(4) value ZERO.
          05 W-TX-DATE       pic X(8).
          05 W-TX-TYPE       pic X(3).
          05 W-TX-QTY        pic S9(7) comp.
          05 W-TX-REF        pic X(20).
          05 W-TX-OPERATOR   pic X(8).
          05 W-TX-CNT        pic S9(8) comp value ZERO.
          05 W-ROW-CNT       pic S9(8) comp value ZERO.
          05 W-MATCH-CNT     pic S9(8) comp value ZERO.
          05 W-POSTED-CNT    pic S9(8) comp value ZERO.
          05 W-WAIT-CNT      pic S9(8) comp value ZERO.
          05 W-REFUSED-CNT   pic S9(8) comp value ZERO.
          05 W-FIND-CNT      pic S9(8) comp value ZERO.
          05 W-COUNTED       pic S9(7) comp.
          05 W-BOOK          pic S9(7) comp.
          05 W-VARIANCE      pic S9(7) comp.
          05 W-VAR-VALUE     pic S9(9)V99 comp-3.
          05 W-NET-VALUE     pic S9(9)V99 comp-3 value ZERO.
          05 W-CNT-ED        pic Z(7)9.
          05 W-QTY-ED        pic -(6)9.
          05 W-QTY-ED2       pic -(6)9.
          05 W-VALUE-ED      pic -(8)9.99.
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

      *    The stockroom's rows held while the counts post into
      *    them, then written back in one pass - the same table
      *    AOCRCV and AOCSTKA keep. ST-BY-TYPE holds the color's
      *    transactions totalled per type for the closing trace, in
      *    the order of TX-TYPE-LIST.
       01 STOCK-TABLE.
          05 W-STK-CNT       pic S9(4) comp value ZERO.
          05 STK-ENTRY occurs 3 times.
             10 ST-COLOR     pic X(5).
             10 ST-QTY       pic S9(5) comp.
             10 ST-COST      pic 9(3)V99.
             10 ST-BOOK      pic S9(7) comp.
             10 ST-HAS-TX    pic X.
             10 ST-TX-ROWS   pic S9(8) comp.
             10 ST-BY-TYPE   pic S9(7) comp occurs 5 times.

       01 TX-TYPE-VALUES.
          05 FILLER          pic X(3) value 'OPN'.
          05 FILLER          pic X(3) value 'RCP'.
          05 FILLER          pic X(3) value 'ADJ'.
          05 FILLER          pic X(3) value 'WOF'.
          05 FILLER          pic X(3) value 'CCA'.
       01 TX-TYPE-LIST redefines TX-TYPE-VALUES.
          05 TX-TYPE-NAME    pic X(3) occurs 5 times.

       01 LOGREC-DTL.
          05 LR-TIMESTAMP    pic X(21).
          05 FILLER          pic X value ' '.
          05 LR-JOBNAME      pic X(8) value spaces.
          05 FILLER          pic X value ' '.
          05 LR-PROGRAM      pic X(8) value 'AOCCYC'.
          05 FILLER          pic X value ' '.
          05 LR-SEVERITY     pic X(5) value 'ERROR'.
          05 FILLER          pic X value ' '.
          05 LR-MESSAGE      pic X(60) value spaces.

       01 RPTREC-HDR.
          05 FILLER          pic X(6) value 'COLOR'.
          05 FILLER          pic X(8) value '    BOOK'.
          05 FILLER          pic X(8) value ' COUNTED'.
          05 FILLER          pic X(9) value ' VARIANCE'.
          05 FILLER          pic X(13) value '        VALUE'.
          05 FILLER          pic X(10) value ' COUNTED'.
          05 FILLER          pic X(9) value 'COUNTER'.
          05 FILLER          pic X(9) value 'APPROVER'.
          05 FILLER          pic X(8) value 'STATUS'.

       01 RPTREC-DTL.
          05 RP-COLOR        pic X(5).
          05 FILLER          pic X value ' '.
          05 RP-BOOK         pic -(6)9.
          05 FILLER          pic X value ' '.
          05 RP-COUNTED      pic -(6)9.
          05 FILLER          pic X value ' '.
          05 RP-VARIANCE     pic -(7)9.
          05 FILLER          pic X value ' '.
          05 RP-VALUE        pic -(8)9.99.
          05 FILLER          pic X value ' '.
          05 RP-COUNT-DATE   pic X(8).
          05 FILLER          pic X value ' '.
          05 RP-COUNTER      pic X(8).
          05 FILLER          pic X value ' '.
          05 RP-APPROVER     pic X(8).
          05 FILLER          pic X value ' '.
          05 RP-STATUS       pic X(8).
          05 FILLER          pic X value ' '.
          05 RP-NOTE         pic X(14).

       01 TRACE-LINE.
          05 TL-COLOR        pic X(5).
          05 FILLER          pic X value ' '.
          05 TL-TYPE         pic X(3).
          05 FILLER          pic X value ' '.
          05 TL-QTY          pic -(6)9.

       01 V-VAXLAR.
          05 FILLER pic X   value ' '.
             88 V-CNT-INIT  value ' '.
             88 V-CNT-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-STK-INIT  value ' '.
             88 V-STK-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-SX-INIT   value ' '.
             88 V-SX-EOF    value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCCYC'
           move FUNCTION CURRENT-DATE to W-RUN-START-TS
           move FUNCTION CURRENT-DATE(1:8) to W-TODAY
           move FUNCTION CURRENT-DATE(1:16) to W-RUN-STAMP
           move spaces to LR-MESSAGE
           string 'START CYCLE COUNT'
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
           move 'CYCLE COUNT VARIANCE REPORT' to RPTREC
           write RPTREC
           perform GET-CUBE-STOCK
           if W-STK-CNT = ZERO
              move spaces to LR-MESSAGE
              string 'NO STOCK CARD, NOTHING TO COUNT AGAINST'
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCCYC NO STOCK CARD'
              perform ABORT-RUN
           end-if
           perform OPEN-STOCK-LEDGER
           perform LOAD-STOCK-BOOK
           perform COMPARE-COUNT-SHEET
           perform REWRITE-CUBE-STOCK
           perform WRITE-BOOK-TRACE
           close SXFIL
           close RPTFIL
           move W-ROW-CNT to W-CNT-ED
           display 'AOCCYC ROWS COUNTED      ' W-CNT-ED
           move W-MATCH-CNT to W-CNT-ED
           display 'AOCCYC MATCHED           ' W-CNT-ED
           move W-POSTED-CNT to W-CNT-ED
           display 'AOCCYC VARIANCES POSTED  ' W-CNT-ED
           move W-WAIT-CNT to W-CNT-ED
           display 'AOCCYC AWAITING APPROVAL ' W-CNT-ED
           move W-REFUSED-CNT to W-CNT-ED
           display 'AOCCYC REFUSED           ' W-CNT-ED
           if (W-WAIT-CNT > ZERO or W-REFUSED-CNT > ZERO
               or W-FIND-CNT > ZERO)
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
           close CNTFIL
           close STKFIL
           close SXFIL
           close RPTFIL
           goback
           .

      *    Loads the stockroom's on-hand counts and unit costs, the
      *    same way AOC2B's GET-CUBE-STOCK does. With no stock card
      *    there is no book to count against and the run stops.
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
                    display 'AOCCYC STOCK TABLE FULL, ROW DROPPED'
                 end-if
              end-if
           end-perform
           close STKFIL
           .

      *    The stock transaction file is created on first use; an
      *    unusable file aborts, since a count cannot be posted
      *    anywhere else.
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
              display 'AOCCYC STOCK TX FILE UNAVAILABLE ' SX-FS
              perform ABORT-RUN
           end-if
           .

      *    Sums each card color's transactions into its book figure
      *    and its per-type trace, opening a color's trail with an
      *    OPN row if it has none and putting a hand-edited card
      *    back to the book figure - the same rules AOCRCV applies.
       LOAD-STOCK-BOOK section.
           perform varying W-STK-IX from 1 by 1
                   until W-STK-IX > W-STK-CNT
              move ZERO to ST-BOOK(W-STK-IX)
              move ZERO to ST-TX-ROWS(W-STK-IX)
              move 'N' to ST-HAS-TX(W-STK-IX)
              perform varying W-TYPE-IX from 1 by 1
                      until W-TYPE-IX > 5
                 move ZERO to ST-BY-TYPE(W-STK-IX, W-TYPE-IX)
              end-perform
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
                       add 1 to ST-TX-ROWS(W-STK-IX)
                       move 'Y' to ST-HAS-TX(W-STK-IX)
                       perform ADD-TO-TYPE-TRACE
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
                 move 'AOCCYC' to W-TX-OPERATOR
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
                 display 'AOCCYC ' LR-MESSAGE
                 move ST-BOOK(W-STK-IX) to ST-QTY(W-STK-IX)
              end-evaluate
           end-perform
           .

      *    Adds the STOCKTX row just read (or being posted) to its
      *    color's total for that transaction type. A type outside
      *    the list still counts toward the book; it simply has no
      *    line of its own on the trace.
       ADD-TO-TYPE-TRACE section.
           perform varying W-TYPE-IX from 1 by 1
                   until W-TYPE-IX > 5
              if TX-TYPE-NAME(W-TYPE-IX) = SX-TYPE
                 add SX-QTY to ST-BY-TYPE(W-STK-IX, W-TYPE-IX)
              end-if
           end-perform
           .

       COMPARE-COUNT-SHEET section.
           move RPTREC-HDR to RPTREC
           write RPTREC
           set V-CNT-INIT to true
           open input CNTFIL
           if CNT-FS not = '00'
              move 'NO COUNT SHEET TODAY' to RPTREC
              write RPTREC
              exit section
           end-if
           perform until V-CNT-EOF
              read CNTFIL
                 at end set V-CNT-EOF to true
              end-read
              if not V-CNT-EOF
                 and CNTREC not = spaces
                 add 1 to W-ROW-CNT
                 perform COMPARE-ONE-COUNT
              end-if
           end-perform
           close CNTFIL
           move W-NET-VALUE to W-VALUE-ED
           move spaces to RPTREC
           string 'NET VARIANCE VALUE POSTED ' W-VALUE-ED
              delimited by size into RPTREC
           end-string
           write RPTREC
           .

      *    One count row: find the color, work the variance, then
      *    decide whether it can post. The book and the value are
      *    printed as they stood before any posting from this row.
       COMPARE-ONE-COUNT section.
           move spaces to RPTREC-DTL
           move ZERO to W-BOOK W-COUNTED W-VARIANCE W-VAR-VALUE
           move CC-COLOR to RP-COLOR
           move CC-COUNT-DATE to RP-COUNT-DATE
           move CC-COUNTER to RP-COUNTER
           move CC-APPROVER to RP-APPROVER
           perform varying W-STK-IX from 1 by 1
                   until W-STK-IX > W-STK-CNT
                      or ST-COLOR(W-STK-IX) =
                         FUNCTION UPPER-CASE(CC-COLOR)
              continue
           end-perform
           if W-STK-IX > W-STK-CNT
              add 1 to W-REFUSED-CNT
              move 'REFUSED' to RP-STATUS
              move 'UNKNOWN COLOR' to RP-NOTE
              perform WRITE-COUNT-LINE
              exit section
           end-if
           if FUNCTION TEST-NUMVAL(CC-COUNTED) not = ZERO
              add 1 to W-REFUSED-CNT
              move 'REFUSED' to RP-STATUS
              move 'COUNT NOT NUM' to RP-NOTE
              perform WRITE-COUNT-LINE
              exit section
           end-if
           compute W-COUNTED = FUNCTION NUMVAL(CC-COUNTED)
           move ST-QTY(W-STK-IX) to W-BOOK
           compute W-VARIANCE = W-COUNTED - W-BOOK
           compute W-VAR-VALUE = W-VARIANCE * ST-COST(W-STK-IX)
           evaluate true
           when W-VARIANCE = ZERO
              add 1 to W-MATCH-CNT
              move 'MATCH' to RP-STATUS
           when CC-APPROVER = spaces
              add 1 to W-WAIT-CNT
              move 'AWAITING' to RP-STATUS
              move 'NOT APPROVED' to RP-NOTE
           when CC-APPROVER = CC-COUNTER
              add 1 to W-REFUSED-CNT
              move 'REFUSED' to RP-STATUS
              move 'SELF-APPROVED' to RP-NOTE
           when other
              if CC-COUNT-DATE is numeric
                 move CC-COUNT-DATE to W-TX-DATE
              else
                 move W-TODAY to W-TX-DATE
              end-if
              move 'CCA' to W-TX-TYPE
              move W-VARIANCE to W-TX-QTY
              move spaces to W-TX-REF
              string 'COUNT ' W-TX-DATE
                 delimited by size into W-TX-REF
              end-string
              move CC-APPROVER to W-TX-OPERATOR
              perform POST-STOCK-TX
              add W-VAR-VALUE to W-NET-VALUE
              add 1 to W-POSTED-CNT
              move 'APPROVED' to RP-STATUS
              move 'POSTED CCA' to RP-NOTE
           end-evaluate
           perform WRITE-COUNT-LINE
           .

       WRITE-COUNT-LINE section.
           move W-BOOK to RP-BOOK
           move W-COUNTED to RP-COUNTED
           move W-VARIANCE to RP-VARIANCE
           move W-VAR-VALUE to RP-VALUE
           move RPTREC-DTL to RPTREC
           write RPTREC
           if RP-STATUS not = 'MATCH'
              and RP-STATUS not = 'APPROVED'
              move spaces to LR-MESSAGE
              string 'COUNT ' RP-COLOR ' ' RP-STATUS ' ' RP-NOTE
                 delimited by size into LR-MESSAGE
              end-string
              move 'WARN' to LR-SEVERITY
              perform WRITE-LOG-REC
           end-if
           .

      *    Writes one STOCKTX row for the movement staged in the
      *    W-TX- fields against stock table entry W-STK-IX and moves
      *    the table's on-hand, book and trace by it.
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
           move 'AOCCYC' to SX-PROGRAM
           add W-TX-QTY to ST-BOOK(W-STK-IX)
           add 1 to ST-TX-ROWS(W-STK-IX)
           perform ADD-TO-TYPE-TRACE
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

      *    The history behind each color's book: its transactions
      *    totalled by type, then the book they sum to and the
      *    figure now on cube_stock.ctl. The two agree by
      *    construction; the line is there for the warehouse.
       WRITE-BOOK-TRACE section.
           move spaces to RPTREC
           write RPTREC
           move 'BOOK TRACE BY TRANSACTION TYPE' to RPTREC
           write RPTREC
           perform varying W-STK-IX from 1 by 1
                   until W-STK-IX > W-STK-CNT
              move ST-COLOR(W-STK-IX) to TL-COLOR
              perform varying W-TYPE-IX from 1 by 1
                      until W-TYPE-IX > 5
                 move TX-TYPE-NAME(W-TYPE-IX) to TL-TYPE
                 move ST-BY-TYPE(W-STK-IX, W-TYPE-IX) to TL-QTY
                 move TRACE-LINE to RPTREC
                 write RPTREC
              end-perform
              move ST-BOOK(W-STK-IX) to W-QTY-ED
              move ST-QTY(W-STK-IX) to W-QTY-ED2
              move ST-TX-ROWS(W-STK-IX) to W-CNT-ED
              move spaces to RPTREC
              string ST-COLOR(W-STK-IX) ' BOOK ' W-QTY-ED
                 ' ON CARD ' W-QTY-ED2
                 ' FROM ' trim(W-CNT-ED) ' TRANSACTIONS'
                 delimited by size into RPTREC
              end-string
              write RPTREC
           end-perform
           .

      *    INFO bracket at end of job: variances posted and
      *    wall-clock elapsed. Paired with the START record at the
      *    top of A-MAIN; a log with a START and no END is a run
      *    that died. Matches AOCLEDQ/AOCBAL.
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

       end program AOCCYC.
