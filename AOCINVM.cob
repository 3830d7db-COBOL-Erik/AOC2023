       identification division.
       program-id. AOCINVM.
      *    Three-way match of vendor invoices against the purchase
      *    order (POMAST, as cut and as AOCPOM amended it) and the
      *    receipts AOCRCV has posted against it. Accounts payable
      *    used to pay whatever arrived with a PO number on it. Each
      *    invoice line is checked, in this order:
      *      BAD INVOICE LINE   the quantity or unit price is not
      *                         numeric, so nothing can be checked;
      *      NO SUCH PO         the reference is not on POMAST, or
      *                         the line was placed with another
      *                         vendor or in another color;
      *      DUPLICATE INVOICE  this invoice number is already
      *                         approved against the line;
      *      OVER-BILLED        approved billing plus this invoice
      *                         exceeds the quantity ordered;
      *      BILLED BEFORE RCPT approved billing plus this invoice
      *                         exceeds the quantity received so far
      *                         (the goods have not all arrived);
      *      PRICE VARIANCE     the unit price differs from the PO's
      *                         by more than the tolerance.
      *    A line passing every check is written to the keyed INVAPPR
      *    approved-invoice file, which is also where the billing
      *    already approved against a PO is summed from; anything
      *    else goes to the hold file with its reason and the PO's
      *    own figures beside the invoice's, and the run ends with a
      *    warning (4). Price tolerance in percent comes from
      *    aoc_invmatch.ctl; no card means the price must match to
      *    the cent.
       environment division.
       configuration section.
      *special-names. decimal-point is comma.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select INVFIL assign to 'aoc_invoices.txt'
           organization is line sequential
           file status is INV-FS.
           select CTLFIL assign to 'aoc_invmatch.ctl'
           organization is line sequential
           file status is CTL-FS.
           select POMFIL assign to 'POMAST'
           organization is indexed
           access mode is dynamic
           record key is PM-REF
           file status is POM-FS.
           select IAFIL assign to 'INVAPPR'
           organization is indexed
           access mode is dynamic
           record key is IA-KEY
           file status is IA-FS.
           select HLDFIL assign to 'aoc_invoice_hold.txt'
           organization is line sequential
           file status is HLD-FS.
           select RPTFIL assign to 'aoc_invoice_match_report.txt'
           organization is line sequential
           file status is RPT-FS.
           select LOGFIL assign to 'aoc_run.log'
           organization is line sequential
           file status is LOG-FS.

       data division.
       file section.
       FD  INVFIL.
      *    One vendor invoice line per row: invoice number, vendor,
      *    the PO reference as the receiving report prints it, color,
      *    quantity billed, unit price in whole cents behind an
      *    implied decimal, invoice date.
       01  INVREC.
           05 IV-INVOICE     pic X(12).
           05 FILLER         pic X.
           05 IV-VENDOR      pic X(8).
           05 FILLER         pic X.
           05 IV-PO-REF      pic X(14).
           05 FILLER         pic X.
           05 IV-COLOR       pic X(5).
           05 FILLER         pic X.
           05 IV-QTY         pic 9(5).
           05 FILLER         pic X.
           05 IV-PRICE       pic 9(3)V99.
           05 FILLER         pic X.
           05 IV-DATE        pic X(8).

       FD  CTLFIL.
      *    Control card: price tolerance in percent either way.
       01  CTLREC.
           05 CT-PRICE-TOL-PCT pic 9(3).

       FD  POMFIL.
       COPY AOCPOMREC.

       FD  IAFIL.
      *    Approved invoice lines, keyed by PO reference then
      *    invoice number, so everything billed against one PO line
      *    reads back together.
       01  IAREC.
           05 IA-KEY.
              10 IA-PO-REF    pic X(14).
              10 IA-INVOICE   pic X(12).
           05 IA-VENDOR       pic X(8).
           05 IA-COLOR        pic X(5).
           05 IA-QTY          pic S9(5) comp.
           05 IA-PRICE        pic 9(3)V99.
           05 IA-AMOUNT       pic 9(8)V99.
           05 IA-INV-DATE     pic X(8).
           05 IA-APPROVED-TS  pic X(16).

       FD  HLDFIL.
      *    Held invoice line: the invoice as received, the reason,
      *    and the PO's ordered, received and already-billed
      *    quantities and unit price to compare it against.
       01  HLDREC.
           05 HL-INVOICE     pic X(12).
           05 FILLER         pic X.
           05 HL-VENDOR      pic X(8).
           05 FILLER         pic X.
           05 HL-PO-REF      pic X(14).
           05 FILLER         pic X.
           05 HL-QTY         pic 9(5).
           05 FILLER         pic X.
           05 HL-PRICE       pic 9(3)V99.
           05 FILLER         pic X.
           05 HL-REASON      pic X(18).
           05 FILLER         pic X.
           05 HL-PO-ORD      pic 9(5).
           05 FILLER         pic X.
           05 HL-PO-RCV      pic 9(5).
           05 FILLER         pic X.
           05 HL-PO-BILLED   pic 9(5).
           05 FILLER         pic X.
           05 HL-PO-PRICE    pic 9(3)V99.

       FD  RPTFIL.
       01  RPTREC            pic X(120).

       FD  LOGFIL.
       01  LOGREC            pic X(110).

       working-storage section.
       01 A-ARB.
          05 INV-FS          pic XX.
          05 CTL-FS          pic XX.
          05 POM-FS          pic XX.
          05 IA-FS           pic XX.
          05 HLD-FS          pic XX.
          05 RPT-FS          pic XX.
          05 LOG-FS          pic XX.
          05 W-PRICE-TOL-PCT pic 9(3) value ZERO.
          05 W-REASON        pic X(18).
          05 W-BILLED        pic S9(7) comp.
          05 W-DUP-SW        pic X.
          05 W-PRICE-DIFF    pic S9(5)V99 comp-3.
          05 W-PRICE-LIMIT   pic S9(5)V9(4) comp-3.
          05 W-AMOUNT        pic 9(8)V99.
          05 W-LINE-CNT      pic S9(8) comp value ZERO.
          05 W-APPROVED-CNT  pic S9(8) comp value ZERO.
          05 W-HELD-CNT      pic S9(8) comp value ZERO.
          05 W-APPROVED-AMT  pic 9(9)V99 value ZERO.
          05 W-HELD-AMT      pic 9(9)V99 value ZERO.
          05 W-CNT-ED        pic Z(7)9.
          05 W-AMT-ED        pic Z(8)9.99.
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

       01 LOGREC-DTL.
          05 LR-TIMESTAMP    pic X(21).
          05 FILLER          pic X value ' '.
          05 LR-JOBNAME      pic X(8) value spaces.
          05 FILLER          pic X value ' '.
          05 LR-PROGRAM      pic X(8) value 'AOCINVM'.
          05 FILLER          pic X value ' '.
          05 LR-SEVERITY     pic X(5) value 'ERROR'.
          05 FILLER          pic X value ' '.
          05 LR-MESSAGE      pic X(60) value spaces.

       01 RPTREC-DTL.
          05 RP-INVOICE      pic X(12).
          05 FILLER          pic X value ' '.
          05 RP-VENDOR       pic X(8).
          05 FILLER          pic X value ' '.
          05 RP-PO-REF       pic X(14).
          05 FILLER          pic X(5) value ' QTY='.
          05 RP-QTY          pic ZZZZ9.
          05 FILLER          pic X(7) value ' PRICE='.
          05 RP-PRICE        pic ZZ9.99.
          05 FILLER          pic X(5) value ' AMT='.
          05 RP-AMOUNT       pic Z(7)9.99.
          05 FILLER          pic X value ' '.
          05 RP-RESULT       pic X(8).
          05 FILLER          pic X value ' '.
          05 RP-REASON       pic X(18).

       01 V-VAXLAR.
          05 FILLER pic X   value ' '.
             88 V-INV-INIT  value ' '.
             88 V-INV-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-IA-INIT   value ' '.
             88 V-IA-EOF    value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCINVM'
           move FUNCTION CURRENT-DATE to W-RUN-START-TS
           move spaces to LR-MESSAGE
           string 'START INVOICE MATCH'
              delimited by size into LR-MESSAGE
           end-string
           move 'INFO' to LR-SEVERITY
           perform WRITE-LOG-REC
           perform GET-MATCH-CONTROLS
           open output RPTFIL
           if RPT-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN RPTFIL FAILED STATUS=' RPT-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           open output HLDFIL
           if HLD-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN HLDFIL FAILED STATUS=' HLD-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           move 'AOC INVOICE THREE-WAY MATCH' to RPTREC
           write RPTREC
           perform OPEN-MATCH-FILES
           perform MATCH-INVOICE-FILE
           perform WRITE-MATCH-TOTALS
           close POMFIL
           close IAFIL
           close HLDFIL
           close RPTFIL
           move W-LINE-CNT to W-CNT-ED
           display 'AOCINVM INVOICE LINES    ' W-CNT-ED
           move W-APPROVED-CNT to W-CNT-ED
           display 'AOCINVM APPROVED         ' W-CNT-ED
           move W-HELD-CNT to W-CNT-ED
           display 'AOCINVM HELD             ' W-CNT-ED
           if W-HELD-CNT > ZERO and RETURN-CODE = ZERO
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
           close INVFIL
           close POMFIL
           close IAFIL
           close HLDFIL
           close RPTFIL
           goback
           .

       GET-MATCH-CONTROLS section.
           open input CTLFIL
           if CTL-FS = '00'
              read CTLFIL
                 not at end
                    if CT-PRICE-TOL-PCT is numeric
                       move CT-PRICE-TOL-PCT to W-PRICE-TOL-PCT
                    end-if
              end-read
              close CTLFIL
           end-if
           .

      *    POMAST is read only; with no master there is no PO to
      *    match anything against, and every invoice would be held,
      *    so the run stops instead. The approved file is created on
      *    first use.
       OPEN-MATCH-FILES section.
           open input POMFIL
           if POM-FS not = '00'
              move spaces to LR-MESSAGE
              string 'PO MASTER UNAVAILABLE STATUS=' POM-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCINVM PO MASTER UNAVAILABLE ' POM-FS
              perform ABORT-RUN
           end-if
           open i-o IAFIL
           if IA-FS = '35'
              open output IAFIL
              close IAFIL
              open i-o IAFIL
           end-if
           if IA-FS not = '00'
              move spaces to LR-MESSAGE
              string 'INVAPPR UNAVAILABLE STATUS=' IA-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCINVM INVAPPR UNAVAILABLE ' IA-FS
              perform ABORT-RUN
           end-if
           .

       MATCH-INVOICE-FILE section.
           set V-INV-INIT to true
           open input INVFIL
           if INV-FS not = '00'
              move 'NO INVOICES TODAY' to RPTREC
              write RPTREC
              exit section
           end-if
           perform until V-INV-EOF
              read INVFIL
                 at end set V-INV-EOF to true
              end-read
              if not V-INV-EOF
                 and INVREC not = spaces
                 add 1 to W-LINE-CNT
                 perform MATCH-ONE-INVOICE
              end-if
           end-perform
           close INVFIL
           .

      *    One invoice line through the checks; the first that
      *    fails holds it.
       MATCH-ONE-INVOICE section.
           move spaces to W-REASON
           move ZERO to W-BILLED
           move ZERO to W-AMOUNT
           if IV-QTY not numeric
              or IV-PRICE not numeric
              move 'BAD INVOICE LINE' to W-REASON
           else
              compute W-AMOUNT = IV-QTY * IV-PRICE
              move IV-PO-REF to PM-REF
              read POMFIL
                 invalid key
                    move 'NO SUCH PO' to W-REASON
              end-read
           end-if
           if W-REASON = spaces
              and PM-VENDOR not = spaces
              and PM-VENDOR not = IV-VENDOR
              move 'NO SUCH PO' to W-REASON
           end-if
           if W-REASON = spaces
              and PM-COLOR not = IV-COLOR
              move 'NO SUCH PO' to W-REASON
           end-if
           if W-REASON = spaces
              perform SUM-APPROVED-BILLING
              evaluate true
              when W-DUP-SW = 'Y'
                 move 'DUPLICATE INVOICE' to W-REASON
              when W-BILLED + IV-QTY > PM-ORD-QTY
                 move 'OVER-BILLED' to W-REASON
              when W-BILLED + IV-QTY > PM-RCV-QTY
                 move 'BILLED BEFORE RCPT' to W-REASON
              when other
                 compute W-PRICE-DIFF =
                    FUNCTION ABS(IV-PRICE - PM-UNIT-PRICE)
                 compute W-PRICE-LIMIT =
                    PM-UNIT-PRICE * W-PRICE-TOL-PCT / 100
                 if W-PRICE-DIFF > W-PRICE-LIMIT
                    move 'PRICE VARIANCE' to W-REASON
                 end-if
              end-evaluate
           end-if
           move IV-INVOICE to RP-INVOICE
           move IV-VENDOR to RP-VENDOR
           move IV-PO-REF to RP-PO-REF
           if W-REASON = 'BAD INVOICE LINE'
              move ZERO to RP-QTY RP-PRICE
           else
              move IV-QTY to RP-QTY
              move IV-PRICE to RP-PRICE
           end-if
           move W-AMOUNT to RP-AMOUNT
           if W-REASON = spaces
              perform APPROVE-INVOICE
           else
              perform HOLD-INVOICE
           end-if
           move RPTREC-DTL to RPTREC
           write RPTREC
           .

      *    Everything already approved against the PO line - the
      *    approved file keys on the reference first, so the rows
      *    sit together - and whether this invoice number is among
      *    them.
       SUM-APPROVED-BILLING section.
           move 'N' to W-DUP-SW
           set V-IA-INIT to true
           move IV-PO-REF to IA-PO-REF
           move low-values to IA-INVOICE
           start IAFIL key >= IA-KEY
              invalid key set V-IA-EOF to true
           end-start
           perform until V-IA-EOF
              read IAFIL next
                 at end set V-IA-EOF to true
              end-read
              if not V-IA-EOF
                 if IA-PO-REF not = IV-PO-REF
                    set V-IA-EOF to true
                 else
                    add IA-QTY to W-BILLED
                    if IA-INVOICE = IV-INVOICE
                       move 'Y' to W-DUP-SW
                    end-if
                 end-if
              end-if
           end-perform
           .

       APPROVE-INVOICE section.
           move IV-PO-REF to IA-PO-REF
           move IV-INVOICE to IA-INVOICE
           move IV-VENDOR to IA-VENDOR
           move IV-COLOR to IA-COLOR
           move IV-QTY to IA-QTY
           move IV-PRICE to IA-PRICE
           move W-AMOUNT to IA-AMOUNT
           move IV-DATE to IA-INV-DATE
           move FUNCTION CURRENT-DATE(1:16) to IA-APPROVED-TS
           write IAREC
              invalid key
                 move spaces to LR-MESSAGE
                 string 'INVAPPR WRITE FAILED STATUS=' IA-FS
                    delimited by size into LR-MESSAGE
                 end-string
                 perform WRITE-LOG-REC
                 perform ABORT-RUN
           end-write
           add 1 to W-APPROVED-CNT
           add W-AMOUNT to W-APPROVED-AMT
           move 'APPROVED' to RP-RESULT
           move spaces to RP-REASON
           .

       HOLD-INVOICE section.
           move spaces to HLDREC
           move IV-INVOICE to HL-INVOICE
           move IV-VENDOR to HL-VENDOR
           move IV-PO-REF to HL-PO-REF
           move IV-QTY to HL-QTY
           move IV-PRICE to HL-PRICE
           move W-REASON to HL-REASON
           if W-REASON = 'NO SUCH PO'
              or W-REASON = 'BAD INVOICE LINE'
              move ZERO to HL-PO-ORD HL-PO-RCV HL-PO-BILLED
                           HL-PO-PRICE
           else
              move PM-ORD-QTY to HL-PO-ORD
              move PM-RCV-QTY to HL-PO-RCV
              move W-BILLED to HL-PO-BILLED
              move PM-UNIT-PRICE to HL-PO-PRICE
           end-if
           write HLDREC
           add 1 to W-HELD-CNT
           add W-AMOUNT to W-HELD-AMT
           move 'HELD' to RP-RESULT
           move W-REASON to RP-REASON
           move spaces to LR-MESSAGE
           string 'INVOICE HELD ' IV-INVOICE ' ' IV-PO-REF
              ' ' W-REASON
              delimited by size into LR-MESSAGE
           end-string
           move 'WARN' to LR-SEVERITY
           perform WRITE-LOG-REC
           .

       WRITE-MATCH-TOTALS section.
           move spaces to RPTREC
           write RPTREC
           move W-APPROVED-CNT to W-CNT-ED
           move W-APPROVED-AMT to W-AMT-ED
           move spaces to RPTREC
           string 'APPROVED LINES=' W-CNT-ED ' AMOUNT=' W-AMT-ED
              delimited by size into RPTREC
           end-string
           write RPTREC
           move W-HELD-CNT to W-CNT-ED
           move W-HELD-AMT to W-AMT-ED
           move spaces to RPTREC
           string 'HELD LINES=    ' W-CNT-ED ' AMOUNT=' W-AMT-ED
              delimited by size into RPTREC
           end-string
           write RPTREC
           .

      *    INFO bracket at end of job: lines approved and held and
      *    wall-clock elapsed. Paired with the START record at the
      *    top of A-MAIN; a log with a START and no END is a run
      *    that died. Matches AOCLEDQ/AOCBAL.
       WRITE-END-LOG-REC section.
           move W-RUN-START-TS to W-START-TS
           move FUNCTION CURRENT-DATE to W-END-TS
           perform COMPUTE-ELAPSED
           move W-ELAPSED to W-ELAPSED-ED
           move W-APPROVED-CNT to W-CNT-ED
           move spaces to LR-MESSAGE
           string 'END APPROVED=' trim(W-CNT-ED)
              delimited by size into LR-MESSAGE
           end-string
           move W-HELD-CNT to W-CNT-ED
           string trim(LR-MESSAGE) ' HELD=' trim(W-CNT-ED)
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

       end program AOCINVM.
