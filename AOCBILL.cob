       identification division.
       program-id. AOCBILL.
      *    Monthly processing chargeback to the departments that
      *    submit input files, run in the close job behind AOCCLOSE
      *    off the same aoc_close.ctl card. For the period named:
      *      - the period must already be closed on PERCLOSE; an
      *        open period is refused (12) and nothing is cut, so a
      *        department is never billed for a month that can still
      *        take reruns;
      *      - every telemetry row of the period from a posting
      *        program is one run. AOCHSKP rolls the telemetry file
      *        nightly, so the period's rows are read from the
      *        generations it cataloged in aoc_generations.txt and
      *        then from the live file. Runs that ended 8 or over posted
      *        nothing and are counted but not billed; AOCCTL's own
      *        row is the chain around the steps it called, each of
      *        which already has its row, and is skipped;
      *      - a run is matched to the vault catalog row its program
      *        cataloged that day for the same input. A catalog row
      *        whose line count and hash repeat an earlier row for
      *        the same program and day could only have been posted
      *        under AOC_DUP_OVERRIDE=Y, and that run carries the
      *        rerun surcharge;
      *      - the run goes to a department through the cost-center
      *        card aoc_costctr.ctl: an input-source prefix first,
      *        then the job name. A run neither maps is charged to
      *        UNASSIGN and the run warns (4), so unrecovered cost
      *        is visible rather than quietly absorbed. A BATCH run
      *        has no single source and maps by job name only;
      *      - each run is priced off the rate card aoc_rates.ctl:
      *        a charge per run, per thousand lines read, per
      *        elapsed minute, plus the rerun surcharge.
      *    The statement per department, run by run, goes to
      *    aoc_chargeback_report.txt. The billing interface goes to
      *    aoc_chargeback.txt: a header, one detail row per
      *    department billed, and a control trailer with the row
      *    count and the amount billed. The file is only cut when
      *    the department totals foot to the telemetry it was
      *    priced from: runs and lines counted as each row is read,
      *    before any pricing, and the amount taken run by run.
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
           select RATFIL assign to 'aoc_rates.ctl'
           organization is line sequential
           file status is RAT-FS.
           select CCFIL assign to 'aoc_costctr.ctl'
           organization is line sequential
           file status is CC-FS.
           select VCATFIL assign to 'aoc_vault_catalog.txt'
           organization is line sequential
           file status is VCAT-FS.
           select TELFIL assign to dynamic W-TEL-NAME
           organization is line sequential
           file status is TEL-FS.
           select GENFIL assign to 'aoc_generations.txt'
           organization is line sequential
           file status is GEN-FS.
           select BILFIL assign to 'aoc_chargeback.txt'
           organization is line sequential
           file status is BIL-FS.
           select RPTFIL assign to 'aoc_chargeback_report.txt'
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

       FD  RATFIL.
      *    Rate card, one row per rate: rate code and the amount in
      *    whole cents behind an implied decimal. Codes are RUN (per
      *    run), KLINES (per thousand lines read), MINUTE (per
      *    elapsed minute) and RERUN (surcharge per override rerun).
      *    A code not on the card is charged at zero.
       01  RATREC.
           05 RT-CODE        pic X(8).
           05 FILLER         pic X.
           05 RT-RATE        pic 9(5)V99.

       FD  CCFIL.
      *    Cost-center card, maintained by the shop. Row type, the
      *    department code, then by type:
      *      D the department's name, as printed on the statement
      *      S an input-source prefix that department submits
      *      J a job name that department runs under
      *    Source rows are tried first, in card order; the first
      *    prefix that matches wins, so a longer prefix goes above
      *    a shorter one.
       01  CCREC.
           05 CC-TYPE        pic X.
           05 FILLER         pic X.
           05 CC-DEPT        pic X(8).
           05 FILLER         pic X.
           05 CC-VALUE       pic X(60).

       FD  VCATFIL.
       01  VCATREC           pic X(140).

       FD  TELFIL.
       01  TELREC            pic X(150).

       FD  GENFIL.
       01  GENREC            pic X(100).

       FD  BILFIL.
       01  BILREC            pic X(100).

       FD  RPTFIL.
       01  RPTREC            pic X(120).

       FD  LOGFIL.
       01  LOGREC            pic X(110).

       working-storage section.
       01 A-ARB.
          05 CLS-FS          pic XX.
          05 CLO-FS          pic XX.
          05 RAT-FS          pic XX.
          05 CC-FS           pic XX.
          05 VCAT-FS         pic XX.
          05 TEL-FS          pic XX.
          05 GEN-FS          pic XX.
          05 W-TEL-NAME      pic X(60).
          05 W-TEL-FILES     pic S9(4) comp value ZERO.
          05 W-RAW-RUNS      pic S9(8) comp value ZERO.
          05 W-RAW-LINES     pic S9(10) comp-3 value ZERO.
          05 W-FOOT-RUNS     pic S9(8) comp value ZERO.
          05 W-FOOT-LINES    pic S9(10) comp-3 value ZERO.
          05 W-RUN-TOT       pic S9(11)V99 comp-3 value ZERO.
          05 BIL-FS          pic XX.
          05 RPT-FS          pic XX.
          05 LOG-FS          pic XX.
          05 W-PERIOD        pic X(6).
          05 W-OPERATOR      pic X(8).
          05 W-TODAY         pic X(8).
          05 A-DP-IX         pic S9(4) comp.
          05 A-MP-IX         pic S9(4) comp.
          05 A-CT-IX         pic S9(4) comp.
          05 A-CT-IX2        pic S9(4) comp.
          05 A-RN-IX         pic S9(4) comp.
          05 W-UNASSIGN-IX   pic S9(4) comp value ZERO.
          05 W-DEPT-CODE     pic X(8).
          05 W-RUN-SOURCE    pic X(60).
          05 W-RUN-RERUN     pic X.
          05 W-RATE-RUN      pic 9(5)V99 value ZERO.
          05 W-RATE-KLINES   pic 9(5)V99 value ZERO.
          05 W-RATE-MINUTE   pic 9(5)V99 value ZERO.
          05 W-RATE-RERUN    pic 9(5)V99 value ZERO.
          05 W-RATE-ROWS     pic S9(4) comp value ZERO.
          05 W-MINUTES       pic 9(5)V99.
          05 W-GRAND-TOT     pic S9(11)V99 comp-3 value ZERO.
          05 W-FOOT-TOT      pic S9(11)V99 comp-3 value ZERO.
          05 W-TEL-ROWS      pic S9(8) comp value ZERO.
          05 W-NOBILL-CNT    pic S9(8) comp value ZERO.
          05 W-UNMAPPED-CNT  pic S9(8) comp value ZERO.
          05 W-RERUN-CNT     pic S9(8) comp value ZERO.
          05 W-BIL-ROWS      pic S9(4) comp value ZERO.
          05 W-CNT-ED        pic Z(7)9.
          05 W-AMT-ED        pic -Z(10)9.99.
          05 W-RATE-ED       pic ZZZZ9.99.
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

       COPY AOCTELREC.

      *    AOCHSKP's generation catalog row: base, generation, date
      *    taken (same layout AOCEVID reads).
       01 GENREC-DTL.
          05 GN-BASE         pic X(30).
          05 FILLER          pic X.
          05 GN-GEN          pic X(40).
          05 FILLER          pic X.
          05 GN-DATE         pic X(8).
          05 FILLER          pic X(20).

      *    Same 140-byte catalog row AOC1A/AOC1B/AOC2A/AOC2B append.
       01 VCATREC-DTL.
          05 VC-PROGRAM      pic X(8).
          05 FILLER          pic X.
          05 VC-DATE         pic X(8).
          05 FILLER          pic X.
          05 VC-LINES        pic 9(8).
          05 FILLER          pic X.
          05 VC-HASH         pic 9(8).
          05 FILLER          pic X.
          05 VC-VAULT-NAME   pic X(40).
          05 FILLER          pic X.
          05 VC-SOURCE       pic X(60).

      *    Departments in cost-center card order, UNASSIGN last, with
      *    what each is billed for the period.
       01 DEPT-TABLE.
          05 DP-COUNT        pic S9(4) comp value ZERO.
          05 DP-ENTRY occurs 20 times.
             10 DP-CODE      pic X(8).
             10 DP-NAME      pic X(30).
             10 DP-RUNS      pic S9(6) comp.
             10 DP-LINES     pic S9(10) comp-3.
             10 DP-MINUTES   pic S9(7)V99 comp-3.
             10 DP-RERUNS    pic S9(4) comp.
             10 DP-AMOUNT    pic S9(9)V99 comp-3.

      *    Source-prefix and job-name rows off the cost-center card.
       01 MAP-TABLE.
          05 MP-COUNT        pic S9(4) comp value ZERO.
          05 MP-ENTRY occurs 100 times.
             10 MP-TYPE      pic X.
             10 MP-DEPT-IX   pic S9(4) comp.
             10 MP-VALUE     pic X(60).
             10 MP-LEN       pic S9(4) comp.

      *    The period's vault catalog rows, in file order, with the
      *    override-rerun verdict and whether a run has claimed the
      *    row yet.
       01 CAT-TABLE.
          05 CT-COUNT        pic S9(4) comp value ZERO.
          05 CT-ENTRY occurs 2000 times.
             10 CT-PROGRAM   pic X(8).
             10 CT-DATE      pic X(8).
             10 CT-SOURCE    pic X(60).
             10 CT-LINES     pic 9(8).
             10 CT-HASH      pic 9(8).
             10 CT-RERUN     pic X.
             10 CT-USED      pic X.

      *    Every billed run of the period, priced.
       01 RUN-TABLE.
          05 RN-COUNT        pic S9(4) comp value ZERO.
          05 RN-ENTRY occurs 3000 times.
             10 RN-DEPT-IX   pic S9(4) comp.
             10 RN-DATE      pic X(8).
             10 RN-PROGRAM   pic X(8).
             10 RN-JOBNAME   pic X(8).
             10 RN-INPUT     pic X(60).
             10 RN-LINES     pic S9(8) comp.
             10 RN-MINUTES   pic 9(5)V99.
             10 RN-RERUN     pic X.
             10 RN-RUN-AMT   pic S9(7)V99 comp-3.
             10 RN-LINE-AMT  pic S9(7)V99 comp-3.
             10 RN-TIME-AMT  pic S9(7)V99 comp-3.
             10 RN-RERUN-AMT pic S9(7)V99 comp-3.
             10 RN-AMOUNT    pic S9(7)V99 comp-3.

       01 LOGREC-DTL.
          05 LR-TIMESTAMP    pic X(21).
          05 FILLER          pic X value ' '.
          05 LR-JOBNAME      pic X(8) value spaces.
          05 FILLER          pic X value ' '.
          05 LR-PROGRAM      pic X(8) value 'AOCBILL'.
          05 FILLER          pic X value ' '.
          05 LR-SEVERITY     pic X(5) value 'ERROR'.
          05 FILLER          pic X value ' '.
          05 LR-MESSAGE      pic X(60) value spaces.

      *    Billing interface rows. H header: source, period, date
      *    cut, operator who signed the close. D detail: line
      *    number, department, runs, lines, elapsed minutes, override
      *    reruns, amount. T trailer: detail rows and the amount
      *    billed - the billing load rejects a file whose trailer
      *    does not foot.
       01 BIL-HDR.
          05 BH-REC-TYPE     pic X value 'H'.
          05 FILLER          pic X value ' '.
          05 BH-SOURCE       pic X(8) value 'AOCCUBES'.
          05 FILLER          pic X value ' '.
          05 BH-PERIOD       pic X(6).
          05 FILLER          pic X value ' '.
          05 BH-CUT-DATE     pic X(8).
          05 FILLER          pic X value ' '.
          05 BH-OPERATOR     pic X(8).

       01 BIL-DTL.
          05 BD-REC-TYPE     pic X value 'D'.
          05 FILLER          pic X value ' '.
          05 BD-PERIOD       pic X(6).
          05 FILLER          pic X value ' '.
          05 BD-LINE-NR      pic 9(4).
          05 FILLER          pic X value ' '.
          05 BD-DEPT         pic X(8).
          05 FILLER          pic X value ' '.
          05 BD-RUNS         pic 9(6).
          05 FILLER          pic X value ' '.
          05 BD-LINES        pic 9(10).
          05 FILLER          pic X value ' '.
          05 BD-MINUTES      pic 9(7)V99.
          05 FILLER          pic X value ' '.
          05 BD-RERUNS       pic 9(4).
          05 FILLER          pic X value ' '.
          05 BD-AMOUNT       pic 9(9)V99.

       01 BIL-TRL.
          05 BT-REC-TYPE     pic X value 'T'.
          05 FILLER          pic X value ' '.
          05 BT-PERIOD       pic X(6).
          05 FILLER          pic X value ' '.
          05 BT-LINE-CNT     pic 9(4).
          05 FILLER          pic X value ' '.
          05 BT-AMOUNT       pic 9(11)V99.

       01 STMT-HDR.
          05 FILLER          pic X(9) value 'DATE'.
          05 FILLER          pic X(9) value 'PROGRAM'.
          05 FILLER          pic X(9) value 'JOB'.
          05 FILLER          pic X(25) value 'INPUT'.
          05 FILLER          pic X(9) value '   LINES'.
          05 FILLER          pic X(9) value ' MINUTES'.
          05 FILLER          pic X(9) value '     RUN'.
          05 FILLER          pic X(9) value '   LINES'.
          05 FILLER          pic X(9) value '    TIME'.
          05 FILLER          pic X(9) value '   RERUN'.
          05 FILLER          pic X(11) value '     AMOUNT'.

       01 STMT-LINE.
          05 SL-DATE         pic X(8).
          05 FILLER          pic X value ' '.
          05 SL-PROGRAM      pic X(8).
          05 FILLER          pic X value ' '.
          05 SL-JOBNAME      pic X(8).
          05 FILLER          pic X value ' '.
          05 SL-INPUT        pic X(24).
          05 FILLER          pic X value ' '.
          05 SL-LINES        pic Z(7)9.
          05 FILLER          pic X value ' '.
          05 SL-MINUTES      pic ZZZZ9.99.
          05 FILLER          pic X value ' '.
          05 SL-RUN-AMT      pic ZZZZ9.99.
          05 FILLER          pic X value ' '.
          05 SL-LINE-AMT     pic ZZZZ9.99.
          05 FILLER          pic X value ' '.
          05 SL-TIME-AMT     pic ZZZZ9.99.
          05 FILLER          pic X value ' '.
          05 SL-RERUN-AMT    pic ZZZZ9.99.
          05 FILLER          pic X value ' '.
          05 SL-AMOUNT       pic ZZZZZZ9.99.

       01 V-VAXLAR.
          05 FILLER pic X   value ' '.
             88 V-RAT-INIT  value ' '.
             88 V-RAT-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-CC-INIT   value ' '.
             88 V-CC-EOF    value 'E'.
          05 FILLER pic X   value ' '.
             88 V-VCAT-INIT value ' '.
             88 V-VCAT-EOF  value 'E'.
          05 FILLER pic X   value ' '.
             88 V-TEL-INIT  value ' '.
             88 V-TEL-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-GEN-INIT  value ' '.
             88 V-GEN-EOF   value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCBILL'
           move FUNCTION CURRENT-DATE to W-RUN-START-TS
           move FUNCTION CURRENT-DATE(1:8) to W-TODAY
           move spaces to LR-MESSAGE
           string 'START MONTHLY CHARGEBACK'
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
           perform LOAD-RATE-CARD
           perform LOAD-COST-CENTERS
           perform LOAD-VAULT-CATALOG
           perform SCAN-TELEMETRY
           open output RPTFIL
           if RPT-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN RPTFIL FAILED STATUS=' RPT-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           perform WRITE-CHARGEBACK-STATEMENT
           close RPTFIL
           perform WRITE-BILLING-FILE
           if W-UNMAPPED-CNT > ZERO
              move W-UNMAPPED-CNT to W-CNT-ED
              move spaces to LR-MESSAGE
              string trim(W-CNT-ED) ' RUNS MAP TO NO DEPARTMENT, '
                 'CHARGED TO UNASSIGN'
                 delimited by size into LR-MESSAGE
              end-string
              move 'WARN' to LR-SEVERITY
              perform WRITE-LOG-REC
              move 4 to RETURN-CODE
           end-if
           move RN-COUNT to W-CNT-ED
           display 'AOCBILL RUNS BILLED ' W-CNT-ED
           move W-GRAND-TOT to W-AMT-ED
           display 'AOCBILL AMOUNT      ' W-AMT-ED
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
           close RATFIL
           close CCFIL
           close VCATFIL
           close TELFIL
           close GENFIL
           close BILFIL
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
              display 'AOCBILL NO CLOSE CARD, NOTHING BILLED'
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
              display 'AOCBILL BAD PERIOD ' CS-PERIOD
              perform ABORT-RUN
           end-if
           move CS-PERIOD to W-PERIOD
           if CS-OPERATOR = spaces
              move 'UNSIGNED' to W-OPERATOR
           else
              move CS-OPERATOR to W-OPERATOR
           end-if
           .

      *    Only a period AOCCLOSE has signed off is billed. No
      *    PERCLOSE, no row, or a row not at 'C' is a refusal.
       CHECK-PERIOD-CLOSED section.
           open input CLOFIL
           if CLO-FS = '00'
              move W-PERIOD to CL-PERIOD
              read CLOFIL
                 invalid key
                    move spaces to CL-STATUS
              end-read
              close CLOFIL
           else
              move spaces to CL-STATUS
           end-if
           if CL-STATUS not = 'C'
              move spaces to LR-MESSAGE
              string 'PERIOD ' W-PERIOD
                 ' NOT CLOSED, NO CHARGEBACK CUT'
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCBILL PERIOD ' W-PERIOD ' NOT CLOSED'
              move 12 to RETURN-CODE
           end-if
           .

      *    No rate card is an error, not a month of zero bills: the
      *    departments would get a statement that looks final.
       LOAD-RATE-CARD section.
           set V-RAT-INIT to true
           open input RATFIL
           if RAT-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN RATFIL FAILED STATUS=' RAT-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCBILL NO RATE CARD, NOTHING BILLED'
              perform ABORT-RUN
           end-if
           perform until V-RAT-EOF
              read RATFIL
                 at end set V-RAT-EOF to true
              end-read
              if not V-RAT-EOF
                 and RT-RATE is numeric
                 add 1 to W-RATE-ROWS
                 evaluate RT-CODE
                 when 'RUN'
                    move RT-RATE to W-RATE-RUN
                 when 'KLINES'
                    move RT-RATE to W-RATE-KLINES
                 when 'MINUTE'
                    move RT-RATE to W-RATE-MINUTE
                 when 'RERUN'
                    move RT-RATE to W-RATE-RERUN
                 when other
                    subtract 1 from W-RATE-ROWS
                    move spaces to LR-MESSAGE
                    string 'UNKNOWN RATE CODE ' RT-CODE ' IGNORED'
                       delimited by size into LR-MESSAGE
                    end-string
                    move 'WARN' to LR-SEVERITY
                    perform WRITE-LOG-REC
                 end-evaluate
              end-if
           end-perform
           close RATFIL
           if W-RATE-ROWS = ZERO
              move spaces to LR-MESSAGE
              string 'RATE CARD HAS NO RATES, NOTHING BILLED'
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCBILL RATE CARD EMPTY'
              perform ABORT-RUN
           end-if
           .

      *    Departments first as the card names them, then UNASSIGN
      *    at the end for whatever maps to none. A department an S
      *    or J row names with no D row of its own is still billed,
      *    under its code alone.
       LOAD-COST-CENTERS section.
           set V-CC-INIT to true
           open input CCFIL
           if CC-FS not = '00'
              move spaces to LR-MESSAGE
              string 'NO COST-CENTER CARD STATUS=' CC-FS
                 ', ALL RUNS UNASSIGNED'
                 delimited by size into LR-MESSAGE
              end-string
              move 'WARN' to LR-SEVERITY
              perform WRITE-LOG-REC
              set V-CC-EOF to true
           end-if
           perform until V-CC-EOF
              read CCFIL
                 at end set V-CC-EOF to true
              end-read
              if not V-CC-EOF
                 and CC-DEPT not = spaces
                 and CC-VALUE not = spaces
                 move CC-DEPT to W-DEPT-CODE
                 perform FIND-DEPARTMENT
                 evaluate CC-TYPE
                 when 'D'
                    if A-DP-IX > ZERO
                       move CC-VALUE to DP-NAME(A-DP-IX)
                    end-if
                 when 'S'
                 when 'J'
                    perform ADD-MAP-ROW
                 when other
                    continue
                 end-evaluate
              end-if
           end-perform
           if CC-FS = '00' or CC-FS = '10'
              close CCFIL
           end-if
           move 'UNASSIGN' to W-DEPT-CODE
           perform FIND-DEPARTMENT
           move A-DP-IX to W-UNASSIGN-IX
           if DP-NAME(A-DP-IX) = spaces
              move 'RUNS MAPPED TO NO DEPARTMENT'
                 to DP-NAME(A-DP-IX)
           end-if
           .

      *    Looks W-DEPT-CODE up and adds it when new. The last slot
      *    is held back for UNASSIGN, so a card with too many
      *    departments still bills everything somewhere.
       FIND-DEPARTMENT section.
           perform varying A-DP-IX from 1 by 1
                   until A-DP-IX > DP-COUNT
              if DP-CODE(A-DP-IX) = W-DEPT-CODE
                 exit section
              end-if
           end-perform
           if DP-COUNT >= 19
              and W-DEPT-CODE not = 'UNASSIGN'
              move spaces to LR-MESSAGE
              string 'DEPARTMENT TABLE FULL, ' W-DEPT-CODE
                 ' IGNORED'
                 delimited by size into LR-MESSAGE
              end-string
              move 'WARN' to LR-SEVERITY
              perform WRITE-LOG-REC
              move ZERO to A-DP-IX
              exit section
           end-if
           add 1 to DP-COUNT
           move DP-COUNT to A-DP-IX
           move W-DEPT-CODE to DP-CODE(A-DP-IX)
           move spaces to DP-NAME(A-DP-IX)
           move ZERO to DP-RUNS(A-DP-IX) DP-LINES(A-DP-IX)
                        DP-MINUTES(A-DP-IX) DP-RERUNS(A-DP-IX)
                        DP-AMOUNT(A-DP-IX)
           .

       ADD-MAP-ROW section.
           if A-DP-IX = ZERO
              exit section
           end-if
           if MP-COUNT >= 100
              move spaces to LR-MESSAGE
              string 'COST-CENTER MAP FULL, ' CC-TYPE ' ' CC-DEPT
                 ' ROW IGNORED'
                 delimited by size into LR-MESSAGE
              end-string
              move 'WARN' to LR-SEVERITY
              perform WRITE-LOG-REC
              exit section
           end-if
           add 1 to MP-COUNT
           move CC-TYPE to MP-TYPE(MP-COUNT)
           move A-DP-IX to MP-DEPT-IX(MP-COUNT)
           move CC-VALUE to MP-VALUE(MP-COUNT)
           compute MP-LEN(MP-COUNT) =
              length(trim(CC-VALUE trailing))
           .

      *    The period's catalog rows. A row repeating the line count
      *    and hash of an earlier row for the same program on the
      *    same day got past that program's same-day duplicate check
      *    only because AOC_DUP_OVERRIDE=Y forced it.
       LOAD-VAULT-CATALOG section.
           set V-VCAT-INIT to true
           open input VCATFIL
           if VCAT-FS not = '00'
              move spaces to LR-MESSAGE
              string 'NO VAULT CATALOG STATUS=' VCAT-FS
                 ', NO RERUN SURCHARGES'
                 delimited by size into LR-MESSAGE
              end-string
              move 'WARN' to LR-SEVERITY
              perform WRITE-LOG-REC
              exit section
           end-if
           perform until V-VCAT-EOF
              read VCATFIL
                 at end set V-VCAT-EOF to true
              end-read
              if not V-VCAT-EOF
                 and VCATREC not = spaces
                 move VCATREC to VCATREC-DTL
                 if VC-DATE(1:6) = W-PERIOD
                    and VC-LINES is numeric
                    and VC-HASH is numeric
                    perform ADD-CATALOG-ROW
                 end-if
              end-if
           end-perform
           close VCATFIL
           .

       ADD-CATALOG-ROW section.
           if CT-COUNT >= 2000
              move spaces to LR-MESSAGE
              string 'VAULT CATALOG TABLE FULL, PERIOD ' W-PERIOD
                 ' NOT BILLED'
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCBILL CATALOG TABLE FULL'
              perform ABORT-RUN
           end-if
           add 1 to CT-COUNT
           move CT-COUNT to A-CT-IX
           move VC-PROGRAM to CT-PROGRAM(A-CT-IX)
           move VC-DATE to CT-DATE(A-CT-IX)
           move VC-SOURCE to CT-SOURCE(A-CT-IX)
           move VC-LINES to CT-LINES(A-CT-IX)
           move VC-HASH to CT-HASH(A-CT-IX)
           move 'N' to CT-RERUN(A-CT-IX)
                       CT-USED(A-CT-IX)
           perform varying A-CT-IX2 from 1 by 1
                   until A-CT-IX2 >= A-CT-IX
              if CT-PROGRAM(A-CT-IX2) = VC-PROGRAM
                 and CT-DATE(A-CT-IX2) = VC-DATE
                 and CT-LINES(A-CT-IX2) = VC-LINES
                 and CT-HASH(A-CT-IX2) = VC-HASH
                 move 'Y' to CT-RERUN(A-CT-IX)
                 exit perform
              end-if
           end-perform
           .

      *    The period's telemetry is spread over the nightly
      *    generations AOCHSKP took before rolling the file, then
      *    whatever the live file has gathered since. A generation
      *    taken before the period opened cannot hold its rows; one
      *    taken after it closed still can (the last night's runs),
      *    so those are read too and filtered row by row. Each row
      *    sits in exactly one file, the roll empties the live file
      *    once it is copied.
       SCAN-TELEMETRY section.
           move ZERO to W-TEL-FILES
           set V-GEN-INIT to true
           open input GENFIL
           if GEN-FS = '00'
              perform until V-GEN-EOF
                 read GENFIL
                    at end set V-GEN-EOF to true
                 end-read
                 if not V-GEN-EOF
                    and GENREC not = spaces
                    move GENREC to GENREC-DTL
                    if GN-BASE = 'aoc_telemetry.txt'
                       and GN-DATE(1:6) not < W-PERIOD
                       move GN-GEN to W-TEL-NAME
                       perform SCAN-TELEMETRY-FILE
                    end-if
                 end-if
              end-perform
              close GENFIL
           end-if
           move 'aoc_telemetry.txt' to W-TEL-NAME
           perform SCAN-TELEMETRY-FILE
           if W-TEL-FILES = ZERO
              move spaces to LR-MESSAGE
              string 'NO TELEMETRY FILE OR GENERATION'
                 ', NO RUNS TO BILL'
                 delimited by size into LR-MESSAGE
              end-string
              move 'WARN' to LR-SEVERITY
              perform WRITE-LOG-REC
           end-if
           .

      *    One pass over one telemetry file; each of the period's
      *    posting runs is counted raw for the foot check, then
      *    priced and charged as it is read. A cataloged generation
      *    that cannot be opened is a gap in the month's runs and
      *    warns (4); no live file is simply a quiet day since the
      *    last roll.
       SCAN-TELEMETRY-FILE section.
           set V-TEL-INIT to true
           open input TELFIL
           if TEL-FS not = '00'
              if W-TEL-NAME not = 'aoc_telemetry.txt'
                 move spaces to LR-MESSAGE
                 string 'TELEMETRY GENERATION MISSING '
                    trim(W-TEL-NAME)
                    delimited by size into LR-MESSAGE
                 end-string
                 move 'WARN' to LR-SEVERITY
                 perform WRITE-LOG-REC
                 if RETURN-CODE = ZERO
                    move 4 to RETURN-CODE
                 end-if
              end-if
              exit section
           end-if
           add 1 to W-TEL-FILES
           perform until V-TEL-EOF
              read TELFIL
                 at end set V-TEL-EOF to true
              end-read
              if not V-TEL-EOF
                 and TELREC not = spaces
                 move TELREC to TELREC-DTL
                 if TM-TIMESTAMP(1:6) = W-PERIOD
                    and TM-PROGRAM not = 'AOCCTL'
                    and TM-PROGRAM not = spaces
                    add 1 to W-TEL-ROWS
                    if TM-COND-CODE is numeric
                       and TM-COND-CODE < 8
                       add 1 to W-RAW-RUNS
                       if TM-READ-CNT is numeric
                          add TM-READ-CNT to W-RAW-LINES
                       end-if
                       perform PRICE-ONE-RUN
                    else
                       add 1 to W-NOBILL-CNT
                    end-if
                 end-if
              end-if
           end-perform
           close TELFIL
           .

      *    Claims the run's catalog row, maps it to a department and
      *    prices it off the rate card. Elapsed is hundredths of a
      *    second, billed in minutes to the cent of a minute.
       PRICE-ONE-RUN section.
           if RN-COUNT >= 3000
              move spaces to LR-MESSAGE
              string 'RUN TABLE FULL, PERIOD ' W-PERIOD
                 ' NOT BILLED'
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCBILL RUN TABLE FULL'
              perform ABORT-RUN
           end-if
           move TM-INPUT to W-RUN-SOURCE
           move 'N' to W-RUN-RERUN
           if TM-INPUT not = 'BATCH'
              perform MATCH-CATALOG-ROW
           end-if
           perform MAP-RUN-TO-DEPARTMENT
           add 1 to RN-COUNT
           move RN-COUNT to A-RN-IX
           move A-DP-IX to RN-DEPT-IX(A-RN-IX)
           move TM-TIMESTAMP(1:8) to RN-DATE(A-RN-IX)
           move TM-PROGRAM to RN-PROGRAM(A-RN-IX)
           move TM-JOBNAME to RN-JOBNAME(A-RN-IX)
           move W-RUN-SOURCE to RN-INPUT(A-RN-IX)
           move ZERO to RN-LINES(A-RN-IX)
           if TM-READ-CNT is numeric
              move TM-READ-CNT to RN-LINES(A-RN-IX)
           end-if
           move ZERO to W-MINUTES
           if TM-ELAPSED is numeric
              compute W-MINUTES rounded = TM-ELAPSED / 6000
           end-if
           move W-MINUTES to RN-MINUTES(A-RN-IX)
           move W-RUN-RERUN to RN-RERUN(A-RN-IX)
           move W-RATE-RUN to RN-RUN-AMT(A-RN-IX)
           compute RN-LINE-AMT(A-RN-IX) rounded =
              RN-LINES(A-RN-IX) * W-RATE-KLINES / 1000
           compute RN-TIME-AMT(A-RN-IX) rounded =
              W-MINUTES * W-RATE-MINUTE
           move ZERO to RN-RERUN-AMT(A-RN-IX)
           if W-RUN-RERUN = 'Y'
              move W-RATE-RERUN to RN-RERUN-AMT(A-RN-IX)
              add 1 to W-RERUN-CNT
              add 1 to DP-RERUNS(A-DP-IX)
           end-if
           compute RN-AMOUNT(A-RN-IX) =
              RN-RUN-AMT(A-RN-IX) + RN-LINE-AMT(A-RN-IX)
            + RN-TIME-AMT(A-RN-IX) + RN-RERUN-AMT(A-RN-IX)
           add 1 to DP-RUNS(A-DP-IX)
           add RN-LINES(A-RN-IX) to DP-LINES(A-DP-IX)
           add W-MINUTES to DP-MINUTES(A-DP-IX)
           add RN-AMOUNT(A-RN-IX) to DP-AMOUNT(A-DP-IX)
           add RN-AMOUNT(A-RN-IX) to W-GRAND-TOT
           .

      *    The first unclaimed catalog row the same program wrote on
      *    the same day for the same input is this run's; runs and
      *    catalog rows are both in run order, so a second run of
      *    the same file that day claims the second row.
       MATCH-CATALOG-ROW section.
           perform varying A-CT-IX from 1 by 1
                   until A-CT-IX > CT-COUNT
              if CT-USED(A-CT-IX) = 'N'
                 and CT-PROGRAM(A-CT-IX) = TM-PROGRAM
                 and CT-DATE(A-CT-IX) = TM-TIMESTAMP(1:8)
                 and CT-SOURCE(A-CT-IX) = TM-INPUT
                 move 'Y' to CT-USED(A-CT-IX)
                 move CT-RERUN(A-CT-IX) to W-RUN-RERUN
                 move CT-SOURCE(A-CT-IX) to W-RUN-SOURCE
                 exit section
              end-if
           end-perform
           .

      *    Source prefix first, then job name, else UNASSIGN.
       MAP-RUN-TO-DEPARTMENT section.
           if W-RUN-SOURCE not = 'BATCH'
              perform varying A-MP-IX from 1 by 1
                      until A-MP-IX > MP-COUNT
                 if MP-TYPE(A-MP-IX) = 'S'
                    and W-RUN-SOURCE(1:MP-LEN(A-MP-IX)) =
                        MP-VALUE(A-MP-IX)(1:MP-LEN(A-MP-IX))
                    move MP-DEPT-IX(A-MP-IX) to A-DP-IX
                    exit section
                 end-if
              end-perform
           end-if
           perform varying A-MP-IX from 1 by 1
                   until A-MP-IX > MP-COUNT
              if MP-TYPE(A-MP-IX) = 'J'
                 and MP-VALUE(A-MP-IX)(1:8) = TM-JOBNAME
                 move MP-DEPT-IX(A-MP-IX) to A-DP-IX
                 exit section
              end-if
           end-perform
           move W-UNASSIGN-IX to A-DP-IX
           add 1 to W-UNMAPPED-CNT
           .

      *    The statement: the rates it was priced at, then per
      *    department the runs billed, the department's totals and
      *    the grand total. A department with no runs is listed with
      *    its zero so each one sees its own line for the month.
       WRITE-CHARGEBACK-STATEMENT section.
           move spaces to RPTREC
           string 'AOC PROCESSING CHARGEBACK, PERIOD '
              W-PERIOD ' (CLOSED BY ' CL-OPERATOR ')'
              delimited by size into RPTREC
           end-string
           write RPTREC
           move spaces to RPTREC
           write RPTREC
           move W-RATE-RUN to W-RATE-ED
           move spaces to RPTREC
           string 'RATE PER RUN              ' W-RATE-ED
              delimited by size into RPTREC
           end-string
           write RPTREC
           move W-RATE-KLINES to W-RATE-ED
           move spaces to RPTREC
           string 'RATE PER THOUSAND LINES   ' W-RATE-ED
              delimited by size into RPTREC
           end-string
           write RPTREC
           move W-RATE-MINUTE to W-RATE-ED
           move spaces to RPTREC
           string 'RATE PER ELAPSED MINUTE   ' W-RATE-ED
              delimited by size into RPTREC
           end-string
           write RPTREC
           move W-RATE-RERUN to W-RATE-ED
           move spaces to RPTREC
           string 'OVERRIDE RERUN SURCHARGE  ' W-RATE-ED
              delimited by size into RPTREC
           end-string
           write RPTREC
           perform varying A-DP-IX from 1 by 1
                   until A-DP-IX > DP-COUNT
              if DP-RUNS(A-DP-IX) > ZERO
                 or A-DP-IX not = W-UNASSIGN-IX
                 perform WRITE-DEPARTMENT-BLOCK
              end-if
           end-perform
           move spaces to RPTREC
           write RPTREC
           move RN-COUNT to W-CNT-ED
           move spaces to RPTREC
           string 'RUNS BILLED               ' W-CNT-ED
              delimited by size into RPTREC
           end-string
           write RPTREC
           move W-RERUN-CNT to W-CNT-ED
           move spaces to RPTREC
           string 'OVERRIDE RERUNS           ' W-CNT-ED
              delimited by size into RPTREC
           end-string
           write RPTREC
           move W-NOBILL-CNT to W-CNT-ED
           move spaces to RPTREC
           string 'RUNS ENDED 8+, NOT BILLED ' W-CNT-ED
              delimited by size into RPTREC
           end-string
           write RPTREC
           move W-GRAND-TOT to W-AMT-ED
           move spaces to RPTREC
           string 'TOTAL CHARGED          ' W-AMT-ED
              delimited by size into RPTREC
           end-string
           write RPTREC
           .

       WRITE-DEPARTMENT-BLOCK section.
           move spaces to RPTREC
           write RPTREC
           move spaces to RPTREC
           string 'DEPARTMENT ' DP-CODE(A-DP-IX) ' '
              DP-NAME(A-DP-IX)
              delimited by size into RPTREC
           end-string
           write RPTREC
           move STMT-HDR to RPTREC
           write RPTREC
           perform varying A-RN-IX from 1 by 1
                   until A-RN-IX > RN-COUNT
              if RN-DEPT-IX(A-RN-IX) = A-DP-IX
                 move RN-DATE(A-RN-IX) to SL-DATE
                 move RN-PROGRAM(A-RN-IX) to SL-PROGRAM
                 move RN-JOBNAME(A-RN-IX) to SL-JOBNAME
                 move RN-INPUT(A-RN-IX) to SL-INPUT
                 move RN-LINES(A-RN-IX) to SL-LINES
                 move RN-MINUTES(A-RN-IX) to SL-MINUTES
                 move RN-RUN-AMT(A-RN-IX) to SL-RUN-AMT
                 move RN-LINE-AMT(A-RN-IX) to SL-LINE-AMT
                 move RN-TIME-AMT(A-RN-IX) to SL-TIME-AMT
                 move RN-RERUN-AMT(A-RN-IX) to SL-RERUN-AMT
                 move RN-AMOUNT(A-RN-IX) to SL-AMOUNT
                 move STMT-LINE to RPTREC
                 write RPTREC
              end-if
           end-perform
           move DP-RUNS(A-DP-IX) to W-CNT-ED
           move DP-AMOUNT(A-DP-IX) to W-AMT-ED
           move spaces to RPTREC
           string 'DEPARTMENT TOTAL  RUNS ' W-CNT-ED
              '  AMOUNT ' W-AMT-ED
              delimited by size into RPTREC
           end-string
           write RPTREC
           .

      *    Cut only when the department totals foot to the
      *    telemetry: their runs and lines to the billable rows and
      *    lines counted raw off the files, and their amount to the
      *    priced runs taken one by one off the run table. Billing
      *    gets no file rather than one that does not tie. One
      *    detail row per department with something to bill.
       WRITE-BILLING-FILE section.
           move ZERO to W-FOOT-TOT W-FOOT-RUNS W-FOOT-LINES
           perform varying A-DP-IX from 1 by 1
                   until A-DP-IX > DP-COUNT
              add DP-AMOUNT(A-DP-IX) to W-FOOT-TOT
              add DP-RUNS(A-DP-IX) to W-FOOT-RUNS
              add DP-LINES(A-DP-IX) to W-FOOT-LINES
           end-perform
           move ZERO to W-RUN-TOT
           perform varying A-RN-IX from 1 by 1
                   until A-RN-IX > RN-COUNT
              add RN-AMOUNT(A-RN-IX) to W-RUN-TOT
           end-perform
           if W-FOOT-RUNS not = W-RAW-RUNS
              or W-FOOT-LINES not = W-RAW-LINES
              or W-FOOT-TOT not = W-RUN-TOT
              or W-FOOT-TOT not = W-GRAND-TOT
              move spaces to LR-MESSAGE
              string 'CHARGEBACK DOES NOT FOOT, PERIOD ' W-PERIOD
                 ' NOT CUT'
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCBILL CHARGEBACK DOES NOT FOOT'
              perform ABORT-RUN
           end-if
           open output BILFIL
           if BIL-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN BILFIL FAILED STATUS=' BIL-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           move W-PERIOD to BH-PERIOD
           move W-TODAY to BH-CUT-DATE
           move W-OPERATOR to BH-OPERATOR
           move BIL-HDR to BILREC
           write BILREC
           perform varying A-DP-IX from 1 by 1
                   until A-DP-IX > DP-COUNT
              if DP-RUNS(A-DP-IX) > ZERO
                 add 1 to W-BIL-ROWS
                 move W-PERIOD to BD-PERIOD
                 move W-BIL-ROWS to BD-LINE-NR
                 move DP-CODE(A-DP-IX) to BD-DEPT
                 move DP-RUNS(A-DP-IX) to BD-RUNS
                 move DP-LINES(A-DP-IX) to BD-LINES
                 move DP-MINUTES(A-DP-IX) to BD-MINUTES
                 move DP-RERUNS(A-DP-IX) to BD-RERUNS
                 move DP-AMOUNT(A-DP-IX) to BD-AMOUNT
                 move BIL-DTL to BILREC
                 write BILREC
              end-if
           end-perform
           move W-PERIOD to BT-PERIOD
           move W-BIL-ROWS to BT-LINE-CNT
           move W-GRAND-TOT to BT-AMOUNT
           move BIL-TRL to BILREC
           write BILREC
           close BILFIL
           .

      *    INFO bracket at end of job: period, amount billed and
      *    wall-clock elapsed. Paired with the START record at the
      *    top of A-MAIN; a log with a START and no END is a run
      *    that died. Matches AOCLEDQ/AOCBAL.
       WRITE-END-LOG-REC section.
           move W-RUN-START-TS to W-START-TS
           move FUNCTION CURRENT-DATE to W-END-TS
           perform COMPUTE-ELAPSED
           move W-ELAPSED to W-ELAPSED-ED
           move W-GRAND-TOT to W-AMT-ED
           move spaces to LR-MESSAGE
           string 'END PERIOD=' W-PERIOD ' BILLED=' trim(W-AMT-ED)
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

       end program AOCBILL.
