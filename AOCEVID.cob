       identification division.
       program-id. AOCEVID.
      *    Audit evidence pack for a closed period. When the external
      *    auditors sample a month, everything they ask for is cut
      *    into one evidence file, aoc_evidence_YYYYMM.<date cut>,
      *    driven by aoc_evidence.ctl:
      *      - BUILD (the default) refuses a period PERCLOSE does not
      *        show closed (12), then gathers, in this order:
      *          1 the PERCLOSE row and the AOCCLOSE statement for the
      *            period - the live aoc_close_statement.txt when it
      *            is that period's, else the newest generation that
      *            is;
      *          2 every AOCBAL balancing report generation cut in
      *            the period - a business day on aoc_calendar.ctl
      *            with no generation marks the section missing;
      *          3 every AOCBKO backout audit block run in the
      *            period;
      *          4 every PARMFIL row AOCPRM changed in the period;
      *          5 every ACTJRNL activity row of the period;
      *          6 every EXCMAST exception of the period with its
      *            disposition (open, corrected or ignored).
      *        The file opens with a header and a table of contents
      *        carrying each section's row count and hash, then the
      *        sections, and closes with a manifest record sealing
      *        every record ahead of it. The sources are read twice,
      *        once to count and once to copy, and a source that
      *        moved in between fails the pack (12). The pack is
      *        registered on the generation catalog with its seal
      *        and a hold date the retention card's EVIDYEARS years
      *        out (7 by default); AOCHSKP never prunes a generation
      *        before its hold date;
      *      - VERIFY reads a registered pack back (the newest for
      *        the period, or the one cut on the card's date) and
      *        proves every section against the table of contents
      *        and the whole file against its manifest seal and the
      *        seal on the catalog. A pack that does not prove has
      *        been altered since it was cut (12).
      *    A section whose source could not be found is cut empty
      *    and flagged on the table of contents, and the run warns
      *    (4) so an incomplete pack is never mistaken for a whole
      *    one.
       environment division.
       configuration section.
      *special-names. decimal-point is comma.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select EVCFIL assign to 'aoc_evidence.ctl'
           organization is line sequential
           file status is EVC-FS.
           select RETFIL assign to 'aoc_retain.ctl'
           organization is line sequential
           file status is RET-FS.
           select CLOFIL assign to 'PERCLOSE'
           organization is indexed
           access mode is dynamic
           record key is CL-PERIOD
           file status is CLO-FS.
           select CATFIL assign to 'aoc_generations.txt'
           organization is line sequential
           file status is CAT-FS.
           select SRCFIL assign to dynamic W-SRC-NAME
           organization is line sequential
           file status is SRC-FS.
           select PRMFIL assign to 'PARMFIL'
           organization is indexed
           access mode is dynamic
           record key is PP-KEY
           file status is PRM-FS.
           select JRNFIL assign to 'ACTJRNL'
           organization is indexed
           access mode is dynamic
           record key is JN-KEY
           file status is JRN-FS.
           select EXMFIL assign to 'EXCMAST'
           organization is indexed
           access mode is dynamic
           record key is EX-KEY
           file status is EXM-FS.
           select EVDFIL assign to dynamic W-PACK-NAME
           organization is line sequential
           file status is EVD-FS.
           select RPTFIL assign to 'aoc_evidence_report.txt'
           organization is line sequential
           file status is RPT-FS.
           select LOGFIL assign to 'aoc_run.log'
           organization is line sequential
           file status is LOG-FS.
           select CALFIL assign to 'aoc_calendar.ctl'
           organization is line sequential
           file status is CAL-FS.

       data division.
       file section.
       FD  EVCFIL.
      *    Control card: mode (BUILD or VERIFY), the period (YYYYMM),
      *    the operator cutting the pack and, for VERIFY, the date a
      *    particular pack was cut (blank for the newest).
       01  EVCREC.
           05 EV-MODE        pic X(7).
           05 FILLER         pic X.
           05 EV-PERIOD      pic X(6).
           05 FILLER         pic X.
           05 EV-OPERATOR    pic X(8).
           05 FILLER         pic X.
           05 EV-DATE        pic X(8).

       FD  RETFIL.
      *    Retention card, AOCHSKP's layout; this job reads only the
      *    evidence retention in years.
       01  RETREC.
           05 RC-KEEP-GENS   pic 9(2).
           05 FILLER         pic X.
           05 RC-LEDGER-DAYS pic 9(3).
           05 FILLER         pic X.
           05 RC-EVID-YEARS  pic 9(2).

       FD  CLOFIL.
       COPY AOCCLOREC.

       FD  CATFIL.
       01  CATREC            pic X(100).

       FD  SRCFIL.
       01  SRCREC            pic X(245).

       FD  PRMFIL.
      *    AOCPRM's parameter rows, same layout.
       01  PRMREC.
           05 PP-KEY.
              10 PP-PROGRAM   pic X(8).
              10 PP-NAME      pic X(12).
              10 PP-EFF-DATE  pic X(8).
           05 PP-VALUE        pic X(12).
           05 PP-CHANGED-TS   pic X(21).
           05 PP-OPERATOR     pic X(8).

       FD  JRNFIL.
      *    Activity journal AOCMENU keeps, same layout.
       01  JRNREC.
           05 JN-KEY.
              10 JN-TIMESTAMP pic X(21).
              10 JN-OPERATOR  pic X(8).
           05 JN-ACTION      pic X(12).
           05 JN-TARGET      pic X(8).
           05 JN-INPUT       pic X(60).
           05 JN-OVERRIDE    pic X.

       FD  EXMFIL.
       COPY AOCEXMREC.

       FD  EVDFIL.
       01  EVDREC            pic X(250).

       FD  RPTFIL.
       01  RPTREC            pic X(100).

       FD  LOGFIL.
       01  LOGREC            pic X(110).

       FD  CALFIL.
      *    Business calendar, one row per date: 'W' working day or
      *    'H' holiday, plus any period-end marker.
       01  CALREC.
           05 CA-DATE        pic X(8).
           05 FILLER         pic X.
           05 CA-TYPE        pic X.
           05 FILLER         pic X.
           05 CA-MARKER      pic X(2).

       working-storage section.
       01 A-ARB.
          05 EVC-FS          pic XX.
          05 RET-FS          pic XX.
          05 CLO-FS          pic XX.
          05 CAT-FS          pic XX.
          05 SRC-FS          pic XX.
          05 PRM-FS          pic XX.
          05 JRN-FS          pic XX.
          05 EXM-FS          pic XX.
          05 EVD-FS          pic XX.
          05 RPT-FS          pic XX.
          05 LOG-FS          pic XX.
          05 CAL-FS          pic XX.
          05 W-BAL-GAP-CNT   pic S9(4) comp value ZERO.
          05 W-BAL-GAP-ED    pic ZZZ9.
          05 W-BAL-GAP-FIRST pic X(8).
          05 W-BAL-DAY-SW    pic X.
          05 W-MODE          pic X(7) value 'BUILD'.
          05 W-PERIOD        pic X(6).
          05 W-OPERATOR      pic X(8).
          05 W-CL-STATUS     pic X.
          05 W-CL-CLOSED-TS  pic X(21).
          05 W-CLOSED-BY     pic X(8).
          05 W-TODAY         pic X(8).
          05 W-PACK-DATE     pic X(8).
          05 W-PACK-BASE     pic X(30).
          05 W-PACK-NAME     pic X(60).
          05 W-SRC-NAME      pic X(60).
          05 W-STMT-NAME     pic X(60).
          05 W-EVID-YEARS    pic 9(2) value 7.
          05 W-HOLD-YYYY     pic 9(4).
          05 W-HOLD-DATE     pic X(8).
          05 A-SE-IX         pic S9(4) comp.
          05 A-CG-IX         pic S9(4) comp.
          05 W-PACK-CG-IX    pic S9(4) comp value ZERO.
          05 W-ROW-DATA      pic X(245).
          05 W-SEC-CNT       pic S9(8) comp.
          05 W-SEC-HASH      pic S9(8) comp.
          05 W-SEAL          pic S9(8) comp value ZERO.
          05 W-DATA-ROWS     pic S9(8) comp value ZERO.
          05 W-MAN-SEAL      pic 9(8).
          05 W-MAN-ROWS      pic 9(8).
          05 W-CAT-SEAL      pic X(8).
          05 W-SEAL-9        pic 9(8).
          05 W-HX-DATA       pic X(250).
          05 W-HX-LEN        pic S9(4) comp.
          05 W-HX-IX         pic S9(4) comp.
          05 W-HX-HASH       pic S9(8) comp.
          05 W-MISSING-CNT   pic S9(4) comp value ZERO.
          05 W-FAIL-CNT      pic S9(4) comp value ZERO.
          05 W-RESULT        pic X(32).
          05 W-CNT-ED        pic Z(7)9.
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

      *    The sections of a pack, in the order they are cut: a short
      *    name for the table of contents and the title printed on
      *    the section's own header record.
       01 SECTION-NAMES-DATA.
          05 FILLER pic X(8)  value 'CLOSE'.
          05 FILLER pic X(40) value 'AOCCLOSE MONTH-END STATEMENT'.
          05 FILLER pic X(8)  value 'BALANCE'.
          05 FILLER pic X(40) value 'AOCBAL BALANCING REPORTS'.
          05 FILLER pic X(8)  value 'BACKOUT'.
          05 FILLER pic X(40) value 'AOCBKO BACKOUT AUDIT'.
          05 FILLER pic X(8)  value 'PARMS'.
          05 FILLER pic X(40) value 'AOCPRM PARAMETER CHANGES'.
          05 FILLER pic X(8)  value 'JOURNAL'.
          05 FILLER pic X(40) value 'ACTJRNL ACTIVITY JOURNAL'.
          05 FILLER pic X(8)  value 'EXCEPT'.
          05 FILLER pic X(40) value 'EXCMAST EXCEPTION DISPOSITIONS'.
       01 SECTION-NAMES redefines SECTION-NAMES-DATA.
          05 SN-ENTRY occurs 6 times.
             10 SN-NAME      pic X(8).
             10 SN-TITLE     pic X(40).

      *    Per section: the count and hash the counting pass (or, on
      *    VERIFY, the table of contents) gives, the count and hash
      *    of the rows actually cut (or read back), and whether its
      *    source was found: 'A' taken, 'N' nothing on file for the
      *    period, 'M' source missing.
       01 SECTION-TABLE.
          05 SE-ENTRY occurs 6 times.
             10 SE-COUNT     pic S9(8) comp.
             10 SE-HASH      pic S9(8) comp.
             10 SE-CNT2      pic S9(8) comp.
             10 SE-HASH2     pic S9(8) comp.
             10 SE-STATE     pic X.

      *    The generation catalog as it stands, held so the pack's
      *    own row can be added or replaced and the file rewritten.
       01 GEN-CATALOG.
          05 CG-COUNT        pic S9(4) comp value ZERO.
          05 CG-ROW          pic X(100) occurs 600 times.

      *    AOCHSKP's catalog row: base, generation, date taken, and
      *    for a held generation the hold date and the seal.
       01 CATREC-DTL.
          05 CT-BASE         pic X(30).
          05 FILLER          pic X.
          05 CT-GEN          pic X(40).
          05 FILLER          pic X.
          05 CT-DATE         pic X(8).
          05 FILLER          pic X.
          05 CT-HOLD         pic X(8).
          05 FILLER          pic X.
          05 CT-SEAL         pic X(8).
          05 FILLER          pic X(2).

      *    Evidence file records. Every record opens with its type
      *    and section number:
      *      H header          C table of contents, one per section
      *      S section header  D evidence row, as taken from source
      *      M manifest: the seal over every record ahead of it
       01 EVD-LINE.
          05 ED-TYPE         pic X.
          05 FILLER          pic X value ' '.
          05 ED-SECTION      pic 9(2).
          05 FILLER          pic X value ' '.
          05 ED-DATA         pic X(245).

       01 EVD-HDR.
          05 EH-TYPE         pic X value 'H'.
          05 FILLER          pic X value ' '.
          05 EH-SECTION      pic 9(2) value ZERO.
          05 FILLER          pic X value ' '.
          05 EH-TITLE        pic X(32)
             value 'AOC CLOSED-PERIOD EVIDENCE PACK'.
          05 FILLER          pic X value ' '.
          05 EH-PERIOD       pic X(6).
          05 FILLER          pic X value ' '.
          05 EH-CUT-TS       pic X(21).
          05 FILLER          pic X value ' '.
          05 EH-OPERATOR     pic X(8).
          05 FILLER          pic X value ' '.
          05 EH-CLOSED-TS    pic X(21).
          05 FILLER          pic X value ' '.
          05 EH-CLOSED-BY    pic X(8).
          05 FILLER          pic X(143) value spaces.

       01 EVD-TOC.
          05 EC-TYPE         pic X value 'C'.
          05 FILLER          pic X value ' '.
          05 EC-SECTION      pic 9(2).
          05 FILLER          pic X value ' '.
          05 EC-NAME         pic X(8).
          05 FILLER          pic X value ' '.
          05 EC-COUNT        pic 9(8).
          05 FILLER          pic X value ' '.
          05 EC-HASH         pic 9(8).
          05 FILLER          pic X value ' '.
          05 EC-STATE        pic X.
          05 FILLER          pic X value ' '.
          05 EC-TITLE        pic X(40).
          05 FILLER          pic X(176) value spaces.

       01 EVD-MAN.
          05 EM-TYPE         pic X value 'M'.
          05 FILLER          pic X value ' '.
          05 EM-SECTION      pic 9(2) value 99.
          05 FILLER          pic X value ' '.
          05 EM-PERIOD       pic X(6).
          05 FILLER          pic X value ' '.
          05 EM-SECTIONS     pic 9(2).
          05 FILLER          pic X value ' '.
          05 EM-ROWS         pic 9(8).
          05 FILLER          pic X value ' '.
          05 EM-SEAL         pic 9(8).
          05 FILLER          pic X value ' '.
          05 EM-HOLD         pic X(8).
          05 FILLER          pic X(209) value spaces.

       01 LOGREC-DTL.
          05 LR-TIMESTAMP    pic X(21).
          05 FILLER          pic X value ' '.
          05 LR-JOBNAME      pic X(8) value spaces.
          05 FILLER          pic X value ' '.
          05 LR-PROGRAM      pic X(8) value 'AOCEVID'.
          05 FILLER          pic X value ' '.
          05 LR-SEVERITY     pic X(5) value 'ERROR'.
          05 FILLER          pic X value ' '.
          05 LR-MESSAGE      pic X(60) value spaces.

       01 HDR-LINE.
          05 FILLER          pic X(26)
             value 'AOC EVIDENCE PACK RUN     '.
          05 HL-TS           pic X(14).
          05 FILLER          pic X(7) value ' MODE='.
          05 HL-MODE         pic X(7).
          05 FILLER          pic X(9) value ' PERIOD='.
          05 HL-PERIOD       pic X(6).

       01 RPT-SECTION-LINE.
          05 RS-NR           pic 9(2).
          05 FILLER          pic X value ' '.
          05 RS-NAME         pic X(8).
          05 FILLER          pic X value ' '.
          05 RS-RESULT       pic X(32).
          05 FILLER          pic X(6) value ' ROWS='.
          05 RS-COUNT        pic Z(7)9.
          05 FILLER          pic X(6) value ' HASH='.
          05 RS-HASH         pic Z(7)9.

       01 V-VAXLAR.
          05 FILLER pic X   value ' '.
             88 V-SRC-INIT  value ' '.
             88 V-SRC-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-CAT-INIT  value ' '.
             88 V-CAT-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-KEY-INIT  value ' '.
             88 V-KEY-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-EVD-INIT  value ' '.
             88 V-EVD-EOF   value 'E'.
          05 V-WRITE-SW pic X value 'N'.
             88 V-WRITING   value 'Y'.
          05 V-BLOCK-SW pic X value 'N'.
             88 V-IN-BLOCK  value 'Y'.
          05 FILLER pic X   value ' '.
             88 V-CAL-INIT  value ' '.
             88 V-CAL-EOF   value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCEVID'
           move FUNCTION CURRENT-DATE to W-RUN-START-TS
           move FUNCTION CURRENT-DATE(1:8) to W-TODAY
           move spaces to LR-MESSAGE
           string 'START EVIDENCE PACK'
              delimited by size into LR-MESSAGE
           end-string
           move 'INFO' to LR-SEVERITY
           perform WRITE-LOG-REC
           perform GET-EVIDENCE-CARD
           perform LOAD-GEN-CATALOG
           open output RPTFIL
           if RPT-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN RPTFIL FAILED STATUS=' RPT-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           move W-RUN-START-TS(1:14) to HL-TS
           move W-MODE to HL-MODE
           move W-PERIOD to HL-PERIOD
           move HDR-LINE to RPTREC
           write RPTREC
           perform varying A-SE-IX from 1 by 1
                   until A-SE-IX > 6
              move ZERO to SE-COUNT(A-SE-IX) SE-HASH(A-SE-IX)
                           SE-CNT2(A-SE-IX) SE-HASH2(A-SE-IX)
              move 'A' to SE-STATE(A-SE-IX)
           end-perform
           if W-MODE = 'VERIFY'
              perform VERIFY-PACK
           else
              perform BUILD-PACK
           end-if
           close RPTFIL
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
           close CATFIL
           close SRCFIL
           close PRMFIL
           close JRNFIL
           close EXMFIL
           close EVDFIL
           close RPTFIL
           goback
           .

      *    No card, or a period that is not numeric, aborts: the
      *    month the auditors sampled is never guessed at.
       GET-EVIDENCE-CARD section.
           open input EVCFIL
           if EVC-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN EVCFIL FAILED STATUS=' EVC-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCEVID NO EVIDENCE CARD, NOTHING CUT'
              perform ABORT-RUN
           end-if
           move spaces to EVCREC
           read EVCFIL
              at end continue
           end-read
           close EVCFIL
           if EV-MODE not = spaces
              move EV-MODE to W-MODE
           end-if
           if W-MODE not = 'BUILD' and 'VERIFY'
              move spaces to LR-MESSAGE
              string 'UNKNOWN EVIDENCE MODE ' W-MODE
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCEVID UNKNOWN MODE ' W-MODE
              perform ABORT-RUN
           end-if
           if EV-PERIOD is not numeric
              move spaces to LR-MESSAGE
              string 'BAD PERIOD ON EVIDENCE CARD ' EV-PERIOD
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCEVID BAD PERIOD ' EV-PERIOD
              perform ABORT-RUN
           end-if
           move EV-PERIOD to W-PERIOD
           if EV-OPERATOR = spaces
              move 'UNSIGNED' to W-OPERATOR
           else
              move EV-OPERATOR to W-OPERATOR
           end-if
           move spaces to W-PACK-BASE
           string 'aoc_evidence_' W-PERIOD
              delimited by size into W-PACK-BASE
           end-string
           move W-TODAY to W-PACK-DATE
           if W-MODE = 'VERIFY'
              and EV-DATE is numeric
              move EV-DATE to W-PACK-DATE
           end-if
           .

       LOAD-GEN-CATALOG section.
           set V-CAT-INIT to true
           open input CATFIL
           if CAT-FS not = '00'
              exit section
           end-if
           perform until V-CAT-EOF
              read CATFIL
                 at end set V-CAT-EOF to true
              end-read
              if not V-CAT-EOF
                 and CATREC not = spaces
                 if CG-COUNT < 600
                    add 1 to CG-COUNT
                    move CATREC to CG-ROW(CG-COUNT)
                 else
                    move spaces to LR-MESSAGE
                    string 'GENERATION CATALOG TABLE FULL'
                       delimited by size into LR-MESSAGE
                    end-string
                    perform WRITE-LOG-REC
                    display 'AOCEVID CATALOG TABLE FULL'
                    perform ABORT-RUN
                 end-if
              end-if
           end-perform
           close CATFIL
           .

      *    Count pass, then the cut itself, then the proof that the
      *    two agree, then registration. Nothing is registered for a
      *    pack that did not come out the way it was counted.
       BUILD-PACK section.
           perform CHECK-PERIOD-CLOSED
           if RETURN-CODE = 12
              move spaces to RPTREC
              string 'PERIOD ' W-PERIOD ' NOT CLOSED, NO PACK CUT'
                 delimited by size into RPTREC
              end-string
              write RPTREC
              exit section
           end-if
           perform GET-RETENTION-YEARS
           perform FIND-CLOSE-STATEMENT
           move 'N' to V-WRITE-SW
           perform GATHER-ALL-SECTIONS
           move spaces to W-PACK-NAME
           string trim(W-PACK-BASE) '.' W-PACK-DATE
              delimited by size into W-PACK-NAME
           end-string
           open output EVDFIL
           if EVD-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN EVDFIL FAILED STATUS=' EVD-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           move ZERO to W-SEAL W-DATA-ROWS
           move W-PERIOD to EH-PERIOD
           move W-RUN-START-TS to EH-CUT-TS
           move W-OPERATOR to EH-OPERATOR
           move W-CL-CLOSED-TS to EH-CLOSED-TS
           move W-CLOSED-BY to EH-CLOSED-BY
           move EVD-HDR to W-HX-DATA
           perform WRITE-SEALED-REC
           perform varying A-SE-IX from 1 by 1
                   until A-SE-IX > 6
              move A-SE-IX to EC-SECTION
              move SN-NAME(A-SE-IX) to EC-NAME
              move SE-COUNT(A-SE-IX) to EC-COUNT
              move SE-HASH(A-SE-IX) to EC-HASH
              move SE-STATE(A-SE-IX) to EC-STATE
              move SN-TITLE(A-SE-IX) to EC-TITLE
              move EVD-TOC to W-HX-DATA
              perform WRITE-SEALED-REC
           end-perform
           set V-WRITING to true
           perform GATHER-ALL-SECTIONS
           move W-PERIOD to EM-PERIOD
           move 6 to EM-SECTIONS
           move W-DATA-ROWS to EM-ROWS
           move W-SEAL to EM-SEAL
           compute W-HOLD-YYYY = numval(W-TODAY(1:4)) + W-EVID-YEARS
           move spaces to W-HOLD-DATE
           string W-HOLD-YYYY W-TODAY(5:4)
              delimited by size into W-HOLD-DATE
           end-string
           move W-HOLD-DATE to EM-HOLD
           move EVD-MAN to EVDREC
           write EVDREC
           close EVDFIL
           perform varying A-SE-IX from 1 by 1
                   until A-SE-IX > 6
              if SE-CNT2(A-SE-IX) = SE-COUNT(A-SE-IX)
                 and SE-HASH2(A-SE-IX) = SE-HASH(A-SE-IX)
                 evaluate SE-STATE(A-SE-IX)
                    when 'M'
                       move 'CUT, SOURCE MISSING' to W-RESULT
                       add 1 to W-MISSING-CNT
                    when 'N'
                       move 'CUT, NOTHING ON FILE' to W-RESULT
                    when other
                       move 'CUT' to W-RESULT
                 end-evaluate
              else
                 move 'SOURCE MOVED DURING CUT' to W-RESULT
                 add 1 to W-FAIL-CNT
              end-if
              perform WRITE-SECTION-LINE
           end-perform
           if W-FAIL-CNT > ZERO
              move spaces to LR-MESSAGE
              string 'SOURCES MOVED DURING CUT, PACK ' W-PERIOD
                 ' DISCARDED'
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCEVID SOURCES MOVED, PACK DISCARDED'
              call 'CBL_DELETE_FILE' using W-PACK-NAME
              move 12 to RETURN-CODE
              exit section
           end-if
           perform REGISTER-PACK
           move W-SEAL to W-SEAL-9
           move spaces to RPTREC
           string 'PACK ' trim(W-PACK-NAME) ' SEAL=' W-SEAL-9
              ' HELD UNTIL ' W-HOLD-DATE
              delimited by size into RPTREC
           end-string
           write RPTREC
           display 'AOCEVID PACK ' trim(W-PACK-NAME) ' CUT'
           if W-MISSING-CNT > ZERO
              move W-MISSING-CNT to W-CNT-ED
              move spaces to LR-MESSAGE
              string 'PACK ' W-PERIOD ' INCOMPLETE, '
                 trim(W-CNT-ED) ' SECTION(S) WITHOUT SOURCE'
                 delimited by size into LR-MESSAGE
              end-string
              move 'WARN' to LR-SEVERITY
              perform WRITE-LOG-REC
              move 4 to RETURN-CODE
           end-if
           .

      *    Same rule as AOCVAL: no PERCLOSE, no row, or a row not at
      *    'C' is a refusal. The row is kept in working storage for
      *    the pack header and the close-statement section, since
      *    the record area is gone once the file is closed.
       CHECK-PERIOD-CLOSED section.
           move spaces to W-CL-STATUS W-CL-CLOSED-TS W-CLOSED-BY
           open input CLOFIL
           if CLO-FS = '00'
              move W-PERIOD to CL-PERIOD
              read CLOFIL
                 invalid key
                    continue
                 not invalid key
                    move CL-STATUS to W-CL-STATUS
                    move CL-CLOSED-TS to W-CL-CLOSED-TS
                    move CL-OPERATOR to W-CLOSED-BY
              end-read
              close CLOFIL
           end-if
           if W-CL-STATUS not = 'C'
              move spaces to LR-MESSAGE
              string 'PERIOD ' W-PERIOD
                 ' NOT CLOSED, NO EVIDENCE PACK CUT'
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCEVID PERIOD ' W-PERIOD ' NOT CLOSED'
              move 12 to RETURN-CODE
           end-if
           .

       GET-RETENTION-YEARS section.
           open input RETFIL
           if RET-FS = '00'
              move spaces to RETREC
              read RETFIL
                 not at end
                    if RC-EVID-YEARS is numeric
                       and RC-EVID-YEARS > ZERO
                       move RC-EVID-YEARS to W-EVID-YEARS
                    end-if
              end-read
              close RETFIL
           end-if
           .

      *    The live statement is whichever period AOCCLOSE ran last;
      *    when that is not this period, the newest cataloged
      *    generation that is this period's statement is used.
       FIND-CLOSE-STATEMENT section.
           move spaces to W-STMT-NAME
           move 'aoc_close_statement.txt' to W-SRC-NAME
           perform PROBE-STATEMENT
           if W-STMT-NAME not = spaces
              exit section
           end-if
           perform varying A-CG-IX from CG-COUNT by -1
                   until A-CG-IX < 1
              move CG-ROW(A-CG-IX) to CATREC-DTL
              if CT-BASE = 'aoc_close_statement.txt'
                 move CT-GEN to W-SRC-NAME
                 perform PROBE-STATEMENT
                 if W-STMT-NAME not = spaces
                    exit section
                 end-if
              end-if
           end-perform
           .

       PROBE-STATEMENT section.
           open input SRCFIL
           if SRC-FS not = '00'
              exit section
           end-if
           move spaces to SRCREC
           read SRCFIL
              at end continue
           end-read
           close SRCFIL
           if SRCREC(1:32) = 'AOC MONTH-END STATEMENT, PERIOD'
              and SRCREC(34:6) = W-PERIOD
              move W-SRC-NAME to W-STMT-NAME
           end-if
           .

      *    Run once to count and once to cut; V-WRITING tells the
      *    two apart.
       GATHER-ALL-SECTIONS section.
           perform varying A-SE-IX from 1 by 1
                   until A-SE-IX > 6
              move ZERO to W-SEC-CNT W-SEC-HASH
              if V-WRITING
                 move spaces to EVD-LINE
                 move 'S' to ED-TYPE
                 move A-SE-IX to ED-SECTION
                 string SN-NAME(A-SE-IX) ' ' SN-TITLE(A-SE-IX)
                    delimited by size into ED-DATA
                 end-string
                 move EVD-LINE to W-HX-DATA
                 perform WRITE-SEALED-REC
              end-if
              evaluate A-SE-IX
                 when 1
                    perform GATHER-CLOSE-STATEMENT
                 when 2
                    perform GATHER-BALANCE-REPORTS
                 when 3
                    perform GATHER-BACKOUT-AUDIT
                 when 4
                    perform GATHER-PARM-CHANGES
                 when 5
                    perform GATHER-JOURNAL
                 when 6
                    perform GATHER-EXCEPTIONS
              end-evaluate
              if V-WRITING
                 move W-SEC-CNT to SE-CNT2(A-SE-IX)
                 move W-SEC-HASH to SE-HASH2(A-SE-IX)
              else
                 move W-SEC-CNT to SE-COUNT(A-SE-IX)
                 move W-SEC-HASH to SE-HASH(A-SE-IX)
              end-if
           end-perform
           .

      *    One evidence row (W-ROW-DATA) of the current section:
      *    counted and rolled into the section hash and, when
      *    cutting, written and rolled into the seal.
       TAKE-EVIDENCE-ROW section.
           add 1 to W-SEC-CNT
           move W-ROW-DATA to W-HX-DATA
           move length of W-ROW-DATA to W-HX-LEN
           move W-SEC-HASH to W-HX-HASH
           perform HASH-DATA
           move W-HX-HASH to W-SEC-HASH
           if V-WRITING
              move spaces to EVD-LINE
              move 'D' to ED-TYPE
              move A-SE-IX to ED-SECTION
              move W-ROW-DATA to ED-DATA
              move EVD-LINE to W-HX-DATA
              perform WRITE-SEALED-REC
              add 1 to W-DATA-ROWS
           end-if
           .

      *    Writes the record in W-HX-DATA and rolls it into the seal.
       WRITE-SEALED-REC section.
           move W-HX-DATA to EVDREC
           write EVDREC
           move length of EVDREC to W-HX-LEN
           move W-SEAL to W-HX-HASH
           perform HASH-DATA
           move W-HX-HASH to W-SEAL
           .

      *    Rolls every byte of W-HX-DATA up to W-HX-LEN, then the
      *    length, into W-HX-HASH - the rolling hash AOCUNLD proves
      *    its unloads with.
       HASH-DATA section.
           perform varying W-HX-IX from 1 by 1
                   until W-HX-IX > W-HX-LEN
              compute W-HX-HASH = FUNCTION MOD(
                 W-HX-HASH * 17
                 + FUNCTION ORD(W-HX-DATA(W-HX-IX:1)), 99999999)
           end-perform
           compute W-HX-HASH = FUNCTION MOD(
              W-HX-HASH * 31 + W-HX-LEN, 99999999)
           .

      *    Copies every line of the text file named in W-SRC-NAME
      *    as evidence, behind a row naming the file. A file that
      *    cannot be opened leaves a row saying so and marks the
      *    section's source missing.
       COPY-TEXT-SOURCE section.
           move spaces to W-ROW-DATA
           string 'SOURCE ' W-SRC-NAME
              delimited by size into W-ROW-DATA
           end-string
           perform TAKE-EVIDENCE-ROW
           set V-SRC-INIT to true
           open input SRCFIL
           if SRC-FS not = '00'
              move spaces to W-ROW-DATA
              string 'SOURCE UNAVAILABLE STATUS=' SRC-FS
                 delimited by size into W-ROW-DATA
              end-string
              perform TAKE-EVIDENCE-ROW
              move 'M' to SE-STATE(A-SE-IX)
              exit section
           end-if
           perform until V-SRC-EOF
              move spaces to SRCREC
              read SRCFIL
                 at end set V-SRC-EOF to true
              end-read
              if not V-SRC-EOF
                 move SRCREC to W-ROW-DATA
                 perform TAKE-EVIDENCE-ROW
              end-if
           end-perform
           close SRCFIL
           .

      *    The PERCLOSE row the sign-off left, then the statement
      *    it was signed against.
       GATHER-CLOSE-STATEMENT section.
           move spaces to W-ROW-DATA
           string 'PERCLOSE PERIOD=' W-PERIOD ' STATUS=' W-CL-STATUS
              ' CLOSED=' W-CL-CLOSED-TS ' BY=' W-CLOSED-BY
              delimited by size into W-ROW-DATA
           end-string
           perform TAKE-EVIDENCE-ROW
           if W-STMT-NAME = spaces
              move 'NO STATEMENT FOR THE PERIOD ON FILE'
                 to W-ROW-DATA
              perform TAKE-EVIDENCE-ROW
              move 'M' to SE-STATE(A-SE-IX)
              exit section
           end-if
           move W-STMT-NAME to W-SRC-NAME
           perform COPY-TEXT-SOURCE
           .

      *    AOCBAL rewrites one report a night; the period's reports
      *    are the generations AOCHSKP took of it on the period's
      *    days, oldest first. Some reports is not all of them: a
      *    business day of the period with no generation leaves
      *    the section missing ('M'), so the pack warns.
       GATHER-BALANCE-REPORTS section.
           move 'M' to SE-STATE(A-SE-IX)
           perform varying A-CG-IX from 1 by 1
                   until A-CG-IX > CG-COUNT
              move CG-ROW(A-CG-IX) to CATREC-DTL
              if CT-BASE = 'aoc_balance.txt'
                 and CT-DATE(1:6) = W-PERIOD
                 move 'A' to SE-STATE(A-SE-IX)
                 move CT-GEN to W-SRC-NAME
                 perform COPY-TEXT-SOURCE
              end-if
           end-perform
           perform CHECK-BALANCE-DAYS
           .

      *    Every working day the calendar gives for the period must
      *    have its balance report generation. The gap is logged on
      *    the counting pass only, so it is reported once. With no
      *    calendar there are no business days to hold the reports
      *    to, and the section stands as gathered.
       CHECK-BALANCE-DAYS section.
           move ZERO to W-BAL-GAP-CNT
           move spaces to W-BAL-GAP-FIRST
           set V-CAL-INIT to true
           open input CALFIL
           if CAL-FS not = '00'
              exit section
           end-if
           perform until V-CAL-EOF
              read CALFIL
                 at end set V-CAL-EOF to true
              end-read
              if not V-CAL-EOF
                 and CA-TYPE = 'W'
                 and CA-DATE(1:6) = W-PERIOD
                 move 'N' to W-BAL-DAY-SW
                 perform varying A-CG-IX from 1 by 1
                         until A-CG-IX > CG-COUNT
                    move CG-ROW(A-CG-IX) to CATREC-DTL
                    if CT-BASE = 'aoc_balance.txt'
                       and CT-DATE = CA-DATE
                       move 'Y' to W-BAL-DAY-SW
                       exit perform
                    end-if
                 end-perform
                 if W-BAL-DAY-SW = 'N'
                    add 1 to W-BAL-GAP-CNT
                    if W-BAL-GAP-FIRST = spaces
                       move CA-DATE to W-BAL-GAP-FIRST
                    end-if
                 end-if
              end-if
           end-perform
           close CALFIL
           if W-BAL-GAP-CNT = ZERO
              exit section
           end-if
           move 'M' to SE-STATE(A-SE-IX)
           if not V-WRITING
              move W-BAL-GAP-CNT to W-BAL-GAP-ED
              move spaces to LR-MESSAGE
              string 'NO BALANCE REPORT FOR ' trim(W-BAL-GAP-ED)
                 ' BUSINESS DAYS, FIRST ' W-BAL-GAP-FIRST
                 delimited by size into LR-MESSAGE
              end-string
              move 'WARN' to LR-SEVERITY
              perform WRITE-LOG-REC
           end-if
           .

      *    The backout audit is appended to and never rolled; each
      *    backout is a 'BACKOUT ' header line with its timestamp
      *    followed by its detail lines. The blocks run in the
      *    period are taken whole.
       GATHER-BACKOUT-AUDIT section.
           move 'aoc_backout_audit.txt' to W-SRC-NAME
           set V-SRC-INIT to true
           move 'N' to V-BLOCK-SW
           open input SRCFIL
           if SRC-FS not = '00'
              move 'N' to SE-STATE(A-SE-IX)
              exit section
           end-if
           perform until V-SRC-EOF
              move spaces to SRCREC
              read SRCFIL
                 at end set V-SRC-EOF to true
              end-read
              if not V-SRC-EOF
                 if SRCREC(1:8) = 'BACKOUT '
                    if SRCREC(9:6) = W-PERIOD
                       set V-IN-BLOCK to true
                    else
                       move 'N' to V-BLOCK-SW
                    end-if
                 end-if
                 if V-IN-BLOCK
                    move SRCREC to W-ROW-DATA
                    perform TAKE-EVIDENCE-ROW
                 end-if
              end-if
           end-perform
           close SRCFIL
           .

      *    Parameter rows AOCPRM stored in the period, in key order,
      *    as stored: who set which value, effective when.
       GATHER-PARM-CHANGES section.
           open input PRMFIL
           if PRM-FS not = '00'
              perform SET-KEYED-SOURCE-STATE
              exit section
           end-if
           set V-KEY-INIT to true
           move low-values to PP-KEY
           start PRMFIL key >= PP-KEY
              invalid key set V-KEY-EOF to true
           end-start
           perform until V-KEY-EOF
              read PRMFIL next
                 at end set V-KEY-EOF to true
              end-read
              if not V-KEY-EOF
                 and PP-CHANGED-TS(1:6) = W-PERIOD
                 move spaces to W-ROW-DATA
                 move PRMREC to W-ROW-DATA
                 perform TAKE-EVIDENCE-ROW
              end-if
           end-perform
           close PRMFIL
           .

      *    ACTJRNL is keyed by timestamp first, so the period is one
      *    contiguous run of keys.
       GATHER-JOURNAL section.
           open input JRNFIL
           if JRN-FS not = '00'
              perform SET-KEYED-SOURCE-STATE
              exit section
           end-if
           set V-KEY-INIT to true
           move low-values to JN-KEY
           move W-PERIOD to JN-TIMESTAMP(1:6)
           start JRNFIL key >= JN-KEY
              invalid key set V-KEY-EOF to true
           end-start
           perform until V-KEY-EOF
              read JRNFIL next
                 at end set V-KEY-EOF to true
              end-read
              if not V-KEY-EOF
                 if JN-TIMESTAMP(1:6) > W-PERIOD
                    set V-KEY-EOF to true
                 else
                    move spaces to W-ROW-DATA
                    move JRNREC to W-ROW-DATA
                    perform TAKE-EVIDENCE-ROW
                 end-if
              end-if
           end-perform
           close JRNFIL
           .

      *    Every exception raised in the period with the state it
      *    stands at: 'O' still open, 'C' corrected by AOC1C, 'I'
      *    ignored through AOCEXM with the reason given. EXCMAST is
      *    keyed by program first, so the whole file is read.
       GATHER-EXCEPTIONS section.
           open input EXMFIL
           if EXM-FS not = '00'
              perform SET-KEYED-SOURCE-STATE
              exit section
           end-if
           set V-KEY-INIT to true
           move low-values to EX-KEY
           start EXMFIL key >= EX-KEY
              invalid key set V-KEY-EOF to true
           end-start
           perform until V-KEY-EOF
              read EXMFIL next
                 at end set V-KEY-EOF to true
              end-read
              if not V-KEY-EOF
                 and EX-DATE(1:6) = W-PERIOD
                 move spaces to W-ROW-DATA
                 move EXMREC to W-ROW-DATA
                 perform TAKE-EVIDENCE-ROW
              end-if
           end-perform
           close EXMFIL
           .

      *    A keyed file that was never created has nothing to give;
      *    one that exists and will not open is a missing source.
       SET-KEYED-SOURCE-STATE section.
           evaluate true
              when PRM-FS = '35' and A-SE-IX = 4
                 move 'N' to SE-STATE(A-SE-IX)
              when JRN-FS = '35' and A-SE-IX = 5
                 move 'N' to SE-STATE(A-SE-IX)
              when EXM-FS = '35' and A-SE-IX = 6
                 move 'N' to SE-STATE(A-SE-IX)
              when other
                 move 'M' to SE-STATE(A-SE-IX)
           end-evaluate
           .

      *    Adds the pack to the generation catalog in AOCHSKP's row
      *    layout with its hold date and seal; a pack cut again the
      *    same day replaced the same dataset, so its row is
      *    replaced rather than added twice.
       REGISTER-PACK section.
           move ZERO to W-PACK-CG-IX
           perform varying A-CG-IX from 1 by 1
                   until A-CG-IX > CG-COUNT
              move CG-ROW(A-CG-IX) to CATREC-DTL
              if CT-BASE = W-PACK-BASE
                 and CT-DATE = W-PACK-DATE
                 move A-CG-IX to W-PACK-CG-IX
              end-if
           end-perform
           if W-PACK-CG-IX = ZERO
              if CG-COUNT >= 600
                 move spaces to LR-MESSAGE
                 string 'CATALOG FULL, PACK ' W-PERIOD
                    ' NOT REGISTERED'
                    delimited by size into LR-MESSAGE
                 end-string
                 perform WRITE-LOG-REC
                 display 'AOCEVID PACK NOT REGISTERED'
                 perform ABORT-RUN
              end-if
              add 1 to CG-COUNT
              move CG-COUNT to W-PACK-CG-IX
           end-if
           move spaces to CATREC-DTL
           move W-PACK-BASE to CT-BASE
           move W-PACK-NAME to CT-GEN
           move W-PACK-DATE to CT-DATE
           move W-HOLD-DATE to CT-HOLD
           move W-SEAL to W-SEAL-9
           move W-SEAL-9 to CT-SEAL
           move CATREC-DTL to CG-ROW(W-PACK-CG-IX)
           open output CATFIL
           if CAT-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN CATFIL FAILED STATUS=' CAT-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCEVID PACK NOT REGISTERED'
              perform ABORT-RUN
           end-if
           perform varying A-CG-IX from 1 by 1
                   until A-CG-IX > CG-COUNT
              move CG-ROW(A-CG-IX) to CATREC
              write CATREC
           end-perform
           close CATFIL
           .

      *    Reads a registered pack back: each section's rows against
      *    its table-of-contents entry, and every record ahead of
      *    the manifest against the manifest seal and the seal the
      *    catalog was given when the pack was cut.
       VERIFY-PACK section.
           move ZERO to W-PACK-CG-IX
           perform varying A-CG-IX from 1 by 1
                   until A-CG-IX > CG-COUNT
              move CG-ROW(A-CG-IX) to CATREC-DTL
              if CT-BASE = W-PACK-BASE
                 and (EV-DATE is not numeric
                      or CT-DATE = W-PACK-DATE)
                 move A-CG-IX to W-PACK-CG-IX
              end-if
           end-perform
           if W-PACK-CG-IX = ZERO
              move spaces to RPTREC
              string 'NO REGISTERED PACK FOR PERIOD ' W-PERIOD
                 delimited by size into RPTREC
              end-string
              write RPTREC
              move spaces to LR-MESSAGE
              string 'NO REGISTERED PACK FOR PERIOD ' W-PERIOD
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCEVID NO PACK FOR ' W-PERIOD
              move 12 to RETURN-CODE
              exit section
           end-if
           move CG-ROW(W-PACK-CG-IX) to CATREC-DTL
           move CT-GEN to W-PACK-NAME
           move CT-SEAL to W-CAT-SEAL
           move ZERO to W-SEAL W-DATA-ROWS W-MAN-SEAL W-MAN-ROWS
           move 'N' to V-WRITE-SW
           set V-EVD-INIT to true
           open input EVDFIL
           if EVD-FS not = '00'
              move spaces to RPTREC
              string 'PACK ' trim(W-PACK-NAME) ' CANNOT BE READ'
                 ' STATUS=' EVD-FS
                 delimited by size into RPTREC
              end-string
              write RPTREC
              move spaces to LR-MESSAGE
              string 'OPEN EVDFIL FAILED STATUS=' EVD-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              move 12 to RETURN-CODE
              exit section
           end-if
           perform until V-EVD-EOF
              move spaces to EVDREC
              read EVDFIL
                 at end set V-EVD-EOF to true
              end-read
              if not V-EVD-EOF
                 perform TAKE-PACK-RECORD
              end-if
           end-perform
           close EVDFIL
           perform varying A-SE-IX from 1 by 1
                   until A-SE-IX > 6
              if SE-CNT2(A-SE-IX) = SE-COUNT(A-SE-IX)
                 and SE-HASH2(A-SE-IX) = SE-HASH(A-SE-IX)
                 move 'SECTION PROVES' to W-RESULT
              else
                 move 'SECTION DOES NOT PROVE' to W-RESULT
                 add 1 to W-FAIL-CNT
              end-if
              perform WRITE-SECTION-LINE
           end-perform
           move W-SEAL to W-SEAL-9
           if W-SEAL-9 not = W-MAN-SEAL
              or W-DATA-ROWS not = W-MAN-ROWS
              move 'MANIFEST DOES NOT PROVE' to W-RESULT
              add 1 to W-FAIL-CNT
           else
              if W-CAT-SEAL not = W-SEAL-9
                 move 'SEAL DIFFERS FROM CATALOG' to W-RESULT
                 add 1 to W-FAIL-CNT
              else
                 move 'MANIFEST AND CATALOG SEAL PROVE' to W-RESULT
              end-if
           end-if
           move spaces to RPTREC
           string 'PACK ' trim(W-PACK-NAME) ' SEAL=' W-SEAL-9 ' '
              W-RESULT
              delimited by size into RPTREC
           end-string
           write RPTREC
           if W-FAIL-CNT > ZERO
              move spaces to LR-MESSAGE
              string 'EVIDENCE PACK ' W-PERIOD ' DOES NOT PROVE'
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCEVID PACK ' W-PERIOD ' DOES NOT PROVE'
              move 12 to RETURN-CODE
           else
              display 'AOCEVID PACK ' W-PERIOD ' PROVES'
           end-if
           .

      *    One record of the pack being verified. The manifest is
      *    the only record outside the seal; a record of a type the
      *    pack never carries is itself a failure.
       TAKE-PACK-RECORD section.
           move EVDREC to EVD-LINE
           if ED-TYPE = 'M'
              move EVDREC to EVD-MAN
              if EM-SEAL is numeric
                 move EM-SEAL to W-MAN-SEAL
              end-if
              if EM-ROWS is numeric
                 move EM-ROWS to W-MAN-ROWS
              end-if
              exit section
           end-if
           move EVDREC to W-HX-DATA
           move length of EVDREC to W-HX-LEN
           move W-SEAL to W-HX-HASH
           perform HASH-DATA
           move W-HX-HASH to W-SEAL
           evaluate ED-TYPE
              when 'H'
                 move EVDREC to EVD-HDR
                 if EH-PERIOD not = W-PERIOD
                    add 1 to W-FAIL-CNT
                 end-if
              when 'C'
                 move EVDREC to EVD-TOC
                 if EC-SECTION >= 1 and EC-SECTION <= 6
                    and EC-COUNT is numeric
                    and EC-HASH is numeric
                    move EC-COUNT to SE-COUNT(EC-SECTION)
                    move EC-HASH to SE-HASH(EC-SECTION)
                    move EC-STATE to SE-STATE(EC-SECTION)
                 else
                    add 1 to W-FAIL-CNT
                 end-if
              when 'S'
                 continue
              when 'D'
                 if ED-SECTION >= 1 and ED-SECTION <= 6
                    move ED-SECTION to A-SE-IX
                    add 1 to W-DATA-ROWS
                    add 1 to SE-CNT2(A-SE-IX)
                    move ED-DATA to W-HX-DATA
                    move length of ED-DATA to W-HX-LEN
                    move SE-HASH2(A-SE-IX) to W-HX-HASH
                    perform HASH-DATA
                    move W-HX-HASH to SE-HASH2(A-SE-IX)
                 else
                    add 1 to W-FAIL-CNT
                 end-if
              when other
                 add 1 to W-FAIL-CNT
           end-evaluate
           .

       WRITE-SECTION-LINE section.
           move A-SE-IX to RS-NR
           move SN-NAME(A-SE-IX) to RS-NAME
           move W-RESULT to RS-RESULT
           if W-MODE = 'VERIFY'
              move SE-CNT2(A-SE-IX) to RS-COUNT
              move SE-HASH2(A-SE-IX) to RS-HASH
           else
              move SE-COUNT(A-SE-IX) to RS-COUNT
              move SE-HASH(A-SE-IX) to RS-HASH
           end-if
           move RPT-SECTION-LINE to RPTREC
           write RPTREC
           .

      *    INFO bracket at end of job: mode, period and wall-clock
      *    elapsed. Paired with the START record at the top of
      *    A-MAIN; a log with a START and no END is a run that died.
      *    Matches AOCLEDQ/AOCBAL.
       WRITE-END-LOG-REC section.
           move W-RUN-START-TS to W-START-TS
           move FUNCTION CURRENT-DATE to W-END-TS
           perform COMPUTE-ELAPSED
           move W-ELAPSED to W-ELAPSED-ED
           move spaces to LR-MESSAGE
           string 'END ' trim(W-MODE) ' PERIOD=' W-PERIOD
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

       end program AOCEVID.
