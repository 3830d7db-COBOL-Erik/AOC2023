       identification division.
       program-id. AOCUNLD.
      *    Unload, restore and verify for the suite's shared keyed
      *    files: LEDGER, GAMES, GAMHIST, EXCMAST, POMAST, PARMFIL,
      *    USRMAST, ACTJRNL, RUNCTL, BATCHCKP, PERCLOSE, LEDARCH (the
      *    only copy of the ledger history once AOCHSKP has swept it
      *    out of LEDGER), STOCKTX, APRQUE, RPTQUE, INBREG, QLTSTAT,
      *    CALMAST, POHIST, INVAPPR and RUNSTATE. AOCHSKP
      *    keeps generations of the flat outputs only; this is the
      *    backup for the files a damaged VSAM cluster would
      *    otherwise take with it. Driven by aoc_unload.ctl:
      *      - UNLOAD (the default, no card needed) writes every
      *        file, or the one named, to a dated sequential unload
      *        aoc_unload_<FILE>.YYYYMMDD in key order: a header
      *        record, one data record per row exactly as stored,
      *        and a trailer control record with the row count and
      *        a rolling hash of every byte. Each unload is added
      *        to the generation catalog so AOCHSKP prunes it with
      *        the same keep count as any other generation;
      *      - RESTORE reloads the file named, or ALL of them, from
      *        the unload of the date on the card. The unload is
      *        proved against its own trailer before the live file
      *        is touched, and the reloaded file is read back and
      *        must give the trailer's count and hash again;
      *      - VERIFY proves the unload of that date the same way
      *        and compares it with the live file as it stands,
      *        without changing anything.
      *    An unload that does not prove, a file that cannot be
      *    opened or a restore that does not read back ends the run
      *    with condition code 12 (does not tie out); a live file
      *    that has moved on since the unload is condition code 4.
       environment division.
       configuration section.
      *special-names. decimal-point is comma.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select CTLFIL assign to 'aoc_unload.ctl'
           organization is line sequential
           file status is CTL-FS.
      *    Record sequential, not line sequential: the rows carry
      *    binary (comp) fields that must come back byte for byte.
           select UNLFIL assign to dynamic W-UNL-NAME
           organization is sequential
           file status is UNL-FS.
           select CATFIL assign to 'aoc_generations.txt'
           organization is line sequential
           file status is CAT-FS.
           select RPTFIL assign to 'aoc_unload_report.txt'
           organization is line sequential
           file status is RPT-FS.
           select LOGFIL assign to 'aoc_run.log'
           organization is line sequential
           file status is LOG-FS.
           select LEDFIL assign to 'LEDGER'
           organization is indexed
           access mode is dynamic
           record key is LED-KEY
           file status is LED-FS.
           select GAMFIL assign to 'GAMES'
           organization is indexed
           access mode is dynamic
           record key is GM-GAME-ID
           file status is GAM-FS.
           select GHFIL assign to 'GAMHIST'
           organization is indexed
           access mode is dynamic
           record key is GH-KEY
           file status is GH-FS.
           select EXMFIL assign to 'EXCMAST'
           organization is indexed
           access mode is dynamic
           record key is EX-KEY
           file status is EXM-FS.
           select POMFIL assign to 'POMAST'
           organization is indexed
           access mode is dynamic
           record key is PM-REF
           file status is POM-FS.
           select PRMFIL assign to 'PARMFIL'
           organization is indexed
           access mode is dynamic
           record key is PP-KEY
           file status is PRM-FS.
           select USRFIL assign to 'USRMAST'
           organization is indexed
           access mode is dynamic
           record key is US-OPERATOR
           file status is USR-FS.
           select JRNFIL assign to 'ACTJRNL'
           organization is indexed
           access mode is dynamic
           record key is JN-KEY
           file status is JRN-FS.
           select RUNFIL assign to 'RUNCTL'
           organization is indexed
           access mode is dynamic
           record key is RC-PROGRAM
           file status is RUN-FS.
           select CKPFIL assign to 'BATCHCKP'
           organization is indexed
           access mode is dynamic
           record key is CK-KEY
           file status is CKP-FS.
           select CLOFIL assign to 'PERCLOSE'
           organization is indexed
           access mode is dynamic
           record key is CL-PERIOD
           file status is CLO-FS.
           select ARCFIL assign to 'LEDARCH'
           organization is indexed
           access mode is dynamic
           record key is ARC-KEY
           file status is ARC-FS.
           select SXFIL assign to 'STOCKTX'
           organization is indexed
           access mode is dynamic
           record key is SX-KEY
           file status is SX-FS.
           select APQFIL assign to 'APRQUE'
           organization is indexed
           access mode is dynamic
           record key is AQ-KEY
           file status is APQ-FS.
           select RQFIL assign to 'RPTQUE'
           organization is indexed
           access mode is dynamic
           record key is RQ-KEY
           file status is RQ-FS.
           select INBFIL assign to 'INBREG'
           organization is indexed
           access mode is dynamic
           record key is IB-KEY
           file status is INB-FS.
           select QLTFIL assign to 'QLTSTAT'
           organization is indexed
           access mode is dynamic
           record key is QS-KEY
           file status is QLT-FS.
           select CMFIL assign to 'CALMAST'
           organization is indexed
           access mode is dynamic
           record key is CM-KEY
           file status is CM-FS.
           select PHFIL assign to 'POHIST'
           organization is indexed
           access mode is dynamic
           record key is PH-KEY
           file status is PH-FS.
           select IAFIL assign to 'INVAPPR'
           organization is indexed
           access mode is dynamic
           record key is IA-KEY
           file status is IA-FS.
           select RSTFIL assign to 'RUNSTATE'
           organization is indexed
           access mode is dynamic
           record key is RS-KEY
           file status is RST-FS.

       data division.
       file section.
       FD  CTLFIL.
      *    Control card: mode (UNLOAD, RESTORE or VERIFY), the file
      *    to work on (blank or ALL for every file) and, for RESTORE
      *    and VERIFY, the date of the unload to use.
       01  ULREC.
           05 UL-MODE        pic X(7).
           05 FILLER         pic X.
           05 UL-FILE        pic X(8).
           05 FILLER         pic X.
           05 UL-DATE        pic X(8).

       FD  UNLFIL.
       01  UNLREC.
           05 UN-TYPE        pic X.
           05 UN-FILE        pic X(8).
           05 UN-LEN         pic 9(4).
           05 UN-DATA        pic X(256).
      *    Header ('H') and trailer ('T') view of the same record.
      *    UC-STATE 'A' records a file that did not exist when the
      *    unload was taken, which restore leaves alone.
       01  UNLCTL.
           05 UC-TYPE        pic X.
           05 UC-FILE        pic X(8).
           05 UC-DATE        pic X(8).
           05 UC-TS          pic X(21).
           05 UC-STATE       pic X.
           05 UC-COUNT       pic 9(9).
           05 UC-HASH        pic 9(8).
           05 FILLER         pic X(213).

       FD  CATFIL.
       01  CATREC            pic X(100).

       FD  RPTFIL.
       01  RPTREC            pic X(100).

       FD  LOGFIL.
       01  LOGREC            pic X(110).

       FD  LEDFIL.
       COPY AOCLEDREC.

       FD  GAMFIL.
       COPY AOCGAMREC.

       FD  GHFIL.
       COPY AOCGHREC.

       FD  EXMFIL.
       COPY AOCEXMREC.

       FD  POMFIL.
       COPY AOCPOMREC.

       FD  PRMFIL.
      *    Same layout AOCPRM maintains.
       01  PRMREC.
           05 PP-KEY.
              10 PP-PROGRAM   pic X(8).
              10 PP-NAME      pic X(12).
              10 PP-EFF-DATE  pic X(8).
           05 PP-VALUE        pic X(12).
           05 PP-CHANGED-TS   pic X(21).
           05 PP-OPERATOR     pic X(8).

       FD  USRFIL.
      *    Same layout AOCMENU maintains.
       01  USRREC.
           05 US-OPERATOR    pic X(8).
           05 US-NAME        pic X(20).
           05 US-LEVEL       pic 9.

       FD  JRNFIL.
      *    Same layout AOCMENU writes.
       01  JRNREC.
           05 JN-KEY.
              10 JN-TIMESTAMP pic X(21).
              10 JN-OPERATOR  pic X(8).
           05 JN-ACTION      pic X(12).
           05 JN-TARGET      pic X(8).
           05 JN-INPUT       pic X(60).
           05 JN-OVERRIDE    pic X.

       FD  RUNFIL.
       COPY AOCRUNREC.

       FD  CKPFIL.
       COPY AOCCKPREC.

       FD  CLOFIL.
       COPY AOCCLOREC.

       FD  ARCFIL.
      *    Mirror of AOCLEDREC under its own names (one program
      *    cannot COPY the same record layout into two FDs), the
      *    same mirror AOCHSKP carries.
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

       FD  SXFIL.
       COPY AOCSTXREC.

       FD  APQFIL.
       COPY AOCAPQREC.

       FD  RQFIL.
       COPY AOCRQREC.

       FD  INBFIL.
       COPY AOCINBREC.

       FD  QLTFIL.
       COPY AOCQLTREC.

       FD  CMFIL.
       COPY AOCCMREC.

       FD  PHFIL.
      *    Same layout AOCPOM writes.
       01  PHREC.
           05 PH-KEY.
              10 PH-REF       pic X(14).
              10 PH-STAMP     pic X(16).
              10 PH-SEQ       pic 9(4).
           05 PH-ACTION       pic X(6).
           05 PH-OLD-QTY      pic S9(5) comp.
           05 PH-NEW-QTY      pic S9(5) comp.
           05 PH-OLD-PRICE    pic 9(3)V99.
           05 PH-NEW-PRICE    pic 9(3)V99.
           05 PH-OLD-STATUS   pic X.
           05 PH-NEW-STATUS   pic X.
           05 PH-RECEIVED     pic S9(5) comp.
           05 PH-REASON       pic X(20).
           05 PH-OPERATOR     pic X(8).

       FD  IAFIL.
      *    Same layout AOCINVM writes.
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

       FD  RSTFIL.
      *    Same layout AOCCTL maintains.
       01  RSTREC.
           05 RS-KEY.
              10 RS-RUN-DATE pic X(8).
              10 RS-STEP     pic X(8).
           05 RS-PROGRAM     pic X(8).
           05 RS-STATUS      pic X(8).
           05 RS-RC          pic 9(4).
           05 RS-START-TS    pic X(21).
           05 RS-END-TS      pic X(21).
           05 RS-ELAPSED     pic S9(8) comp.
           05 RS-TOTAL       pic X(20).

       working-storage section.
       01 A-ARB.
          05 CTL-FS          pic XX.
          05 UNL-FS          pic XX.
          05 CAT-FS          pic XX.
          05 RPT-FS          pic XX.
          05 LOG-FS          pic XX.
          05 LED-FS          pic XX.
          05 GAM-FS          pic XX.
          05 GH-FS           pic XX.
          05 EXM-FS          pic XX.
          05 POM-FS          pic XX.
          05 PRM-FS          pic XX.
          05 USR-FS          pic XX.
          05 JRN-FS          pic XX.
          05 RUN-FS          pic XX.
          05 CKP-FS          pic XX.
          05 CLO-FS          pic XX.
          05 ARC-FS          pic XX.
          05 SX-FS           pic XX.
          05 APQ-FS          pic XX.
          05 RQ-FS           pic XX.
          05 INB-FS          pic XX.
          05 QLT-FS          pic XX.
          05 CM-FS           pic XX.
          05 PH-FS           pic XX.
          05 IA-FS           pic XX.
          05 RST-FS          pic XX.
          05 W-KEY-FS        pic XX.
          05 W-MODE          pic X(7) value 'UNLOAD'.
          05 W-ONLY-FILE     pic X(8) value spaces.
          05 W-TODAY         pic X(8).
          05 W-UNL-DATE      pic X(8).
          05 W-UNL-NAME      pic X(60).
          05 W-UNL-BASE      pic X(30).
          05 W-UNL-STATE     pic X.
          05 W-UNL-CNT       pic S9(9) comp.
          05 W-UNL-HASH      pic S9(8) comp.
          05 W-FILE-IX       pic S9(4) comp.
          05 W-HX-IX         pic S9(4) comp.
          05 W-REC-LEN       pic S9(4) comp.
          05 W-REC-DATA      pic X(256).
          05 W-REC-CNT       pic S9(9) comp.
          05 W-REC-HASH      pic S9(8) comp.
          05 W-BAD-REC-CNT   pic S9(8) comp.
          05 W-LOAD-ERR      pic S9(8) comp.
          05 W-SEL-CNT       pic S9(4) comp value ZERO.
          05 W-DONE-CNT      pic S9(4) comp value ZERO.
          05 W-FAIL-CNT      pic S9(4) comp value ZERO.
          05 W-DIFF-CNT      pic S9(4) comp value ZERO.
          05 W-RESULT        pic X(32).
          05 W-CNT-ED        pic Z(8)9.
          05 W-FAIL-ED       pic Z(3)9.
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

      *    The files this job looks after, in the order they are
      *    unloaded and restored; UF-LEN is each one's record length,
      *    which every data record of its unload must carry.
       01 UNL-FILE-LIST.
          05 FILLER          pic X(8) value 'LEDGER'.
          05 FILLER          pic X(8) value 'GAMES'.
          05 FILLER          pic X(8) value 'GAMHIST'.
          05 FILLER          pic X(8) value 'EXCMAST'.
          05 FILLER          pic X(8) value 'POMAST'.
          05 FILLER          pic X(8) value 'PARMFIL'.
          05 FILLER          pic X(8) value 'USRMAST'.
          05 FILLER          pic X(8) value 'ACTJRNL'.
          05 FILLER          pic X(8) value 'RUNCTL'.
          05 FILLER          pic X(8) value 'BATCHCKP'.
          05 FILLER          pic X(8) value 'PERCLOSE'.
          05 FILLER          pic X(8) value 'LEDARCH'.
          05 FILLER          pic X(8) value 'STOCKTX'.
          05 FILLER          pic X(8) value 'APRQUE'.
          05 FILLER          pic X(8) value 'RPTQUE'.
          05 FILLER          pic X(8) value 'INBREG'.
          05 FILLER          pic X(8) value 'QLTSTAT'.
          05 FILLER          pic X(8) value 'CALMAST'.
          05 FILLER          pic X(8) value 'POHIST'.
          05 FILLER          pic X(8) value 'INVAPPR'.
          05 FILLER          pic X(8) value 'RUNSTATE'.
       01 UNL-FILE-TABLE redefines UNL-FILE-LIST.
          05 UF-NAME         pic X(8) occurs 21 times.
       01 UNL-FILE-LENS.
          05 UF-LEN          pic S9(4) comp occurs 21 times.

       01 CATREC-DTL.
          05 CT-BASE         pic X(30).
          05 FILLER          pic X value ' '.
          05 CT-GEN          pic X(40).
          05 FILLER          pic X value ' '.
          05 CT-DATE         pic X(8).

       01 LOGREC-DTL.
          05 LR-TIMESTAMP    pic X(21).
          05 FILLER          pic X value ' '.
          05 LR-JOBNAME      pic X(8) value spaces.
          05 FILLER          pic X value ' '.
          05 LR-PROGRAM      pic X(8) value 'AOCUNLD'.
          05 FILLER          pic X value ' '.
          05 LR-SEVERITY     pic X(5) value 'ERROR'.
          05 FILLER          pic X value ' '.
          05 LR-MESSAGE      pic X(60) value spaces.

       01 HDR-LINE.
          05 FILLER          pic X(26)
             value 'AOC KEYED FILE UNLOAD RUN '.
          05 HL-TS           pic X(14).
          05 FILLER          pic X(7) value ' MODE='.
          05 HL-MODE         pic X(7).
          05 FILLER          pic X(7) value ' DATE='.
          05 HL-DATE         pic X(8).

       01 RPT-FILE-LINE.
          05 RF-NAME         pic X(8).
          05 FILLER          pic X value ' '.
          05 RF-RESULT       pic X(32).
          05 FILLER          pic X(6) value ' ROWS='.
          05 RF-COUNT        pic Z(8)9.
          05 FILLER          pic X(6) value ' HASH='.
          05 RF-HASH         pic Z(7)9.

       01 V-VAXLAR.
          05 FILLER pic X   value ' '.
             88 V-KEY-INIT  value ' '.
             88 V-KEY-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-UNL-INIT  value ' '.
             88 V-UNL-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-CAT-INIT  value ' '.
             88 V-CAT-EOF   value 'E'.
          05 V-WRITE-SW pic X value 'N'.
             88 V-UNLOADING value 'Y'.
          05 V-PROOF-SW pic X value 'N'.
             88 V-PROOF-OK  value 'Y'.
          05 V-CAT-SW   pic X value 'N'.
             88 V-CAT-FOUND value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCUNLD'
           move FUNCTION CURRENT-DATE to W-RUN-START-TS
           move FUNCTION CURRENT-DATE(1:8) to W-TODAY
           move W-TODAY to W-UNL-DATE
           move spaces to LR-MESSAGE
           string 'START KEYED FILE UNLOAD'
              delimited by size into LR-MESSAGE
           end-string
           move 'INFO' to LR-SEVERITY
           perform WRITE-LOG-REC
           perform BUILD-FILE-TABLE
           perform GET-UNLOAD-CARD
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
           move W-UNL-DATE to HL-DATE
           move HDR-LINE to RPTREC
           write RPTREC
           perform varying W-FILE-IX from 1 by 1
                   until W-FILE-IX > 21
              if W-ONLY-FILE = spaces or 'ALL'
                 or W-ONLY-FILE = UF-NAME(W-FILE-IX)
                 add 1 to W-SEL-CNT
                 evaluate W-MODE
                    when 'UNLOAD'
                       perform UNLOAD-ONE-FILE
                    when 'RESTORE'
                       perform RESTORE-ONE-FILE
                    when 'VERIFY'
                       perform VERIFY-ONE-FILE
                 end-evaluate
                 perform WRITE-FILE-LINE
              end-if
           end-perform
           perform WRITE-RUN-SUMMARY
           close RPTFIL
           evaluate true
              when W-FAIL-CNT > ZERO
                 move W-FAIL-CNT to W-CNT-ED
                 move spaces to LR-MESSAGE
                 string W-MODE ' DID NOT PROVE FOR '
                    trim(W-CNT-ED) ' FILE(S)'
                    delimited by size into LR-MESSAGE
                 end-string
                 perform WRITE-LOG-REC
                 display 'AOCUNLD ' W-MODE ' FAILED FOR '
                    trim(W-CNT-ED) ' FILE(S)'
                 move 12 to RETURN-CODE
              when W-DIFF-CNT > ZERO
                 move W-DIFF-CNT to W-CNT-ED
                 move spaces to LR-MESSAGE
                 string 'LIVE FILE(S) DIFFER FROM UNLOAD '
                    W-UNL-DATE ': ' trim(W-CNT-ED)
                    delimited by size into LR-MESSAGE
                 end-string
                 move 'WARN' to LR-SEVERITY
                 perform WRITE-LOG-REC
                 display 'AOCUNLD LIVE FILES DIFFER: ' trim(W-CNT-ED)
                 move 4 to RETURN-CODE
              when other
                 display 'AOCUNLD ' W-MODE ' COMPLETE'
           end-evaluate
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
           close CTLFIL
           close UNLFIL
           close CATFIL
           close RPTFIL
           close LEDFIL
           close GAMFIL
           close GHFIL
           close EXMFIL
           close POMFIL
           close PRMFIL
           close USRFIL
           close JRNFIL
           close RUNFIL
           close CKPFIL
           close CLOFIL
           close ARCFIL
           close SXFIL
           close APQFIL
           close RQFIL
           close INBFIL
           close QLTFIL
           close CMFIL
           close PHFIL
           close IAFIL
           close RSTFIL
           goback
           .

       BUILD-FILE-TABLE section.
           move length of LEDREC to UF-LEN(1)
           move length of GAMREC to UF-LEN(2)
           move length of GHREC to UF-LEN(3)
           move length of EXMREC to UF-LEN(4)
           move length of POMREC to UF-LEN(5)
           move length of PRMREC to UF-LEN(6)
           move length of USRREC to UF-LEN(7)
           move length of JRNREC to UF-LEN(8)
           move length of RUNREC to UF-LEN(9)
           move length of CKPREC to UF-LEN(10)
           move length of CLOREC to UF-LEN(11)
           move length of ARCREC to UF-LEN(12)
           move length of STXREC to UF-LEN(13)
           move length of APQREC to UF-LEN(14)
           move length of RQREC to UF-LEN(15)
           move length of INBREC to UF-LEN(16)
           move length of QLTREC to UF-LEN(17)
           move length of CMREC to UF-LEN(18)
           move length of PHREC to UF-LEN(19)
           move length of IAREC to UF-LEN(20)
           move length of RSTREC to UF-LEN(21)
           .

      *    No card is a nightly UNLOAD of every file. RESTORE and
      *    VERIFY have to say which day's unload they mean; a card
      *    naming a mode or file this job does not know is refused
      *    rather than guessed at, since a restore overwrites.
       GET-UNLOAD-CARD section.
           open input CTLFIL
           if CTL-FS not = '00'
              exit section
           end-if
           read CTLFIL
              at end
                 close CTLFIL
                 exit section
           end-read
           close CTLFIL
           if UL-MODE not = spaces
              move UL-MODE to W-MODE
           end-if
           move UL-FILE to W-ONLY-FILE
           if W-MODE not = 'UNLOAD' and 'RESTORE' and 'VERIFY'
              move spaces to LR-MESSAGE
              string 'UNKNOWN UNLOAD MODE ' W-MODE
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCUNLD UNKNOWN MODE ' W-MODE
              perform ABORT-RUN
           end-if
           if W-ONLY-FILE not = spaces and 'ALL'
              perform varying W-FILE-IX from 1 by 1
                      until W-FILE-IX > 21
                         or UF-NAME(W-FILE-IX) = W-ONLY-FILE
                 continue
              end-perform
              if W-FILE-IX > 21
                 move spaces to LR-MESSAGE
                 string 'UNKNOWN FILE ON UNLOAD CARD ' W-ONLY-FILE
                    delimited by size into LR-MESSAGE
                 end-string
                 perform WRITE-LOG-REC
                 display 'AOCUNLD UNKNOWN FILE ' W-ONLY-FILE
                 perform ABORT-RUN
              end-if
           end-if
           if W-MODE not = 'UNLOAD'
              if UL-DATE is not numeric
                 move spaces to LR-MESSAGE
                 string W-MODE ' NEEDS AN UNLOAD DATE ON THE CARD'
                    delimited by size into LR-MESSAGE
                 end-string
                 perform WRITE-LOG-REC
                 display 'AOCUNLD ' W-MODE ' NEEDS AN UNLOAD DATE'
                 perform ABORT-RUN
              end-if
              move UL-DATE to W-UNL-DATE
           end-if
           .

       SET-UNLOAD-NAME section.
           move spaces to W-UNL-BASE
           string 'aoc_unload_' trim(UF-NAME(W-FILE-IX))
              delimited by size into W-UNL-BASE
           end-string
           move spaces to W-UNL-NAME
           string trim(W-UNL-BASE) '.' W-UNL-DATE
              delimited by size into W-UNL-NAME
           end-string
           .

      *    Header, every row in key order, trailer. A file that does
      *    not exist yet (no period closed, no PO raised) still gets
      *    an unload, marked absent, so an ALL restore of that date
      *    knows to leave it alone. A file that will not open for
      *    any other reason gets no trailer, so the partial unload
      *    can never prove and is never cataloged.
       UNLOAD-ONE-FILE section.
           perform SET-UNLOAD-NAME
           move ZERO to W-REC-CNT W-REC-HASH
           open output UNLFIL
           if UNL-FS not = '00'
              move spaces to W-RESULT
              string 'UNLOAD OPEN FAILED STATUS=' UNL-FS
                 delimited by size into W-RESULT
              end-string
              add 1 to W-FAIL-CNT
              exit section
           end-if
           move spaces to UNLCTL
           move 'H' to UC-TYPE
           move UF-NAME(W-FILE-IX) to UC-FILE
           move W-UNL-DATE to UC-DATE
           move W-RUN-START-TS to UC-TS
           write UNLCTL
           set V-UNLOADING to true
           perform SCAN-KEYED-FILE
           move 'N' to V-WRITE-SW
           evaluate W-KEY-FS
              when '00'
                 move 'P' to W-UNL-STATE
                 move 'UNLOADED' to W-RESULT
              when '35'
                 move 'A' to W-UNL-STATE
                 move 'NOT PRESENT, EMPTY UNLOAD' to W-RESULT
              when other
                 close UNLFIL
                 move spaces to W-RESULT
                 string 'FILE OPEN FAILED STATUS=' W-KEY-FS
                    delimited by size into W-RESULT
                 end-string
                 add 1 to W-FAIL-CNT
                 exit section
           end-evaluate
           move spaces to UNLCTL
           move 'T' to UC-TYPE
           move UF-NAME(W-FILE-IX) to UC-FILE
           move W-UNL-DATE to UC-DATE
           move FUNCTION CURRENT-DATE to UC-TS
           move W-UNL-STATE to UC-STATE
           move W-REC-CNT to UC-COUNT
           move W-REC-HASH to UC-HASH
           write UNLCTL
           close UNLFIL
           add 1 to W-DONE-CNT
           perform CATALOG-UNLOAD
           .

      *    Reload from a proven unload only: the live file is opened
      *    output (emptied) after the unload has read back to its
      *    own trailer, and the reloaded file must read back to the
      *    same count and hash before it is called restored.
       RESTORE-ONE-FILE section.
           perform SET-UNLOAD-NAME
           perform PROVE-UNLOAD
           if not V-PROOF-OK
              add 1 to W-FAIL-CNT
              exit section
           end-if
           if W-UNL-STATE = 'A'
              move 'ABSENT AT UNLOAD, LEFT AS IS' to W-RESULT
              add 1 to W-DONE-CNT
              exit section
           end-if
           move ZERO to W-LOAD-ERR
           set V-UNL-INIT to true
           open input UNLFIL
           perform LOAD-KEYED-FILE
           close UNLFIL
           if W-KEY-FS not = '00'
              move spaces to W-RESULT
              string 'FILE OPEN FAILED STATUS=' W-KEY-FS
                 delimited by size into W-RESULT
              end-string
              add 1 to W-FAIL-CNT
              exit section
           end-if
           move ZERO to W-REC-CNT W-REC-HASH
           perform SCAN-KEYED-FILE
           if W-LOAD-ERR = ZERO
              and W-REC-CNT = W-UNL-CNT
              and W-REC-HASH = W-UNL-HASH
              move 'RESTORED AND PROVEN' to W-RESULT
              add 1 to W-DONE-CNT
           else
              move 'RESTORED BUT DOES NOT PROVE' to W-RESULT
              add 1 to W-FAIL-CNT
           end-if
           move spaces to LR-MESSAGE
           string UF-NAME(W-FILE-IX) ' RESTORED FROM ' W-UNL-DATE
              ': ' W-RESULT
              delimited by size into LR-MESSAGE
           end-string
           move 'WARN' to LR-SEVERITY
           perform WRITE-LOG-REC
           .

      *    Proves the unload, then reads the live file the same way
      *    and says whether it still matches; nothing is written.
       VERIFY-ONE-FILE section.
           perform SET-UNLOAD-NAME
           perform PROVE-UNLOAD
           if not V-PROOF-OK
              add 1 to W-FAIL-CNT
              exit section
           end-if
           move ZERO to W-REC-CNT W-REC-HASH
           perform SCAN-KEYED-FILE
           if W-KEY-FS not = '00' and '35'
              move spaces to W-RESULT
              string 'FILE OPEN FAILED STATUS=' W-KEY-FS
                 delimited by size into W-RESULT
              end-string
              add 1 to W-FAIL-CNT
              exit section
           end-if
           add 1 to W-DONE-CNT
           if W-REC-CNT = W-UNL-CNT
              and W-REC-HASH = W-UNL-HASH
              move 'LIVE FILE MATCHES UNLOAD' to W-RESULT
           else
              move 'LIVE FILE DIFFERS FROM UNLOAD' to W-RESULT
              add 1 to W-DIFF-CNT
           end-if
           .

      *    Reads the whole unload and checks it against itself: the
      *    header names this file, every data record is this file's
      *    record length, and the rows count and hash to exactly
      *    what the trailer says. W-UNL-CNT/W-UNL-HASH/W-UNL-STATE
      *    come back from the trailer for the caller to prove the
      *    live file against.
       PROVE-UNLOAD section.
           move 'N' to V-PROOF-SW
           move ZERO to W-REC-CNT W-REC-HASH W-BAD-REC-CNT
           move ZERO to W-UNL-CNT W-UNL-HASH
           move spaces to W-UNL-STATE
           set V-UNL-INIT to true
           open input UNLFIL
           if UNL-FS not = '00'
              move spaces to W-RESULT
              string 'NO UNLOAD FOR ' W-UNL-DATE
                 delimited by size into W-RESULT
              end-string
              exit section
           end-if
           perform until V-UNL-EOF
              read UNLFIL
                 at end set V-UNL-EOF to true
              end-read
              if not V-UNL-EOF
                 evaluate UN-TYPE
                    when 'H'
                       if UC-FILE not = UF-NAME(W-FILE-IX)
                          add 1 to W-BAD-REC-CNT
                       end-if
                    when 'D'
                       if UN-LEN = UF-LEN(W-FILE-IX)
                          move spaces to W-REC-DATA
                          move UN-DATA to W-REC-DATA
                          move UN-LEN to W-REC-LEN
                          add 1 to W-REC-CNT
                          perform HASH-RECORD
                       else
                          add 1 to W-BAD-REC-CNT
                       end-if
                    when 'T'
                       move UC-STATE to W-UNL-STATE
                       move UC-COUNT to W-UNL-CNT
                       move UC-HASH to W-UNL-HASH
                    when other
                       add 1 to W-BAD-REC-CNT
                 end-evaluate
              end-if
           end-perform
           close UNLFIL
           if W-UNL-STATE = spaces
              move 'UNLOAD HAS NO TRAILER' to W-RESULT
              exit section
           end-if
           if W-BAD-REC-CNT > ZERO
              or W-REC-CNT not = W-UNL-CNT
              or W-REC-HASH not = W-UNL-HASH
              move 'UNLOAD DOES NOT PROVE' to W-RESULT
              exit section
           end-if
           set V-PROOF-OK to true
           .

      *    Next data record of the unload open for a reload; the
      *    header is stepped over and the trailer ends the file.
       READ-UNLOAD-DATA section.
           read UNLFIL
              at end set V-UNL-EOF to true
           end-read
           if not V-UNL-EOF
              and UN-TYPE = 'H'
              read UNLFIL
                 at end set V-UNL-EOF to true
              end-read
           end-if
           if not V-UNL-EOF
              and UN-TYPE not = 'D'
              set V-UNL-EOF to true
           end-if
           .

      *    One row read from a live file: counted, hashed and, when
      *    unloading, written out as it stands.
       TAKE-LIVE-RECORD section.
           add 1 to W-REC-CNT
           perform HASH-RECORD
           if V-UNLOADING
              move 'D' to UN-TYPE
              move UF-NAME(W-FILE-IX) to UN-FILE
              move W-REC-LEN to UN-LEN
              move W-REC-DATA to UN-DATA
              write UNLREC
           end-if
           .

      *    Rolls every byte of the row, then its length, into the
      *    file's running hash - the same rolling hash the suite
      *    uses for its input fingerprints. Taken in key order, so a
      *    row changed, added, dropped or moved changes the result.
       HASH-RECORD section.
           perform varying W-HX-IX from 1 by 1
                   until W-HX-IX > W-REC-LEN
              compute W-REC-HASH = FUNCTION MOD(
                 W-REC-HASH * 17
                 + FUNCTION ORD(W-REC-DATA(W-HX-IX:1)), 99999999)
           end-perform
           compute W-REC-HASH = FUNCTION MOD(
              W-REC-HASH * 31 + W-REC-LEN, 99999999)
           .

      *    Adds the unload to the generation catalog in AOCHSKP's
      *    own row layout, base aoc_unload_<FILE>, so housekeeping
      *    prunes it to the keep count like any other generation. A
      *    second unload the same day rewrote the same dataset and
      *    is not cataloged twice.
       CATALOG-UNLOAD section.
           move 'N' to V-CAT-SW
           set V-CAT-INIT to true
           open input CATFIL
           if CAT-FS = '00'
              perform until V-CAT-EOF
                 read CATFIL
                    at end set V-CAT-EOF to true
                 end-read
                 if not V-CAT-EOF
                    and CATREC(1:30) = W-UNL-BASE
                    and CATREC(73:8) = W-UNL-DATE
                    set V-CAT-FOUND to true
                 end-if
              end-perform
              close CATFIL
           end-if
           if V-CAT-FOUND
              exit section
           end-if
           open extend CATFIL
           if CAT-FS not = '00'
              close CATFIL
              open output CATFIL
           end-if
           if CAT-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN CATFIL FAILED STATUS=' CAT-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCUNLD UNLOAD NOT CATALOGED ' W-UNL-NAME
              exit section
           end-if
           move W-UNL-BASE to CT-BASE
           move W-UNL-NAME to CT-GEN
           move W-UNL-DATE to CT-DATE
           move CATREC-DTL to CATREC
           write CATREC
           close CATFIL
           .

       WRITE-FILE-LINE section.
           move UF-NAME(W-FILE-IX) to RF-NAME
           move W-RESULT to RF-RESULT
           move W-REC-CNT to RF-COUNT
           move W-REC-HASH to RF-HASH
           move RPT-FILE-LINE to RPTREC
           write RPTREC
           display 'AOCUNLD ' UF-NAME(W-FILE-IX) ' ' W-RESULT
           .

       WRITE-RUN-SUMMARY section.
           move W-SEL-CNT to W-CNT-ED
           move spaces to RPTREC
           string 'FILES SELECTED  ' W-CNT-ED
              delimited by size into RPTREC
           end-string
           write RPTREC
           move W-DONE-CNT to W-CNT-ED
           move spaces to RPTREC
           string 'FILES COMPLETE  ' W-CNT-ED
              delimited by size into RPTREC
           end-string
           write RPTREC
           move W-DIFF-CNT to W-CNT-ED
           move spaces to RPTREC
           string 'FILES DIFFERING ' W-CNT-ED
              delimited by size into RPTREC
           end-string
           write RPTREC
           move W-FAIL-CNT to W-CNT-ED
           move spaces to RPTREC
           string 'FILES FAILED    ' W-CNT-ED
              delimited by size into RPTREC
           end-string
           write RPTREC
           .

      *    One scan and one reload per file, each against that
      *    file's own FD; the shared work (counting, hashing, the
      *    unload record itself) is in TAKE-LIVE-RECORD and
      *    READ-UNLOAD-DATA. W-KEY-FS hands the open status back.
       SCAN-KEYED-FILE section.
           evaluate W-FILE-IX
              when 1
                 perform SCAN-LEDGER
              when 2
                 perform SCAN-GAMES
              when 3
                 perform SCAN-GAMHIST
              when 4
                 perform SCAN-EXCMAST
              when 5
                 perform SCAN-POMAST
              when 6
                 perform SCAN-PARMFIL
              when 7
                 perform SCAN-USRMAST
              when 8
                 perform SCAN-ACTJRNL
              when 9
                 perform SCAN-RUNCTL
              when 10
                 perform SCAN-BATCHCKP
              when 11
                 perform SCAN-PERCLOSE
              when 12
                 perform SCAN-LEDARCH
              when 13
                 perform SCAN-STOCKTX
              when 14
                 perform SCAN-APRQUE
              when 15
                 perform SCAN-RPTQUE
              when 16
                 perform SCAN-INBREG
              when 17
                 perform SCAN-QLTSTAT
              when 18
                 perform SCAN-CALMAST
              when 19
                 perform SCAN-POHIST
              when 20
                 perform SCAN-INVAPPR
              when 21
                 perform SCAN-RUNSTATE
           end-evaluate
           .

       LOAD-KEYED-FILE section.
           evaluate W-FILE-IX
              when 1
                 perform LOAD-LEDGER
              when 2
                 perform LOAD-GAMES
              when 3
                 perform LOAD-GAMHIST
              when 4
                 perform LOAD-EXCMAST
              when 5
                 perform LOAD-POMAST
              when 6
                 perform LOAD-PARMFIL
              when 7
                 perform LOAD-USRMAST
              when 8
                 perform LOAD-ACTJRNL
              when 9
                 perform LOAD-RUNCTL
              when 10
                 perform LOAD-BATCHCKP
              when 11
                 perform LOAD-PERCLOSE
              when 12
                 perform LOAD-LEDARCH
              when 13
                 perform LOAD-STOCKTX
              when 14
                 perform LOAD-APRQUE
              when 15
                 perform LOAD-RPTQUE
              when 16
                 perform LOAD-INBREG
              when 17
                 perform LOAD-QLTSTAT
              when 18
                 perform LOAD-CALMAST
              when 19
                 perform LOAD-POHIST
              when 20
                 perform LOAD-INVAPPR
              when 21
                 perform LOAD-RUNSTATE
           end-evaluate
           .

       SCAN-LEDGER section.
           open input LEDFIL
           move LED-FS to W-KEY-FS
           if LED-FS not = '00'
              exit section
           end-if
           set V-KEY-INIT to true
           move low-values to LED-KEY
           start LEDFIL key >= LED-KEY
              invalid key set V-KEY-EOF to true
           end-start
           perform until V-KEY-EOF
              read LEDFIL next
                 at end set V-KEY-EOF to true
              end-read
              if not V-KEY-EOF
                 move spaces to W-REC-DATA
                 move LEDREC to W-REC-DATA
                 move length of LEDREC to W-REC-LEN
                 perform TAKE-LIVE-RECORD
              end-if
           end-perform
           close LEDFIL
           .

       LOAD-LEDGER section.
           open output LEDFIL
           move LED-FS to W-KEY-FS
           if LED-FS not = '00'
              exit section
           end-if
           perform READ-UNLOAD-DATA
           perform until V-UNL-EOF
              move UN-DATA to LEDREC
              write LEDREC
                 invalid key add 1 to W-LOAD-ERR
              end-write
              perform READ-UNLOAD-DATA
           end-perform
           close LEDFIL
           .

       SCAN-GAMES section.
           open input GAMFIL
           move GAM-FS to W-KEY-FS
           if GAM-FS not = '00'
              exit section
           end-if
           set V-KEY-INIT to true
           move low-values to GM-GAME-ID
           start GAMFIL key >= GM-GAME-ID
              invalid key set V-KEY-EOF to true
           end-start
           perform until V-KEY-EOF
              read GAMFIL next
                 at end set V-KEY-EOF to true
              end-read
              if not V-KEY-EOF
                 move spaces to W-REC-DATA
                 move GAMREC to W-REC-DATA
                 move length of GAMREC to W-REC-LEN
                 perform TAKE-LIVE-RECORD
              end-if
           end-perform
           close GAMFIL
           .

       LOAD-GAMES section.
           open output GAMFIL
           move GAM-FS to W-KEY-FS
           if GAM-FS not = '00'
              exit section
           end-if
           perform READ-UNLOAD-DATA
           perform until V-UNL-EOF
              move UN-DATA to GAMREC
              write GAMREC
                 invalid key add 1 to W-LOAD-ERR
              end-write
              perform READ-UNLOAD-DATA
           end-perform
           close GAMFIL
           .

       SCAN-GAMHIST section.
           open input GHFIL
           move GH-FS to W-KEY-FS
           if GH-FS not = '00'
              exit section
           end-if
           set V-KEY-INIT to true
           move low-values to GH-KEY
           start GHFIL key >= GH-KEY
              invalid key set V-KEY-EOF to true
           end-start
           perform until V-KEY-EOF
              read GHFIL next
                 at end set V-KEY-EOF to true
              end-read
              if not V-KEY-EOF
                 move spaces to W-REC-DATA
                 move GHREC to W-REC-DATA
                 move length of GHREC to W-REC-LEN
                 perform TAKE-LIVE-RECORD
              end-if
           end-perform
           close GHFIL
           .

       LOAD-GAMHIST section.
           open output GHFIL
           move GH-FS to W-KEY-FS
           if GH-FS not = '00'
              exit section
           end-if
           perform READ-UNLOAD-DATA
           perform until V-UNL-EOF
              move UN-DATA to GHREC
              write GHREC
                 invalid key add 1 to W-LOAD-ERR
              end-write
              perform READ-UNLOAD-DATA
           end-perform
           close GHFIL
           .

       SCAN-EXCMAST section.
           open input EXMFIL
           move EXM-FS to W-KEY-FS
           if EXM-FS not = '00'
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
                 move spaces to W-REC-DATA
                 move EXMREC to W-REC-DATA
                 move length of EXMREC to W-REC-LEN
                 perform TAKE-LIVE-RECORD
              end-if
           end-perform
           close EXMFIL
           .

       LOAD-EXCMAST section.
           open output EXMFIL
           move EXM-FS to W-KEY-FS
           if EXM-FS not = '00'
              exit section
           end-if
           perform READ-UNLOAD-DATA
           perform until V-UNL-EOF
              move UN-DATA to EXMREC
              write EXMREC
                 invalid key add 1 to W-LOAD-ERR
              end-write
              perform READ-UNLOAD-DATA
           end-perform
           close EXMFIL
           .

       SCAN-POMAST section.
           open input POMFIL
           move POM-FS to W-KEY-FS
           if POM-FS not = '00'
              exit section
           end-if
           set V-KEY-INIT to true
           move low-values to PM-REF
           start POMFIL key >= PM-REF
              invalid key set V-KEY-EOF to true
           end-start
           perform until V-KEY-EOF
              read POMFIL next
                 at end set V-KEY-EOF to true
              end-read
              if not V-KEY-EOF
                 move spaces to W-REC-DATA
                 move POMREC to W-REC-DATA
                 move length of POMREC to W-REC-LEN
                 perform TAKE-LIVE-RECORD
              end-if
           end-perform
           close POMFIL
           .

       LOAD-POMAST section.
           open output POMFIL
           move POM-FS to W-KEY-FS
           if POM-FS not = '00'
              exit section
           end-if
           perform READ-UNLOAD-DATA
           perform until V-UNL-EOF
              move UN-DATA to POMREC
              write POMREC
                 invalid key add 1 to W-LOAD-ERR
              end-write
              perform READ-UNLOAD-DATA
           end-perform
           close POMFIL
           .

       SCAN-PARMFIL section.
           open input PRMFIL
           move PRM-FS to W-KEY-FS
           if PRM-FS not = '00'
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
                 move spaces to W-REC-DATA
                 move PRMREC to W-REC-DATA
                 move length of PRMREC to W-REC-LEN
                 perform TAKE-LIVE-RECORD
              end-if
           end-perform
           close PRMFIL
           .

       LOAD-PARMFIL section.
           open output PRMFIL
           move PRM-FS to W-KEY-FS
           if PRM-FS not = '00'
              exit section
           end-if
           perform READ-UNLOAD-DATA
           perform until V-UNL-EOF
              move UN-DATA to PRMREC
              write PRMREC
                 invalid key add 1 to W-LOAD-ERR
              end-write
              perform READ-UNLOAD-DATA
           end-perform
           close PRMFIL
           .

       SCAN-USRMAST section.
           open input USRFIL
           move USR-FS to W-KEY-FS
           if USR-FS not = '00'
              exit section
           end-if
           set V-KEY-INIT to true
           move low-values to US-OPERATOR
           start USRFIL key >= US-OPERATOR
              invalid key set V-KEY-EOF to true
           end-start
           perform until V-KEY-EOF
              read USRFIL next
                 at end set V-KEY-EOF to true
              end-read
              if not V-KEY-EOF
                 move spaces to W-REC-DATA
                 move USRREC to W-REC-DATA
                 move length of USRREC to W-REC-LEN
                 perform TAKE-LIVE-RECORD
              end-if
           end-perform
           close USRFIL
           .

       LOAD-USRMAST section.
           open output USRFIL
           move USR-FS to W-KEY-FS
           if USR-FS not = '00'
              exit section
           end-if
           perform READ-UNLOAD-DATA
           perform until V-UNL-EOF
              move UN-DATA to USRREC
              write USRREC
                 invalid key add 1 to W-LOAD-ERR
              end-write
              perform READ-UNLOAD-DATA
           end-perform
           close USRFIL
           .

       SCAN-ACTJRNL section.
           open input JRNFIL
           move JRN-FS to W-KEY-FS
           if JRN-FS not = '00'
              exit section
           end-if
           set V-KEY-INIT to true
           move low-values to JN-KEY
           start JRNFIL key >= JN-KEY
              invalid key set V-KEY-EOF to true
           end-start
           perform until V-KEY-EOF
              read JRNFIL next
                 at end set V-KEY-EOF to true
              end-read
              if not V-KEY-EOF
                 move spaces to W-REC-DATA
                 move JRNREC to W-REC-DATA
                 move length of JRNREC to W-REC-LEN
                 perform TAKE-LIVE-RECORD
              end-if
           end-perform
           close JRNFIL
           .

       LOAD-ACTJRNL section.
           open output JRNFIL
           move JRN-FS to W-KEY-FS
           if JRN-FS not = '00'
              exit section
           end-if
           perform READ-UNLOAD-DATA
           perform until V-UNL-EOF
              move UN-DATA to JRNREC
              write JRNREC
                 invalid key add 1 to W-LOAD-ERR
              end-write
              perform READ-UNLOAD-DATA
           end-perform
           close JRNFIL
           .

       SCAN-RUNCTL section.
           open input RUNFIL
           move RUN-FS to W-KEY-FS
           if RUN-FS not = '00'
              exit section
           end-if
           set V-KEY-INIT to true
           move low-values to RC-PROGRAM
           start RUNFIL key >= RC-PROGRAM
              invalid key set V-KEY-EOF to true
           end-start
           perform until V-KEY-EOF
              read RUNFIL next
                 at end set V-KEY-EOF to true
              end-read
              if not V-KEY-EOF
                 move spaces to W-REC-DATA
                 move RUNREC to W-REC-DATA
                 move length of RUNREC to W-REC-LEN
                 perform TAKE-LIVE-RECORD
              end-if
           end-perform
           close RUNFIL
           .

       LOAD-RUNCTL section.
           open output RUNFIL
           move RUN-FS to W-KEY-FS
           if RUN-FS not = '00'
              exit section
           end-if
           perform READ-UNLOAD-DATA
           perform until V-UNL-EOF
              move UN-DATA to RUNREC
              write RUNREC
                 invalid key add 1 to W-LOAD-ERR
              end-write
              perform READ-UNLOAD-DATA
           end-perform
           close RUNFIL
           .

       SCAN-BATCHCKP section.
           open input CKPFIL
           move CKP-FS to W-KEY-FS
           if CKP-FS not = '00'
              exit section
           end-if
           set V-KEY-INIT to true
           move low-values to CK-KEY
           start CKPFIL key >= CK-KEY
              invalid key set V-KEY-EOF to true
           end-start
           perform until V-KEY-EOF
              read CKPFIL next
                 at end set V-KEY-EOF to true
              end-read
              if not V-KEY-EOF
                 move spaces to W-REC-DATA
                 move CKPREC to W-REC-DATA
                 move length of CKPREC to W-REC-LEN
                 perform TAKE-LIVE-RECORD
              end-if
           end-perform
           close CKPFIL
           .

       LOAD-BATCHCKP section.
           open output CKPFIL
           move CKP-FS to W-KEY-FS
           if CKP-FS not = '00'
              exit section
           end-if
           perform READ-UNLOAD-DATA
           perform until V-UNL-EOF
              move UN-DATA to CKPREC
              write CKPREC
                 invalid key add 1 to W-LOAD-ERR
              end-write
              perform READ-UNLOAD-DATA
           end-perform
           close CKPFIL
           .

       SCAN-PERCLOSE section.
           open input CLOFIL
           move CLO-FS to W-KEY-FS
           if CLO-FS not = '00'
              exit section
           end-if
           set V-KEY-INIT to true
           move low-values to CL-PERIOD
           start CLOFIL key >= CL-PERIOD
              invalid key set V-KEY-EOF to true
           end-start
           perform until V-KEY-EOF
              read CLOFIL next
                 at end set V-KEY-EOF to true
              end-read
              if not V-KEY-EOF
                 move spaces to W-REC-DATA
                 move CLOREC to W-REC-DATA
                 move length of CLOREC to W-REC-LEN
                 perform TAKE-LIVE-RECORD
              end-if
           end-perform
           close CLOFIL
           .

       LOAD-PERCLOSE section.
           open output CLOFIL
           move CLO-FS to W-KEY-FS
           if CLO-FS not = '00'
              exit section
           end-if
           perform READ-UNLOAD-DATA
           perform until V-UNL-EOF
              move UN-DATA to CLOREC
              write CLOREC
                 invalid key add 1 to W-LOAD-ERR
              end-write
              perform READ-UNLOAD-DATA
           end-perform
           close CLOFIL
           .

       SCAN-LEDARCH section.
           open input ARCFIL
           move ARC-FS to W-KEY-FS
           if ARC-FS not = '00'
              exit section
           end-if
           set V-KEY-INIT to true
           move low-values to ARC-KEY
           start ARCFIL key >= ARC-KEY
              invalid key set V-KEY-EOF to true
           end-start
           perform until V-KEY-EOF
              read ARCFIL next
                 at end set V-KEY-EOF to true
              end-read
              if not V-KEY-EOF
                 move spaces to W-REC-DATA
                 move ARCREC to W-REC-DATA
                 move length of ARCREC to W-REC-LEN
                 perform TAKE-LIVE-RECORD
              end-if
           end-perform
           close ARCFIL
           .

       LOAD-LEDARCH section.
           open output ARCFIL
           move ARC-FS to W-KEY-FS
           if ARC-FS not = '00'
              exit section
           end-if
           perform READ-UNLOAD-DATA
           perform until V-UNL-EOF
              move UN-DATA to ARCREC
              write ARCREC
                 invalid key add 1 to W-LOAD-ERR
              end-write
              perform READ-UNLOAD-DATA
           end-perform
           close ARCFIL
           .

       SCAN-STOCKTX section.
           open input SXFIL
           move SX-FS to W-KEY-FS
           if SX-FS not = '00'
              exit section
           end-if
           set V-KEY-INIT to true
           move low-values to SX-KEY
           start SXFIL key >= SX-KEY
              invalid key set V-KEY-EOF to true
           end-start
           perform until V-KEY-EOF
              read SXFIL next
                 at end set V-KEY-EOF to true
              end-read
              if not V-KEY-EOF
                 move spaces to W-REC-DATA
                 move STXREC to W-REC-DATA
                 move length of STXREC to W-REC-LEN
                 perform TAKE-LIVE-RECORD
              end-if
           end-perform
           close SXFIL
           .

       LOAD-STOCKTX section.
           open output SXFIL
           move SX-FS to W-KEY-FS
           if SX-FS not = '00'
              exit section
           end-if
           perform READ-UNLOAD-DATA
           perform until V-UNL-EOF
              move UN-DATA to STXREC
              write STXREC
                 invalid key add 1 to W-LOAD-ERR
              end-write
              perform READ-UNLOAD-DATA
           end-perform
           close SXFIL
           .

       SCAN-APRQUE section.
           open input APQFIL
           move APQ-FS to W-KEY-FS
           if APQ-FS not = '00'
              exit section
           end-if
           set V-KEY-INIT to true
           move low-values to AQ-KEY
           start APQFIL key >= AQ-KEY
              invalid key set V-KEY-EOF to true
           end-start
           perform until V-KEY-EOF
              read APQFIL next
                 at end set V-KEY-EOF to true
              end-read
              if not V-KEY-EOF
                 move spaces to W-REC-DATA
                 move APQREC to W-REC-DATA
                 move length of APQREC to W-REC-LEN
                 perform TAKE-LIVE-RECORD
              end-if
           end-perform
           close APQFIL
           .

       LOAD-APRQUE section.
           open output APQFIL
           move APQ-FS to W-KEY-FS
           if APQ-FS not = '00'
              exit section
           end-if
           perform READ-UNLOAD-DATA
           perform until V-UNL-EOF
              move UN-DATA to APQREC
              write APQREC
                 invalid key add 1 to W-LOAD-ERR
              end-write
              perform READ-UNLOAD-DATA
           end-perform
           close APQFIL
           .

       SCAN-RPTQUE section.
           open input RQFIL
           move RQ-FS to W-KEY-FS
           if RQ-FS not = '00'
              exit section
           end-if
           set V-KEY-INIT to true
           move low-values to RQ-KEY
           start RQFIL key >= RQ-KEY
              invalid key set V-KEY-EOF to true
           end-start
           perform until V-KEY-EOF
              read RQFIL next
                 at end set V-KEY-EOF to true
              end-read
              if not V-KEY-EOF
                 move spaces to W-REC-DATA
                 move RQREC to W-REC-DATA
                 move length of RQREC to W-REC-LEN
                 perform TAKE-LIVE-RECORD
              end-if
           end-perform
           close RQFIL
           .

       LOAD-RPTQUE section.
           open output RQFIL
           move RQ-FS to W-KEY-FS
           if RQ-FS not = '00'
              exit section
           end-if
           perform READ-UNLOAD-DATA
           perform until V-UNL-EOF
              move UN-DATA to RQREC
              write RQREC
                 invalid key add 1 to W-LOAD-ERR
              end-write
              perform READ-UNLOAD-DATA
           end-perform
           close RQFIL
           .

       SCAN-INBREG section.
           open input INBFIL
           move INB-FS to W-KEY-FS
           if INB-FS not = '00'
              exit section
           end-if
           set V-KEY-INIT to true
           move low-values to IB-KEY
           start INBFIL key >= IB-KEY
              invalid key set V-KEY-EOF to true
           end-start
           perform until V-KEY-EOF
              read INBFIL next
                 at end set V-KEY-EOF to true
              end-read
              if not V-KEY-EOF
                 move spaces to W-REC-DATA
                 move INBREC to W-REC-DATA
                 move length of INBREC to W-REC-LEN
                 perform TAKE-LIVE-RECORD
              end-if
           end-perform
           close INBFIL
           .

       LOAD-INBREG section.
           open output INBFIL
           move INB-FS to W-KEY-FS
           if INB-FS not = '00'
              exit section
           end-if
           perform READ-UNLOAD-DATA
           perform until V-UNL-EOF
              move UN-DATA to INBREC
              write INBREC
                 invalid key add 1 to W-LOAD-ERR
              end-write
              perform READ-UNLOAD-DATA
           end-perform
           close INBFIL
           .

       SCAN-QLTSTAT section.
           open input QLTFIL
           move QLT-FS to W-KEY-FS
           if QLT-FS not = '00'
              exit section
           end-if
           set V-KEY-INIT to true
           move low-values to QS-KEY
           start QLTFIL key >= QS-KEY
              invalid key set V-KEY-EOF to true
           end-start
           perform until V-KEY-EOF
              read QLTFIL next
                 at end set V-KEY-EOF to true
              end-read
              if not V-KEY-EOF
                 move spaces to W-REC-DATA
                 move QLTREC to W-REC-DATA
                 move length of QLTREC to W-REC-LEN
                 perform TAKE-LIVE-RECORD
              end-if
           end-perform
           close QLTFIL
           .

       LOAD-QLTSTAT section.
           open output QLTFIL
           move QLT-FS to W-KEY-FS
           if QLT-FS not = '00'
              exit section
           end-if
           perform READ-UNLOAD-DATA
           perform until V-UNL-EOF
              move UN-DATA to QLTREC
              write QLTREC
                 invalid key add 1 to W-LOAD-ERR
              end-write
              perform READ-UNLOAD-DATA
           end-perform
           close QLTFIL
           .

       SCAN-CALMAST section.
           open input CMFIL
           move CM-FS to W-KEY-FS
           if CM-FS not = '00'
              exit section
           end-if
           set V-KEY-INIT to true
           move low-values to CM-KEY
           start CMFIL key >= CM-KEY
              invalid key set V-KEY-EOF to true
           end-start
           perform until V-KEY-EOF
              read CMFIL next
                 at end set V-KEY-EOF to true
              end-read
              if not V-KEY-EOF
                 move spaces to W-REC-DATA
                 move CMREC to W-REC-DATA
                 move length of CMREC to W-REC-LEN
                 perform TAKE-LIVE-RECORD
              end-if
           end-perform
           close CMFIL
           .

       LOAD-CALMAST section.
           open output CMFIL
           move CM-FS to W-KEY-FS
           if CM-FS not = '00'
              exit section
           end-if
           perform READ-UNLOAD-DATA
           perform until V-UNL-EOF
              move UN-DATA to CMREC
              write CMREC
                 invalid key add 1 to W-LOAD-ERR
              end-write
              perform READ-UNLOAD-DATA
           end-perform
           close CMFIL
           .

       SCAN-POHIST section.
           open input PHFIL
           move PH-FS to W-KEY-FS
           if PH-FS not = '00'
              exit section
           end-if
           set V-KEY-INIT to true
           move low-values to PH-KEY
           start PHFIL key >= PH-KEY
              invalid key set V-KEY-EOF to true
           end-start
           perform until V-KEY-EOF
              read PHFIL next
                 at end set V-KEY-EOF to true
              end-read
              if not V-KEY-EOF
                 move spaces to W-REC-DATA
                 move PHREC to W-REC-DATA
                 move length of PHREC to W-REC-LEN
                 perform TAKE-LIVE-RECORD
              end-if
           end-perform
           close PHFIL
           .

       LOAD-POHIST section.
           open output PHFIL
           move PH-FS to W-KEY-FS
           if PH-FS not = '00'
              exit section
           end-if
           perform READ-UNLOAD-DATA
           perform until V-UNL-EOF
              move UN-DATA to PHREC
              write PHREC
                 invalid key add 1 to W-LOAD-ERR
              end-write
              perform READ-UNLOAD-DATA
           end-perform
           close PHFIL
           .

       SCAN-INVAPPR section.
           open input IAFIL
           move IA-FS to W-KEY-FS
           if IA-FS not = '00'
              exit section
           end-if
           set V-KEY-INIT to true
           move low-values to IA-KEY
           start IAFIL key >= IA-KEY
              invalid key set V-KEY-EOF to true
           end-start
           perform until V-KEY-EOF
              read IAFIL next
                 at end set V-KEY-EOF to true
              end-read
              if not V-KEY-EOF
                 move spaces to W-REC-DATA
                 move IAREC to W-REC-DATA
                 move length of IAREC to W-REC-LEN
                 perform TAKE-LIVE-RECORD
              end-if
           end-perform
           close IAFIL
           .

       LOAD-INVAPPR section.
           open output IAFIL
           move IA-FS to W-KEY-FS
           if IA-FS not = '00'
              exit section
           end-if
           perform READ-UNLOAD-DATA
           perform until V-UNL-EOF
              move UN-DATA to IAREC
              write IAREC
                 invalid key add 1 to W-LOAD-ERR
              end-write
              perform READ-UNLOAD-DATA
           end-perform
           close IAFIL
           .

       SCAN-RUNSTATE section.
           open input RSTFIL
           move RST-FS to W-KEY-FS
           if RST-FS not = '00'
              exit section
           end-if
           set V-KEY-INIT to true
           move low-values to RS-KEY
           start RSTFIL key >= RS-KEY
              invalid key set V-KEY-EOF to true
           end-start
           perform until V-KEY-EOF
              read RSTFIL next
                 at end set V-KEY-EOF to true
              end-read
              if not V-KEY-EOF
                 move spaces to W-REC-DATA
                 move RSTREC to W-REC-DATA
                 move length of RSTREC to W-REC-LEN
                 perform TAKE-LIVE-RECORD
              end-if
           end-perform
           close RSTFIL
           .

       LOAD-RUNSTATE section.
           open output RSTFIL
           move RST-FS to W-KEY-FS
           if RST-FS not = '00'
              exit section
           end-if
           perform READ-UNLOAD-DATA
           perform until V-UNL-EOF
              move UN-DATA to RSTREC
              write RSTREC
                 invalid key add 1 to W-LOAD-ERR
              end-write
              perform READ-UNLOAD-DATA
           end-perform
           close RSTFIL
           .

      *    INFO bracket at end of job: mode, files done and failed,
      *    and wall-clock elapsed. Paired with the START record at
      *    the top of A-MAIN; a log with a START and no END is a run
      *    that died.
       WRITE-END-LOG-REC section.
           move W-RUN-START-TS to W-START-TS
           move FUNCTION CURRENT-DATE to W-END-TS
           perform COMPUTE-ELAPSED
           move W-ELAPSED to W-ELAPSED-ED
           move W-DONE-CNT to W-CNT-ED
           move W-FAIL-CNT to W-FAIL-ED
           move spaces to LR-MESSAGE
           string 'END ' trim(W-MODE) ' DONE=' trim(W-CNT-ED)
              ' FAILED=' trim(W-FAIL-ED)
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
                 move 'AOCHSKP' to LR-JOBNAME
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

       end program AOCUNLD.
