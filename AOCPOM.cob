       identification division.
       program-id. AOCPOM.
      *    Purchase-order maintenance on the POMAST master. AOCRCV
      *    only ever moves a line forward through OPEN, PARTIAL and
      *    FILLED as receipts post, so a line the vendor can only
      *    part-fill stayed PARTIAL for good and a line cut in error
      *    stayed OPEN, and both kept inflating the open-on-order
      *    picture AOCPLAN nets against. Each run reads the
      *    maintenance cards and, for every card it accepts:
      *      AMEND   changes the ordered quantity and/or unit price
      *              of an OPEN or PARTIAL line (a new quantity must
      *              stay above what has already been received);
      *      CANCEL  cancels an OPEN line nothing has been received
      *              against (status C);
      *      CLOSE   closes a PARTIAL line short, with a reason
      *              (status S) - the vendor has sent all it will.
      *    The card's operator must be on the USRMAST user master at
      *    level 2 or above, the same level the desk asks of a rerun.
      *    Every accepted action is written to the keyed POHIST
      *    change history with the ordered quantity, unit price and
      *    status before and after, the reason and the operator, and
      *    the line is stamped as maintained so AOCRCV's same-day
      *    re-sync leaves it alone. Refused cards are reported and
      *    end the run with a warning (4); no card file, no work.
      *    Cards: 'verb PO-ref qty price reason operator', the
      *    reference as the receiving report prints it, quantity and
      *    price blank where unchanged (price as 12.50).
       environment division.
       configuration section.
      *special-names. decimal-point is comma.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select MNTFIL assign to 'aoc_po_maint.ctl'
           organization is line sequential
           file status is MNT-FS.
           select POMFIL assign to 'POMAST'
           organization is indexed
           access mode is dynamic
           record key is PM-REF
           file status is POM-FS.
           select PHFIL assign to 'POHIST'
           organization is indexed
           access mode is dynamic
           record key is PH-KEY
           file status is PH-FS.
           select USRFIL assign to 'USRMAST'
           organization is indexed
           access mode is dynamic
           record key is US-OPERATOR
           file status is USR-FS.
           select RPTFIL assign to 'aoc_po_maint_report.txt'
           organization is line sequential
           file status is RPT-FS.
           select LOGFIL assign to 'aoc_run.log'
           organization is line sequential
           file status is LOG-FS.

       data division.
       file section.
       FD  MNTFIL.
       01  MNTREC.
           05 MC-VERB        pic X(6).
           05 FILLER         pic X.
           05 MC-REF         pic X(14).
           05 FILLER         pic X.
           05 MC-QTY         pic X(5).
           05 FILLER         pic X.
           05 MC-PRICE       pic X(7).
           05 FILLER         pic X.
           05 MC-REASON      pic X(20).
           05 FILLER         pic X.
           05 MC-OPERATOR    pic X(8).

       FD  POMFIL.
       COPY AOCPOMREC.

       FD  PHFIL.
      *    PO change history, one row per accepted maintenance
      *    action, keyed by PO reference then the run stamp and a
      *    sequence, so a line's history reads back in the order it
      *    was changed.
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

       FD  USRFIL.
      *    User master AOCMENU maintains, one row per operator:
      *    display name and permission level.
       01  USRREC.
           05 US-OPERATOR    pic X(8).
           05 US-NAME        pic X(20).
           05 US-LEVEL       pic 9.

       FD  RPTFIL.
       01  RPTREC            pic X(120).

       FD  LOGFIL.
       01  LOGREC            pic X(110).

       working-storage section.
       01 A-ARB.
          05 MNT-FS          pic XX.
          05 POM-FS          pic XX.
          05 PH-FS           pic XX.
          05 USR-FS          pic XX.
          05 RPT-FS          pic XX.
          05 LOG-FS          pic XX.
          05 W-TODAY         pic X(8).
          05 W-RUN-STAMP     pic X(16).
          05 W-PH-SEQ        pic 9(4) value ZERO.
          05 W-VERB          pic X(6).
          05 W-REASON        pic X(24).
          05 W-NEW-QTY       pic S9(5) comp.
          05 W-NEW-PRICE     pic 9(3)V99.
          05 W-OPERATOR      pic X(8).
          05 W-CARD-CNT      pic S9(8) comp value ZERO.
          05 W-APPLIED-CNT   pic S9(8) comp value ZERO.
          05 W-REFUSED-CNT   pic S9(8) comp value ZERO.
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

       01 LOGREC-DTL.
          05 LR-TIMESTAMP    pic X(21).
          05 FILLER          pic X value ' '.
          05 LR-JOBNAME      pic X(8) value spaces.
          05 FILLER          pic X value ' '.
          05 LR-PROGRAM      pic X(8) value 'AOCPOM'.
          05 FILLER          pic X value ' '.
          05 LR-SEVERITY     pic X(5) value 'ERROR'.
          05 FILLER          pic X value ' '.
          05 LR-MESSAGE      pic X(60) value spaces.

      *    One report line per card: what was asked, and either the
      *    before/after of the line or the reason it was refused.
       01 RPTREC-DTL.
          05 RP-VERB         pic X(6).
          05 FILLER          pic X value ' '.
          05 RP-REF          pic X(14).
          05 FILLER          pic X value ' '.
          05 RP-RESULT       pic X(8).
          05 FILLER          pic X(5) value ' QTY '.
          05 RP-OLD-QTY      pic ZZZZ9.
          05 FILLER          pic X(2) value '->'.
          05 RP-NEW-QTY      pic ZZZZ9.
          05 FILLER          pic X(7) value ' PRICE '.
          05 RP-OLD-PRICE    pic ZZ9.99.
          05 FILLER          pic X(2) value '->'.
          05 RP-NEW-PRICE    pic ZZ9.99.
          05 FILLER          pic X(4) value ' ST '.
          05 RP-OLD-STATUS   pic X.
          05 FILLER          pic X(2) value '->'.
          05 RP-NEW-STATUS   pic X.
          05 FILLER          pic X value ' '.
          05 RP-OPERATOR     pic X(8).
          05 FILLER          pic X value ' '.
          05 RP-NOTE         pic X(24).

       01 V-VAXLAR.
          05 FILLER pic X   value ' '.
             88 V-MNT-INIT  value ' '.
             88 V-MNT-EOF   value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCPOM'
           move FUNCTION CURRENT-DATE to W-RUN-START-TS
           move FUNCTION CURRENT-DATE(1:8) to W-TODAY
           move FUNCTION CURRENT-DATE(1:16) to W-RUN-STAMP
           move spaces to LR-MESSAGE
           string 'START PO MAINTENANCE'
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
           move 'AOC PO MAINTENANCE' to RPTREC
           write RPTREC
           perform OPEN-MAINT-FILES
           perform APPLY-MAINTENANCE-CARDS
           close POMFIL
           close PHFIL
           close USRFIL
           close RPTFIL
           move W-CARD-CNT to W-CNT-ED
           display 'AOCPOM CARDS READ      ' W-CNT-ED
           move W-APPLIED-CNT to W-CNT-ED
           display 'AOCPOM CHANGES APPLIED ' W-CNT-ED
           move W-REFUSED-CNT to W-CNT-ED
           display 'AOCPOM CHANGES REFUSED ' W-CNT-ED
           if W-REFUSED-CNT > ZERO and RETURN-CODE = ZERO
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
           close MNTFIL
           close POMFIL
           close PHFIL
           close USRFIL
           close RPTFIL
           goback
           .

      *    The PO master must already exist - there is nothing to
      *    maintain before AOCRCV has synced a line. The history is
      *    created on first use, like LEDGER. Without the user
      *    master no operator can be shown authorized, so every
      *    card would be refused; the run stops instead.
       OPEN-MAINT-FILES section.
           open i-o POMFIL
           if POM-FS not = '00'
              move spaces to LR-MESSAGE
              string 'PO MASTER UNAVAILABLE STATUS=' POM-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCPOM PO MASTER UNAVAILABLE ' POM-FS
              perform ABORT-RUN
           end-if
           open i-o PHFIL
           if PH-FS = '35'
              open output PHFIL
              close PHFIL
              open i-o PHFIL
           end-if
           if PH-FS not = '00'
              move spaces to LR-MESSAGE
              string 'PO HISTORY UNAVAILABLE STATUS=' PH-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCPOM PO HISTORY UNAVAILABLE ' PH-FS
              perform ABORT-RUN
           end-if
           open input USRFIL
           if USR-FS not = '00'
              move spaces to LR-MESSAGE
              string 'USER MASTER UNAVAILABLE STATUS=' USR-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCPOM USER MASTER UNAVAILABLE ' USR-FS
              perform ABORT-RUN
           end-if
           .

       APPLY-MAINTENANCE-CARDS section.
           set V-MNT-INIT to true
           open input MNTFIL
           if MNT-FS not = '00'
              move 'NO MAINTENANCE CARDS TODAY' to RPTREC
              write RPTREC
              exit section
           end-if
           perform until V-MNT-EOF
              read MNTFIL
                 at end set V-MNT-EOF to true
              end-read
              if not V-MNT-EOF
                 and MNTREC not = spaces
                 add 1 to W-CARD-CNT
                 perform APPLY-ONE-CARD
              end-if
           end-perform
           close MNTFIL
           .

      *    One card: the operator, the line and the verb's own rules
      *    are all checked before anything is written; the first
      *    check that fails is the reason reported.
       APPLY-ONE-CARD section.
           move spaces to W-REASON
           move FUNCTION UPPER-CASE(MC-VERB) to W-VERB
           move spaces to RP-RESULT RP-OLD-STATUS RP-NEW-STATUS
                          RP-NOTE
           move W-VERB to RP-VERB
           move MC-REF to RP-REF
           move MC-OPERATOR to RP-OPERATOR
           move ZERO to RP-OLD-QTY RP-NEW-QTY
                        RP-OLD-PRICE RP-NEW-PRICE
           if MC-OPERATOR = spaces
              move 'UNSIGNED' to W-OPERATOR
           else
              move MC-OPERATOR to W-OPERATOR
           end-if
           move W-OPERATOR to US-OPERATOR
           read USRFIL
              invalid key
                 move 'OPERATOR NOT ON USRMAST' to W-REASON
           end-read
           if W-REASON = spaces
              and US-LEVEL < 2
              move 'OPERATOR BELOW LEVEL 2' to W-REASON
           end-if
           if W-REASON = spaces
              move MC-REF to PM-REF
              read POMFIL
                 invalid key
                    move 'NO SUCH PO' to W-REASON
              end-read
           end-if
           if W-REASON = spaces
              move PM-ORD-QTY to RP-OLD-QTY RP-NEW-QTY
              move PM-UNIT-PRICE to RP-OLD-PRICE RP-NEW-PRICE
              move PM-STATUS to RP-OLD-STATUS RP-NEW-STATUS
              move PM-ORD-QTY to W-NEW-QTY
              move PM-UNIT-PRICE to W-NEW-PRICE
              evaluate W-VERB
              when 'AMEND'
                 perform CHECK-AMEND-CARD
              when 'CANCEL'
                 if PM-STATUS not = 'O' or PM-RCV-QTY not = ZERO
                    move 'ONLY UNRECEIVED OPEN' to W-REASON
                 end-if
              when 'CLOSE'
                 evaluate true
                 when PM-STATUS not = 'P'
                    move 'ONLY PARTIAL LINES' to W-REASON
                 when MC-REASON = spaces
                    move 'CLOSE NEEDS A REASON' to W-REASON
                 end-evaluate
              when other
                 move 'UNKNOWN VERB' to W-REASON
              end-evaluate
           end-if
           if W-REASON not = spaces
              add 1 to W-REFUSED-CNT
              move 'REFUSED' to RP-RESULT
              move W-REASON to RP-NOTE
              move RPTREC-DTL to RPTREC
              write RPTREC
              move spaces to LR-MESSAGE
              string 'PO MAINT REFUSED ' W-VERB ' ' MC-REF
                 ' ' W-REASON
                 delimited by size into LR-MESSAGE
              end-string
              move 'WARN' to LR-SEVERITY
              perform WRITE-LOG-REC
              exit section
           end-if
           perform APPLY-CHANGE
           .

      *    An amendment must change something; a new quantity must
      *    be numeric and stay above the quantity already received
      *    (down to it is a close-short, and wants a reason), a new
      *    price numeric and above zero.
       CHECK-AMEND-CARD section.
           if PM-STATUS not = 'O' and PM-STATUS not = 'P'
              move 'ONLY OPEN OR PARTIAL' to W-REASON
              exit section
           end-if
           if MC-QTY = spaces and MC-PRICE = spaces
              move 'NOTHING TO AMEND' to W-REASON
              exit section
           end-if
           if MC-QTY not = spaces
              if FUNCTION TEST-NUMVAL(MC-QTY) not = ZERO
                 move 'QUANTITY NOT NUMERIC' to W-REASON
                 exit section
              end-if
              compute W-NEW-QTY = FUNCTION NUMVAL(MC-QTY)
              if W-NEW-QTY <= PM-RCV-QTY
                 move 'QTY NOT ABOVE RECEIVED' to W-REASON
                 exit section
              end-if
           end-if
           if MC-PRICE not = spaces
              if FUNCTION TEST-NUMVAL(MC-PRICE) not = ZERO
                 move 'PRICE NOT NUMERIC' to W-REASON
                 exit section
              end-if
              compute W-NEW-PRICE = FUNCTION NUMVAL(MC-PRICE)
              if W-NEW-PRICE = ZERO
                 move 'PRICE ZERO' to W-REASON
                 exit section
              end-if
           end-if
           .

      *    The history row takes the before-image first, then the
      *    line is changed, stamped and rewritten and the history
      *    row completed with the after-image.
       APPLY-CHANGE section.
           add 1 to W-PH-SEQ
           move PM-REF to PH-REF
           move W-RUN-STAMP to PH-STAMP
           move W-PH-SEQ to PH-SEQ
           move W-VERB to PH-ACTION
           move PM-ORD-QTY to PH-OLD-QTY
           move PM-UNIT-PRICE to PH-OLD-PRICE
           move PM-STATUS to PH-OLD-STATUS
           move PM-RCV-QTY to PH-RECEIVED
           move MC-REASON to PH-REASON
           move W-OPERATOR to PH-OPERATOR
           evaluate W-VERB
           when 'AMEND'
              move W-NEW-QTY to PM-ORD-QTY
              move W-NEW-PRICE to PM-UNIT-PRICE
           when 'CANCEL'
              move 'C' to PM-STATUS
              move MC-REASON to PM-CLOSE-REASON
           when 'CLOSE'
              move 'S' to PM-STATUS
              move MC-REASON to PM-CLOSE-REASON
           end-evaluate
           move W-TODAY to PM-MAINT-DATE
           move W-OPERATOR to PM-MAINT-BY
           rewrite POMREC
              invalid key
                 move spaces to LR-MESSAGE
                 string 'PO REWRITE FAILED STATUS=' POM-FS
                    delimited by size into LR-MESSAGE
                 end-string
                 perform WRITE-LOG-REC
                 perform ABORT-RUN
           end-rewrite
           move PM-ORD-QTY to PH-NEW-QTY
           move PM-UNIT-PRICE to PH-NEW-PRICE
           move PM-STATUS to PH-NEW-STATUS
           write PHREC
              invalid key
                 move spaces to LR-MESSAGE
                 string 'PO HISTORY WRITE FAILED STATUS=' PH-FS
                    delimited by size into LR-MESSAGE
                 end-string
                 perform WRITE-LOG-REC
                 perform ABORT-RUN
           end-write
           add 1 to W-APPLIED-CNT
           move 'APPLIED' to RP-RESULT
           move PM-ORD-QTY to RP-NEW-QTY
           move PM-UNIT-PRICE to RP-NEW-PRICE
           move PM-STATUS to RP-NEW-STATUS
           move W-OPERATOR to RP-OPERATOR
           move MC-REASON to RP-NOTE
           move RPTREC-DTL to RPTREC
           write RPTREC
           move spaces to LR-MESSAGE
           string 'PO ' W-VERB ' ' PM-REF ' BY ' W-OPERATOR
              delimited by size into LR-MESSAGE
           end-string
           move 'INFO' to LR-SEVERITY
           perform WRITE-LOG-REC
           .

      *    INFO bracket at end of job: changes applied and
      *    wall-clock elapsed. Paired with the START record at the
      *    top of A-MAIN; a log with a START and no END is a run
      *    that died. Matches AOCLEDQ/AOCBAL.
       WRITE-END-LOG-REC section.
           move W-RUN-START-TS to W-START-TS
           move FUNCTION CURRENT-DATE to W-END-TS
           perform COMPUTE-ELAPSED
           move W-ELAPSED to W-ELAPSED-ED
           move W-APPLIED-CNT to W-CNT-ED
           move spaces to LR-MESSAGE
           string 'END APPLIED=' trim(W-CNT-ED)
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

       end program AOCPOM.
