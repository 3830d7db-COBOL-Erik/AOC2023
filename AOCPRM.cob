      *    change can be staged to take effect on a chosen date
      *    instead of becoming tonight's tolerance the moment a
      *    card is fat-fingered. Each run:
      *      - validates 'SET' maintenance cards against the allowed
      *        range for each parameter (an unknown name or out-of-
      *        range value is refused, never stored) and holds every
      *        good card as a PENDING request on the APRQUE approval
      *        queue - the requester must be on USRMAST, and nothing
      *        is stored until a second, level-3 operator approves
      *        it from the AOCMENU desk;
      *      - applies the requests approved since the last run,
      *        validated again, and marks them APPLIED; expires
      *        requests left unsigned past the APPRDAYS days on
      *        aoc_approval.ctl; every request, expiry and
      *        application is journaled in ACTJRNL;
      *      - resolves the value in force tonight per parameter
      *        (latest effective date not after today) and exports
      *        the result over the live control cards the programs
      *        needs no change to benefit; a card whose parameters
      *        were never set here is left exactly as the operator
      *        keyed it;
      *      - exports the reorder-planning settings (FCSTWEEKS
      *        forecast horizon, SAFETYPCT safety-stock factor) to
      *        aoc_plan.ctl for AOCPLAN;
      *      - exports AOC1B's overlapping number-word rule
      *        (OVERLAPRULE: 1 shared letters count for both words,
      *        2 first complete word only) to aoc1b_overlap.ctl;
      *      - exports the approval expiry days (APPRDAYS) to
      *        aoc_approval.ctl;
      *      - exports the evidence-pack retention in years
      *        (EVIDYEARS) to aoc_retain.ctl beside KEEPGENS and
      *        LEDDAYS, for AOCEVID;
      *      - resolves the named limit profiles the same way
      *        (PROFRED/PROFGREEN/PROFBLUE, with the profile name
      *        in the card's program field) and exports every
      *        profile with all three colors in force to
      *        cube_profiles.ctl;
      *      - prints the effective-settings report: every
      *        parameter in force tonight with who changed it last
      *        and when, and anything staged for a future date.
           select EDTFIL assign to 'aoc_edit.ctl'
           organization is line sequential
           file status is EDT-FS.
           select PLNFIL assign to 'aoc_plan.ctl'
           organization is line sequential
           file status is PLN-FS.
           select OVLFIL assign to 'aoc1b_overlap.ctl'
           organization is line sequential
           file status is OVL-FS.
           select PRFFIL assign to 'cube_profiles.ctl'
           organization is line sequential
           file status is PRF-FS.
           select APQFIL assign to 'APRQUE'
           organization is indexed
           access mode is dynamic
           record key is AQ-KEY
           file status is APQ-FS.
           select APVFIL assign to 'aoc_approval.ctl'
           organization is line sequential
           file status is APV-FS.
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
           select RPTFIL assign to 'aoc_parm_report.txt'
           organization is line sequential
           file status is RPT-FS.
       FD  MNTFIL.
      *    Maintenance card: 'SET program name value effdate
      *    operator'. Program 'ALL' suits the card-level parameters
      *    every program shares. For the PROFxxx limit-profile
      *    parameters the program field names the profile instead.
       01  MNTREC.
           05 MN-VERB        pic X(3).
           05 FILLER         pic X.
           05 RC-KEEP-GENS   pic 9(2).
           05 FILLER         pic X.
           05 RC-LEDGER-DAYS pic 9(3).
           05 FILLER         pic X.
           05 RC-EVID-YEARS  pic 9(2).

       FD  EDTFIL.
       01  EDTREC.
           05 FILLER         pic X.
           05 EC-THRESHOLD   pic 9(3).

       FD  PLNFIL.
       01  PLNREC.
           05 PN-WEEKS       pic 9(2).
           05 FILLER         pic X.
           05 PN-SAFETY-PCT  pic 9(3).

       FD  OVLFIL.
       01  OVLREC.
           05 OV-RULE        pic 9.

       FD  PRFFIL.
       COPY AOCPRFREC.

       FD  APQFIL.
       COPY AOCAPQREC.

       FD  APVFIL.
      *    Approval control card: days a PENDING request may wait
      *    for its second signature before it expires.
       01  APVREC.
           05 AV-EXPIRE-DAYS pic 9(3).

       FD  USRFIL.
      *    User master AOCMENU maintains, one row per operator:
      *    display name and permission level.
       01  USRREC.
           05 US-OPERATOR    pic X(8).
           05 US-NAME        pic X(20).
           05 US-LEVEL       pic 9.

       FD  JRNFIL.
      *    Activity journal AOCMENU keeps, one row per action, keyed
      *    by timestamp + operator: the queue events land here in
      *    the desk's own layout.
       01  JRNREC.
           05 JN-KEY.
              10 JN-TIMESTAMP pic X(21).
              10 JN-OPERATOR  pic X(8).
           05 JN-ACTION      pic X(12).
           05 JN-TARGET      pic X(8).
           05 JN-INPUT       pic X(60).
           05 JN-OVERRIDE    pic X.

       FD  RPTFIL.
       01  RPTREC            pic X(120).

          05 LIMIT-FS        pic XX.
          05 RET-FS          pic XX.
          05 EDT-FS          pic XX.
          05 PRF-FS          pic XX.
          05 PLN-FS          pic XX.
          05 OVL-FS          pic XX.
          05 A-PT-IX         pic S9(4) comp.
          05 A-PC-IX         pic S9(4) comp.
          05 W-PT-EFF-DATE   pic X(8).
          05 RPT-FS          pic XX.
          05 LOG-FS          pic XX.
          05 W-TODAY         pic X(8).
          05 W-VALUE-N       pic S9(8) comp.
          05 W-SET-CNT       pic S9(8) comp value ZERO.
          05 W-REFUSED-CNT   pic S9(8) comp value ZERO.
          05 W-QUEUED-CNT    pic S9(8) comp value ZERO.
          05 W-ONQUEUE-CNT   pic S9(8) comp value ZERO.
          05 W-SET-BEFORE    pic S9(8) comp.
          05 APQ-FS          pic XX.
          05 APV-FS          pic XX.
          05 USR-FS          pic XX.
          05 JRN-FS          pic XX.
          05 W-AP-DAYS       pic 9(3) value 7.
          05 W-AP-DATE-N     pic 9(8).
          05 W-AP-TODAY-INT  pic S9(8) comp.
          05 W-AP-STAMP      pic X(16).
          05 W-AP-SEQ        pic 9(4) value ZERO.
          05 W-AP-REQUESTER  pic X(8).
          05 W-AP-EXP-CNT    pic S9(8) comp value ZERO.
          05 W-JRN-OPERATOR  pic X(8).
          05 W-CNT-ED        pic Z(7)9.
          05 W-RUN-START-TS  pic X(21).
          05 W-START-TS      pic X(21).
      *    writes it to. Extending the suite's parameters means one
      *    more FILLER block here and a bump of PD-COUNT, the same
      *    data-driven shape as the AOC1BWORDS table.
       01 PD-COUNT pic 99 value 16.
       01 PARM-DEFS-DATA.
          05 filler pic X(12) value 'VARTOL'.
          05 filler pic 9(5)  value 1.
          05 filler pic X(12) value 'EDITTHR'.
          05 filler pic 9(5)  value 0.
          05 filler pic 9(5)  value 100.
          05 filler pic X(12) value 'PROFRED'.
          05 filler pic 9(5)  value 1.
          05 filler pic 9(5)  value 999.
          05 filler pic X(12) value 'PROFGREEN'.
          05 filler pic 9(5)  value 1.
          05 filler pic 9(5)  value 999.
          05 filler pic X(12) value 'PROFBLUE'.
          05 filler pic 9(5)  value 1.
          05 filler pic 9(5)  value 999.
          05 filler pic X(12) value 'FCSTWEEKS'.
          05 filler pic 9(5)  value 1.
          05 filler pic 9(5)  value 52.
          05 filler pic X(12) value 'SAFETYPCT'.
          05 filler pic 9(5)  value 0.
          05 filler pic 9(5)  value 500.
          05 filler pic X(12) value 'OVERLAPRULE'.
          05 filler pic 9(5)  value 1.
          05 filler pic 9(5)  value 2.
          05 filler pic X(12) value 'APPRDAYS'.
          05 filler pic 9(5)  value 1.
          05 filler pic 9(5)  value 365.
          05 filler pic X(12) value 'EVIDYEARS'.
          05 filler pic 9(5)  value 1.
          05 filler pic 9(5)  value 99.
       01 PARM-DEFS redefines PARM-DEFS-DATA.
          05 PARM-DEF occurs 16 times.
             10 PD-NAME      pic X(12).
             10 PD-MIN       pic 9(5).
             10 PD-MAX       pic 9(5).
      *    resolved from the keyed file: latest effective date not
      *    after today wins.
       01 EFF-TABLE.
          05 EFF-ENTRY occurs 16 times.
             10 EF-PRESENT   pic X.
             10 EF-VALUE     pic S9(8) comp.
             10 EF-EFF-DATE  pic X(8).
             10 EF-OPERATOR  pic X(8).
             10 EF-CHANGED   pic X(21).

      *    Named limit profiles in force tonight, one entry per
      *    profile name met on the keyed file, each color resolved
      *    on its own (latest effective date not after today) in
      *    red-green-blue order. The PROFxxx dictionary entries
      *    above only validate the SET cards; their values are
      *    resolved here, never in EFF-TABLE, since one name holds
      *    a different value per profile.
       01 PROF-TABLE.
          05 W-PT-CNT        pic S9(4) comp value ZERO.
          05 PT-ENTRY occurs 20 times.
             10 PT-NAME      pic X(8).
             10 PT-COLOR occurs 3 times.
                15 PT-PRESENT   pic X.
                15 PT-VALUE     pic S9(8) comp.
                15 PT-EFF-DATE  pic X(8).
                15 PT-OPERATOR  pic X(8).

       01 LOGREC-DTL.
          05 LR-TIMESTAMP    pic X(21).
          05 FILLER          pic X value ' '.
          05 SG-EFF-DATE     pic X(8).
          05 FILLER          pic X(4) value ' BY '.
          05 SG-OPERATOR     pic X(8).
          05 FILLER          pic X(5) value ' FOR '.
          05 SG-PROGRAM      pic X(8).

       01 PROF-LINE.
          05 FILLER          pic X(8) value 'PROFILE '.
          05 PL-NAME         pic X(8).
          05 FILLER          pic X(8) value ' LIMITS '.
          05 PL-RED          pic ZZ9.
          05 FILLER          pic X value '/'.
          05 PL-GREEN        pic ZZ9.
          05 FILLER          pic X value '/'.
          05 PL-BLUE         pic ZZ9.
          05 FILLER          pic X(6) value ' EFF='.
          05 PL-EFF-DATE     pic X(8).
          05 FILLER          pic X(4) value ' BY '.
          05 PL-OPERATOR     pic X(8).
          05 PL-NOTE         pic X(20).

       01 V-VAXLAR.
          05 FILLER pic X   value ' '.
          05 FILLER pic X   value ' '.
             88 V-PRM-INIT  value ' '.
             88 V-PRM-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-APQ-INIT  value ' '.
             88 V-APQ-EOF   value 'E'.
          05 V-REQ-SW     pic X value 'N'.
             88 V-REQ-OK    value 'Y'.
          05 V-APPLY-SW   pic X value 'N'.
             88 V-APPLY-APPROVED value 'Y'.
          05 V-AP-DUP-SW  pic X value 'N'.
             88 V-AP-DUP    value 'Y'.

       procedure division.
       A-MAIN section.
           move 'INFO' to LR-SEVERITY
           perform WRITE-LOG-REC
           perform OPEN-PARM-FILE
           perform GET-APPROVAL-CARD
           perform OPEN-APPROVAL-QUEUE
           move 'AOCPRM' to W-JRN-OPERATOR
           perform EXPIRE-PENDING-REQUESTS
           perform APPLY-APPROVED-REQUESTS
           perform APPLY-MAINTENANCE-CARDS
           close APQFIL
           perform RESOLVE-EFFECTIVE-VALUES
           perform EXPORT-CONTROL-CARDS
           perform WRITE-SETTINGS-REPORT
           display 'AOCPRM CHANGES APPLIED ' W-CNT-ED
           move W-REFUSED-CNT to W-CNT-ED
           display 'AOCPRM CHANGES REFUSED ' W-CNT-ED
           move W-QUEUED-CNT to W-CNT-ED
           display 'AOCPRM CHANGES QUEUED  ' W-CNT-ED
           move W-ONQUEUE-CNT to W-CNT-ED
           display 'AOCPRM ALREADY QUEUED  ' W-CNT-ED
           move W-AP-EXP-CNT to W-CNT-ED
           display 'AOCPRM REQUESTS EXPIRED' W-CNT-ED
           if W-REFUSED-CNT > ZERO and RETURN-CODE = ZERO
              move 4 to RETURN-CODE
           end-if
           move 8 to RETURN-CODE
           close MNTFIL
           close PRMFIL
           close APQFIL
           close RPTFIL
           goback
           .
              perform WRITE-LOG-REC
              exit section
           end-if
           if PD-NAME(A-DEF-IX)(1:4) = 'PROF'
              and (MN-PROGRAM = spaces
                   or FUNCTION UPPER-CASE(MN-PROGRAM) = 'ALL'
                   or FUNCTION UPPER-CASE(MN-PROGRAM) = 'DEFAULT')
              add 1 to W-REFUSED-CNT
              display 'AOCPRM PROFILE NAME MISSING OR RESERVED '
                 MN-NAME ' ' MN-PROGRAM
              exit section
           end-if
           if not V-APPLY-APPROVED
              perform QUEUE-SET-CARD
              exit section
           end-if
           if MN-PROGRAM = spaces
              move 'ALL' to PP-PROGRAM
           else
           add 1 to W-SET-CNT
           .

      *    Approved SET cards from earlier runs go through the same
      *    validation as a fresh card - a range tightened since the
      *    request was signed still refuses the value - and are
      *    marked APPLIED, or REFUSED if they no longer pass. An
      *    approval recorded by the requester is never honored,
      *    whatever wrote it.
       APPLY-APPROVED-REQUESTS section.
           set V-APQ-INIT to true
           move low-values to AQ-KEY
           start APQFIL key >= AQ-KEY
              invalid key set V-APQ-EOF to true
           end-start
           perform until V-APQ-EOF
              read APQFIL next
                 at end set V-APQ-EOF to true
              end-read
              if not V-APQ-EOF
                 and AQ-TYPE = 'AOCPRM'
                 and AQ-STATUS = 'APPROVED'
                 perform APPLY-ONE-APPROVED
              end-if
           end-perform
           .

       APPLY-ONE-APPROVED section.
           move 'AOCPRM' to W-JRN-OPERATOR
           if AQ-DECIDED-BY = spaces
              or AQ-DECIDED-BY = AQ-REQUESTER
              move 'REFUSED' to AQ-STATUS
              move 'APPROVER IS THE REQUESTER' to AQ-NOTE
              rewrite APQREC
                 invalid key
                    continue
              end-rewrite
              if APQ-FS not = '00'
                 move spaces to LR-MESSAGE
                 string 'APRQUE NOT SET REFUSED STATUS=' APQ-FS
                    ' KEY=' AQ-KEY
                    delimited by size into LR-MESSAGE
                 end-string
                 perform WRITE-LOG-REC
                 move 8 to RETURN-CODE
                 exit section
              end-if
              add 1 to W-REFUSED-CNT
              display 'AOCPRM APPROVAL BY REQUESTER REFUSED '
                 AQ-KEY
              move 'APR REFUSED' to JN-ACTION
              perform JOURNAL-QUEUE-ROW
              exit section
           end-if
           move AQ-REQUEST to MNTREC
           move W-SET-CNT to W-SET-BEFORE
           set V-APPLY-APPROVED to true
           perform APPLY-ONE-SET-CARD
           move 'N' to V-APPLY-SW
           if W-SET-CNT > W-SET-BEFORE
              move 'APPLIED' to AQ-STATUS
              move FUNCTION CURRENT-DATE to AQ-APPLIED-TS
              move 'APR APPLIED' to JN-ACTION
           else
              move 'REFUSED' to AQ-STATUS
              move 'NO LONGER VALID WHEN APPLIED' to AQ-NOTE
              move 'APR REFUSED' to JN-ACTION
           end-if
      *    A queue row left APPROVED would be applied again on the
      *    next run, so a failed rewrite is logged and ends the run
      *    8; the journal still records what was done to PARMFIL.
           rewrite APQREC
              invalid key
                 continue
           end-rewrite
           if APQ-FS not = '00'
              move spaces to LR-MESSAGE
              string 'APRQUE NOT SET ' AQ-STATUS ' STATUS=' APQ-FS
                 ' KEY=' AQ-KEY
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              move 8 to RETURN-CODE
           end-if
           perform JOURNAL-QUEUE-ROW
           .

      *    A SET card that passes validation is held as a PENDING
      *    request instead of being stored. The card file is read
      *    every run, so a card already on the queue - pending,
      *    approved, applied or rejected - is not queued again;
      *    only one that expired unsigned is asked for afresh.
       QUEUE-SET-CARD section.
           move FUNCTION UPPER-CASE(MN-OPERATOR) to W-AP-REQUESTER
           perform CHECK-REQUESTER
           if not V-REQ-OK
              add 1 to W-REFUSED-CNT
              display 'AOCPRM REQUESTER NOT ON USRMAST ' MN-NAME
                 ' ' MN-OPERATOR
              move spaces to LR-MESSAGE
              string 'PARM REFUSED, UNKNOWN REQUESTER ' MN-OPERATOR
                 delimited by size into LR-MESSAGE
              end-string
              move 'WARN' to LR-SEVERITY
              perform WRITE-LOG-REC
              exit section
           end-if
           move 'N' to V-AP-DUP-SW
           set V-APQ-INIT to true
           move low-values to AQ-KEY
           start APQFIL key >= AQ-KEY
              invalid key set V-APQ-EOF to true
           end-start
           perform until V-APQ-EOF
              read APQFIL next
                 at end set V-APQ-EOF to true
              end-read
              if not V-APQ-EOF
                 and AQ-TYPE = 'AOCPRM'
                 and AQ-REQUEST = MNTREC
                 and AQ-STATUS not = 'EXPIRED'
                 set V-AP-DUP to true
                 set V-APQ-EOF to true
              end-if
           end-perform
           if V-AP-DUP
              add 1 to W-ONQUEUE-CNT
              exit section
           end-if
           add 1 to W-AP-SEQ
           move W-AP-STAMP to AQ-STAMP
           move W-AP-SEQ to AQ-SEQ
           move 'AOCPRM' to AQ-TYPE
           move W-AP-REQUESTER to AQ-REQUESTER
           move 'PENDING' to AQ-STATUS
           move MNTREC to AQ-REQUEST
           move spaces to AQ-DECIDED-BY AQ-DECIDED-TS AQ-NOTE
              AQ-APPLIED-TS
           write APQREC
              invalid key
                 add 1 to W-REFUSED-CNT
                 display 'AOCPRM REQUEST NOT QUEUED ' MN-NAME
                    ' STATUS=' APQ-FS
                 exit section
           end-write
           add 1 to W-QUEUED-CNT
           move W-AP-REQUESTER to W-JRN-OPERATOR
           move 'APR REQUEST' to JN-ACTION
           perform JOURNAL-QUEUE-ROW
           .

      *    Days a PENDING request may wait for its second signature,
      *    from aoc_approval.ctl (AOCPRM exports APPRDAYS there). No
      *    card, or nothing usable on it, keeps the 7 in W-AP-DAYS.
       GET-APPROVAL-CARD section.
           open input APVFIL
           if APV-FS not = '00'
              exit section
           end-if
           move spaces to APVREC
           read APVFIL
              at end continue
           end-read
           close APVFIL
           if AV-EXPIRE-DAYS is numeric
              and AV-EXPIRE-DAYS > ZERO
              move AV-EXPIRE-DAYS to W-AP-DAYS
           end-if
           .

      *    The queue is created on first use like LEDGER. Without it
      *    nothing can be held for a second signature, so nothing is
      *    done at all.
       OPEN-APPROVAL-QUEUE section.
           open i-o APQFIL
           if APQ-FS = '35'
              open output APQFIL
              close APQFIL
              open i-o APQFIL
           end-if
           if APQ-FS not = '00'
              move spaces to LR-MESSAGE
              string 'APRQUE UNAVAILABLE STATUS=' APQ-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'APPROVAL QUEUE UNAVAILABLE ' APQ-FS
              perform ABORT-RUN
           end-if
           move FUNCTION CURRENT-DATE(1:16) to W-AP-STAMP
           .

      *    A request nobody has signed within the expiry days is
      *    closed off as EXPIRED and journaled; the requester asks
      *    again if it is still wanted. A row the queue would not
      *    take is not journaled - it is still PENDING - and the
      *    run ends 8. Whichever program reads the
      *    queue first does the sweep, journaling under the operator
      *    the caller has set.
       EXPIRE-PENDING-REQUESTS section.
           move FUNCTION CURRENT-DATE(1:8) to W-AP-DATE-N
           compute W-AP-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(W-AP-DATE-N)
           set V-APQ-INIT to true
           move low-values to AQ-KEY
           start APQFIL key >= AQ-KEY
              invalid key set V-APQ-EOF to true
           end-start
           perform until V-APQ-EOF
              read APQFIL next
                 at end set V-APQ-EOF to true
              end-read
              if not V-APQ-EOF
                 and AQ-STATUS = 'PENDING'
                 and AQ-STAMP(1:8) is numeric
                 move AQ-STAMP(1:8) to W-AP-DATE-N
                 if W-AP-TODAY-INT
                    - FUNCTION INTEGER-OF-DATE(W-AP-DATE-N)
                    > W-AP-DAYS
                    move 'EXPIRED' to AQ-STATUS
                    move FUNCTION CURRENT-DATE to AQ-DECIDED-TS
                    rewrite APQREC
                       invalid key
                          continue
                    end-rewrite
                    if APQ-FS not = '00'
                       move spaces to LR-MESSAGE
                       string 'APRQUE NOT SET EXPIRED STATUS=' APQ-FS
                          ' KEY=' AQ-KEY
                          delimited by size into LR-MESSAGE
                       end-string
                       perform WRITE-LOG-REC
                       move 8 to RETURN-CODE
                    else
                       add 1 to W-AP-EXP-CNT
                       move 'APR EXPIRED' to JN-ACTION
                       perform JOURNAL-QUEUE-ROW
                    end-if
                 end-if
              end-if
           end-perform
           .

      *    The requester has to be someone the desk knows: on
      *    USRMAST at any level. An unsigned or unknown card cannot
      *    be told apart from its approver, so it is refused.
       CHECK-REQUESTER section.
           move 'N' to V-REQ-SW
           if W-AP-REQUESTER = spaces
              or W-AP-REQUESTER = 'UNSIGNED'
              exit section
           end-if
           open input USRFIL
           if USR-FS not = '00'
              exit section
           end-if
           move W-AP-REQUESTER to US-OPERATOR
           read USRFIL
              invalid key
                 continue
           end-read
           if USR-FS = '00'
              move 'Y' to V-REQ-SW
           end-if
           close USRFIL
           .

      *    One ACTJRNL row for the queue row in APQREC: the owning
      *    program as target, the queue key and the card image as
      *    the input. The caller sets the action and the operator.
       JOURNAL-QUEUE-ROW section.
           move AQ-TYPE to JN-TARGET
           move spaces to JN-INPUT
           string AQ-KEY ' ' AQ-REQUEST
              delimited by size into JN-INPUT
           end-string
           move 'N' to JN-OVERRIDE
           perform WRITE-JOURNAL-REC
           .

      *    One keyed journal row, created on first use like LEDGER.
      *    Two events for one operator inside the same hundredth of
      *    a second would share a key, so a collision waits for the
      *    clock to move on instead of overwriting the earlier row.
      *    A journal that cannot be written is a warning, not a stop.
       WRITE-JOURNAL-REC section.
           open i-o JRNFIL
           if JRN-FS = '35'
              open output JRNFIL
              close JRNFIL
              open i-o JRNFIL
           end-if
           if JRN-FS not = '00'
              move spaces to LR-MESSAGE
              string 'ACTJRNL UNAVAILABLE STATUS=' JRN-FS
                 delimited by size into LR-MESSAGE
              end-string
              move 'WARN' to LR-SEVERITY
              perform WRITE-LOG-REC
              exit section
           end-if
           move W-JRN-OPERATOR to JN-OPERATOR
           move '22' to JRN-FS
           perform until JRN-FS not = '22'
              move FUNCTION CURRENT-DATE to JN-TIMESTAMP
              write JRNREC
                 invalid key
                    continue
              end-write
           end-perform
           close JRNFIL
           .

      *    One sequential pass resolves tonight's value for every
      *    dictionary parameter: the row with the LATEST effective
      *    date not after today wins. The key orders program before
              end-read
              if not V-PRM-EOF
                 and PP-EFF-DATE <= W-TODAY
                 and PP-NAME(1:4) = 'PROF'
                 perform RESOLVE-PROFILE-ROW
              end-if
              if not V-PRM-EOF
                 and PP-EFF-DATE <= W-TODAY
                 and PP-NAME(1:4) not = 'PROF'
                 perform varying A-EFF-IX from 1 by 1
                         until A-EFF-IX > PD-COUNT
                    if PD-NAME(A-EFF-IX) = PP-NAME
           end-perform
           .

      *    One PROFxxx row in force tonight: finds or opens the
      *    profile's entry and keeps the row if it is the latest
      *    effective date seen for that profile and color. A 21st
      *    profile is left out with a console note.
       RESOLVE-PROFILE-ROW section.
           evaluate PP-NAME
           when 'PROFRED'
              move 1 to A-PC-IX
           when 'PROFGREEN'
              move 2 to A-PC-IX
           when 'PROFBLUE'
              move 3 to A-PC-IX
           when other
              exit section
           end-evaluate
           perform varying A-PT-IX from 1 by 1
                   until A-PT-IX > W-PT-CNT
                      or PT-NAME(A-PT-IX) = PP-PROGRAM
              continue
           end-perform
           if A-PT-IX > W-PT-CNT
              if W-PT-CNT = 20
                 display 'AOCPRM PROFILE TABLE FULL, SKIPPED '
                    PP-PROGRAM
                 exit section
              end-if
              add 1 to W-PT-CNT
              move W-PT-CNT to A-PT-IX
              move PP-PROGRAM to PT-NAME(A-PT-IX)
              move 'N' to PT-PRESENT(A-PT-IX, 1)
                          PT-PRESENT(A-PT-IX, 2)
                          PT-PRESENT(A-PT-IX, 3)
           end-if
           if PT-PRESENT(A-PT-IX, A-PC-IX) = 'N'
              or PP-EFF-DATE >= PT-EFF-DATE(A-PT-IX, A-PC-IX)
              move 'Y' to PT-PRESENT(A-PT-IX, A-PC-IX)
              compute PT-VALUE(A-PT-IX, A-PC-IX) =
                 FUNCTION NUMVAL(PP-VALUE)
              move PP-EFF-DATE to PT-EFF-DATE(A-PT-IX, A-PC-IX)
              move PP-OPERATOR to PT-OPERATOR(A-PT-IX, A-PC-IX)
           end-if
           .

      *    Writes tonight's effective values over the live control
      *    cards, so the seven readers keep reading exactly what
      *    they always read - only now it came through validation
                 move spaces to RETREC
                 move EF-VALUE(5) to RC-KEEP-GENS
                 move EF-VALUE(6) to RC-LEDGER-DAYS
                 if EF-PRESENT(16) = 'Y'
                    move EF-VALUE(16) to RC-EVID-YEARS
                 end-if
                 write RETREC
                 close RETFIL
              end-if
                 close EDTFIL
              end-if
           end-if
           if EF-PRESENT(12) = 'Y' and EF-PRESENT(13) = 'Y'
              open output PLNFIL
              if PLN-FS = '00'
                 move spaces to PLNREC
                 move EF-VALUE(12) to PN-WEEKS
                 move EF-VALUE(13) to PN-SAFETY-PCT
                 write PLNREC
                 close PLNFIL
              end-if
           end-if
           if EF-PRESENT(14) = 'Y'
              open output OVLFIL
              if OVL-FS = '00'
                 move EF-VALUE(14) to OV-RULE
                 write OVLREC
                 close OVLFIL
              end-if
           end-if
           if EF-PRESENT(15) = 'Y'
              open output APVFIL
              if APV-FS = '00'
                 move EF-VALUE(15) to AV-EXPIRE-DAYS
                 write APVREC
                 close APVFIL
              end-if
           end-if
           perform EXPORT-PROFILE-CARD
           .

      *    The profiles card is rewritten whole whenever any profile
      *    is on the keyed file; like cube_limits.ctl, a profile
      *    goes on it only with all three colors in force, and one
      *    still missing a color is listed on the settings report
      *    as incomplete instead. No profile rows at all leaves the
      *    card as it was.
       EXPORT-PROFILE-CARD section.
           if W-PT-CNT = ZERO
              exit section
           end-if
           open output PRFFIL
           if PRF-FS not = '00'
              move spaces to LR-MESSAGE
              string 'OPEN PRFFIL FAILED STATUS=' PRF-FS
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              exit section
           end-if
           perform varying A-PT-IX from 1 by 1
                   until A-PT-IX > W-PT-CNT
              if PT-PRESENT(A-PT-IX, 1) = 'Y'
                 and PT-PRESENT(A-PT-IX, 2) = 'Y'
                 and PT-PRESENT(A-PT-IX, 3) = 'Y'
                 move spaces to PRFREC
                 move PT-NAME(A-PT-IX) to PF-NAME
                 move PT-VALUE(A-PT-IX, 1) to PF-RED-LIMIT
                 move PT-VALUE(A-PT-IX, 2) to PF-GREEN-LIMIT
                 move PT-VALUE(A-PT-IX, 3) to PF-BLUE-LIMIT
                 write PRFREC
              end-if
           end-perform
           close PRFFIL
           .

      *    The report audit asked for: every parameter in force
                 write RPTREC
              end-if
           end-perform
           perform varying A-PT-IX from 1 by 1
                   until A-PT-IX > W-PT-CNT
              perform WRITE-PROFILE-LINE
           end-perform
           move spaces to RPTREC
           write RPTREC
           move 'STAGED FOR A FUTURE DATE' to RPTREC
                 move PP-VALUE to SG-VALUE
                 move PP-EFF-DATE to SG-EFF-DATE
                 move PP-OPERATOR to SG-OPERATOR
                 move PP-PROGRAM to SG-PROGRAM
                 move STAGED-LINE to RPTREC
                 write RPTREC
              end-if
           close RPTFIL
           .

      *    One profile in force tonight: its three limits, the
      *    latest of the three effective dates and who set that
      *    color. A color not yet in force shows as zero and the
      *    line is marked incomplete - that profile is not on the
      *    exported card.
       WRITE-PROFILE-LINE section.
           move PT-NAME(A-PT-IX) to PL-NAME
           move ZERO to PL-RED PL-GREEN PL-BLUE
           move spaces to W-PT-EFF-DATE PL-OPERATOR PL-NOTE
           perform varying A-PC-IX from 1 by 1 until A-PC-IX > 3
              if PT-PRESENT(A-PT-IX, A-PC-IX) = 'Y'
                 evaluate A-PC-IX
                 when 1
                    move PT-VALUE(A-PT-IX, 1) to PL-RED
                 when 2
                    move PT-VALUE(A-PT-IX, 2) to PL-GREEN
                 when 3
                    move PT-VALUE(A-PT-IX, 3) to PL-BLUE
                 end-evaluate
                 if PT-EFF-DATE(A-PT-IX, A-PC-IX) > W-PT-EFF-DATE
                    or W-PT-EFF-DATE = spaces
                    move PT-EFF-DATE(A-PT-IX, A-PC-IX)
                      to W-PT-EFF-DATE
                    move PT-OPERATOR(A-PT-IX, A-PC-IX)
                      to PL-OPERATOR
                 end-if
              else
                 move ' INCOMPLETE' to PL-NOTE
              end-if
           end-perform
           move W-PT-EFF-DATE to PL-EFF-DATE
           move PROF-LINE to RPTREC
           write RPTREC
           .

      *    INFO bracket at end of job: changes applied and refused,
      *    and wall-clock elapsed. Paired with the START record at
      *    the top of A-MAIN; a log with a START and no END is a
