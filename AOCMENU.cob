      *    level 3 with a WARNing journal entry, the same
      *    losing-the-interlock-beats-losing-the-night trade
      *    REGISTER-RUN makes for RUNCTL.
      *    Option 6 lists one day's deliveries from the AOCINTK
      *    inbound register, open to every level.
      *    Option 7 looks one calibration line up in the CALMAST
      *    master by source, processing date and line number, open
      *    to every level.
      *    Option 8 puts an ad-hoc AOCLEDQ range, AOCGSEL selection
      *    or AOCTRND chart on the RPTQUE report-request queue
      *    under the operator's sign-on, with the criteria keyed in
      *    here instead of on a control card; AOCRQRUN works the
      *    queue overnight. Option 9 shows the operator's own
      *    requests with their status, condition code and output
      *    file. Both are open to every level.
      *    Option A is the checker's side of maker-checker for level
      *    3: AOCPRM parameter changes and AOCBKO backouts are held
      *    on the APRQUE approval queue until a level-3 operator who
      *    did not ask for them approves or rejects them here.
       environment division.
       configuration section.
      *special-names. decimal-point is comma.
           access mode is dynamic
           record key is JN-KEY
           file status is JRN-FS.
           select INBFIL assign to 'INBREG'
           organization is indexed
           access mode is dynamic
           record key is IB-KEY
           file status is INB-FS.
           select CMFIL assign to 'CALMAST'
           organization is indexed
           access mode is dynamic
           record key is CM-KEY
           file status is CM-FS.
           select RQFIL assign to 'RPTQUE'
           organization is indexed
           access mode is dynamic
           record key is RQ-KEY
           file status is RQ-FS.
           select APQFIL assign to 'APRQUE'
           organization is indexed
           access mode is dynamic
           record key is AQ-KEY
           file status is APQ-FS.
           select APVFIL assign to 'aoc_approval.ctl'
           organization is line sequential
           file status is APV-FS.

       data division.
       file section.
           05 JN-INPUT       pic X(60).
           05 JN-OVERRIDE    pic X.

       FD  INBFIL.
       COPY AOCINBREC.

       FD  CMFIL.
       COPY AOCCMREC.

       FD  RQFIL.
       COPY AOCRQREC.

       FD  APQFIL.
       COPY AOCAPQREC.

       FD  APVFIL.
      *    Approval control card: days a PENDING request may wait
      *    for its second signature before it expires.
       01  APVREC.
           05 AV-EXPIRE-DAYS pic 9(3).

       working-storage section.
       01 A-ARB.
          05 LED-FS          pic XX.
          05 LOG-FS          pic XX.
          05 USR-FS          pic XX.
          05 JRN-FS          pic XX.
          05 INB-FS          pic XX.
          05 CM-FS           pic XX.
          05 RQ-FS           pic XX.
          05 APQ-FS          pic XX.
          05 APV-FS          pic XX.
          05 W-AP-DAYS       pic 9(3) value 7.
          05 W-AP-DATE-N     pic 9(8).
          05 W-AP-TODAY-INT  pic S9(8) comp.
          05 W-AP-EXP-CNT    pic S9(8) comp value ZERO.
          05 W-JRN-OPERATOR  pic X(8) value spaces.
          05 W-AP-NR         pic X(2).
          05 W-AP-NR-ED      pic Z9.
          05 W-AP-DECISION   pic X.
          05 W-AP-NOTE       pic X(30).
          05 W-RQ-REPORT     pic X(4).
          05 W-RQ-CRITERIA   pic X(80).
          05 W-RQ-PROGRAM    pic X(8).
          05 W-RQ-STAMP      pic X(16).
          05 W-CM-SOURCE     pic X(60).
          05 W-CM-DATE       pic X(8).
          05 W-CM-LINE       pic X(5).
          05 W-CM-VALUE-ED   pic ZZ9.
          05 W-INB-DATE      pic X(8).
          05 W-LINES-ED      pic Z(7)9.
          05 W-SIGNON-ID     pic X(8).
          05 W-SIGNON-LEVEL  pic 9 value ZERO.
          05 W-MAINT-ID      pic X(8).
          05 LT-ROW occurs 5 times.
             10 LT-LINE      pic X(110).

      *    Criteria keyed at the desk, laid out exactly as the
      *    report programs read their cards.
       01 RQ-LEDQ-CARD.
          05 RL-FROM-DATE    pic X(8).
          05 RL-TO-DATE      pic X(8).
          05 RL-PROGRAM      pic X(8).

       01 RQ-GSEL-CARD.
          05 RG-VERDICT      pic X.
          05 FILLER          pic X value ' '.
          05 RG-FAIL-COLOR   pic X(5).
          05 FILLER          pic X value ' '.
          05 RG-MIN-RED      pic X(3).
          05 FILLER          pic X value ' '.
          05 RG-MAX-RED      pic X(3).
          05 FILLER          pic X value ' '.
          05 RG-MIN-GREEN    pic X(3).
          05 FILLER          pic X value ' '.
          05 RG-MAX-GREEN    pic X(3).
          05 FILLER          pic X value ' '.
          05 RG-MIN-BLUE     pic X(3).
          05 FILLER          pic X value ' '.
          05 RG-MAX-BLUE     pic X(3).
          05 FILLER          pic X value ' '.
          05 RG-MIN-MULT     pic X(8).
          05 FILLER          pic X value ' '.
          05 RG-MAX-MULT     pic X(8).
          05 FILLER          pic X value ' '.
          05 RG-PREFIX       pic X(16).

      *    The PENDING requests listed for a decision, by number.
       01 AP-TABLE.
          05 AP-COUNT        pic S9(4) comp value ZERO.
          05 AP-ENTRY occurs 20 times.
             10 AE-KEY       pic X(20).

       01 V-VAXLAR.
          05 FILLER pic X   value ' '.
             88 V-MENU-RUN  value ' '.
          05 FILLER pic X   value ' '.
             88 V-LOG-INIT  value ' '.
             88 V-LOG-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-INB-INIT  value ' '.
             88 V-INB-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-RQ-INIT   value ' '.
             88 V-RQ-EOF    value 'E'.
          05 FILLER pic X   value ' '.
             88 V-APQ-INIT  value ' '.
             88 V-APQ-EOF   value 'E'.

       procedure division.
       A-MAIN section.
              if W-SIGNON-LEVEL = 3
                 display '5  MAINTAIN USER MASTER'
              end-if
              display '6  INBOUND DELIVERIES BY DATE'
              display '7  LOOK UP CALIBRATION LINE'
              display '8  QUEUE AN AD-HOC REPORT FOR TONIGHT'
              display '9  MY REPORT REQUESTS'
              if W-SIGNON-LEVEL = 3
                 display 'A  APPROVE PARAMETER CHANGES AND BACKOUTS'
              end-if
              display 'X  EXIT'
              display 'CHOICE: ' with no advancing
              accept W-CHOICE
                 else
                    perform MAINTAIN-USER-MASTER
                 end-if
              when '6'
                 perform JOURNAL-SIMPLE-ACTION
                 perform LOOKUP-INBOUND
              when '7'
                 perform JOURNAL-SIMPLE-ACTION
                 perform LOOKUP-CALIBRATION
              when '8'
                 perform QUEUE-REPORT-REQUEST
              when '9'
                 perform JOURNAL-SIMPLE-ACTION
                 perform SHOW-REPORT-REQUESTS
              when 'A'
              when 'a'
                 if W-SIGNON-LEVEL < 3
                    display 'APPROVALS NEED LEVEL 3'
                    move 'REFUSED' to JN-ACTION
                    move spaces to JN-TARGET JN-INPUT
                    move 'N' to JN-OVERRIDE
                    perform WRITE-JOURNAL-REC
                 else
                    perform REVIEW-APPROVALS
                 end-if
              when 'X'
              when 'x'
                 set V-MENU-EXIT to true
      *    One keyed journal row per action. The journal is created
      *    on first use like LEDGER; a journal that cannot be
      *    written is a console warning, not a lockout - the record
      *    matters, but not more than the night. Rows go under the
      *    signed-on operator unless the caller has named another in
      *    W-JRN-OPERATOR (the expiry sweep journals as AOCMENU, the
      *    way AOCPRM/AOCBKO journal theirs). Two events inside the
      *    same hundredth of a second would share a key, so a
      *    collision waits for the clock to move on instead of
      *    overwriting the earlier row.
       WRITE-JOURNAL-REC section.
           open i-o JRNFIL
           if JRN-FS = '35'
              display 'ACTIVITY JOURNAL UNAVAILABLE STATUS=' JRN-FS
              exit section
           end-if
           if W-JRN-OPERATOR = spaces
              move W-SIGNON-ID to JN-OPERATOR
           else
              move W-JRN-OPERATOR to JN-OPERATOR
           end-if
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

           display 'MAX BLUE   ' W-MAX-ED
           display 'POSSIBLE   ' GM-POSSIBLE
           display 'FAIL COLOR ' GM-FAIL-COLOR
           display 'PROFILE    ' GM-PROFILE
           move GM-MULT to W-MULT-ED
           display 'CUBE PRODUCT ' W-MULT-ED
           close GAMFIL
           .

      *    Every delivery AOCINTK took in (or turned away) on one
      *    date from the INBREG register: file, supplier, status and
      *    expected against delivered line count - "did Tuesday's
      *    game file arrive whole, and when" without the intake log.
      *    The register is keyed date first, so one START lands on
      *    the day and the scan stops at the next one.
       LOOKUP-INBOUND section.
           display 'RECEIVED DATE (YYYYMMDD): ' with no advancing
           accept W-INB-DATE
           move ZERO to W-ROW-CNT
           set V-INB-INIT to true
           open input INBFIL
           if INB-FS not = '00'
              display 'INBOUND REGISTER UNAVAILABLE STATUS=' INB-FS
              exit section
           end-if
           move low-values to IB-KEY
           move W-INB-DATE to IB-RECV-DATE
           start INBFIL key >= IB-KEY
              invalid key set V-INB-EOF to true
           end-start
           perform until V-INB-EOF
              read INBFIL next
                 at end set V-INB-EOF to true
              end-read
              if not V-INB-EOF
                 if IB-RECV-DATE not = W-INB-DATE
                    set V-INB-EOF to true
                 else
                    add 1 to W-ROW-CNT
                    display IB-RECV-TIME(1:6) ' ' IB-SUPPLIER ' '
                       IB-STATUS ' ' IB-FILE-NAME(1:30)
                    move IB-EXP-LINES to W-LINES-ED
                    display '       EXPECTED ' W-LINES-ED
                       with no advancing
                    move IB-ACT-LINES to W-LINES-ED
                    display ' DELIVERED ' W-LINES-ED ' '
                       IB-REASON
                 end-if
              end-if
           end-perform
           close INBFIL
           if W-ROW-CNT = ZERO
              display 'NO DELIVERIES RECEIVED ON ' W-INB-DATE
           end-if
           .

      *    One keyed read against the CALMAST calibration master:
      *    the line's text and what AOC1A (digits only) and AOC1B
      *    (digits and number words) each made of it on that
      *    processing date - "what did line 412 of Tuesday's file
      *    produce" long after the audit files are pruned.
       LOOKUP-CALIBRATION section.
           display 'SOURCE FILE: ' with no advancing
           accept W-CM-SOURCE
           display 'PROCESSING DATE (YYYYMMDD): ' with no advancing
           accept W-CM-DATE
           display 'LINE NUMBER: ' with no advancing
           accept W-CM-LINE
           if FUNCTION TEST-NUMVAL(W-CM-LINE) not = ZERO
              display 'BAD LINE NUMBER ' W-CM-LINE
              exit section
           end-if
           open input CMFIL
           if CM-FS not = '00'
              display 'CALIBRATION MASTER UNAVAILABLE STATUS=' CM-FS
              exit section
           end-if
           move W-CM-SOURCE to CM-SOURCE
           move W-CM-DATE to CM-DATE
           move FUNCTION NUMVAL(W-CM-LINE) to CM-LINE-NR
           read CMFIL
              invalid key
                 display 'NO CALIBRATION ROW FOR THAT LINE'
                 close CMFIL
                 exit section
           end-read
           display 'TEXT  ' CM-TEXT(1:70)
           evaluate CM-1A-STATUS
           when 'V'
              move CM-1A-VALUE to W-CM-VALUE-ED
              display 'AOC1A VALUE ' W-CM-VALUE-ED
           when 'E'
              display 'AOC1A EXCEPTION, NO DIGIT'
           when other
              display 'AOC1A NOT RUN'
           end-evaluate
           evaluate CM-1B-STATUS
           when 'V'
              move CM-1B-VALUE to W-CM-VALUE-ED
              display 'AOC1B VALUE ' W-CM-VALUE-ED
           when 'E'
              display 'AOC1B EXCEPTION, NO DIGIT OR WORD'
           when other
              display 'AOC1B NOT RUN'
           end-evaluate
           close CMFIL
           .

      *    Reruns one of the four programs against a chosen input,
      *    driving the same DD_INFIL mechanism GET-SOURCE-FILE-NAME
      *    already honors (the way AOCCTL's RUN-STEP sets it before
           move ZERO to RETURN-CODE
           .

      *    Takes the criteria for one of the set-shaped report
      *    programs and queues the request under the operator's
      *    sign-on. Blank answers mean the same as a blank field on
      *    the program's own card (default range, any, unbounded).
      *    The output name is fixed here from the key, and shown,
      *    so the requester knows where tomorrow's report will be.
       QUEUE-REPORT-REQUEST section.
           display 'REPORT (LEDQ/GSEL/TRND): ' with no advancing
           accept W-RQ-REPORT
           move FUNCTION UPPER-CASE(W-RQ-REPORT) to W-RQ-REPORT
           move spaces to W-RQ-CRITERIA
           evaluate W-RQ-REPORT
           when 'LEDQ'
              move 'AOCLEDQ' to W-RQ-PROGRAM
              move spaces to RQ-LEDQ-CARD
              display 'FROM DATE (YYYYMMDD, BLANK=31 DAYS BACK): '
                 with no advancing
              accept RL-FROM-DATE
              display 'TO DATE (YYYYMMDD, BLANK=TODAY): '
                 with no advancing
              accept RL-TO-DATE
              if (RL-FROM-DATE not = spaces
                  and RL-FROM-DATE is not numeric)
                 or (RL-TO-DATE not = spaces
                  and RL-TO-DATE is not numeric)
                 display 'DATES MUST BE YYYYMMDD'
                 exit section
              end-if
              perform ACCEPT-PROGRAM-NAME
              if W-PROGRAM = spaces
                 move 'ALL' to RL-PROGRAM
              else
                 move W-PROGRAM to RL-PROGRAM
              end-if
              move RQ-LEDQ-CARD to W-RQ-CRITERIA
           when 'GSEL'
              move 'AOCGSEL' to W-RQ-PROGRAM
              perform ACCEPT-GSEL-CRITERIA
              move RQ-GSEL-CARD to W-RQ-CRITERIA
           when 'TRND'
              move 'AOCTRND' to W-RQ-PROGRAM
              display 'PROGRAM TO CHART (BLANK=ALL FOUR): '
                 with no advancing
              accept W-PROGRAM
              move FUNCTION UPPER-CASE(W-PROGRAM) to W-PROGRAM
              if W-PROGRAM = spaces
                 move 'ALL' to W-PROGRAM
              end-if
              move W-PROGRAM to W-RQ-CRITERIA
           when other
              display 'UNKNOWN REPORT ' W-RQ-REPORT
              exit section
           end-evaluate
           open i-o RQFIL
           if RQ-FS = '35'
              open output RQFIL
              close RQFIL
              open i-o RQFIL
           end-if
           if RQ-FS not = '00'
              display 'REPORT QUEUE UNAVAILABLE STATUS=' RQ-FS
              exit section
           end-if
           move FUNCTION CURRENT-DATE(1:16) to W-RQ-STAMP
           move W-SIGNON-ID to RQ-OPERATOR
           move W-RQ-STAMP to RQ-STAMP
           move W-RQ-PROGRAM to RQ-PROGRAM
           move W-RQ-CRITERIA to RQ-CRITERIA
           move 'QUEUED' to RQ-STATUS
           move ZERO to RQ-RC
           move spaces to RQ-RUN-TS RQ-OUTPUT
           string 'aoc_rq_' trim(W-SIGNON-ID) '_' W-RQ-STAMP '.txt'
              delimited by size into RQ-OUTPUT
           end-string
           write RQREC
              invalid key
                 display 'REQUEST NOT QUEUED, TRY AGAIN'
                 close RQFIL
                 exit section
           end-write
           close RQFIL
           display 'QUEUED ' W-RQ-PROGRAM ' REQUEST ' W-RQ-STAMP
           display 'OUTPUT WILL BE ' trim(RQ-OUTPUT)
           move 'RPT QUEUED' to JN-ACTION
           move W-RQ-PROGRAM to JN-TARGET
           move RQ-OUTPUT to JN-INPUT
           move 'N' to JN-OVERRIDE
           perform WRITE-JOURNAL-REC
           .

       ACCEPT-GSEL-CRITERIA section.
           move spaces to RG-VERDICT RG-FAIL-COLOR RG-MIN-RED
                          RG-MAX-RED RG-MIN-GREEN RG-MAX-GREEN
                          RG-MIN-BLUE RG-MAX-BLUE RG-MIN-MULT
                          RG-MAX-MULT RG-PREFIX
           display 'POSSIBLE (Y/N, BLANK=ANY): ' with no advancing
           accept RG-VERDICT
           display 'FAIL COLOR (BLANK=ANY): ' with no advancing
           accept RG-FAIL-COLOR
           display 'RED MIN / MAX (BLANK=UNBOUNDED): '
              with no advancing
           accept RG-MIN-RED
           accept RG-MAX-RED
           display 'GREEN MIN / MAX (BLANK=UNBOUNDED): '
              with no advancing
           accept RG-MIN-GREEN
           accept RG-MAX-GREEN
           display 'BLUE MIN / MAX (BLANK=UNBOUNDED): '
              with no advancing
           accept RG-MIN-BLUE
           accept RG-MAX-BLUE
           display 'CUBE PRODUCT MIN / MAX (BLANK=UNBOUNDED): '
              with no advancing
           accept RG-MIN-MULT
           accept RG-MAX-MULT
           display 'GAME-ID PREFIX (BLANK=ANY): ' with no advancing
           accept RG-PREFIX
           move FUNCTION UPPER-CASE(RG-PREFIX) to RG-PREFIX
           .

      *    The signed-on operator's own requests, oldest first: the
      *    queue is keyed by operator, so one START lands on them.
       SHOW-REPORT-REQUESTS section.
           move ZERO to W-ROW-CNT
           set V-RQ-INIT to true
           open input RQFIL
           if RQ-FS not = '00'
              display 'NO REPORT REQUESTS QUEUED YET'
              exit section
           end-if
           move W-SIGNON-ID to RQ-OPERATOR
           move low-values to RQ-STAMP
           start RQFIL key >= RQ-KEY
              invalid key set V-RQ-EOF to true
           end-start
           perform until V-RQ-EOF
              read RQFIL next
                 at end set V-RQ-EOF to true
              end-read
              if not V-RQ-EOF
                 if RQ-OPERATOR not = W-SIGNON-ID
                    set V-RQ-EOF to true
                 else
                    add 1 to W-ROW-CNT
                    move RQ-RC to W-RC-ED
                    if RQ-STATUS = 'QUEUED'
                       display RQ-STAMP ' ' RQ-PROGRAM ' '
                          RQ-STATUS
                    else
                       display RQ-STAMP ' ' RQ-PROGRAM ' '
                          RQ-STATUS ' CC=' W-RC-ED ' '
                          trim(RQ-OUTPUT)
                    end-if
                 end-if
              end-if
           end-perform
           close RQFIL
           if W-ROW-CNT = ZERO
              display 'NO REPORT REQUESTS FOR ' W-SIGNON-ID
           end-if
           .

      *    The checker's side of maker-checker: AOCPRM parameter
      *    changes and AOCBKO backouts wait on the APRQUE queue for
      *    a second signature. Lists up to twenty PENDING requests
      *    oldest first (after expiring any left past the days on
      *    aoc_approval.ctl), and takes one decision per pass:
      *    approve or reject, with a note. The approver must be on
      *    USRMAST at level 3 - a bootstrap sign-on does not count -
      *    and may not decide a request of their own. Every decision
      *    is journaled.
       REVIEW-APPROVALS section.
           move W-SIGNON-ID to US-OPERATOR
           open input USRFIL
           if USR-FS = '00'
              read USRFIL
                 invalid key
                    continue
              end-read
           end-if
           if USR-FS not = '00' or US-LEVEL not = 3
              close USRFIL
              display 'APPROVALS NEED A LEVEL 3 USER ON USRMAST'
              move 'REFUSED' to JN-ACTION
              move 'APRQUE' to JN-TARGET
              move spaces to JN-INPUT
              move 'N' to JN-OVERRIDE
              perform WRITE-JOURNAL-REC
              exit section
           end-if
           close USRFIL
           open i-o APQFIL
           if APQ-FS = '35'
              display 'NOTHING HAS BEEN QUEUED FOR APPROVAL YET'
              exit section
           end-if
           if APQ-FS not = '00'
              display 'APPROVAL QUEUE UNAVAILABLE STATUS=' APQ-FS
              exit section
           end-if
           perform GET-APPROVAL-CARD
           move 'AOCMENU' to W-JRN-OPERATOR
           perform EXPIRE-PENDING-REQUESTS
           move spaces to W-JRN-OPERATOR
           move ZERO to AP-COUNT
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
                 and AP-COUNT < 20
                 add 1 to AP-COUNT
                 move AQ-KEY to AE-KEY(AP-COUNT)
                 move AP-COUNT to W-AP-NR-ED
                 if AQ-REQUESTER = W-SIGNON-ID
                    display W-AP-NR-ED ' ' AQ-TYPE ' BY '
                       AQ-REQUESTER ' ' AQ-STAMP(1:8) ' (YOURS) '
                       AQ-REQUEST(1:50)
                 else
                    display W-AP-NR-ED ' ' AQ-TYPE ' BY '
                       AQ-REQUESTER ' ' AQ-STAMP(1:8) ' '
                       AQ-REQUEST(1:50)
                 end-if
              end-if
           end-perform
           if AP-COUNT = ZERO
              display 'NO REQUESTS AWAITING APPROVAL'
              close APQFIL
              exit section
           end-if
           display 'REQUEST NUMBER (BLANK TO LEAVE): '
              with no advancing
           accept W-AP-NR
           if W-AP-NR = spaces
              close APQFIL
              exit section
           end-if
           if trim(W-AP-NR) is not numeric
              display 'BAD REQUEST NUMBER ' W-AP-NR
              close APQFIL
              exit section
           end-if
           compute W-IX = FUNCTION NUMVAL(W-AP-NR)
           if W-IX < 1 or W-IX > AP-COUNT
              display 'BAD REQUEST NUMBER ' W-AP-NR
              close APQFIL
              exit section
           end-if
           move AE-KEY(W-IX) to AQ-KEY
           read APQFIL
              invalid key
                 continue
           end-read
           if APQ-FS not = '00' or AQ-STATUS not = 'PENDING'
              display 'REQUEST NO LONGER PENDING'
              close APQFIL
              exit section
           end-if
           if AQ-REQUESTER = W-SIGNON-ID
              display 'YOU CANNOT DECIDE YOUR OWN REQUEST'
              move 'REFUSED' to JN-ACTION
              perform JOURNAL-QUEUE-ROW
              close APQFIL
              exit section
           end-if
           display 'A=APPROVE R=REJECT: ' with no advancing
           accept W-AP-DECISION
           move FUNCTION UPPER-CASE(W-AP-DECISION) to W-AP-DECISION
           if W-AP-DECISION not = 'A' and W-AP-DECISION not = 'R'
              display 'NO DECISION TAKEN'
              close APQFIL
              exit section
           end-if
           display 'NOTE: ' with no advancing
           accept W-AP-NOTE
           if W-AP-DECISION = 'A'
              move 'APPROVED' to AQ-STATUS
              move 'APR APPROVE' to JN-ACTION
           else
              move 'REJECTED' to AQ-STATUS
              move 'APR REJECT' to JN-ACTION
           end-if
           move W-SIGNON-ID to AQ-DECIDED-BY
           move FUNCTION CURRENT-DATE to AQ-DECIDED-TS
           move W-AP-NOTE to AQ-NOTE
      *    A decision the queue did not take is journaled as the
      *    failure it is, never as the approval or rejection, and
      *    the desk ends 8 so the session's outcome shows it.
           rewrite APQREC
              invalid key
                 continue
           end-rewrite
           if APQ-FS not = '00'
              display 'DECISION NOT RECORDED, APRQUE REWRITE STATUS='
                 APQ-FS
              move 'APR FAILED' to JN-ACTION
              move 8 to RETURN-CODE
              perform JOURNAL-QUEUE-ROW
              close APQFIL
              exit section
           end-if
           perform JOURNAL-QUEUE-ROW
           close APQFIL
           display 'REQUEST ' AQ-KEY ' ' AQ-STATUS
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
                       display 'EXPIRY NOT RECORDED, APRQUE REWRITE '
                          'STATUS=' APQ-FS ' KEY=' AQ-KEY
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

       end program AOCMENU.
