      *    Driven by a control card naming the LEDGER key
      *    (timestamp + program), the operator and the reason, one
      *    job replaces the three nervous hand-edits:
      *      - the LEDGER row is deleted and a compensating row
      *        (program-id AOCBKO, zero total) is posted under its
      *        timestamp, carrying its chain values so the LEDGER
      *        hash chain still verifies across the gap;
      *      - the matching aoc_totals.csv row (same program, same
      *        day, same total) is stripped;
      *      - for a batch run's row, the second occurrence of each
      *        single-file run wrote no batch rows at all);
      *      - everything removed is appended to the backout audit
      *        file with operator, reason and timestamp.
      *    Nothing of this happens on the card alone: the first run
      *    holds the card as a PENDING request on the APRQUE approval
      *    queue (the requester must be on USRMAST), a second,
      *    level-3 operator approves or rejects it from the AOCMENU
      *    desk, and only a run that finds the request APPROVED
      *    removes anything - then marks it APPLIED. Requests left
      *    unsigned past the days on aoc_approval.ctl expire; every
      *    request, expiry and application is journaled in ACTJRNL.
      *    A key that is not on LEDGER backs out nothing and fails
      *    loudly, and a row inside a closed period is refused with
      *    the close guard's own condition code (16) - closed
           access mode is dynamic
           record key is LED-KEY
           file status is LED-FS.
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
           select CLOFIL assign to 'PERCLOSE'
           organization is indexed
           access mode is dynamic
       FD  LEDFIL.
       COPY AOCLEDREC.

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

       FD  CLOFIL.
       COPY AOCCLOREC.

          05 BATCH-FS        pic XX.
          05 AUD-FS          pic XX.
          05 LOG-FS          pic XX.
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
          05 W-AP-FOUND-KEY  pic X(20).
          05 W-AP-FOUND-STATUS pic X(8).
          05 W-LED-DATE      pic X(8).
          05 W-LED-PROGRAM   pic X(8).
          05 W-LED-FILE      pic X(60).
      *       rows never lose two of them.
             10 BA-PAIRED    pic X.

       COPY AOCLCHN.

       01 LOGREC-DTL.
          05 LR-TIMESTAMP    pic X(21).
          05 FILLER          pic X value ' '.
          05 FILLER pic X   value ' '.
             88 V-BAT-INIT  value ' '.
             88 V-BAT-EOF   value 'E'.
          05 FILLER pic X   value ' '.
             88 V-APQ-INIT  value ' '.
             88 V-APQ-EOF   value 'E'.
          05 V-REQ-SW     pic X value 'N'.
             88 V-REQ-OK    value 'Y'.

       procedure division.
       A-MAIN section.
           perform WRITE-LOG-REC
           perform GET-BACKOUT-CARD
           perform CHECK-PERIOD-CLOSED
           perform GET-APPROVAL-CARD
           perform OPEN-APPROVAL-QUEUE
           move 'AOCBKO' to W-JRN-OPERATOR
           perform EXPIRE-PENDING-REQUESTS
           perform CHECK-BACKOUT-APPROVAL
           perform REMOVE-LEDGER-ROW
           perform OPEN-BACKOUT-AUDIT
           perform WRITE-AUDIT-HEADER
           perform WRITE-AUDIT-APPROVAL
           perform STRIP-CSV-ROW
           if W-LED-FILE = 'BATCH'
              perform STRIP-BATCH-ROWS
           end-if
           close AUDFIL
           perform MARK-BACKOUT-APPLIED
           move W-REMOVED-CNT to W-CNT-ED
           display 'AOCBKO ROWS REMOVED ' W-CNT-ED
           move spaces to LR-MESSAGE
           close CSVFIL
           close BATCHFIL
           close AUDFIL
           close APQFIL
           goback
           .

           if BK-OPERATOR = spaces
              move 'UNSIGNED' to BK-OPERATOR
           end-if
           if BK-PROGRAM = 'AOCBKO'
              display 'AOCBKO A COMPENSATING ROW IS NOT BACKED OUT'
              move spaces to LR-MESSAGE
              string 'BACKOUT OF COMPENSATING ROW REFUSED'
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              perform ABORT-RUN
           end-if
           .

      *    The close guard holds here too: once AOCCLOSE has signed
           close CLOFIL
           .

      *    A backout acts only on an approved request. The queue is
      *    searched for the newest AOCBKO request naming this LEDGER
      *    key: APPROVED (by someone other than the requester) goes
      *    ahead; PENDING waits (4); REJECTED is refused (12); one
      *    already APPLIED has nothing left to remove (8); none at
      *    all, or only an expired or refused one, queues the card
      *    as a new PENDING request and stops (4). Nothing is
      *    touched on LEDGER, the CSV or the batch results until a
      *    second operator has signed.
       CHECK-BACKOUT-APPROVAL section.
           move spaces to W-AP-FOUND-STATUS
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
                 and AQ-TYPE = 'AOCBKO'
                 and AQ-REQUEST(1:30) = BKOREC(1:30)
                 move AQ-KEY to W-AP-FOUND-KEY
                 move AQ-STATUS to W-AP-FOUND-STATUS
              end-if
           end-perform
           evaluate W-AP-FOUND-STATUS
           when 'APPROVED'
              move W-AP-FOUND-KEY to AQ-KEY
              read APQFIL
                 invalid key
                    continue
              end-read
              if AQ-DECIDED-BY = spaces
                 or AQ-DECIDED-BY = AQ-REQUESTER
                 move 'REFUSED' to AQ-STATUS
                 move 'APPROVER IS THE REQUESTER' to AQ-NOTE
                 rewrite APQREC
                    invalid key
                       continue
                 end-rewrite
                 display 'AOCBKO APPROVAL BY REQUESTER REFUSED'
                 if APQ-FS not = '00'
                    move spaces to LR-MESSAGE
                    string 'APRQUE NOT SET REFUSED STATUS=' APQ-FS
                       ' KEY=' AQ-KEY
                       delimited by size into LR-MESSAGE
                    end-string
                    perform WRITE-LOG-REC
                 else
                    move 'AOCBKO' to W-JRN-OPERATOR
                    move 'APR REFUSED' to JN-ACTION
                    perform JOURNAL-QUEUE-ROW
                 end-if
                 move 12 to RETURN-CODE
                 perform FINISH-WITHOUT-BACKOUT
              end-if
              display 'AOCBKO APPROVED BY ' AQ-DECIDED-BY
           when 'PENDING'
              display 'AOCBKO BACKOUT AWAITING APPROVAL '
                 W-AP-FOUND-KEY
              if RETURN-CODE < 4
                 move 4 to RETURN-CODE
              end-if
              perform FINISH-WITHOUT-BACKOUT
           when 'REJECTED'
              display 'AOCBKO BACKOUT REJECTED ' W-AP-FOUND-KEY
              move spaces to LR-MESSAGE
              string 'BACKOUT REJECTED ' BK-PROGRAM ' '
                 BK-TIMESTAMP(1:14)
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              move 12 to RETURN-CODE
              perform FINISH-WITHOUT-BACKOUT
           when 'APPLIED'
              display 'AOCBKO ALREADY BACKED OUT ' W-AP-FOUND-KEY
              move 8 to RETURN-CODE
              perform FINISH-WITHOUT-BACKOUT
           when other
              perform QUEUE-BACKOUT-REQUEST
              perform FINISH-WITHOUT-BACKOUT
           end-evaluate
           .

       QUEUE-BACKOUT-REQUEST section.
           move BK-OPERATOR to W-AP-REQUESTER
           perform CHECK-REQUESTER
           if not V-REQ-OK
              display 'AOCBKO REQUESTER NOT ON USRMAST ' BK-OPERATOR
              move spaces to LR-MESSAGE
              string 'BACKOUT REFUSED, UNKNOWN REQUESTER ' BK-OPERATOR
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              move 12 to RETURN-CODE
              exit section
           end-if
           add 1 to W-AP-SEQ
           move W-AP-STAMP to AQ-STAMP
           move W-AP-SEQ to AQ-SEQ
           move 'AOCBKO' to AQ-TYPE
           move W-AP-REQUESTER to AQ-REQUESTER
           move 'PENDING' to AQ-STATUS
           move BKOREC to AQ-REQUEST
           move spaces to AQ-DECIDED-BY AQ-DECIDED-TS AQ-NOTE
              AQ-APPLIED-TS
           write APQREC
              invalid key
                 display 'AOCBKO REQUEST NOT QUEUED STATUS=' APQ-FS
                 move 8 to RETURN-CODE
                 exit section
           end-write
           move W-AP-REQUESTER to W-JRN-OPERATOR
           move 'APR REQUEST' to JN-ACTION
           perform JOURNAL-QUEUE-ROW
           display 'AOCBKO BACKOUT QUEUED FOR APPROVAL ' AQ-KEY
           move spaces to LR-MESSAGE
           string 'BACKOUT QUEUED ' BK-PROGRAM ' ' BK-TIMESTAMP(1:14)
              delimited by size into LR-MESSAGE
           end-string
           move 'INFO' to LR-SEVERITY
           perform WRITE-LOG-REC
           if RETURN-CODE < 4
              move 4 to RETURN-CODE
           end-if
           .

      *    No approved request, so nothing is removed: the queue is
      *    closed and the run ends with the condition code already
      *    set.
       FINISH-WITHOUT-BACKOUT section.
           close APQFIL
           perform WRITE-END-LOG-REC
           goback
           .

      *    The approved request is marked APPLIED once the backout
      *    has gone through, and the application journaled. A queue
      *    row that cannot be rewritten still says APPROVED, so a
      *    second run could take it again: that is logged and the
      *    run ends 8 for the operator to close the row by hand; the
      *    backout itself did go through and is journaled as such.
       MARK-BACKOUT-APPLIED section.
           move 'APPLIED' to AQ-STATUS
           move FUNCTION CURRENT-DATE to AQ-APPLIED-TS
           rewrite APQREC
              invalid key
                 continue
           end-rewrite
           if APQ-FS not = '00'
              move spaces to LR-MESSAGE
              string 'APRQUE NOT MARKED APPLIED STATUS=' APQ-FS
                 ' KEY=' AQ-KEY
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              move 8 to RETURN-CODE
           end-if
           move 'AOCBKO' to W-JRN-OPERATOR
           move 'APR APPLIED' to JN-ACTION
           perform JOURNAL-QUEUE-ROW
           close APQFIL
           .

       WRITE-AUDIT-APPROVAL section.
           move 'APPROVAL' to AD-SOURCE
           move spaces to AD-LINE
           string 'REQUESTED BY ' AQ-REQUESTER ' APPROVED BY '
              AQ-DECIDED-BY ' AT ' AQ-DECIDED-TS(1:14)
              ' ' AQ-NOTE
              delimited by size into AD-LINE
           end-string
           move AUD-DTL to AUDREC
           write AUDREC
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

       REMOVE-LEDGER-ROW section.
           open i-o LEDFIL
           if LED-FS not = '00'
           move LED-FILE-NAME to W-LED-FILE
           move LED-TOTAL to W-LED-TOTAL
           move LED-TOTAL to W-LED-TOTAL-ED
           move LEDREC to CHN-ROW
           perform CHAIN-LEDGER-ROW
           delete LEDFIL record
              invalid key
                 continue
           end-delete
           perform POST-COMPENSATING-ROW
           close LEDFIL
           add 1 to W-REMOVED-CNT
           .

      *    The row just deleted was a link in the LEDGER hash chain;
      *    the row after it still names its chain value as previous.
      *    A compensating row under the same timestamp takes its
      *    place in key order: zero total, so no reader's figures
      *    move, and the removed row's previous and own chain values
      *    with its content hash in LED-HASH, so CHAIN-LEDGER-ROW
      *    reproduces the same link and the verifier passes through.
      *    The removed row's content stays provable from the backout
      *    audit file.
       POST-COMPENSATING-ROW section.
           move BK-TIMESTAMP to LED-TIMESTAMP
           move 'AOCBKO' to LED-PROGRAM
           move spaces to LED-FILE-NAME
           string 'BACKOUT OF ' W-LED-PROGRAM
              delimited by size into LED-FILE-NAME
           end-string
           move ZERO to LED-TOTAL
           move ZERO to LED-LINE-COUNT
           move W-CH-DIGEST to LED-HASH
           move CH-PREV-CHAIN to LED-PREV-CHAIN
           move CH-CHAIN to LED-CHAIN
           write LEDREC
              invalid key
                 move spaces to LR-MESSAGE
                 string 'COMPENSATING ROW NOT POSTED STATUS=' LED-FS
                    delimited by size into LR-MESSAGE
                 end-string
                 perform WRITE-LOG-REC
                 display 'AOCBKO COMPENSATING ROW NOT POSTED ' LED-FS
                 move 8 to RETURN-CODE
           end-write
           .

       COPY AOCLCHNP.

       OPEN-BACKOUT-AUDIT section.
           open extend AUDFIL
           if AUD-FS not = '00'
