      *        original so the append files stop being three years
      *        of history in one dataset;
      *      - prunes generations beyond the keep count from the
      *        retention card, deleting the oldest first - the
      *        keyed-file unloads AOCUNLD catalogs included. A
      *        generation cataloged with a hold date (the AOCEVID
      *        evidence packs) is never pruned before that date
      *        and does not count against the keep count; an
      *        evidence pack past its hold is deleted. Nor are the
      *        generations the month's evidence and chargeback are
      *        built from (balance reports, close statement,
      *        telemetry) until the evidence pack for their month
      *        is on the catalog;
      *      - moves LEDGER rows older than the retention window to
      *        the LEDARCH archive so the inquiry side keeps recent
      *        history fast while nothing is ever thrown away.
           05 ARC-TOTAL        pic S9(8) comp.
           05 ARC-LINE-COUNT   pic S9(8) comp.
           05 ARC-HASH         pic S9(8) comp.
           05 ARC-PREV-CHAIN   pic S9(8) comp.
           05 ARC-CHAIN        pic S9(8) comp.

       FD  LOGFIL.
       01  LOGREC            pic X(110).
          05 W-FILE-IX       pic S9(4) comp.
          05 W-CAT-IX        pic S9(4) comp.
          05 W-OLD-IX        pic S9(4) comp.
          05 W-UNL-IX        pic S9(4) comp.
          05 W-PRUNE-BASE    pic X(30).
          05 W-PACK-BASE     pic X(30).
          05 W-PACK-IX       pic S9(4) comp.
          05 W-ACTIVE-CNT    pic S9(4) comp.
          05 W-GEN-CNT       pic S9(4) comp value ZERO.
          05 W-DEL-CNT       pic S9(4) comp value ZERO.
      *    place - their writers recreate them next morning anyway).
       01 HSKP-FILES.
          05 W-FILE-CNT      pic S9(4) comp value ZERO.
          05 HF-ENTRY occurs 26 times.
             10 HF-NAME      pic X(30).
             10 HF-SHARED    pic X.

      *    The generation catalog held in storage while today's rows
      *    are added and the oldest are pruned; rewritten to disk in
      *    one pass at the end. GC-ACTIVE 'N' marks a generation
      *    whose file has been deleted. GC-HOLD and GC-SEAL are
      *    carried through untouched for the rows AOCEVID registers:
      *    the date the generation is held until, and the pack's
      *    seal. GC-PERIOD-HOLD 'Y' marks a generation kept for its
      *    month's evidence pack; it is worked out each run and not
      *    written back. Sized as AOCEVID sizes its copy (600), so
      *    neither program meets a catalog the other cannot hold.
       01 GEN-CATALOG.
          05 W-CATALOG-CNT   pic S9(4) comp value ZERO.
          05 W-CATALOG-MAX   pic S9(4) comp value 600.
          05 GCAT-ENTRY occurs 600 times.
             10 GC-BASE      pic X(30).
             10 GC-GEN       pic X(40).
             10 GC-DATE      pic X(8).
             10 GC-ACTIVE    pic X.
             10 GC-HOLD      pic X(8).
             10 GC-SEAL      pic X(8).
             10 GC-PERIOD-HOLD pic X.

       01 CATREC-DTL.
          05 CT-BASE         pic X(30).
          05 CT-GEN          pic X(40).
          05 FILLER          pic X value ' '.
          05 CT-DATE         pic X(8).
          05 FILLER          pic X value ' '.
          05 CT-HOLD         pic X(8).
          05 FILLER          pic X value ' '.
          05 CT-SEAL         pic X(8).

       01 LOGREC-DTL.
          05 LR-TIMESTAMP    pic X(21).
                   until W-FILE-IX > W-FILE-CNT
              perform MAKE-GENERATION
           end-perform
           perform MARK-PERIOD-HELD
           perform varying W-FILE-IX from 1 by 1
                   until W-FILE-IX > W-FILE-CNT
              move HF-NAME(W-FILE-IX) to W-PRUNE-BASE
              perform PRUNE-GENERATIONS
           end-perform
           perform PRUNE-UNLOAD-GENERATIONS
           perform PRUNE-EXPIRED-EVIDENCE
           perform REWRITE-GEN-CATALOG
           perform CHECK-ARCHIVE-DAY
           if W-CAL-ME-CNT = ZERO or W-TODAY-IS-ME = 'Y'
           move 'aoc_totals.csv'          to HF-NAME(19)
           move 'aoc_batch_results.txt'   to HF-NAME(20)
           move 'aoc_telemetry.txt'       to HF-NAME(21)
           move 'aoc2a_dupgames.txt'      to HF-NAME(22)
           move 'aoc2b_dupgames.txt'      to HF-NAME(23)
           move 'aoc_close_statement.txt' to HF-NAME(24)
           move 'aoc_balance.txt'         to HF-NAME(25)
           move 'aoc_catchup_summary.txt' to HF-NAME(26)
           perform varying W-FILE-IX from 1 by 1
                   until W-FILE-IX > 26
              move ' ' to HF-SHARED(W-FILE-IX)
           end-perform
           move 'S' to HF-SHARED(18) HF-SHARED(19) HF-SHARED(20)
                       HF-SHARED(21) HF-SHARED(26)
           move 26 to W-FILE-CNT
           .

      *    A catalog row that does not fit is not dropped: a row
      *    left off would be lost when the catalog is rewritten and
      *    its generation never pruned or found again, so the run
      *    stops (8) before anything is copied or rolled. The same
      *    holds when the catalog has no room left for tonight's
      *    generations.
       LOAD-GEN-CATALOG section.
           set V-CAT-INIT to true
           open input CATFIL
              end-read
              if not V-CAT-EOF
                 and CATREC not = spaces
                 if W-CATALOG-CNT < W-CATALOG-MAX
                    add 1 to W-CATALOG-CNT
                    move CATREC(1:30)
                      to GC-BASE(W-CATALOG-CNT)
                      to GC-GEN(W-CATALOG-CNT)
                    move CATREC(73:8)
                      to GC-DATE(W-CATALOG-CNT)
                    move CATREC(82:8)
                      to GC-HOLD(W-CATALOG-CNT)
                    move CATREC(91:8)
                      to GC-SEAL(W-CATALOG-CNT)
                    move 'Y' to GC-ACTIVE(W-CATALOG-CNT)
                    move 'N' to GC-PERIOD-HOLD(W-CATALOG-CNT)
                 else
                    move spaces to LR-MESSAGE
                    string 'GENERATION CATALOG TABLE FULL'
                       delimited by size into LR-MESSAGE
                    end-string
                    perform WRITE-LOG-REC
                    display 'AOCHSKP CATALOG TABLE FULL'
                    perform ABORT-RUN
                 end-if
              end-if
           end-perform
           close CATFIL
           if W-CATALOG-CNT + W-FILE-CNT > W-CATALOG-MAX
              move spaces to LR-MESSAGE
              string 'GENERATION CATALOG HAS NO ROOM FOR TONIGHT'
                 delimited by size into LR-MESSAGE
              end-string
              perform WRITE-LOG-REC
              display 'AOCHSKP CATALOG TABLE FULL'
              perform ABORT-RUN
           end-if
           .

      *    Copies one output to its date-stamped generation and
                 exit section
              end-if
           end-perform
           if W-CATALOG-CNT < W-CATALOG-MAX
              add 1 to W-CATALOG-CNT
              move HF-NAME(W-FILE-IX) to GC-BASE(W-CATALOG-CNT)
              move W-GEN-NAME to GC-GEN(W-CATALOG-CNT)
              move W-TODAY to GC-DATE(W-CATALOG-CNT)
              move 'Y' to GC-ACTIVE(W-CATALOG-CNT)
              move 'N' to GC-PERIOD-HOLD(W-CATALOG-CNT)
              move spaces to GC-HOLD(W-CATALOG-CNT)
                             GC-SEAL(W-CATALOG-CNT)
           else
              display 'AOCHSKP CATALOG TABLE FULL, GEN NOT CATALOGED'
           end-if
           .

      *    Deletes the oldest generations of one output (the base
      *    in W-PRUNE-BASE) until only the keep count remains.
      *    CBL_DELETE_FILE stands in for the IDCAMS DELETE an MVS
      *    job would run here; it sets
      *    RETURN-CODE, which is cleared so a routine prune never
      *    masquerades as a job failure. A generation still on
      *    hold, or kept for its month's evidence pack, is neither
      *    counted nor chosen.
       PRUNE-GENERATIONS section.
           move ZERO to W-ACTIVE-CNT
           perform varying W-CAT-IX from 1 by 1
                   until W-CAT-IX > W-CATALOG-CNT
              if GC-BASE(W-CAT-IX) = W-PRUNE-BASE
                 and GC-ACTIVE(W-CAT-IX) = 'Y'
                 and GC-PERIOD-HOLD(W-CAT-IX) = 'N'
                 and (GC-HOLD(W-CAT-IX) = spaces
                      or GC-HOLD(W-CAT-IX) < W-TODAY)
                 add 1 to W-ACTIVE-CNT
              end-if
           end-perform
              move ZERO to W-OLD-IX
              perform varying W-CAT-IX from 1 by 1
                      until W-CAT-IX > W-CATALOG-CNT
                 if GC-BASE(W-CAT-IX) = W-PRUNE-BASE
                    and GC-ACTIVE(W-CAT-IX) = 'Y'
                    and GC-PERIOD-HOLD(W-CAT-IX) = 'N'
                    and (GC-HOLD(W-CAT-IX) = spaces
                         or GC-HOLD(W-CAT-IX) < W-TODAY)
                    if W-OLD-IX = ZERO
                       move W-CAT-IX to W-OLD-IX
                    else
           end-perform
           .

      *    AOCEVID builds a month's evidence from the balance report
      *    and close statement generations, and AOCBILL bills it
      *    from the telemetry generations, so none of these is
      *    pruned on the keep count while its month (the month the
      *    generation was taken in) has no evidence pack on the
      *    catalog. A close statement or the last night's telemetry
      *    is taken early in the following month and so waits for
      *    that month's pack, a month longer than it need.
       MARK-PERIOD-HELD section.
           perform varying W-CAT-IX from 1 by 1
                   until W-CAT-IX > W-CATALOG-CNT
              move 'N' to GC-PERIOD-HOLD(W-CAT-IX)
              if GC-ACTIVE(W-CAT-IX) = 'Y'
                 and (GC-BASE(W-CAT-IX) = 'aoc_balance.txt'
                   or GC-BASE(W-CAT-IX) = 'aoc_close_statement.txt'
                   or GC-BASE(W-CAT-IX) = 'aoc_telemetry.txt')
                 move 'Y' to GC-PERIOD-HOLD(W-CAT-IX)
                 move spaces to W-PACK-BASE
                 string 'aoc_evidence_' GC-DATE(W-CAT-IX)(1:6)
                    delimited by size into W-PACK-BASE
                 end-string
                 perform varying W-PACK-IX from 1 by 1
                         until W-PACK-IX > W-CATALOG-CNT
                    if GC-BASE(W-PACK-IX) = W-PACK-BASE
                       and GC-ACTIVE(W-PACK-IX) = 'Y'
                       move 'N' to GC-PERIOD-HOLD(W-CAT-IX)
                       exit perform
                    end-if
                 end-perform
              end-if
           end-perform
           .

      *    The keyed-file unloads are not outputs of this suite's
      *    batch programs and so are not in the file list; they are
      *    found by their catalog base (aoc_unload_<FILE>) instead
      *    and pruned to the same keep count. A base met again
      *    further down the catalog is already at the keep count.
       PRUNE-UNLOAD-GENERATIONS section.
           perform varying W-UNL-IX from 1 by 1
                   until W-UNL-IX > W-CATALOG-CNT
              if GC-BASE(W-UNL-IX)(1:11) = 'aoc_unload_'
                 and GC-ACTIVE(W-UNL-IX) = 'Y'
                 move GC-BASE(W-UNL-IX) to W-PRUNE-BASE
                 perform PRUNE-GENERATIONS
              end-if
           end-perform
           .

      *    An evidence pack (base aoc_evidence_YYYYMM) is kept whole
      *    for the statutory years AOCEVID put on its hold date and
      *    is not one of a rolling set, so there is no keep count to
      *    prune it to: once the hold has passed it is deleted, and
      *    never before.
       PRUNE-EXPIRED-EVIDENCE section.
           perform varying W-CAT-IX from 1 by 1
                   until W-CAT-IX > W-CATALOG-CNT
              if GC-BASE(W-CAT-IX)(1:13) = 'aoc_evidence_'
                 and GC-ACTIVE(W-CAT-IX) = 'Y'
                 and GC-HOLD(W-CAT-IX) not = spaces
                 and GC-HOLD(W-CAT-IX) < W-TODAY
                 move GC-GEN(W-CAT-IX) to W-DEL-NAME
                 call 'CBL_DELETE_FILE' using W-DEL-NAME
                 if RETURN-CODE not = ZERO
                    display 'AOCHSKP DELETE FAILED FOR ' W-DEL-NAME
                 end-if
                 move ZERO to RETURN-CODE
                 move 'N' to GC-ACTIVE(W-CAT-IX)
                 add 1 to W-DEL-CNT
              end-if
           end-perform
           .

       REWRITE-GEN-CATALOG section.
           open output CATFIL
           if CAT-FS not = '00'
                 move GC-BASE(W-CAT-IX) to CT-BASE
                 move GC-GEN(W-CAT-IX) to CT-GEN
                 move GC-DATE(W-CAT-IX) to CT-DATE
                 move GC-HOLD(W-CAT-IX) to CT-HOLD
                 move GC-SEAL(W-CAT-IX) to CT-SEAL
                 move CATREC-DTL to CATREC
                 write CATREC
              end-if
                 move LED-TOTAL to ARC-TOTAL
                 move LED-LINE-COUNT to ARC-LINE-COUNT
                 move LED-HASH to ARC-HASH
                 move LED-PREV-CHAIN to ARC-PREV-CHAIN
                 move LED-CHAIN to ARC-CHAIN
                 write ARCREC
                    invalid key
                       rewrite ARCREC
             + (W-HS2 - W-HS)
           .

      *    Logs the failure and ends the step 8 before the catalog
      *    is rewritten, so the catalog on disk is left as it was.
       ABORT-RUN section.
           move 8 to RETURN-CODE
           close CATFIL
           goback
           .

      *    Job name comes from the JCL job card via the JOBNAME
      *    environment variable GnuCOBOL's MVS-compatibility layer
      *    sets from EXEC PARM/job name; falls back to the job card's
