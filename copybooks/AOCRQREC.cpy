      *    Record layout of the shared RPTQUE report-request queue:
      *    one row per ad-hoc report a desk operator asked for from
      *    AOCMENU, keyed by the operator's sign-on first so "my
      *    requests" is one START, then the moment it was queued.
      *    The criteria are the report program's own control card
      *    image (AOCLEDQ's aoc_ledq.ctl, AOCGSEL's aoc_gsel.ctl
      *    layout; for AOCTRND the program to chart in the first
      *    eight columns). AOCRQRUN works the QUEUED rows overnight
      *    and sets DONE or FAILED with the condition code the
      *    report program ended with; the output name is fixed at
      *    queue time from the key, so the requester knows where
      *    to look before the run. Kept in a copybook so the desk
      *    and the runner stay on one layout.
       01  RQREC.
           05 RQ-KEY.
              10 RQ-OPERATOR   pic X(8).
              10 RQ-STAMP      pic X(16).
           05 RQ-PROGRAM       pic X(8).
           05 RQ-CRITERIA      pic X(80).
           05 RQ-STATUS        pic X(6).
           05 RQ-RC            pic 9(4).
           05 RQ-RUN-TS        pic X(21).
           05 RQ-OUTPUT        pic X(60).
