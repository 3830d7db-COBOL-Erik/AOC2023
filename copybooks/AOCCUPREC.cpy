      *    One row per catch-up posting, appended to the shared
      *    catch-up summary by AOC1A/AOC1B/AOC2A/AOC2B when a
      *    delivery held over a non-processing day is posted under
      *    its original business date (AOC_CATCHUP_DATE): the date
      *    it actually ran, the program, the business date it posted
      *    under, the calendar days between the two, the total it
      *    posted and the input it came from ('BATCH' for a CTLFIL
      *    run). Kept in a copybook so the four writers stay on one
      *    layout, the same way AOCTELREC does for telemetry.
       01 CUPREC-DTL.
          05 CU-RUN-DATE     pic X(8).
          05 FILLER          pic X value ' '.
          05 CU-PROGRAM      pic X(8).
          05 FILLER          pic X value ' '.
          05 CU-BUS-DATE     pic X(8).
          05 FILLER          pic X value ' '.
          05 CU-DAYS-LATE    pic ZZZ9.
          05 FILLER          pic X value ' '.
          05 CU-TOTAL        pic -(7)9.
          05 FILLER          pic X value ' '.
          05 CU-SOURCE       pic X(60).
