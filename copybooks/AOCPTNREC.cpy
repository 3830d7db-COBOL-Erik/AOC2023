      *    Record layout of the partition control file AOCSPLIT
      *    writes when it cuts an oversized game file into pieces
      *    for the AOC2 pair: one 'H' header row for the whole file,
      *    then one 'P' row per partition in file order. The header
      *    carries the source name, the partition count, and the
      *    line count and content hash of the whole file, the same
      *    fingerprint pair the LEDGER row carries; each partition
      *    row carries the partition file's name, the number of
      *    lines ahead of it (where its game numbering carries on
      *    from), its own line count and hash, and the label number
      *    of the game just ahead of it for the sequence check.
      *    Every row carries the split's own stamp, so a partial
      *    result left behind by an earlier split is never merged
      *    into tonight's. Kept in a copybook so the splitter and
      *    both AOC2 programs stay on one layout.
       01  PTNREC.
           05 PN-TYPE          pic X.
           05 FILLER           pic X.
           05 PN-PART          pic 9(2).
           05 FILLER           pic X.
           05 PN-NAME          pic X(60).
           05 FILLER           pic X.
           05 PN-FIRST         pic 9(8).
           05 FILLER           pic X.
           05 PN-LINES         pic 9(8).
           05 FILLER           pic X.
           05 PN-HASH          pic 9(8).
           05 FILLER           pic X.
           05 PN-PREV-LABEL    pic 9(8).
           05 FILLER           pic X.
           05 PN-STAMP         pic X(16).
