      *    of their own store zeroes.
           05 LED-LINE-COUNT   pic S9(8) comp.
           05 LED-HASH         pic S9(8) comp.
      *    Tamper-evident hash chain over the rows in key order,
      *    LEDARCH first and then LEDGER as one history: each row
      *    carries the chain value of the row before it and its own
      *    value, a rolling hash of its content folded with that
      *    previous value (see AOCLCHN). A row edited, removed or
      *    slipped in afterwards breaks the link at that point, and
      *    AOCCHAIN reports where. A backout does not leave a hole:
      *    AOCBKO posts a compensating row (program-id AOCBKO) under
      *    the removed row's timestamp carrying both of its chain
      *    values, with the removed row's content hash in LED-HASH.
      *    A catch-up posting (AOC_CATCHUP_DATE) is keyed under its
      *    business date, inside the chain; its writer re-links
      *    every later row straight after writing it.
           05 LED-PREV-CHAIN   pic S9(8) comp.
           05 LED-CHAIN        pic S9(8) comp.
