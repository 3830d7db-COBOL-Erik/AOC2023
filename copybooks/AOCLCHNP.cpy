      *    Procedure side of the LEDGER hash chain, copied into the
      *    procedure division of every program that stamps or checks
      *    a chained row (the AOCLCHN work area goes in its working
      *    storage), so the writers and the verifiers cannot drift
      *    apart on how a row is hashed.
      *
      *    Chain value for the row in CHN-ROW: every byte of the key
      *    and file name rolled into a content hash, then the total
      *    and the input fingerprint, and the result folded with the
      *    previous row's chain value. A compensating backout row
      *    (AOCBKO) stands in for the row it replaced, so the content
      *    hash it carries in its LED-HASH is used as it stands.
       CHAIN-LEDGER-ROW section.
           if CH-PROGRAM = 'AOCBKO'
              move CH-HASH to W-CH-DIGEST
           else
              move ZERO to W-CH-DIGEST
              perform varying W-CH-IX from 1 by 1
                      until W-CH-IX > length of CH-KEY
                 compute W-CH-DIGEST = FUNCTION MOD(
                    W-CH-DIGEST * 17
                    + FUNCTION ORD(CH-KEY(W-CH-IX:1)), 99999999)
              end-perform
              perform varying W-CH-IX from 1 by 1
                      until W-CH-IX > length of CH-FILE-NAME
                 compute W-CH-DIGEST = FUNCTION MOD(
                    W-CH-DIGEST * 17
                    + FUNCTION ORD(CH-FILE-NAME(W-CH-IX:1)), 99999999)
              end-perform
              compute W-CH-DIGEST = FUNCTION MOD(
                 W-CH-DIGEST * 31 + CH-TOTAL, 99999999)
              compute W-CH-DIGEST = FUNCTION MOD(
                 W-CH-DIGEST * 31 + CH-LINE-COUNT, 99999999)
              compute W-CH-DIGEST = FUNCTION MOD(
                 W-CH-DIGEST * 31 + CH-HASH, 99999999)
           end-if
           compute W-CH-VALUE = FUNCTION MOD(
              W-CH-DIGEST * 31 + CH-PREV-CHAIN, 99999999)
           .
