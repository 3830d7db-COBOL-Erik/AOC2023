      *    Record layout of the shared POMAST purchase-order master:
      *    one row per PO line cut, keyed by the reference printed on
      *    the receiving report (order date + '-' + color). Ordered
      *    and received quantities and the status:
      *      O open, P partial, F filled (AOCRCV, as receipts post);
      *      C cancelled before anything was received,
      *      S closed short - a partial the vendor cannot finish
      *        (both AOCPOM, from an authorized operator's card).
      *    The vendor and unit price come from the priced vendor PO
      *    AOCVND cut (blank vendor and the card cost when the line
      *    was synced from the raw AOC2B shortfall); AOCPOM may
      *    amend the price and the ordered quantity. The close
      *    reason and last-maintained fields are AOCPOM's, and a
      *    line carrying them is not refreshed by a same-day
      *    re-sync. Kept in a copybook so the receiver, the
      *    maintenance program and every reader stay on one layout.
       01  POMREC.
           05 PM-REF           pic X(14).
           05 PM-COLOR         pic X(5).
           05 PM-ORD-QTY       pic S9(5) comp.
           05 PM-RCV-QTY       pic S9(5) comp.
           05 PM-STATUS        pic X.
           05 PM-ORDER-DATE    pic X(8).
           05 PM-LAST-RCPT     pic X(8).
           05 PM-VENDOR        pic X(8).
           05 PM-UNIT-PRICE    pic 9(3)V99.
           05 PM-CLOSE-REASON  pic X(20).
           05 PM-MAINT-DATE    pic X(8).
           05 PM-MAINT-BY      pic X(8).
