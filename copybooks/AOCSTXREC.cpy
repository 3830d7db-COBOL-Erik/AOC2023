      *    Record layout of the shared STOCKTX stock transaction
      *    file: one row per movement of cube stock, keyed by the
      *    posting run's timestamp and a sequence within the run, so
      *    the rows read back in the order they were posted. Each
      *    row carries the business date of the movement, the color,
      *    the movement type, the signed quantity (plus into stock,
      *    minus out of it), the book on-hand for that color once
      *    the row was posted, a reference (PO reference, count
      *    date, adjustment reason) and who posted it. Types:
      *      OPN opening balance - the cube_stock.ctl figure a color
      *          had when it first met the transaction file;
      *      RCP receipt against a PO (AOCRCV);
      *      ADJ manual adjustment, either sign (AOCSTKA);
      *      WOF write-off (AOCSTKA);
      *      CCA approved cycle-count variance (AOCCYC).
      *    The sum of a color's rows is its book on-hand, which is
      *    what every posting program writes back to cube_stock.ctl
      *    and what AOC2B's GET-CUBE-STOCK loads. Kept in a copybook
      *    so the posting programs stay on one layout, the same way
      *    AOCLEDREC does for LEDGER.
       01  STXREC.
           05 SX-KEY.
              10 SX-STAMP      pic X(16).
              10 SX-SEQ        pic 9(4).
           05 SX-DATE          pic X(8).
           05 SX-COLOR         pic X(5).
           05 SX-TYPE          pic X(3).
           05 SX-QTY           pic S9(7) comp.
           05 SX-BOOK-AFTER    pic S9(7) comp.
           05 SX-REF           pic X(20).
           05 SX-OPERATOR      pic X(8).
           05 SX-PROGRAM       pic X(8).
