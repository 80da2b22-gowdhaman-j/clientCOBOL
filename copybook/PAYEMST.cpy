      * the BNK1CHM transfer screen accepts the payee number in
      * place of raw destination keys, and warns on a first
      * payment to a destination not on the customer's list.
      *
      * PAYE-CREATED-TIME is when in the day the payee was saved,
      * for the cooling-off hold XFRFUN and STORUN put on a large
      * payment to a payee saved only hours before; a payee saved
      * before the time was kept has none and counts from the end
      * of the day it was saved. PAYE-COOLING-CLEARED
      * is set by COOLREV when the branch releases a held payment
      * after calling the customer back - a payee cleared that way
      * is not held again.
      *
          05 PAYE-KEY.
             10 PAYE-SORTCODE              PIC 9(6).
          05 PAYE-DEST-SORTCODE            PIC 9(6).
          05 PAYE-DEST-ACCOUNT             PIC 9(11).
          05 PAYE-CREATED-DATE             PIC X(10).
          05 PAYE-CREATED-TIME             PIC 9(6).
          05 PAYE-COOLING-CLEARED          PIC X.
             88 PAYE-COOLING-IS-CLEARED    VALUE 'Y'.
          05 FILLER                        PIC X(7).
