      * journalling rules as an immediate transfer. PEND-SEQUENCE
      * disambiguates instructions queued for the same date and
      * from-account.
      *
      * A large first payment to a payee saved only hours before is
      * written here HELD (H) instead of posted - by XFRFUN for a
      * transfer keyed at the counter, by STORUN for the first run
      * of a standing order. The branch calls the customer back and
      * COOLREV releases it, setting it QUEUED for XFRRLSE, or
      * cancels it (C). PEND-ORDER-NUMBER is the standing order a
      * hold came from (zero from the counter), the PEND-PAYEE
      * fields the saved payee it pays, and PEND-EXTERNAL says the
      * destination is another bank's, paid through EXTPAY.
      *
      * Those fields took the record from 80 to 118 bytes. The
      * cluster is converted once: DEFINE a new cluster with
      * RECORDSIZE(118 118) and the same KEYS(24 0), run EXTDPEND
      * to copy the queued instructions across - PEND-EXTERNAL 'N',
      * the order and payee numbers zero - then DELETE the old
      * cluster and ALTER the new one to its name.
      *
          05 PEND-KEY.
             10 PEND-EXEC-DATE             PIC X(10).
             88 PEND-STATUS-QUEUED         VALUE 'Q'.
             88 PEND-STATUS-EXECUTED       VALUE 'X'.
             88 PEND-STATUS-FAILED         VALUE 'F'.
             88 PEND-STATUS-HELD           VALUE 'H'.
             88 PEND-STATUS-CANCELLED      VALUE 'C'.
          05 PEND-QUEUED-DATE              PIC X(10).
          05 PEND-TELLER                   PIC X(8).
          05 PEND-TERMINAL                 PIC X(4).
          05 PEND-CONFIRM-PASS             PIC X.
          05 PEND-SUPERVISOR               PIC X(8).
          05 PEND-EXTERNAL                 PIC X.
             88 PEND-EXTERNAL-PAYMENT      VALUE 'Y'.
          05 PEND-ORDER-NUMBER             PIC 9(8).
          05 PEND-PAYEE-SORTCODE           PIC 9(6).
          05 PEND-PAYEE-CUSTOMER           PIC 9(10).
          05 PEND-PAYEE-NUMBER             PIC 9(3).
          05 FILLER                        PIC X(10).
