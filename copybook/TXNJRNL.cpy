      * debit leg under the from-account and the credit leg under the
      * to-account - so the journal can be browsed by account number.
      * JRNL-SEQUENCE disambiguates legs posted in the same second.
      *
      * JRNL-REASON-CODE took the record from 89 to 93 bytes. The
      * live cluster is converted once: DEFINE a new cluster with
      * RECORDSIZE(93 93) and the same KEYS(30 0), run EXTDJRNL to
      * copy the 89-byte legs across with a blank reason code, then
      * DELETE the old cluster and ALTER the new one to its name.
      * Nothing may write the journal between the copy and the
      * rename. The archive generations stay as they are - see
      * JRNLARCH.
      *
          05 JRNL-KEY.
             10 JRNL-ACCOUNT-NUMBER       PIC 9(11).
          05 JRNL-CONVERTED-CCY           PIC X(3).
      *
      * The supervisor who authorized a transfer above the
      * teller's own TELLAUTH limit; spaces when none was needed.
      * On a BATREV batch reversal leg, the batch teller id of the
      * run whose leg it reverses.
      *
          05 JRNL-SUPERVISOR              PIC X(8).
      *
      * The clearing scheme's reason code when an outbound external
      * payment comes back and EXTRTN re-credits the customer;
      * spaces on every other leg
      *
          05 JRNL-REASON-CODE             PIC X(4).
