          05 GRP-STATUS                  PIC X.
             88 GRP-STATUS-ACTIVE        VALUE 'A'.
             88 GRP-STATUS-INACTIVE      VALUE 'I'.
      *
      * Date GRP-STATUS last changed, YYMMDD - set by GRPMNT from
      * the card's effective date; spaces on groups not changed
      * since it was first kept
      *
          05 GRP-STATUS-DATE             PIC X(6).
          05 FILLER                      PIC X(35).
