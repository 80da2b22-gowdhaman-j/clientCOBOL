      * type existed) from the full-record entries (F) that also
      * evidence CUSTOMER-NAME, CUSTOMER-ADDRESS and
      * CUSTOMER-CREDIT-SCORE changes in the extension block.
      * RTNMLOAD writes a gone-away entry (G) when returned mail
      * flags the customer on the GONEAWAY register: every field
      * carries its unchanged value, and the address is the one
      * the post came back from.
      *
          05 CHIST-KEY.
             10 CHIST-SORTCODE             PIC 9(6).
          05 CHIST-ENTRY-TYPE              PIC X.
             88 CHIST-TYPE-CONTACT         VALUE 'C' ' '.
             88 CHIST-TYPE-FULL            VALUE 'F'.
             88 CHIST-TYPE-GONE-AWAY       VALUE 'G'.
          05 FILLER                        PIC X(9).
      *
      * Full-record extension - only an F entry carries values here
