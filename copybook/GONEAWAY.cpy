      ******************************************************************
      *                                                                *
      * Licensed Materials - Property of IBM                           *
      *                                                                *
      * (c) Copyright IBM Corp. 2020.                                  *
      *                                                                *
      * US Government Users Restricted Rights - Use, duplication       *
      * or disclosure restricted by GSA ADP Schedule Contract          *
      * with IBM Corp.                                                 *
      *                                                                *
      ******************************************************************
      *
      * Record layout for the GONEAWAY returned-mail register KSDS,
      * keyed on the CUSTOMER-KEY. RTNMLOAD records each envelope
      * the post office brings back - gone away, not known at this
      * address - against the customer key printed on it: the
      * first return flags the customer gone away, and every later
      * one is counted. The address on file at the time is kept so
      * the trace starts from what was written on the envelope.
      *
      * While GONE-AWAY is set STMTRUN, COLLETR, TAXCERT and FEESTMT
      * hold the customer's post and list it for the branch to
      * trace, MKTGEXT does not select the customer, and RENEWRUN
      * addresses a policy renewal notice from the policy database
      * instead. A CUSTMNT address change, or an ADDRCLN
      * standardisation of the address, clears the flag; the record
      * stays as GONE-CLEARED with who cleared it and when.
      *
          05 GONE-CUSTOMER-KEY.
             10 GONE-SORTCODE              PIC 9(6).
             10 GONE-CUSTOMER-NUMBER       PIC 9(10).
          05 GONE-STATUS                   PIC X.
             88 GONE-AWAY                  VALUE 'G'.
             88 GONE-CLEARED               VALUE 'C'.
          05 GONE-FLAGGED-DATE             PIC X(10).
          05 GONE-LAST-RETURNED-DATE       PIC X(10).
          05 GONE-RETURN-COUNT             PIC 9(3).
          05 GONE-RETURN-REASON            PIC X(2).
          05 GONE-ENVELOPE-NUMBER          PIC 9(7).
          05 GONE-RECORDED-BY              PIC X(8).
          05 GONE-ADDRESS                  PIC X(160).
          05 GONE-CLEARED-DATE             PIC X(10).
          05 GONE-CLEARED-BY               PIC X(8).
          05 FILLER                        PIC X(20).
