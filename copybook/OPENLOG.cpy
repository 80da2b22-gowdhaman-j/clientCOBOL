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
      * Record layout for the OPENLOG same-day openings KSDS, keyed
      * on the account number. ACCTOPEN writes one record for every
      * account the branches open on-line, naming the customer it
      * was opened under and whether that customer was created in
      * the same opening. The numbers came from the live CBSACUST
      * and CBSAACCT named counters, so the night reads the file
      * twice: OPENSYNC moves the NUMCTL counter record on past
      * the highest numbers on it before ONBOARD and LOANORIG draw
      * from NUMCTL, and CUSTXCHK proves every opening on it
      * reached both the CUSTOMER and the ACCOUNT file. The file is
      * emptied with the start-of-day housekeeping, before the
      * region opens it for the new day.
      *
      * OPEN-ADDRESS-STATUS is the ADDRVAL outcome for a created
      * customer's address - space matched, 'R' postcode not on the
      * PSTCODE reference, 'E' no postcode found - so an opening
      * whose address still needs checking can be picked out.
      *
          05 OPEN-ACCOUNT-NUMBER           PIC 9(11).
          05 OPEN-SORTCODE                 PIC 9(6).
          05 OPEN-CUSTOMER-NUMBER          PIC 9(10).
          05 OPEN-NEW-CUSTOMER             PIC X.
             88 OPEN-CUSTOMER-CREATED      VALUE 'Y'.
             88 OPEN-CUSTOMER-EXISTING     VALUE 'N'.
          05 OPEN-ACCOUNT-TYPE             PIC X(8).
          05 OPEN-DATE                     PIC X(10).
          05 OPEN-TIME                     PIC 9(6).
          05 OPEN-USERID                   PIC X(8).
          05 OPEN-TERMID                   PIC X(4).
          05 OPEN-ADDRESS-STATUS           PIC X.
          05 FILLER                        PIC X(15).
