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
      * Record layout for the EXTPAY external clearing suspense KSDS.
      * XFRFUN and STORUN write one record for every payment to a
      * sortcode that is not one of ours (not on BRNMAST) after
      * posting the debit locally; the money sits in external
      * clearing suspense until EXTPOUT sends it to the scheme on
      * the nightly outbound file. A payment the other bank cannot
      * apply comes back on the scheme's returns file and EXTRTN
      * re-credits the customer. The key doubles as the 30-byte
      * payment reference the scheme carries on a return.
      *
          05 EXTP-KEY.
             10 EXTP-DATE                  PIC X(10).
             10 EXTP-TIME                  PIC 9(6).
             10 EXTP-ORIGIN-ACCOUNT        PIC 9(11).
             10 EXTP-SEQUENCE              PIC 9(3).
          05 EXTP-ORIGIN-SORTCODE          PIC 9(6).
          05 EXTP-DEST-SORTCODE            PIC 9(6).
          05 EXTP-DEST-ACCOUNT             PIC 9(11).
          05 EXTP-AMOUNT                   PIC S9(10)V99 COMP-3.
      *
      * The teller userid that keyed it, or STORUN for a standing
      * order
      *
          05 EXTP-ORIGINATOR               PIC X(8).
          05 EXTP-STATUS                   PIC X.
             88 EXTP-STATUS-OUTSTANDING    VALUE 'O'.
             88 EXTP-STATUS-SENT           VALUE 'S'.
             88 EXTP-STATUS-RETURNED       VALUE 'R'.
          05 EXTP-SENT-DATE                PIC X(10).
          05 EXTP-RETURN-DATE              PIC X(10).
          05 EXTP-RETURN-REASON            PIC X(4).
          05 FILLER                        PIC X(7).
