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
      * Record layout for the XFRCTL transfer cut-off control KSDS,
      * one record keyed 'XFRCUT  '. XFRFUN reads it for every
      * transfer it posts: a transfer keyed on the business date
      * after the cut-off time for its type - L local, I
      * inter-branch, X external - is accepted but value-dated
      * XCTL-NEXT-DAY-VALUE, and its journal legs and INTRCLR or
      * EXTPAY record carry that date instead of the keying date.
      *
      * XFRCUT refreshes the dates every night after the CYCLE
      * step advances BUSDATE: XCTL-SAME-DAY-VALUE is the business
      * date rolled forward to a business day on the GENLDAT2
      * calendar, XCTL-NEXT-DAY-VALUE the business day after it.
      * The cut-off times (HHMMSS) change only through XFRCUT
      * control cards.
      *
          05 XCTL-KEY                      PIC X(8).
          05 XCTL-BUSINESS-DATE            PIC X(10).
          05 XCTL-SAME-DAY-VALUE           PIC X(10).
          05 XCTL-NEXT-DAY-VALUE           PIC X(10).
          05 XCTL-CUTOFF-ENTRY OCCURS 3 TIMES.
             10 XCTL-TRANSFER-TYPE         PIC X.
             10 XCTL-CUTOFF-TIME           PIC 9(6).
          05 XCTL-REFRESHED-DATE           PIC X(10).
          05 XCTL-REFRESHED-TIME           PIC 9(6).
          05 FILLER                        PIC X(25).
