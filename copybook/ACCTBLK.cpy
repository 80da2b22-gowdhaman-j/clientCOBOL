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
      * Record layout for the ACCTBLK account block register KSDS,
      * keyed on the account number. A block stops movements on an
      * account without closing it: BLK-TYPE D stops debits, C stops
      * credits and A stops both. Every posting path checks the
      * register before it moves money and refuses or diverts a
      * blocked movement with reason BLK.
      *
      * Blocks are placed and lifted by BLKMNT; a lifted block stays
      * on file with BLK-STATUS L until the account is blocked again.
      * DECDNOTE places debit blocks with reason DC on the sole
      * accounts of a customer notified as deceased. SANCMNT
      * places blocks on all movements with reason SN on every
      * account of a customer confirmed as a sanctions list match.
      * BLK-STOP-DATE and BLK-STOP-COUNT count the movements the
      * block stopped on the stop date - the first stop on a new
      * business date starts the count again - for the BLKRPT daily
      * report.
      *
          05 BLK-ACCOUNT-NUMBER            PIC 9(11).
          05 BLK-TYPE                      PIC X.
             88 BLK-TYPE-DEBITS            VALUE 'D'.
             88 BLK-TYPE-CREDITS           VALUE 'C'.
             88 BLK-TYPE-ALL               VALUE 'A'.
             88 BLK-TYPE-VALID             VALUE 'D' 'C' 'A'.
             88 BLK-STOPS-DEBITS           VALUE 'D' 'A'.
             88 BLK-STOPS-CREDITS          VALUE 'C' 'A'.
          05 BLK-REASON-CODE               PIC X(2).
             88 BLK-REASON-LEGAL           VALUE 'LG'.
             88 BLK-REASON-FRAUD           VALUE 'FR'.
             88 BLK-REASON-OTHER           VALUE 'OT'.
             88 BLK-REASON-DECEASED        VALUE 'DC'.
             88 BLK-REASON-SANCTIONS       VALUE 'SN'.
             88 BLK-REASON-VALID           VALUE 'LG' 'FR' 'OT'
                                                 'DC' 'SN'.
          05 BLK-NARRATIVE                 PIC X(30).
          05 BLK-PLACED-BY                 PIC X(8).
          05 BLK-PLACED-DATE               PIC X(10).
          05 BLK-LIFTED-BY                 PIC X(8).
          05 BLK-LIFTED-DATE               PIC X(10).
          05 BLK-STATUS                    PIC X.
             88 BLK-STATUS-ACTIVE          VALUE 'A'.
             88 BLK-STATUS-LIFTED          VALUE 'L'.
          05 BLK-STOP-DATE                 PIC X(10).
          05 BLK-STOP-COUNT                PIC 9(5).
          05 FILLER                        PIC X(20).
