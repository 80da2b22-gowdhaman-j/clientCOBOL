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
      * Record layout for the DECDREG deceased customer register
      * KSDS, keyed on the CUSTOMER-KEY. DECDNOTE writes one record
      * per bereavement notification: the date of death, who told
      * the bank and when, who recorded it, and what the
      * notification did - sole accounts debit-blocked, joint
      * accounts passed to the surviving holder, standing orders
      * and direct debit mandates cancelled, and the estate total
      * on the balance letter.
      *
      * A customer on the register is never selected for marketing
      * (MKTGEXT) or credit score review (CSREVIEW).
      *
          05 DECD-CUSTOMER-KEY.
             10 DECD-SORTCODE              PIC 9(6).
             10 DECD-CUSTOMER-NUMBER       PIC 9(10).
          05 DECD-DATE-OF-DEATH            PIC X(10).
          05 DECD-NOTIFIED-DATE            PIC X(10).
          05 DECD-INFORMANT-NAME           PIC X(30).
          05 DECD-INFORMANT-RELATION       PIC X(15).
          05 DECD-RECORDED-BY              PIC X(8).
          05 DECD-SOLE-BLOCKED             PIC 9(3).
          05 DECD-JOINT-PASSED             PIC 9(3).
          05 DECD-ORDERS-CANCELLED         PIC 9(3).
          05 DECD-MANDATES-CANCELLED       PIC 9(3).
          05 DECD-ESTATE-TOTAL             PIC S9(11)V99 COMP-3.
          05 FILLER                        PIC X(20).
