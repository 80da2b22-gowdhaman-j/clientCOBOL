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
      * Record layout for the NOTIFY outbound notification file
      * handed to the messaging gateway - one record per text or
      * email to send. NTF-ADDRESS is the mobile number (digits,
      * left-justified) for a text and the email address for an
      * email. NTF-MESSAGE is the finished wording; the other
      * fields are there for the gateway's own logging. Written by
      * ALRTRUN.
      *
          05 NTF-CHANNEL                   PIC X.
             88 NTF-CHANNEL-TEXT           VALUE 'T'.
             88 NTF-CHANNEL-EMAIL          VALUE 'E'.
          05 NTF-ADDRESS                   PIC X(40).
          05 NTF-SORTCODE                  PIC 9(6).
          05 NTF-CUSTOMER-NUMBER           PIC 9(10).
          05 NTF-ACCOUNT-NUMBER            PIC 9(11).
          05 NTF-ALERT-TYPE                PIC X(2).
             88 NTF-LARGE-DEBIT            VALUE 'LD'.
             88 NTF-LOW-BALANCE            VALUE 'LB'.
          05 NTF-DATE                      PIC X(10).
          05 NTF-CURRENCY                  PIC X(3).
          05 NTF-AMOUNT                    PIC S9(10)V99 COMP-3.
          05 NTF-MESSAGE                   PIC X(100).
          05 FILLER                        PIC X(10).
