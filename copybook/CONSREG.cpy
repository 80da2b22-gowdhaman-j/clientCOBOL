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
      * Record layout for the CONSREG marketing consent register
      * KSDS, keyed on the customer, the channel and the date, time
      * and sequence the consent was given or withdrawn. Entries
      * are only ever added: the consent in force on a channel is
      * the last entry for the customer and channel, and a customer
      * with no entry for a channel has not consented to it.
      *
      * CNS-SOURCE is the program that captured it: CUSTMNT for the
      * branch screen, CRMLOAD for the call centre feed, CAMPRESP
      * for an opt-out returned by the mailing house (the campaign
      * identifier goes in CNS-REFERENCE) and ONBOARD for the
      * application form. CNS-WORDING-VERSION identifies the consent
      * statement the customer was shown, so the evidence says what
      * was agreed to as well as when; it is blank on a withdrawal
      * unless the source captured one.
      *
          05 CNS-KEY.
             10 CNS-SORTCODE               PIC 9(6).
             10 CNS-CUSTOMER-NUMBER        PIC 9(10).
             10 CNS-CHANNEL                PIC X.
                88 CNS-CHANNEL-EMAIL       VALUE 'E'.
                88 CNS-CHANNEL-POST        VALUE 'P'.
                88 CNS-CHANNEL-PHONE       VALUE 'T'.
                88 CNS-CHANNEL-SMS         VALUE 'S'.
             10 CNS-DATE                   PIC X(10).
             10 CNS-TIME                   PIC 9(6).
             10 CNS-SEQUENCE               PIC 9(3).
          05 CNS-CONSENT                   PIC X.
             88 CNS-CONSENT-GIVEN          VALUE 'G'.
             88 CNS-CONSENT-WITHDRAWN      VALUE 'W'.
          05 CNS-SOURCE                    PIC X(8).
          05 CNS-WORDING-VERSION           PIC X(8).
          05 CNS-RECORDED-BY               PIC X(8).
          05 CNS-REFERENCE                 PIC X(30).
          05 FILLER                        PIC X(19).
