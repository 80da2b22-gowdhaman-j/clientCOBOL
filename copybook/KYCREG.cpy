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
      * Record layout for the KYCREG know-your-customer risk
      * register KSDS, keyed on the CUSTOMER-KEY. KYCRATE rates
      * every customer and keeps the points behind the rating:
      * products held, AMLSCAN flags over the last year, sanctions
      * review outcomes, balances held and whether a contact
      * address is on file. The band sets how often due diligence
      * is refreshed - high risk every year, medium every three
      * years, low every five - and KYC-NEXT-REVIEW-DATE is the
      * last review plus that many years. A customer never reviewed
      * since opening counts from the opening of their first
      * account, with KYC-REVIEWED-BY 'OPENING'.
      *
      * KYCMNT records a completed review, stamping who did it and
      * when; KYCCHASE lists the overdue reviews by sortcode.
      *
          05 KYC-CUSTOMER-KEY.
             10 KYC-SORTCODE               PIC 9(6).
             10 KYC-CUSTOMER-NUMBER        PIC 9(10).
          05 KYC-RISK-SCORE                PIC 9(3).
          05 KYC-RISK-BAND                 PIC X.
             88 KYC-BAND-HIGH              VALUE 'H'.
             88 KYC-BAND-MEDIUM            VALUE 'M'.
             88 KYC-BAND-LOW               VALUE 'L'.
          05 KYC-REVIEW-YEARS              PIC 9.
          05 KYC-POINTS.
             10 KYC-PRODUCT-POINTS         PIC 9(3).
             10 KYC-AML-POINTS             PIC 9(3).
             10 KYC-SANCTIONS-POINTS       PIC 9(3).
             10 KYC-BALANCE-POINTS         PIC 9(3).
             10 KYC-ADDRESS-POINTS         PIC 9(3).
          05 KYC-RATED-DATE                PIC X(10).
          05 KYC-PREVIOUS-BAND             PIC X.
          05 KYC-BAND-CHANGED-DATE         PIC X(10).
          05 KYC-LAST-REVIEW-DATE          PIC X(10).
          05 KYC-REVIEWED-BY               PIC X(8).
          05 KYC-NEXT-REVIEW-DATE          PIC X(10).
          05 KYC-REVIEW-NOTE               PIC X(30).
          05 FILLER                        PIC X(20).
