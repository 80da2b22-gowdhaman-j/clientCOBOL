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
      * Record layout for the ALRTPREF customer alert preferences
      * KSDS, keyed on the account number - one record per account
      * whose customer has asked to be told about it. Maintained by
      * ALRTMNT; ALRTRUN checks every account on it each night.
      *   - a debit of ALP-LARGE-DEBIT or more raises a large
      *     payment alert; zero means none is wanted
      *   - with ALP-LOW-BALANCE-ON 'Y', a closing balance below
      *     ALP-LOW-BALANCE raises a low balance alert. It is sent
      *     once, on the night the balance falls below the level:
      *     ALP-LOW-STATE stays 'B' while it is below and goes back
      *     to space the first night it is at or above it again
      * The alert goes by text to CUSTOMER-TELNO or by email to
      * CUSTOMER-EMAIL, as ALP-CHANNEL says.
      *
          05 ALP-ACCOUNT-NUMBER            PIC 9(11).
          05 ALP-CHANNEL                   PIC X.
             88 ALP-CHANNEL-TEXT           VALUE 'T'.
             88 ALP-CHANNEL-EMAIL          VALUE 'E'.
             88 ALP-CHANNEL-VALID          VALUE 'T' 'E'.
          05 ALP-LARGE-DEBIT               PIC S9(10)V99 COMP-3.
          05 ALP-LOW-BALANCE-ON            PIC X.
             88 ALP-LOW-BALANCE-WANTED     VALUE 'Y'.
          05 ALP-LOW-BALANCE               PIC S9(10)V99 COMP-3.
          05 ALP-LOW-STATE                 PIC X.
             88 ALP-LOW-STATE-BELOW        VALUE 'B'.
          05 ALP-LOW-ALERT-DATE            PIC X(10).
          05 ALP-CHANGED-DATE              PIC X(10).
          05 ALP-CHANGED-BY                PIC X(8).
          05 FILLER                        PIC X(24).
