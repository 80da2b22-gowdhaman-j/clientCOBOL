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
      * Record layout for the FILEHIST received-file history KSDS.
      * DUPGATE writes one record for every BULKIN or DDCOLIN file
      * it lets through to its posting run, keyed on the stream, the
      * originator, the file reference the file arrived under and
      * the file's record count and amount hash. A file presenting
      * a key already on the history is a duplicate and is rejected
      * whole; FHST-TIMES-PRESENTED counts those rejections too.
      *
          05 FHST-KEY.
             10 FHST-STREAM                PIC X(5).
             10 FHST-ORIGINATOR            PIC X(6).
             10 FHST-FILE-REFERENCE        PIC X(20).
             10 FHST-RECORD-COUNT          PIC 9(7).
             10 FHST-HASH-TOTAL            PIC 9(13)V99.
          05 FHST-RECEIVED-DATE            PIC X(10).
          05 FHST-RECEIVED-TIME            PIC 9(6).
          05 FHST-PASSED-CNT               PIC 9(7).
          05 FHST-DIVERTED-CNT             PIC 9(7).
          05 FHST-TIMES-PRESENTED          PIC 9(3).
          05 FHST-LAST-PRESENTED-DATE      PIC X(10).
          05 FILLER                        PIC X(20).
