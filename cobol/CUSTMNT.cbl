      * old and new values is written to CUSTHIST. This gives the
      * branches a same-day correction path instead of emailing the
      * call centre and waiting for the next CRMLOAD feed.
      *
      * The CUSTOMER-ADDRESS is maintained on the same screen. A
      * changed address is standardised by ADDRVAL and must carry a
      * postcode; the change is journalled as a full-record (F)
      * history entry, and if the customer is flagged gone away on
      * the GONEAWAY register the flag is cleared, since the post
      * held for tracing can now go to the new address.
      *
      * The screen also shows the customer's marketing consent for
      * each channel - email, post, phone and SMS - as the latest
      * entry on the CONSREG consent register says it stands: Y
      * given, N withdrawn, blank never recorded. A flag the branch
      * changes is added to the register under source CUSTMNT with
      * the branch consent wording version, the user and the
      * terminal, and a blank flag leaves the channel as it is.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-NEW-PREF                   PIC X(9).
       01 WS-AT-SIGN-COUNT              PIC 9(2).

       01 WS-NEW-ADDRESS.
           05 WS-NEW-ADR1                PIC X(40).
           05 WS-NEW-ADR2                PIC X(40).
           05 WS-NEW-ADR3                PIC X(40).
           05 WS-NEW-ADR4                PIC X(40).
       01 WS-OLD-ADDRESS                PIC X(160).
       01 WS-ADDRESS-CHANGED            PIC X.
       01 WS-GONE-CLEARED               PIC X.

      *
      * ADDRVAL is called parse-only - a changed address must
      * carry a postcode, the reference file is not consulted
      *
       01 WS-ADDR-PARM.
           05 WS-AP-ADDRESS              PIC X(160).
           05 WS-AP-POSTCODE             PIC X(8).
           05 WS-AP-STATUS               PIC X.

       01 WS-GONEAWAY-RECORD.
           COPY GONEAWAY.

       01 WS-CONSENT-RECORD.
           COPY CONSREG.

      *
      * The consent statement read out or shown at the branch
      *
       01 WS-CONSENT-WORDING            PIC X(8) VALUE 'BRANCH01'.

       01 WS-NEW-CONSENTS.
           05 WS-NEW-CONS-EMAIL          PIC X.
              88 WS-NEW-CONS-EMAIL-VALID     VALUE 'Y' 'N' ' '.
           05 WS-NEW-CONS-POST           PIC X.
              88 WS-NEW-CONS-POST-VALID      VALUE 'Y' 'N' ' '.
           05 WS-NEW-CONS-PHONE          PIC X.
              88 WS-NEW-CONS-PHONE-VALID     VALUE 'Y' 'N' ' '.
           05 WS-NEW-CONS-SMS            PIC X.
              88 WS-NEW-CONS-SMS-VALID       VALUE 'Y' 'N' ' '.
       01 WS-CONS-CHANNEL               PIC X.
       01 WS-CONS-CURRENT               PIC X.
       01 WS-CONS-KEYED                 PIC X.
       01 WS-CONS-SCREEN                PIC X.
       01 WS-CONS-TRIES                 PIC 9(2).
       01 WS-CONS-CHANGED               PIC 9(2).

      *
      * Outbound commarea - a commarea goes back on every return so
      * the next task knows it is a continuation, not a first entry
           MOVE CUSTOMER-TELNO     TO CTELO.
           MOVE CUSTOMER-EMAIL     TO CEMAILO.
           MOVE CUSTOMER-MRKT-PREF TO CPREFO.
           MOVE CUSTOMER-ADDRESS(1:40)   TO CADR1O.
           MOVE CUSTOMER-ADDRESS(41:40)  TO CADR2O.
           MOVE CUSTOMER-ADDRESS(81:40)  TO CADR3O.
           MOVE CUSTOMER-ADDRESS(121:40) TO CADR4O.
           PERFORM SHOW-CONSENTS.
           MOVE 'Amend contact or address fields and press ENTER'
              TO CMSGO.

           PERFORM SEND-DATAONLY.

      *
      * Second pass: validate the edited fields, rewrite the
      * customer and journal the change to CUSTHIST. An address
      * left blank is taken as not amended
      *
       UPDATE-CUSTOMER SECTION.
       UC010.
              PERFORM RETURN-FRESH
           END-IF.

           MOVE CCONEI TO WS-NEW-CONS-EMAIL.
           MOVE CCONPI TO WS-NEW-CONS-POST.
           MOVE CCONTI TO WS-NEW-CONS-PHONE.
           MOVE CCONSI TO WS-NEW-CONS-SMS.
           INSPECT WS-NEW-CONSENTS REPLACING ALL LOW-VALUES BY SPACES.

           IF NOT WS-NEW-CONS-EMAIL-VALID OR
              NOT WS-NEW-CONS-POST-VALID OR
              NOT WS-NEW-CONS-PHONE-VALID OR
              NOT WS-NEW-CONS-SMS-VALID
              MOVE 'Consent flags must be Y, N or blank' TO CMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           IF WS-NEW-CONS-EMAIL = 'Y' AND
              (CEMAILI = SPACES OR CEMAILI = LOW-VALUES)
              MOVE 'Email consent needs an email address' TO CMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           IF (WS-NEW-CONS-PHONE = 'Y' OR WS-NEW-CONS-SMS = 'Y') AND
              WS-NEW-TELNO = 0
              MOVE 'Phone and SMS consent need a telephone number'
                 TO CMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           MOVE 'N' TO WS-ADDRESS-CHANGED WS-GONE-CLEARED.
           MOVE CADR1I TO WS-NEW-ADR1.
           MOVE CADR2I TO WS-NEW-ADR2.
           MOVE CADR3I TO WS-NEW-ADR3.
           MOVE CADR4I TO WS-NEW-ADR4.
           INSPECT WS-NEW-ADDRESS REPLACING ALL LOW-VALUES BY SPACES.

           MOVE CSORTI TO CUSTOMER-SORTCODE.
           MOVE CCUSTI TO CUSTOMER-NUMBER.

           MOVE CUSTOMER-TELNO     TO CHIST-OLD-TELNO.
           MOVE CUSTOMER-EMAIL     TO CHIST-OLD-EMAIL.
           MOVE CUSTOMER-MRKT-PREF TO CHIST-OLD-MRKT-PREF.
           MOVE CUSTOMER-ADDRESS   TO WS-OLD-ADDRESS.

           IF WS-NEW-ADDRESS NOT = SPACES AND
              WS-NEW-ADDRESS NOT = CUSTOMER-ADDRESS
              PERFORM CHECK-ADDRESS
           END-IF.

           MOVE WS-NEW-TELNO TO CUSTOMER-TELNO.
           IF CEMAILI = LOW-VALUES
              MOVE CEMAILI TO CUSTOMER-EMAIL
           END-IF.
           MOVE WS-NEW-PREF TO CUSTOMER-MRKT-PREF.
           IF WS-ADDRESS-CHANGED = 'Y'
              MOVE WS-NEW-ADDRESS TO CUSTOMER-ADDRESS
           END-IF.

           EXEC CICS REWRITE FILE('CUSTFILE')
              FROM(CUSTOMER-RECORD)
           END-IF.

           PERFORM WRITE-CHANGE-HISTORY.
           PERFORM RECORD-CONSENT-CHANGES.

           IF WS-ADDRESS-CHANGED = 'Y'
              PERFORM CLEAR-GONE-AWAY
           END-IF.

           EVALUATE TRUE
              WHEN WS-GONE-CLEARED = 'Y'
                 MOVE 'Details updated - gone-away flag cleared'
                    TO CMSGO
              WHEN WS-ADDRESS-CHANGED = 'Y'
                 MOVE 'Contact details and address updated' TO CMSGO
              WHEN WS-CONS-CHANGED > 0
                 MOVE 'Contact details and consent updated' TO CMSGO
              WHEN OTHER
                 MOVE 'Contact details updated' TO CMSGO
           END-EVALUATE.
           MOVE CUSTOMER-NAME TO CNAMEO.
           MOVE CUSTOMER-ADDRESS(1:40)   TO CADR1O.
           MOVE CUSTOMER-ADDRESS(41:40)  TO CADR2O.
           MOVE CUSTOMER-ADDRESS(81:40)  TO CADR3O.
           MOVE CUSTOMER-ADDRESS(121:40) TO CADR4O.
           PERFORM SHOW-CONSENTS.
           PERFORM SEND-DATAONLY.

       UC999.
           EXIT.

      *
      * The amended address is stored standardised. One without a
      * postcode is refused and the customer left as it was; one
      * that standardises back to the address on file is not a
      * change
      *
       CHECK-ADDRESS SECTION.
       CK010.

           MOVE WS-NEW-ADDRESS TO WS-AP-ADDRESS.
           MOVE 'P' TO WS-AP-STATUS.
           CALL 'ADDRVAL' USING WS-ADDR-PARM.

           IF WS-AP-STATUS = 'E'
              EXEC CICS UNLOCK FILE('CUSTFILE')
              END-EXEC
              MOVE 'Address must include a recognisable postcode'
                 TO CMSGO
              PERFORM SEND-DATAONLY
              PERFORM RETURN-FRESH
           END-IF.

           MOVE WS-AP-ADDRESS TO WS-NEW-ADDRESS.

           IF WS-NEW-ADDRESS NOT = CUSTOMER-ADDRESS
              MOVE 'Y' TO WS-ADDRESS-CHANGED
           END-IF.

       CK999.
           EXIT.

       WRITE-CHANGE-HISTORY SECTION.
       WH010.

           MOVE CUSTOMER-TELNO     TO CHIST-NEW-TELNO.
           MOVE CUSTOMER-EMAIL     TO CHIST-NEW-EMAIL.
           MOVE CUSTOMER-MRKT-PREF TO CHIST-NEW-MRKT-PREF.
           MOVE SPACES TO WS-HISTORY-RECORD(173:9).
           IF WS-ADDRESS-CHANGED = 'Y'
              MOVE 'F' TO CHIST-ENTRY-TYPE
              MOVE CUSTOMER-NAME      TO CHIST-OLD-NAME
                                         CHIST-NEW-NAME
              MOVE WS-OLD-ADDRESS     TO CHIST-OLD-ADDRESS
              MOVE CUSTOMER-ADDRESS   TO CHIST-NEW-ADDRESS
              MOVE CUSTOMER-CREDIT-SCORE TO CHIST-OLD-SCORE
                                            CHIST-NEW-SCORE
           ELSE
              MOVE 'C' TO CHIST-ENTRY-TYPE
              MOVE SPACES TO CHIST-OLD-NAME CHIST-NEW-NAME
                             CHIST-OLD-ADDRESS CHIST-NEW-ADDRESS
              MOVE 0 TO CHIST-OLD-SCORE CHIST-NEW-SCORE
           END-IF.
           MOVE SPACES TO WS-HISTORY-RECORD(628:13).

           MOVE 0 TO WS-HIST-TRIES.
       WH999.
           EXIT.

      *
      * Each channel the branch keyed a flag for is compared with
      * the consent in force; only a real change is added to the
      * register
      *
       RECORD-CONSENT-CHANGES SECTION.
       RC010.

           MOVE 0 TO WS-CONS-CHANGED.

           MOVE 'E' TO WS-CONS-CHANNEL.
           MOVE WS-NEW-CONS-EMAIL TO WS-CONS-KEYED.
           PERFORM RECORD-ONE-CONSENT.

           MOVE 'P' TO WS-CONS-CHANNEL.
           MOVE WS-NEW-CONS-POST TO WS-CONS-KEYED.
           PERFORM RECORD-ONE-CONSENT.

           MOVE 'T' TO WS-CONS-CHANNEL.
           MOVE WS-NEW-CONS-PHONE TO WS-CONS-KEYED.
           PERFORM RECORD-ONE-CONSENT.

           MOVE 'S' TO WS-CONS-CHANNEL.
           MOVE WS-NEW-CONS-SMS TO WS-CONS-KEYED.
           PERFORM RECORD-ONE-CONSENT.

       RC999.
           EXIT.

       RECORD-ONE-CONSENT SECTION.
       RO010.

           IF WS-CONS-KEYED = SPACE
              GO TO RO999
           END-IF.

           PERFORM FIND-CURRENT-CONSENT.

           IF (WS-CONS-KEYED = 'Y' AND WS-CONS-CURRENT = 'G') OR
              (WS-CONS-KEYED = 'N' AND WS-CONS-CURRENT = 'W')
              GO TO RO999
           END-IF.

           MOVE CUSTOMER-SORTCODE  TO CNS-SORTCODE.
           MOVE CUSTOMER-NUMBER    TO CNS-CUSTOMER-NUMBER.
           MOVE WS-CONS-CHANNEL    TO CNS-CHANNEL.
           MOVE WS-MAINT-DATE      TO CNS-DATE.
           MOVE WS-MAINT-TIME      TO CNS-TIME.
           MOVE 1                  TO CNS-SEQUENCE.
           IF WS-CONS-KEYED = 'Y'
              MOVE 'G'                TO CNS-CONSENT
              MOVE WS-CONSENT-WORDING TO CNS-WORDING-VERSION
           ELSE
              MOVE 'W'                TO CNS-CONSENT
              MOVE SPACES             TO CNS-WORDING-VERSION
           END-IF.
           MOVE 'CUSTMNT '         TO CNS-SOURCE.
           MOVE WS-MAINT-USERID    TO CNS-RECORDED-BY.
           MOVE SPACES             TO CNS-REFERENCE.
           STRING 'BRANCH TERMINAL ' EIBTRMID
              DELIMITED BY SIZE INTO CNS-REFERENCE
           END-STRING.
           MOVE SPACES TO WS-CONSENT-RECORD(92:19).

           MOVE 0 TO WS-CONS-TRIES.

       RO020.

           EXEC CICS WRITE FILE('CONSREG')
              FROM(WS-CONSENT-RECORD)
              RIDFLD(CNS-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(DUPREC) AND
              WS-CONS-TRIES < 10
              ADD 1 TO WS-CONS-TRIES
              ADD 1 TO CNS-SEQUENCE
              GO TO RO020
           END-IF.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
              ADD 1 TO WS-CONS-CHANGED
           END-IF.

       RO999.
           EXIT.

      *
      * The consent in force on a channel is the last register
      * entry for the customer and channel - G, W, or blank when
      * there is none
      *
       FIND-CURRENT-CONSENT SECTION.
       FC010.

           MOVE SPACE TO WS-CONS-CURRENT.

           MOVE CUSTOMER-SORTCODE  TO CNS-SORTCODE.
           MOVE CUSTOMER-NUMBER    TO CNS-CUSTOMER-NUMBER.
           MOVE WS-CONS-CHANNEL    TO CNS-CHANNEL.
           MOVE LOW-VALUES         TO CNS-DATE.
           MOVE 0                  TO CNS-TIME CNS-SEQUENCE.

           EXEC CICS STARTBR FILE('CONSREG')
              RIDFLD(CNS-KEY)
              GTEQ
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              GO TO FC999
           END-IF.

       FC020.

           EXEC CICS READNEXT FILE('CONSREG')
              INTO(WS-CONSENT-RECORD)
              RIDFLD(CNS-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL) AND
              CNS-SORTCODE = CUSTOMER-SORTCODE AND
              CNS-CUSTOMER-NUMBER = CUSTOMER-NUMBER AND
              CNS-CHANNEL = WS-CONS-CHANNEL
              MOVE CNS-CONSENT TO WS-CONS-CURRENT
              GO TO FC020
           END-IF.

           EXEC CICS ENDBR FILE('CONSREG')
              RESP(WS-CICS-RESP)
           END-EXEC.

       FC999.
           EXIT.

       SHOW-CONSENTS SECTION.
       SC010.

           MOVE 'E' TO WS-CONS-CHANNEL.
           PERFORM FIND-CURRENT-CONSENT.
           PERFORM CONSENT-SCREEN-VALUE.
           MOVE WS-CONS-SCREEN TO CCONEO.

           MOVE 'P' TO WS-CONS-CHANNEL.
           PERFORM FIND-CURRENT-CONSENT.
           PERFORM CONSENT-SCREEN-VALUE.
           MOVE WS-CONS-SCREEN TO CCONPO.

           MOVE 'T' TO WS-CONS-CHANNEL.
           PERFORM FIND-CURRENT-CONSENT.
           PERFORM CONSENT-SCREEN-VALUE.
           MOVE WS-CONS-SCREEN TO CCONTO.

           MOVE 'S' TO WS-CONS-CHANNEL.
           PERFORM FIND-CURRENT-CONSENT.
           PERFORM CONSENT-SCREEN-VALUE.
           MOVE WS-CONS-SCREEN TO CCONSO.

       SC999.
           EXIT.

       CONSENT-SCREEN-VALUE SECTION.
       CV010.

           EVALUATE WS-CONS-CURRENT
              WHEN 'G'
                 MOVE 'Y' TO WS-CONS-SCREEN
              WHEN 'W'
                 MOVE 'N' TO WS-CONS-SCREEN
              WHEN OTHER
                 MOVE SPACE TO WS-CONS-SCREEN
           END-EVALUATE.

       CV999.
           EXIT.

      *
      * A new address clears a gone-away flag. The register record
      * is kept, marked cleared with who cleared it and when
      *
       CLEAR-GONE-AWAY SECTION.
       CG010.

           MOVE CUSTOMER-KEY TO GONE-CUSTOMER-KEY.

           EXEC CICS READ FILE('GONEAWAY')
              INTO(WS-GONEAWAY-RECORD)
              RIDFLD(GONE-CUSTOMER-KEY)
              UPDATE
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              GO TO CG999
           END-IF.

           IF NOT GONE-AWAY
              EXEC CICS UNLOCK FILE('GONEAWAY')
              END-EXEC
              GO TO CG999
           END-IF.

           SET GONE-CLEARED TO TRUE.
           MOVE WS-MAINT-DATE   TO GONE-CLEARED-DATE.
           MOVE WS-MAINT-USERID TO GONE-CLEARED-BY.

           EXEC CICS REWRITE FILE('GONEAWAY')
              FROM(WS-GONEAWAY-RECORD)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-GONE-CLEARED
           END-IF.

       CG999.
           EXIT.

      *
      * Return with a blank-mode commarea so the next ENTER is
      * treated as a fresh key display
