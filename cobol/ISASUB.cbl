      * record at zero.
      *
      * The nightly pass takes the business date's TXNJRNL credit
      * legs, keeps only those landing on an ISA account - one whose
      * product carries the ISA flag on the PRODMST master - and adds
      * them to the accumulator - credits posted by the accrual,
      * adjustment and dispute runs are the bank's own movements,
      * not subscriptions, and are excluded by their batch teller
           05 FILLER                       PIC X    VALUE '-'.
           05 WS-RUN-DAY                   PIC 99.

       01 WS-PRODINF-PARM.
           03 WS-PIP-FUNCTION              PIC X(5).
           03 WS-PIP-ACCOUNT-TYPE          PIC X(8).
           03 WS-PIP-PRODUCT.
       COPY PRODMST.
           03 WS-PIP-STATUS                PIC X.

       01 WS-CURRENT-DATE-DATA.
           05 WS-CD-YEAR                   PIC 9(4).
           05 WS-CD-MONTH                  PIC 99.
           PERFORM UNTIL WS-EXIT = 'Y'
              ADD 1 TO WS-LEG-CNT
      *
      * Interest, rate corrections, dispute credits and batch
      * reversals are the bank's own movements, not the customer
      * paying in
      *
              IF JRNL-DATE = WS-RUN-DATE AND
                 JRNL-CREDIT AND
                 JRNL-TELLER NOT = 'INTACCR ' AND
                 JRNL-TELLER NOT = 'INTADJ  ' AND
                 JRNL-TELLER NOT = 'DISPUTE ' AND
                 JRNL-TELLER NOT = 'BATREV  '
                 PERFORM TAKE-ONE-CREDIT
              END-IF
              READ JRNLIN
              READ ACCTFILE
                 KEY IS ACCOUNT-NUMBER
              END-READ
              MOVE 'N' TO WS-LAST-IS-ISA
              IF ACCTFILE-STATUS = '00'
                 PERFORM GET-PRODUCT
                 IF PROD-IS-ISA
                    MOVE 'Y' TO WS-LAST-IS-ISA
                 END-IF
              END-IF
           END-IF.

       TC999.
           EXIT.

      *
      * How the account's product behaves, from the product master
      *
       GET-PRODUCT SECTION.
       GP010.
           MOVE 'GET  '      TO WS-PIP-FUNCTION.
           MOVE ACCOUNT-TYPE TO WS-PIP-ACCOUNT-TYPE.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

           IF WS-PIP-STATUS = 'E'
              DISPLAY 'ISASUB - product master unavailable, run '
                      'stopped'
              MOVE 12 TO RETURN-CODE
              PERFORM PROGRAM-DONE
           END-IF.

       GP999.
           EXIT.

       READ-OR-CREATE-ACCUM SECTION.
       RA010.
           MOVE JRNL-ACCOUNT-NUMBER TO ISAA-ACCOUNT-NUMBER.
           CLOSE ISAACC.
           CLOSE ISARPT.

           MOVE 'CLOSE' TO WS-PIP-FUNCTION.
           CALL 'PRODINF' USING WS-PRODINF-PARM.

       CF999.
           EXIT.
