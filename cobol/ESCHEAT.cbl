           MOVE WS-SURRENDER-AMOUNT  TO JRNL-CONVERTED-AMOUNT.
           MOVE WS-ACCOUNT-CCY       TO JRNL-CONVERTED-CCY.
           MOVE SPACES               TO JRNL-SUPERVISOR.
           MOVE SPACES               TO JRNL-REASON-CODE.

           MOVE DORM-ACCOUNT-NUMBER  TO JRNL-ACCOUNT-NUMBER.
           MOVE 'D'                  TO JRNL-DR-CR.
