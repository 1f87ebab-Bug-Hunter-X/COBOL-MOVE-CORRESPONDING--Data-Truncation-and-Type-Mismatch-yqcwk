           MOVE AUDR-BEFORE-BDATE     TO AUD-BEFORE-BDATE
           MOVE AUDR-AFTER-NAME       TO AUD-AFTER-NAME
           MOVE AUDR-AFTER-BDATE      TO AUD-AFTER-BDATE
           MOVE AUDR-OPERATOR-ID      TO AUD-OPERATOR-ID
           WRITE AUDIT-RECORD.
