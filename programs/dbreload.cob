      *  PROGRAM-ID.  DBRELOAD
      *
      *  Rebuild of the indexed DBMASTER from a DBUNLOAD image copy
      *  (DBIMG.YYYYMMDD, see DBIMGREC).  The operator signs on,
      *  supplies the image date and answers YES to the confirm -
      *  this REPLACES the master, the same gate AUDRPLAY puts on
      *  its rebuild, and the operator must likewise hold the "R"
      *  rebuild/reload authority on OPERAUTH (checked through
      *  OPERSIGN, see OPERREC) - and the rows come back in the key
      *  order they were unloaded in, so the indexed load is a
      *  straight sequential WRITE.  The operator who confirmed is
      *  displayed at end of job alongside the controls.
      *
      *  The job proves the image's trailer controls twice:
      *
           COPY RUNCREC.

       01  WS-REQUEST.
           05  WS-REQ-OPERATOR-ID       PIC X(8).
           05  WS-REQ-PASSWORD          PIC X(8).
           05  WS-REQ-CONFIRM           PIC X(3).
           05  WS-REQ-IMAGE-DATE        PIC X(8).

           05  WC-REREAD-NAME-HASH      PIC 9(15)    VALUE ZERO.
           05  WC-REREAD-BDATE-HASH     PIC 9(15)    VALUE ZERO.

           COPY OPERCALL.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           END-IF.

       1010-ACCEPT-REQUEST.
           PERFORM 1005-SIGN-ON-OPERATOR
           IF NOT WS-RUN-REFUSED
               PERFORM 1012-ACCEPT-CONFIRM
           END-IF.

      *    Same authority AUDRPLAY demands before ITS rebuild.
       1005-SIGN-ON-OPERATOR.
           DISPLAY "DBRELOAD: OPERATOR ID?"
           ACCEPT WS-REQ-OPERATOR-ID
           DISPLAY "DBRELOAD: PASSWORD?"
           ACCEPT WS-REQ-PASSWORD
           MOVE "SIGN"             TO OPRR-FUNCTION
           MOVE WS-REQ-OPERATOR-ID TO OPRR-OPERATOR-ID
           MOVE WS-REQ-PASSWORD    TO OPRR-PASSWORD
           MOVE "R"                TO OPRR-AUTHORITY
           CALL "OPERSIGN" USING OPERATOR-REQUEST
           EVALUATE OPRR-RETURN-CODE
               WHEN 00
                   CONTINUE
               WHEN 20
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "OPERATOR NOT AUTHORIZED FOR RELOAD"
                                         TO WS-REFUSE-REASON
               WHEN OTHER
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "OPERATOR SIGN-ON REJECTED"
                                         TO WS-REFUSE-REASON
           END-EVALUATE.

       1012-ACCEPT-CONFIRM.
           DISPLAY "DBRELOAD: THIS REPLACES DBMASTER - CONFIRM (YES)?"
           ACCEPT WS-REQ-CONFIRM
           IF WS-REQ-CONFIRM NOT = "YES"
               WS-IMAGE-ROW-COUNT " / " WC-ROWS-LOADED " / "
               WC-REREAD-ROWS
           DISPLAY "DBRELOAD: IMAGE TIMESTAMP = " WS-IMAGE-TIMESTAMP
           DISPLAY "DBRELOAD: CONFIRMED BY OPERATOR " WS-REQ-OPERATOR-ID
           IF WS-VERIFY-MATCHED
               DISPLAY "DBRELOAD: CONTROLS PROVE - REPLAY THE "
                   "TRAIL FROM THE IMAGE TIMESTAMP FORWARD"
