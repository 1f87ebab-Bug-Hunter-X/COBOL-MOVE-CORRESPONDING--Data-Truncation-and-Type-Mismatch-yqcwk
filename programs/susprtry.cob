      *  instead of one CORRSCRN keystroke at a time.
      *
      *  Two request functions, read from the RTRYPARM parameter
      *  file when one is present (line 1 = the scheduler's operator
      *  ID, line 2 = function, line 3 = the write-off reason code)
      *  and otherwise accepted from the console at startup (operator
      *  ID and password, then the same prompts), so the overnight
      *  scheduler can run the queue unattended; the parameters
      *  actually used are echoed at the top of RETRYRPT so the run
      *  is reviewable after the fact.  The operator is checked
      *  through OPERSIGN against OPERAUTH (see OPERREC) - a console
      *  operator must sign on with their password, a parameter-file
      *  run must name an active scheduler ID - and is stamped on
      *  every audit row the run writes.  RETRY posts to the master,
      *  so it needs the "C" correction authority, the same as a
      *  CORRSCRN correction; WRTOF needs the "W" write-off
      *  authority.  A refused operator aborts the run with return
      *  code 16 and the queue untouched:
      *
      *    "RETRY"    - every open row is re-validated under the same
      *                 rules UPDMAST's pre-move gate applies (as they
      *                 as UPDMAST's own maintenance rules would have
      *                 disposed of them.  Deletes audit under type
      *                 SUSP-DEL, adds and changes under SUSP-RETRY.
      *                 A RETIRED-BY-MERGE row never re-validates - its
      *                 ID was merged away by CUSMERGE, and posting it
      *                 would put the duplicate back; it waits for a
      *                 person to re-key it against the survivor or
      *                 write it off.  Nor does any other row whose ID
      *                 CUSMERGE has retired since it was parked: the
      *                 MERGFIND subprogram is asked before anything
      *                 is posted, and the row stays open with its
      *                 survivor named on RETRYRPT.  A BAD-EFFECT-DATE
      *                 or PEND-WRITE-FAIL row never re-validates
      *                 either - its effective date did not survive
      *                 into suspense, and posting it would apply a
      *                 future-dated transaction today.
      *
      *    "WRTOF"    - every open row carrying the reason code the
      *                 operator supplies is marked written off with
           05  WS-VALIDATION-SW         PIC X(1)     VALUE "P".
               88  WS-VALIDATION-PASSED  VALUE "P".
               88  WS-VALIDATION-FAILED  VALUE "F".
           05  WS-RETIRED-SW            PIC X(1)     VALUE "N".
               88  WS-CUST-RETIRED       VALUE "Y".
           05  WS-POSTED-SW             PIC X(1)     VALUE "N".
               88  WS-ROW-POSTED         VALUE "Y".
               88  WS-ROW-NOT-POSTED     VALUE "N".
               88  WS-REQ-WRITE-OFF      VALUE "WRTOF".
           05  WS-REQ-REASON-CODE       PIC X(16).

       01  WS-OPERATOR-ID               PIC X(8)     VALUE SPACES.

       01  WS-BEFORE-NAME               PIC X(30).
       01  WS-BEFORE-BDATE              PIC X(8).

           05  RD-REASON-CODE           PIC X(16).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  RD-DATE-ADDED            PIC X(8).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  RD-NOTE                  PIC X(28)    VALUE SPACES.

           COPY CUSLCALL.
           COPY AUDTCALL.
           COPY AGECCALL.
           COPY OPERCALL.
           COPY MERGCALL.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           STRING "REQUEST FUNCTION : " WS-REQ-FUNCTION
               DELIMITED BY SIZE INTO RETRY-RPT-RECORD
           WRITE RETRY-RPT-RECORD
           MOVE SPACES TO RETRY-RPT-RECORD
           STRING "OPERATOR         : " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO RETRY-RPT-RECORD
           WRITE RETRY-RPT-RECORD
           IF WS-REQ-WRITE-OFF
               MOVE SPACES TO RETRY-RPT-RECORD
               STRING "REASON CODE      : " WS-REQ-REASON-CODE
           END-IF.

       1010-ACCEPT-REQUEST.
           MOVE SPACES TO WS-REQUEST
           PERFORM 1005-OPEN-PARAM-FILE
           PERFORM 1008-SIGN-ON-OPERATOR
           IF NOT WS-RUN-ABORTED
               PERFORM 1012-ACCEPT-FUNCTION
           END-IF
           IF WS-PARAM-MODE
               CLOSE PARAM-FILE
           END-IF.

       1012-ACCEPT-FUNCTION.
           IF NOT WS-PARAM-MODE
               DISPLAY "SUSPRTRY: FUNCTION (RETRY/WRTOF)?"
           END-IF
           MOVE WS-REPLY(1:5) TO WS-REQ-FUNCTION
           EVALUATE TRUE
               WHEN WS-REQ-RETRY
                   MOVE "C" TO OPRR-AUTHORITY
                   PERFORM 1009-CHECK-AUTHORITY
               WHEN WS-REQ-WRITE-OFF
                   MOVE "W" TO OPRR-AUTHORITY
                   PERFORM 1009-CHECK-AUTHORITY
                   IF NOT WS-RUN-ABORTED
                       IF NOT WS-PARAM-MODE
                           DISPLAY "SUSPRTRY: REASON CODE TO WRITE "
                               "OFF?"
                       END-IF
                       PERFORM 1015-GET-REQUEST-REPLY
                       MOVE WS-REPLY(1:16) TO WS-REQ-REASON-CODE
                       IF WS-REQ-REASON-CODE = SPACES
                           DISPLAY "SUSPRTRY: A REASON CODE IS "
                               "REQUIRED"
                           SET WS-RUN-ABORTED TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "SUSPRTRY: UNKNOWN FUNCTION - "
                       WS-REQ-FUNCTION
                   SET WS-RUN-ABORTED TO TRUE
           END-EVALUATE.

      *    Who is running this: a console operator proves it with a
      *    password, a parameter-file run names a scheduler ID on
      *    line 1 (which has no password to leave lying on disk).
      *    Either must be active on OPERAUTH.
       1008-SIGN-ON-OPERATOR.
           IF NOT WS-PARAM-MODE
               DISPLAY "SUSPRTRY: OPERATOR ID?"
           END-IF
           PERFORM 1015-GET-REQUEST-REPLY
           MOVE WS-REPLY(1:8) TO WS-OPERATOR-ID
           MOVE SPACES        TO OPRR-PASSWORD
           IF WS-PARAM-MODE
               MOVE "SCHD" TO OPRR-FUNCTION
           ELSE
               DISPLAY "SUSPRTRY: PASSWORD?"
               PERFORM 1015-GET-REQUEST-REPLY
               MOVE WS-REPLY(1:8) TO OPRR-PASSWORD
               MOVE "SIGN" TO OPRR-FUNCTION
           END-IF
           MOVE WS-OPERATOR-ID TO OPRR-OPERATOR-ID
           MOVE SPACE          TO OPRR-AUTHORITY
           CALL "OPERSIGN" USING OPERATOR-REQUEST
           IF OPRR-RETURN-CODE NOT = ZERO
               DISPLAY "SUSPRTRY: OPERATOR SIGN-ON REJECTED - "
                   WS-OPERATOR-ID
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

      *    The function's own authority, checked once the operator
      *    is known; OPRR-AUTHORITY is set by the caller.
       1009-CHECK-AUTHORITY.
           MOVE "CHEK"         TO OPRR-FUNCTION
           MOVE WS-OPERATOR-ID TO OPRR-OPERATOR-ID
           CALL "OPERSIGN" USING OPERATOR-REQUEST
           IF OPRR-RETURN-CODE NOT = ZERO
               DISPLAY "SUSPRTRY: OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORIZED FOR " WS-REQ-FUNCTION
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

      *    An RTRYPARM on disk switches the run to parameter mode:
      *    what can still fail at suspense width: the name is already
      *    master width, so the live checks are the transaction code
      *    and, for an add or change, the birth date's AGECALC edit.
      *    A row parked because its ID was merged away fails outright:
      *    nothing about it changes with time.  So does a row parked
      *    for its effective date, which suspense does not carry -
      *    retried, it would post as an immediate transaction.
       2110-REVALIDATE-ROW.
           SET WS-VALIDATION-PASSED TO TRUE
           IF SUSP-TRAN-CODE NOT = "A" AND SUSP-TRAN-CODE NOT = "C"
                   AND SUSP-TRAN-CODE NOT = "D"
               SET WS-VALIDATION-FAILED TO TRUE
           END-IF
           IF SUSP-REASON-CODE = "RETIRED-BY-MERGE"
                   OR SUSP-REASON-CODE = "BAD-EFFECT-DATE"
                   OR SUSP-REASON-CODE = "PEND-WRITE-FAIL"
               SET WS-VALIDATION-FAILED TO TRUE
           END-IF
           IF WS-VALIDATION-PASSED AND SUSP-TRAN-CODE NOT = "D"
               MOVE SUSP-BIRTH-DATE TO AGEC-BIRTH-DATE
               MOVE SPACES          TO AGEC-AS-OF-DATE
               IF AGEC-RETURN-CODE NOT = ZERO
                   SET WS-VALIDATION-FAILED TO TRUE
               END-IF
           END-IF
           IF WS-VALIDATION-PASSED
               PERFORM 2115-CHECK-RETIRED-ID
               IF WS-CUST-RETIRED
                   SET WS-VALIDATION-FAILED TO TRUE
               END-IF
           END-IF.

      *    An ID CUSMERGE retired after the row was parked: posting
      *    an add or change would put the duplicate back on the
      *    master.  The row stays open for a person to re-key
      *    against the survivor, which RETRYRPT names.
       2115-CHECK-RETIRED-ID.
           MOVE "N"          TO WS-RETIRED-SW
           MOVE "FIND"       TO MRGR-FUNCTION
           MOVE SUSP-CUST-ID TO MRGR-CUST-ID
           CALL "MERGFIND" USING MERGE-REQUEST
           IF MRGR-RETURN-CODE = ZERO
               SET WS-CUST-RETIRED TO TRUE
               MOVE SPACES TO RD-NOTE
               STRING "MERGED ONTO " MRGR-SURVIVOR-ID
                   DELIMITED BY SIZE INTO RD-NOTE
           END-IF.

      *    The READ before the WRIT does double duty: it captures the
           MOVE SUSP-CUST-ID      TO AUDR-CUST-ID
           MOVE WS-BEFORE-NAME    TO AUDR-BEFORE-NAME
           MOVE WS-BEFORE-BDATE   TO AUDR-BEFORE-BDATE
           MOVE WS-OPERATOR-ID    TO AUDR-OPERATOR-ID
           CALL "AUDITWR" USING AUDIT-REQUEST.

       2500-WRITE-OFF-ONE-ROW.
           MOVE SUSP-DATE-ADDED   TO RD-DATE-ADDED
           MOVE SPACES            TO RETRY-RPT-RECORD
           MOVE RETRY-DETAIL-LINE TO RETRY-RPT-RECORD
           WRITE RETRY-RPT-RECORD
           MOVE SPACES            TO RD-NOTE.

       9000-TERMINATE.
           IF WS-REQ-RETRY AND NOT WS-RUN-ABORTED
