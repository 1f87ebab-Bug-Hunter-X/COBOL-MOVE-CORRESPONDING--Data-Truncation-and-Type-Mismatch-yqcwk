      *
      *    - a delete row (BATCH-DEL from the batch, SUSP-DEL from
      *      the retry queue, DORM-DEL from the dormancy archive
      *      job, MERGE-DEL from a CUSMERGE duplicate merge - its
      *      AUD-AFTER-NAME carries the survivor's ID, not an image,
      *      and is never applied - ERASE-DEL from a DSUBJECT
      *      erasure) deletes the customer's rebuilt row (a
      *      delete that finds nothing is counted and ignored - the
      *      trail legitimately carries a second BATCH-DEL when a
      *      restarted run replayed one);
      *      master, WRITE if not.
      *
      *  The confirm and the cutoffs are read from the RPLYPARM
      *  parameter file when one is present (line 1 = the
      *  scheduler's operator ID, line 2 = YES confirm, line 3 =
      *  cutoff timestamp, line 4 = cutoff run-id, line 5 = replay
      *  from timestamp) and otherwise prompted on the console
      *  (operator ID and password first) - the YES gate applies
      *  either way, so a scheduled restore still has to say so in
      *  writing.  Whoever gives the YES must hold the "R"
      *  rebuild/reload authority on OPERAUTH, checked through
      *  OPERSIGN (see OPERREC): a console operator signs on with
      *  their password, a parameter-file run must name an active
      *  scheduler ID holding it.  RPLAYRPT echoes the parameters
      *  actually used and the operator who confirmed.
      *
      *  Point-in-time restore: the operator may supply a cutoff
      *  timestamp (a YYYYMMDDHHMMSS prefix; rows stamped later are
      *  From-image replay: with a DBUNLOAD/DBRELOAD image copy in
      *  play, replaying the whole trail is waste - the image IS the
      *  master as of its header timestamp.  A non-blank FROM
      *  timestamp (prompt four, or RPLYPARM line five; a prefix,
      *  like the cutoff) switches the run to image mode: the master
      *  is NOT truncated (it is the freshly reloaded image - the
      *  run refuses if there is no master to replay onto), its
      *  summary on file (total added less deleted) - the last hard
      *  totals operations signed off on.  Online corrections that
      *  inserted a row (CUSLKUP WRIT on a customer the batch never
      *  wrote) are on the trail but not in any RECONRPT, and
      *  neither are the DORMANT and CUSMERGE removals, so that
      *  comparison is printed for review, not enforced.
      ******************************************************************
       IDENTIFICATION DIVISION.

           COPY RUNCREC.

           COPY OPERCALL.

       01  WS-REQUEST.
           05  WS-REQ-CONFIRM           PIC X(3).
           05  WS-REQ-CUTOFF-TS         PIC X(14).
       01  WS-SCAN-POS                  PIC 9(2)  COMP  VALUE ZERO.
       01  WS-LAST-RUN-ORDINAL          PIC 9(9)     VALUE ZERO.
       01  WS-REFUSE-REASON             PIC X(40)    VALUE SPACES.
       01  WS-OPERATOR-ID               PIC X(8)     VALUE SPACES.

       01  WS-RECON-PARSE.
           05  WS-RECON-NUMBER          PIC 9(9).
                   DELIMITED BY SIZE INTO REPLAY-RPT-RECORD
               WRITE REPLAY-RPT-RECORD
               MOVE SPACES TO REPLAY-RPT-RECORD
               STRING "CONFIRMED BY     : " WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO REPLAY-RPT-RECORD
               WRITE REPLAY-RPT-RECORD
               MOVE SPACES TO REPLAY-RPT-RECORD
               IF WS-PARAM-MODE
                   MOVE "PARAMETERS FROM  : RPLYPARM"
                                       TO REPLAY-RPT-RECORD

       1010-ACCEPT-REQUEST.
           PERFORM 1005-OPEN-PARAM-FILE
           PERFORM 1008-SIGN-ON-OPERATOR
           IF NOT WS-RUN-REFUSED
               PERFORM 1012-ACCEPT-CONFIRM
           END-IF
           IF WS-PARAM-MODE
               CLOSE PARAM-FILE
           END-IF.

      *    The rebuild replaces the master, so whoever confirms it
      *    must hold the rebuild/reload authority: a console
      *    operator proves who they are with a password, a
      *    parameter-file run names a scheduler ID on line 1.
       1008-SIGN-ON-OPERATOR.
           IF NOT WS-PARAM-MODE
               DISPLAY "AUDRPLAY: OPERATOR ID?"
           END-IF
           PERFORM 1015-GET-REQUEST-REPLY
           MOVE WS-REPLY(1:8) TO WS-OPERATOR-ID
           MOVE SPACES        TO OPRR-PASSWORD
           IF WS-PARAM-MODE
               MOVE "SCHD" TO OPRR-FUNCTION
           ELSE
               DISPLAY "AUDRPLAY: PASSWORD?"
               PERFORM 1015-GET-REQUEST-REPLY
               MOVE WS-REPLY(1:8) TO OPRR-PASSWORD
               MOVE "SIGN" TO OPRR-FUNCTION
           END-IF
           MOVE WS-OPERATOR-ID TO OPRR-OPERATOR-ID
           MOVE "R"            TO OPRR-AUTHORITY
           CALL "OPERSIGN" USING OPERATOR-REQUEST
           EVALUATE OPRR-RETURN-CODE
               WHEN 00
                   CONTINUE
               WHEN 20
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "OPERATOR NOT AUTHORIZED FOR REBUILD"
                                         TO WS-REFUSE-REASON
               WHEN OTHER
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "OPERATOR SIGN-ON REJECTED"
                                         TO WS-REFUSE-REASON
           END-EVALUATE.

       1012-ACCEPT-CONFIRM.
           IF NOT WS-PARAM-MODE
               DISPLAY "AUDRPLAY: THIS REPLACES DBMASTER - "
                   "CONFIRM (YES)?"
               MOVE WS-REPLY(1:14) TO WS-REQ-FROM-TS
               PERFORM 1020-SIZE-TIMESTAMP-CUTOFF
               PERFORM 1025-SIZE-FROM-TIMESTAMP
           END-IF.

      *    An RPLYPARM on disk switches the run to parameter mode:
               WHEN AUD-TRAN-TYPE = "BATCH-DEL"
                       OR AUD-TRAN-TYPE = "SUSP-DEL"
                       OR AUD-TRAN-TYPE = "DORM-DEL"
                       OR AUD-TRAN-TYPE = "MERGE-DEL"
                       OR AUD-TRAN-TYPE = "ERASE-DEL"
                   PERFORM 2200-APPLY-DELETE
               WHEN OTHER
                   PERFORM 2100-APPLY-AFTER-IMAGE
