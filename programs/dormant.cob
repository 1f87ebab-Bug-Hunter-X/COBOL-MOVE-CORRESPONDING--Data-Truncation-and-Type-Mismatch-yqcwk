      *  AUDARCHV already trims those.
      *
      *  Requests come from the DORMPARM parameter file when one is
      *  present (line 1 = the scheduler's operator ID, line 2 =
      *  REPORT/ARCHIV, line 3 = threshold date YYYYMMDD) and from
      *  the console otherwise (operator ID and password, then the
      *  same prompts).  The operator is checked through OPERSIGN
      *  against OPERAUTH (see OPERREC): ARCHIV needs the "A"
      *  archive authority, REPORT the "I" inquiry authority, and a
      *  parameter-file run must name an active scheduler ID.  The
      *  operator is printed on DORMRPT and stamped on every
      *  DORM-DEL audit row.  ARCHIV mode
      *  deletes master rows, so it takes the RUNCNTL window under
      *  this job's identity the way AUDRPLAY does; REPORT mode is
      *  read-only and takes it too, so the picture it reports is

           COPY AUDTCALL.

           COPY OPERCALL.

       01  WS-PARAM-MODE-SW             PIC X(1)     VALUE "N".
           88  WS-PARAM-MODE             VALUE "Y".
       01  WS-REPLY                     PIC X(80)    VALUE SPACES.
               88  WS-REQ-ARCHIVE        VALUE "ARCHIV".
           05  WS-REQ-THRESHOLD         PIC X(8).

       01  WS-OPERATOR-ID               PIC X(8)     VALUE SPACES.

       01  WS-ROW-LAST-DATE             PIC X(8)     VALUE SPACES.
       01  WS-REFUSE-REASON             PIC X(40)    VALUE SPACES.

           END-IF.

       1010-ACCEPT-REQUEST.
           MOVE SPACES TO WS-REQUEST
           PERFORM 1005-OPEN-PARAM-FILE
           PERFORM 1008-SIGN-ON-OPERATOR
           IF NOT WS-RUN-REFUSED
               PERFORM 1012-ACCEPT-FUNCTION
           END-IF
           IF WS-PARAM-MODE
               CLOSE PARAM-FILE
           END-IF.

       1012-ACCEPT-FUNCTION.
           IF NOT WS-PARAM-MODE
               DISPLAY "DORMANT: FUNCTION (REPORT/ARCHIV)?"
           END-IF
           END-IF
           PERFORM 1015-GET-REQUEST-REPLY
           MOVE WS-REPLY(1:8) TO WS-REQ-THRESHOLD
           IF NOT WS-REQ-REPORT-ONLY AND NOT WS-REQ-ARCHIVE
               SET WS-RUN-REFUSED TO TRUE
               MOVE "FUNCTION MUST BE REPORT OR ARCHIV"
               SET WS-RUN-REFUSED TO TRUE
               MOVE "THRESHOLD DATE MUST BE YYYYMMDD"
                                         TO WS-REFUSE-REASON
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 1009-CHECK-AUTHORITY
           END-IF.

      *    Who is running this: a console operator proves it with a
      *    password, a parameter-file run names a scheduler ID on
      *    line 1 (which has no password to leave lying on disk).
      *    Either must be active on OPERAUTH.
       1008-SIGN-ON-OPERATOR.
           IF NOT WS-PARAM-MODE
               DISPLAY "DORMANT: OPERATOR ID?"
           END-IF
           PERFORM 1015-GET-REQUEST-REPLY
           MOVE WS-REPLY(1:8) TO WS-OPERATOR-ID
           MOVE SPACES        TO OPRR-PASSWORD
           IF WS-PARAM-MODE
               MOVE "SCHD" TO OPRR-FUNCTION
           ELSE
               DISPLAY "DORMANT: PASSWORD?"
               PERFORM 1015-GET-REQUEST-REPLY
               MOVE WS-REPLY(1:8) TO OPRR-PASSWORD
               MOVE "SIGN" TO OPRR-FUNCTION
           END-IF
           MOVE WS-OPERATOR-ID TO OPRR-OPERATOR-ID
           MOVE SPACE          TO OPRR-AUTHORITY
           CALL "OPERSIGN" USING OPERATOR-REQUEST
           IF OPRR-RETURN-CODE NOT = ZERO
               SET WS-RUN-REFUSED TO TRUE
               MOVE "OPERATOR SIGN-ON REJECTED" TO WS-REFUSE-REASON
           END-IF.

      *    ARCHIV takes customers off the live master and needs the
      *    archive authority; REPORT only looks.
       1009-CHECK-AUTHORITY.
           MOVE "CHEK"         TO OPRR-FUNCTION
           MOVE WS-OPERATOR-ID TO OPRR-OPERATOR-ID
           IF WS-REQ-ARCHIVE
               MOVE "A" TO OPRR-AUTHORITY
           ELSE
               MOVE "I" TO OPRR-AUTHORITY
           END-IF
           CALL "OPERSIGN" USING OPERATOR-REQUEST
           IF OPRR-RETURN-CODE NOT = ZERO
               SET WS-RUN-REFUSED TO TRUE
               STRING "OPERATOR NOT AUTHORIZED FOR "
                   WS-REQ-FUNCTION
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
           END-IF.

       1005-OPEN-PARAM-FILE.
               DELIMITED BY SIZE INTO DORMANT-RPT-RECORD
           WRITE DORMANT-RPT-RECORD
           MOVE SPACES TO DORMANT-RPT-RECORD
           STRING "OPERATOR " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO DORMANT-RPT-RECORD
           WRITE DORMANT-RPT-RECORD
           MOVE SPACES TO DORMANT-RPT-RECORD
           IF WS-PARAM-MODE
               MOVE "PARAMETERS FROM DORMPARM" TO DORMANT-RPT-RECORD
           ELSE
           MOVE DORM-BIRTH-DATE   TO AUDR-BEFORE-BDATE
           MOVE SPACES            TO AUDR-AFTER-NAME
           MOVE SPACES            TO AUDR-AFTER-BDATE
           MOVE WS-OPERATOR-ID    TO AUDR-OPERATOR-ID
           CALL "AUDITWR" USING AUDIT-REQUEST.

       3900-WRITE-DETAIL-LINE.
