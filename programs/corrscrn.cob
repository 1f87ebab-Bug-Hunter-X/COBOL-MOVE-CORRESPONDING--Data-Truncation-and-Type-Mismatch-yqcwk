      *  prompt the way "END" is - no customer ID uses either by
      *  feed convention.
      *
      *  The data-quality worklist DQSCORE writes each week (DQWORK,
      *  see DQWKREC) is worked from the same prompt: the word
      *  "NEXT" takes the next customer on the list still open,
      *  highest priority first, and shows the rule that put them
      *  there alongside the usual comparison.  A correction applied
      *  to that customer marks the worklist row worked, with the
      *  date and operator, so the next session carries on from
      *  where this one stopped; a customer looked at and left alone
      *  stays open for the next run of the list.  "NEXT" is
      *  reserved like "NAME" and "END".
      *
      *  A blank customer ID (or "END") at the key prompt ends the
      *  session.
      *
      *  The session opens with an operator sign-on checked through
      *  OPERSIGN against OPERAUTH (see OPERREC).  An operator
      *  holding the "C" correction authority gets the full screen;
      *  one holding only "I" inquiry gets the look-ups with every
      *  correction refused, the same way a batch window in progress
      *  drops the session to inquiries; anyone else, or a wrong
      *  password, is refused the session with return code 16.  The
      *  signed-on operator ID is stamped on every ONLINE-COR audit
      *  row (AUD-OPERATOR-ID) so a disputed correction traces to
      *  the person who keyed it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRSCRN.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT DQ-WORKLIST-FILE ASSIGN TO "DQWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  DQ-WORKLIST-FILE.
       01  DQ-WORKLIST-REC              PIC X(97).

       WORKING-STORAGE SECTION.
       01  WS-JOB-ID                    PIC X(8)     VALUE "CORRSCRN".
       01  WS-RUN-ID                    PIC X(8).

       01  WS-KEY-ENTRY                 PIC X(10).

       01  WS-OPERATOR-ID               PIC X(8)     VALUE SPACES.
       01  WS-OPERATOR-PASSWORD         PIC X(8)     VALUE SPACES.

       01  WS-SUSPENSE-FILE-STATUS      PIC X(2)     VALUE "00".
       01  WS-WORKLIST-STATUS           PIC X(2)     VALUE "00".

       01  WS-CURRENT-NAME              PIC X(30).
       01  WS-CURRENT-BDATE             PIC X(8).
       01  WS-NEW-BDATE                 PIC X(8).

       01  WS-MESSAGE                   PIC X(40).
       01  WS-WORKLIST-NOTE             PIC X(40)    VALUE SPACES.
       01  WS-RULES-DISPLAY             PIC 9(1)     VALUE ZERO.

       01  WS-SEARCH-NAME               PIC X(30).
       01  WS-PICK-REPLY                PIC X(2).
               88  WS-VALIDATION-FAILED  VALUE "F".
           05  WS-INQUIRY-SW            PIC X(1)     VALUE "N".
               88  WS-INQUIRY-ONLY       VALUE "Y".
           05  WS-CORRECT-AUTH-SW       PIC X(1)     VALUE "Y".
               88  WS-MAY-CORRECT        VALUE "Y".
               88  WS-MAY-NOT-CORRECT    VALUE "N".
           05  WS-SIGNON-SW             PIC X(1)     VALUE "N".
               88  WS-SIGNON-REFUSED     VALUE "Y".
           05  WS-WORKLIST-SW           PIC X(1)     VALUE "N".
               88  WS-WORKLIST-AVAILABLE VALUE "Y".
           05  WS-WORKLIST-EOF-SW       PIC X(1)     VALUE "N".
               88  WS-WORKLIST-EOF       VALUE "Y".
           05  WS-WORKLIST-ROW-SW       PIC X(1)     VALUE "N".
               88  WS-FROM-WORKLIST      VALUE "Y".

           COPY CUSLCALL.
           COPY AUDTCALL.
           COPY AGECCALL.
           COPY OPERCALL.
           COPY DQWKREC.

       SCREEN SECTION.
       01  KEY-ENTRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "CORRSCRN - FLAGGED RECORD CORR".
           05  LINE 1  COLUMN 44 VALUE "OPERATOR: ".
           05  LINE 1  COLUMN 54 PIC X(8)  FROM WS-OPERATOR-ID.
           05  LINE 3  COLUMN 1  VALUE "CUSTOMER ID (BLANK/END EXITS):".
           05  LINE 3  COLUMN 32 PIC X(10) USING WS-KEY-ENTRY.

           05  LINE 8  COLUMN 44 PIC X(3)  FROM WS-CURRENT-AGE.
           05  LINE 9  COLUMN 1  VALUE "REASON FLAGGED: ".
           05  LINE 9  COLUMN 17 PIC X(16) FROM WS-ORIG-REASON.
           05  LINE 10 COLUMN 1  PIC X(40) FROM WS-WORKLIST-NOTE.
           05  LINE 11 COLUMN 1  VALUE "CORRECTED NAME     : ".
           05  LINE 11 COLUMN 22 PIC X(30) USING WS-NEW-NAME.
           05  LINE 12 COLUMN 1  VALUE "CORRECTED BIRTH DT : ".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-SIGNON-REFUSED
               DISPLAY "CORRSCRN: SESSION REFUSED - " WS-MESSAGE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 2000-PROCESS-ONE-CORRECTION UNTIL WS-DONE
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-ID
           PERFORM 1005-SIGN-ON-OPERATOR
           IF NOT WS-SIGNON-REFUSED
               PERFORM 1010-OPEN-SESSION
           END-IF.

      *    Sign-on comes before anything is opened, so a refused
      *    operator never registers a CUSLKUP session.  A 20 on the
      *    correction authority is a genuine operator without it:
      *    the second call asks whether they may at least look.
       1005-SIGN-ON-OPERATOR.
           MOVE SPACES TO WS-MESSAGE
           DISPLAY "CORRSCRN: OPERATOR ID?"
           ACCEPT WS-OPERATOR-ID
           DISPLAY "CORRSCRN: PASSWORD?"
           ACCEPT WS-OPERATOR-PASSWORD
           MOVE "SIGN"               TO OPRR-FUNCTION
           MOVE WS-OPERATOR-ID       TO OPRR-OPERATOR-ID
           MOVE WS-OPERATOR-PASSWORD TO OPRR-PASSWORD
           MOVE "C"                  TO OPRR-AUTHORITY
           CALL "OPERSIGN" USING OPERATOR-REQUEST
           IF OPRR-RETURN-CODE = 20
               MOVE "CHEK" TO OPRR-FUNCTION
               MOVE "I"    TO OPRR-AUTHORITY
               CALL "OPERSIGN" USING OPERATOR-REQUEST
               IF OPRR-RETURN-CODE = ZERO
                   SET WS-MAY-NOT-CORRECT TO TRUE
                   DISPLAY "CORRSCRN: NO CORRECTION AUTHORITY - "
                       "INQUIRIES ONLY THIS SESSION"
               END-IF
           END-IF
           EVALUATE OPRR-RETURN-CODE
               WHEN 00
                   CONTINUE
               WHEN 20
                   SET WS-SIGNON-REFUSED TO TRUE
                   MOVE "OPERATOR NOT AUTHORIZED FOR CORRSCRN"
                                           TO WS-MESSAGE
               WHEN OTHER
                   SET WS-SIGNON-REFUSED TO TRUE
                   MOVE "OPERATOR SIGN-ON REJECTED" TO WS-MESSAGE
           END-EVALUATE.

       1010-OPEN-SESSION.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               DISPLAY "CORRSCRN: SUSPENSE-FILE UNAVAILABLE, STATUS = "
                   "INQUIRIES ONLY THIS SESSION"
           END-IF
           MOVE "OPEN" TO AUDR-FUNCTION
           CALL "AUDITWR" USING AUDIT-REQUEST
           OPEN I-O DQ-WORKLIST-FILE
           IF WS-WORKLIST-STATUS = "00"
               SET WS-WORKLIST-AVAILABLE TO TRUE
           END-IF.

      *    A flagged customer ID may have no DB-RECORD row yet at all -
      *    UPDMAST parks an oversized or bad-dated WS-RECORD to
           IF NOT WS-DONE AND WS-KEY-ENTRY = "NAME"
               PERFORM 2015-SEARCH-BY-NAME
           END-IF
           IF NOT WS-DONE AND WS-KEY-ENTRY = "NEXT"
               PERFORM 2012-TAKE-NEXT-FROM-WORKLIST
           END-IF
           IF NOT WS-DONE AND WS-KEY-ENTRY NOT = SPACES
               PERFORM 2020-LOOKUP-CURRENT-RECORD
               PERFORM 2030-FIND-FLAGGED-DETAIL
           END-IF.

       2010-PROMPT-FOR-KEY.
           MOVE SPACES TO WS-KEY-ENTRY WS-WORKLIST-NOTE
           MOVE "N"    TO WS-WORKLIST-ROW-SW
           DISPLAY KEY-ENTRY-SCREEN
           ACCEPT KEY-ENTRY-SCREEN
           IF WS-KEY-ENTRY = SPACES OR WS-KEY-ENTRY = "END"
               SET WS-DONE TO TRUE
           END-IF.

      *    The worklist path: read on to the next row still open and
      *    drop its customer ID into WS-KEY-ENTRY, exactly as a pick
      *    from the name list does.  The row just read stays the
      *    file's current record, so 2080 can REWRITE it once a
      *    correction is applied.  An exhausted or missing list
      *    leaves the key blank and the session re-prompts.
       2012-TAKE-NEXT-FROM-WORKLIST.
           MOVE SPACES TO WS-KEY-ENTRY
           IF NOT WS-WORKLIST-AVAILABLE
               MOVE "NO DATA-QUALITY WORKLIST (DQWORK)"
                                           TO WS-MESSAGE
               DISPLAY WS-MESSAGE
           ELSE
               PERFORM 2013-READ-WORKLIST-ROW
                   UNTIL WS-WORKLIST-EOF OR WS-FROM-WORKLIST
               IF WS-FROM-WORKLIST
                   MOVE DQW-CUST-ID    TO WS-KEY-ENTRY
                   MOVE DQW-RULE-COUNT TO WS-RULES-DISPLAY
                   STRING "WORKLIST PRI " DQW-PRIORITY " "
                       DQW-TOP-RULE " (" WS-RULES-DISPLAY " RULES)"
                       DELIMITED BY SIZE INTO WS-WORKLIST-NOTE
               ELSE
                   MOVE "END OF DATA-QUALITY WORKLIST"
                                           TO WS-MESSAGE
                   DISPLAY WS-MESSAGE
               END-IF
           END-IF.

       2013-READ-WORKLIST-ROW.
           READ DQ-WORKLIST-FILE INTO DQ-WORKLIST-RECORD
               AT END
                   SET WS-WORKLIST-EOF TO TRUE
               NOT AT END
                   IF DQW-OPEN
                       SET WS-FROM-WORKLIST TO TRUE
                   END-IF
           END-READ.

      *    The name path: a full or partial name drives CUSLKUP's
      *    NAMS/NAMN browse over the DB-NAME alternate index, the
      *    first ten matches go up as a numbered pick list, and the
               MOVE "BATCH IN PROGRESS - INQUIRIES ONLY"
                                       TO WS-MESSAGE
           END-IF
           IF WS-MAY-NOT-CORRECT
               MOVE "NOT AUTHORIZED - INQUIRIES ONLY"
                                       TO WS-MESSAGE
           END-IF
           DISPLAY CORRECTION-SCREEN
           ACCEPT CORRECTION-SCREEN.

               WHEN WS-INQUIRY-ONLY
                   MOVE "BATCH IN PROGRESS - INQUIRIES ONLY"
                                           TO WS-MESSAGE
               WHEN WS-MAY-NOT-CORRECT
                   MOVE "NOT AUTHORIZED - INQUIRIES ONLY"
                                           TO WS-MESSAGE
               WHEN WS-VALIDATION-FAILED
                   MOVE "BIRTH DATE REJECTED - NOT A USABLE DATE"
                                           TO WS-MESSAGE
                           PERFORM 2070-CLOSE-SUSPENSE-ROW
                       END-IF
                       MOVE "CORRECTION APPLIED" TO WS-MESSAGE
                       IF WS-FROM-WORKLIST
                           PERFORM 2080-MARK-WORKLIST-ROW
                       END-IF
                   ELSE
                       MOVE "CORRECTION FAILED - SEE OPERATIONS"
                                               TO WS-MESSAGE
           CLOSE SUSPENSE-FILE
           OPEN INPUT SUSPENSE-FILE.

      *    The worklist row NEXT took is still the file's current
      *    record - nothing else reads DQWORK in between - so it is
      *    rewritten in place.  Only once: a second correction to
      *    the same customer finds the row already marked.  The
      *    correction itself has been applied by then; a REWRITE
      *    that fails leaves the row open for NEXT, and the operator
      *    is told so rather than shown a clean "APPLIED".
       2080-MARK-WORKLIST-ROW.
           SET DQW-WORKED TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO DQW-DATE-WORKED
           MOVE WS-OPERATOR-ID             TO DQW-OPERATOR-ID
           REWRITE DQ-WORKLIST-REC FROM DQ-WORKLIST-RECORD
           IF WS-WORKLIST-STATUS NOT = "00"
               MOVE SPACES TO WS-MESSAGE
               STRING "APPLIED - WORKLIST NOT MARKED, STATUS "
                   WS-WORKLIST-STATUS
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF
           MOVE "N" TO WS-WORKLIST-ROW-SW.

       2060-WRITE-AUDIT-ROW.
           MOVE "WRIT"           TO AUDR-FUNCTION
           MOVE "ONLINE-COR"     TO AUDR-TRAN-TYPE
           MOVE WS-CURRENT-BDATE  TO AUDR-BEFORE-BDATE
           MOVE WS-NEW-NAME       TO AUDR-AFTER-NAME
           MOVE WS-NEW-BDATE      TO AUDR-AFTER-BDATE
           MOVE WS-OPERATOR-ID    TO AUDR-OPERATOR-ID
           CALL "AUDITWR" USING AUDIT-REQUEST.

       9000-TERMINATE.
           CLOSE SUSPENSE-FILE
           IF WS-WORKLIST-AVAILABLE
               CLOSE DQ-WORKLIST-FILE
           END-IF
           MOVE "CLOS" TO CUSL-FUNCTION
           CALL "CUSLKUP" USING LOOKUP-REQUEST
           MOVE "CLOS" TO AUDR-FUNCTION
