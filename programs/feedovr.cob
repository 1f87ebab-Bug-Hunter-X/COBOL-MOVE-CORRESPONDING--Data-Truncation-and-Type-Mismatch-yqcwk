      ******************************************************************
      *  PROGRAM-ID.  FEEDOVR
      *
      *  Feed override maintenance - the only job that writes
      *  WSOVRIDE (see FOVRREC).  WSEDIT holds a feed whose volume,
      *  add/change/delete mix or deletes against the master fall
      *  outside the source's tolerances, and the nightly chain
      *  stops before UPDMAST.  Most holds are exactly what the gate
      *  is for; some are a genuine one-off (a partner's annual
      *  purge, a catch-up after a missed transmission).  Releasing
      *  one is a supervisor's decision, made at the console: the
      *  operator signs on and must hold the "F" feed release
      *  authority.  Then one of two functions:
      *
      *    "RELEASE" - release one cycle of one source: the source
      *                ID and cycle number from the held feed's
      *                header (both are on WSEDITRP), and a reason,
      *                which is required.  The row is appended open;
      *                WSEDIT marks it used on the rerun.  A second
      *                release for a cycle that already has one is
      *                refused, and a release that cannot be written
      *                to WSOVRIDE is reported as not recorded, return
      *                code 16 - WSEDIT would still hold the feed.
      *
      *    "REPORT"  - list every override on WSOVRIDE to FOVRRPT:
      *                source, cycle, who granted it when, whether
      *                and when it was used, and why.
      *
      *  Rows are appended, never deleted, so WSOVRIDE is also the
      *  record of every feed that reached the master past the gate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDOVR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERRIDE-FILE ASSIGN TO "WSOVRIDE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-FILE-STATUS.

           SELECT OVERRIDE-RPT-FILE ASSIGN TO "FOVRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OVERRIDE-FILE.
           COPY FOVRREC.

       FD  OVERRIDE-RPT-FILE.
       01  OVERRIDE-RPT-RECORD          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-JOB-ID                    PIC X(8)     VALUE "FEEDOVR".

       01  WS-FLAGS.
           05  WS-EOF-SW                PIC X(1)     VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  WS-REFUSED-SW            PIC X(1)     VALUE "N".
               88  WS-RUN-REFUSED        VALUE "Y".
           05  WS-FOUND-SW              PIC X(1)     VALUE "N".
               88  WS-ALREADY-RELEASED   VALUE "Y".

       01  WS-OVERRIDE-FILE-STATUS      PIC X(2)     VALUE "00".
       01  WS-OVERRIDE-RPT-STATUS       PIC X(2)     VALUE "00".

       01  WS-REQUEST.
           05  WS-REQ-OPERATOR-ID       PIC X(8).
           05  WS-REQ-PASSWORD          PIC X(8).
           05  WS-REQ-FUNCTION          PIC X(7).
               88  WS-REQ-REPORT         VALUE "REPORT ".
               88  WS-REQ-RELEASE        VALUE "RELEASE".

      *    The release being entered.
       01  WS-TARGET.
           05  WS-TG-SOURCE-ID          PIC X(4).
           05  WS-TG-CYCLE-NUMBER       PIC X(6).
           05  WS-TG-CYCLE-NUM REDEFINES WS-TG-CYCLE-NUMBER
                                        PIC 9(6).
           05  WS-TG-REASON             PIC X(40).

       01  WS-TODAY                     PIC X(8)     VALUE SPACES.
       01  WS-REFUSE-REASON             PIC X(40)    VALUE SPACES.

       01  WS-COUNTERS.
           05  WC-OVERRIDES-OPEN        PIC 9(9)     VALUE ZERO.
           05  WC-OVERRIDES-USED        PIC 9(9)     VALUE ZERO.

       01  OVERRIDE-DETAIL-LINE.
           05  OD-SOURCE-ID             PIC X(4).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  OD-CYCLE-NUMBER          PIC 9(6).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  OD-GRANTED-BY            PIC X(8).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  OD-DATE-GRANTED          PIC X(8).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  OD-STATUS                PIC X(4).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  OD-DATE-USED             PIC X(8).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  OD-REASON                PIC X(40).

           COPY OPERCALL.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-REFUSED
               PERFORM 9100-REFUSE-RUN
           ELSE
               EVALUATE TRUE
                   WHEN WS-REQ-REPORT
                       PERFORM 3000-REPORT-OVERRIDES
                   WHEN WS-REQ-RELEASE
                       PERFORM 4000-RELEASE-FEED
               END-EVALUATE
               IF WS-RUN-REFUSED
                   PERFORM 9100-REFUSE-RUN
               END-IF
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1010-SIGN-ON-OPERATOR
           IF NOT WS-RUN-REFUSED
               DISPLAY "FEEDOVR: FUNCTION (REPORT/RELEASE)?"
               ACCEPT WS-REQ-FUNCTION
               EVALUATE TRUE
                   WHEN WS-REQ-REPORT
                   WHEN WS-REQ-RELEASE
                       CONTINUE
                   WHEN OTHER
                       SET WS-RUN-REFUSED TO TRUE
                       MOVE "UNKNOWN FUNCTION" TO WS-REFUSE-REASON
               END-EVALUATE
           END-IF.

       1010-SIGN-ON-OPERATOR.
           DISPLAY "FEEDOVR: OPERATOR ID?"
           ACCEPT WS-REQ-OPERATOR-ID
           DISPLAY "FEEDOVR: PASSWORD?"
           ACCEPT WS-REQ-PASSWORD
           MOVE "SIGN"             TO OPRR-FUNCTION
           MOVE WS-REQ-OPERATOR-ID TO OPRR-OPERATOR-ID
           MOVE WS-REQ-PASSWORD    TO OPRR-PASSWORD
           MOVE "F"                TO OPRR-AUTHORITY
           CALL "OPERSIGN" USING OPERATOR-REQUEST
           EVALUATE OPRR-RETURN-CODE
               WHEN 00
                   CONTINUE
               WHEN 20
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "OPERATOR NOT AUTHORIZED TO RELEASE FEEDS"
                                         TO WS-REFUSE-REASON
               WHEN OTHER
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "OPERATOR SIGN-ON REJECTED"
                                         TO WS-REFUSE-REASON
           END-EVALUATE.

      ******************************************************************
      *  REPORT
      ******************************************************************
       3000-REPORT-OVERRIDES.
           OPEN OUTPUT OVERRIDE-RPT-FILE
           MOVE "FEEDOVR HELD-FEED OVERRIDE REPORT"
                                       TO OVERRIDE-RPT-RECORD
           WRITE OVERRIDE-RPT-RECORD
           MOVE SPACES TO OVERRIDE-RPT-RECORD
           STRING "RUN DATE         : " WS-TODAY
               "    SIGNED ON : " WS-REQ-OPERATOR-ID
               DELIMITED BY SIZE INTO OVERRIDE-RPT-RECORD
           WRITE OVERRIDE-RPT-RECORD
           MOVE SPACES TO OVERRIDE-RPT-RECORD
           WRITE OVERRIDE-RPT-RECORD
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-FILE-STATUS = "00"
               PERFORM 3100-LIST-ONE-OVERRIDE UNTIL WS-EOF
               CLOSE OVERRIDE-FILE
           END-IF
           MOVE SPACES TO OVERRIDE-RPT-RECORD
           WRITE OVERRIDE-RPT-RECORD
           MOVE SPACES TO OVERRIDE-RPT-RECORD
           STRING "OVERRIDES OPEN     : " WC-OVERRIDES-OPEN
               DELIMITED BY SIZE INTO OVERRIDE-RPT-RECORD
           WRITE OVERRIDE-RPT-RECORD
           MOVE SPACES TO OVERRIDE-RPT-RECORD
           STRING "OVERRIDES USED     : " WC-OVERRIDES-USED
               DELIMITED BY SIZE INTO OVERRIDE-RPT-RECORD
           WRITE OVERRIDE-RPT-RECORD
           CLOSE OVERRIDE-RPT-FILE
           DISPLAY "FEEDOVR: OVERRIDES OPEN / USED = "
               WC-OVERRIDES-OPEN " / " WC-OVERRIDES-USED.

       3100-LIST-ONE-OVERRIDE.
           READ OVERRIDE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   MOVE FOV-SOURCE-ID    TO OD-SOURCE-ID
                   MOVE FOV-CYCLE-NUMBER TO OD-CYCLE-NUMBER
                   MOVE FOV-GRANTED-BY   TO OD-GRANTED-BY
                   MOVE FOV-DATE-GRANTED TO OD-DATE-GRANTED
                   MOVE FOV-DATE-USED    TO OD-DATE-USED
                   MOVE FOV-REASON       TO OD-REASON
                   IF FOV-USED
                       MOVE "USED" TO OD-STATUS
                       ADD 1 TO WC-OVERRIDES-USED
                   ELSE
                       MOVE "OPEN" TO OD-STATUS
                       ADD 1 TO WC-OVERRIDES-OPEN
                   END-IF
                   MOVE OVERRIDE-DETAIL-LINE TO OVERRIDE-RPT-RECORD
                   WRITE OVERRIDE-RPT-RECORD
           END-READ.

      ******************************************************************
      *  RELEASE
      ******************************************************************
       4000-RELEASE-FEED.
           MOVE SPACES TO WS-TARGET
           DISPLAY "FEEDOVR: SOURCE ID OF THE HELD FEED?"
           ACCEPT WS-TG-SOURCE-ID
           DISPLAY "FEEDOVR: CYCLE NUMBER (6 DIGITS)?"
           ACCEPT WS-TG-CYCLE-NUMBER
           DISPLAY "FEEDOVR: REASON FOR THE RELEASE?"
           ACCEPT WS-TG-REASON
           EVALUATE TRUE
               WHEN WS-TG-CYCLE-NUMBER NOT NUMERIC
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "CYCLE NUMBER MUST BE 6 DIGITS"
                                         TO WS-REFUSE-REASON
               WHEN WS-TG-REASON = SPACES
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "A REASON IS REQUIRED" TO WS-REFUSE-REASON
               WHEN OTHER
                   PERFORM 4100-CHECK-ALREADY-RELEASED
                   IF WS-ALREADY-RELEASED
                       SET WS-RUN-REFUSED TO TRUE
                       MOVE "THAT CYCLE IS ALREADY RELEASED"
                                         TO WS-REFUSE-REASON
                   END-IF
           END-EVALUATE
           IF NOT WS-RUN-REFUSED
               MOVE WS-TG-SOURCE-ID    TO FOV-SOURCE-ID
               MOVE WS-TG-CYCLE-NUM    TO FOV-CYCLE-NUMBER
               SET FOV-OPEN TO TRUE
               MOVE WS-REQ-OPERATOR-ID TO FOV-GRANTED-BY
               MOVE WS-TODAY           TO FOV-DATE-GRANTED
               MOVE WS-TG-REASON       TO FOV-REASON
               MOVE SPACES             TO FOV-DATE-USED
               OPEN EXTEND OVERRIDE-FILE
               IF WS-OVERRIDE-FILE-STATUS = "35"
                   OPEN OUTPUT OVERRIDE-FILE
               END-IF
               IF WS-OVERRIDE-FILE-STATUS NOT = "00"
                   PERFORM 4200-RELEASE-NOT-RECORDED
               ELSE
                   WRITE FEED-OVERRIDE-RECORD
                   IF WS-OVERRIDE-FILE-STATUS NOT = "00"
                       PERFORM 4200-RELEASE-NOT-RECORDED
                   END-IF
                   CLOSE OVERRIDE-FILE
               END-IF
               IF NOT WS-RUN-REFUSED
                   DISPLAY "FEEDOVR: SOURCE " WS-TG-SOURCE-ID
                       " CYCLE " WS-TG-CYCLE-NUMBER
                       " RELEASED FOR ONE CYCLE"
               END-IF
           END-IF.

       4100-CHECK-ALREADY-RELEASED.
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-FILE-STATUS = "00"
               PERFORM 4110-READ-ONE-OVERRIDE
                   UNTIL WS-EOF OR WS-ALREADY-RELEASED
               CLOSE OVERRIDE-FILE
           END-IF.

       4110-READ-ONE-OVERRIDE.
           READ OVERRIDE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF FOV-SOURCE-ID = WS-TG-SOURCE-ID
                           AND FOV-CYCLE-NUMBER = WS-TG-CYCLE-NUM
                       SET WS-ALREADY-RELEASED TO TRUE
                   END-IF
           END-READ.

      *    WSEDIT only sees a release that is on WSOVRIDE, so one
      *    that could not be written must not be confirmed.
       4200-RELEASE-NOT-RECORDED.
           SET WS-RUN-REFUSED TO TRUE
           MOVE SPACES TO WS-REFUSE-REASON
           STRING "RELEASE NOT RECORDED, STATUS "
               WS-OVERRIDE-FILE-STATUS
               DELIMITED BY SIZE INTO WS-REFUSE-REASON.

       9100-REFUSE-RUN.
           DISPLAY "FEEDOVR: RUN REFUSED - " WS-REFUSE-REASON
           MOVE 16 TO RETURN-CODE.
