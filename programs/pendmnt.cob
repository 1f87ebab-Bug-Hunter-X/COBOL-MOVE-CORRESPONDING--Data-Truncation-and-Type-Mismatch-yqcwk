      ******************************************************************
      *  PROGRAM-ID.  PENDMNT
      *
      *  Pending-transaction queue maintenance.  UPDMAST holds every
      *  future-dated WS-RECORD on PENDTXN (see PENDREC) until its
      *  effective date comes, and until this job nobody could see
      *  what was waiting there - or stop a held change the sender
      *  has since withdrawn, short of sending a compensating
      *  transaction to undo it after it had already landed.
      *
      *  Two request functions, read from the PENDPARM parameter
      *  file when one is present and otherwise accepted from the
      *  console, the same convention as SUSPRTRY; the parameters
      *  actually used are echoed at the top of PENDRPT:
      *
      *    "REPORT"  - line 2 = feed source (blank = every source).
      *                Lists every row still held, flagging rows
      *                whose effective date has already come (they
      *                release on that source's next UPDMAST pass),
      *                and totals the queue by status.
      *
      *    "CANCEL"  - line 2 = feed source (blank = the original
      *                single sender); lines 3 onward = one held
      *                transaction per line, customer id in columns
      *                1-10 and, optionally, its effective date
      *                (YYYYMMDD) in columns 12-19, until a blank
      *                line or end of file.  The sender's withdrawal
      *                list can be staged as PENDPARM as it arrives.
      *                A matching row that is still held - for that
      *                source only, so one sender can never cancel
      *                another's transaction - is closed as
      *                cancelled with today's date; a blank date
      *                cancels every held row for the customer.  A
      *                line that matches nothing held is listed as
      *                NOT HELD so the sender can be told.  A row
      *                whose cancellation cannot be written back is
      *                listed CANCEL FAILED with the file status, is
      *                not counted, and the job ends with return
      *                code 16 - the row is still held and would
      *                release on its date.
      *
      *  CANCEL rewrites PENDTXN, which UPDMAST's release pass also
      *  rewrites, so it takes the RUNCNTL batch window under its own
      *  identity for the duration the way AUDARCHV does; a held
      *  window or registered session refuses the run with return
      *  code 16 and the queue untouched.  REPORT only reads.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "PENDTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT PENDING-RPT-FILE ASSIGN TO "PENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-RPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCNTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT PARAM-FILE ASSIGN TO "PENDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
           COPY PENDREC.

       FD  PENDING-RPT-FILE.
       01  PENDING-RPT-RECORD           PIC X(80).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC              PIC X(41).

       FD  PARAM-FILE.
       01  PARAM-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-JOB-ID                    PIC X(8)     VALUE "PENDMNT".
       01  WS-RUN-ID                    PIC X(8).

       01  WS-FLAGS.
           05  WS-EOF-SW                PIC X(1)     VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  WS-REFUSED-SW            PIC X(1)     VALUE "N".
               88  WS-RUN-REFUSED        VALUE "Y".
           05  WS-WINDOW-SW             PIC X(1)     VALUE "N".
               88  WS-WINDOW-OPENED      VALUE "Y".
           05  WS-QUEUE-SW              PIC X(1)     VALUE "N".
               88  WS-QUEUE-OPENED       VALUE "Y".
           05  WS-LIST-END-SW           PIC X(1)     VALUE "N".
               88  WS-LIST-END           VALUE "Y".

       01  WS-PENDING-FILE-STATUS       PIC X(2)     VALUE "00".
       01  WS-PENDING-RPT-STATUS        PIC X(2)     VALUE "00".
       01  WS-RUN-CONTROL-STATUS        PIC X(2)     VALUE "00".
       01  WS-PARAM-FILE-STATUS         PIC X(2)     VALUE "00".

       01  WS-PARAM-MODE-SW             PIC X(1)     VALUE "N".
           88  WS-PARAM-MODE             VALUE "Y".
       01  WS-REPLY                     PIC X(80)    VALUE SPACES.

           COPY RUNCREC.

       01  WS-REQUEST.
           05  WS-REQ-FUNCTION          PIC X(6).
               88  WS-REQ-REPORT         VALUE "REPORT".
               88  WS-REQ-CANCEL         VALUE "CANCEL".
           05  WS-REQ-SOURCE            PIC X(4).

       01  WS-TODAY                     PIC X(8)     VALUE SPACES.
       01  WS-REFUSE-REASON             PIC X(40)    VALUE SPACES.

      *    The cancellation list as supplied, one entry per line.
      *    Two hundred withdrawals in one run is far beyond anything
      *    a sender has asked for; overflow is announced, never
      *    silently dropped.
       01  WS-CANCEL-TABLE.
           05  WS-CANCEL-COUNT          PIC 9(3)  COMP  VALUE ZERO.
           05  WS-KX                    PIC 9(3)  COMP  VALUE ZERO.
           05  WS-CANCEL-ENTRY OCCURS 200 TIMES.
               10  WS-CN-CUST-ID        PIC X(10).
               10  WS-CN-EFFECTIVE-DATE PIC X(8).
               10  WS-CN-MATCHED-SW     PIC X(1).
                   88  WS-CN-MATCHED     VALUE "Y".

       01  WS-COUNTERS.
           05  WC-ROWS-READ             PIC 9(9)     VALUE ZERO.
           05  WC-ROWS-HELD             PIC 9(9)     VALUE ZERO.
           05  WC-ROWS-DUE              PIC 9(9)     VALUE ZERO.
           05  WC-ROWS-RELEASED         PIC 9(9)     VALUE ZERO.
           05  WC-ROWS-CANCELLED        PIC 9(9)     VALUE ZERO.
           05  WC-CANCELLED-THIS-RUN    PIC 9(9)     VALUE ZERO.
           05  WC-CANCEL-FAILED         PIC 9(9)     VALUE ZERO.
           05  WC-NOT-HELD              PIC 9(9)     VALUE ZERO.
           05  WC-CANCEL-LINES          PIC 9(9)     VALUE ZERO.

       01  PENDING-DETAIL-LINE.
           05  PD-DISPOSITION           PIC X(13).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  PD-CUST-ID               PIC X(10).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  PD-TRAN-CODE             PIC X(1).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  PD-EFFECTIVE-DATE        PIC X(8).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  PD-SOURCE-ID             PIC X(4).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  PD-DATE-HELD             PIC X(8).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  PD-NAME                  PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-REFUSED
               PERFORM 9100-REFUSE-RUN
           ELSE
               PERFORM 2000-PROCESS-ONE-ROW UNTIL WS-EOF
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1010-ACCEPT-REQUEST
           IF WS-REQ-CANCEL AND NOT WS-RUN-REFUSED
               PERFORM 1030-OPEN-BATCH-WINDOW
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 1040-OPEN-PENDING-QUEUE
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 1050-WRITE-REPORT-HEADING
               IF WS-QUEUE-OPENED
                   PERFORM 1100-READ-PENDING
               ELSE
                   MOVE "Y" TO WS-EOF-SW
               END-IF
           END-IF.

       1010-ACCEPT-REQUEST.
           PERFORM 1005-OPEN-PARAM-FILE
           IF NOT WS-PARAM-MODE
               DISPLAY "PENDMNT: FUNCTION (REPORT/CANCEL)?"
           END-IF
           PERFORM 1015-GET-REQUEST-REPLY
           MOVE WS-REPLY(1:6) TO WS-REQ-FUNCTION
           IF NOT WS-PARAM-MODE
               DISPLAY "PENDMNT: FEED SOURCE (BLANK=ALL/SINGLE "
                   "SENDER)?"
           END-IF
           PERFORM 1015-GET-REQUEST-REPLY
           MOVE WS-REPLY(1:4) TO WS-REQ-SOURCE
           EVALUATE TRUE
               WHEN WS-REQ-REPORT
                   CONTINUE
               WHEN WS-REQ-CANCEL
                   PERFORM 1020-ACCEPT-CANCEL-LIST
               WHEN OTHER
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "UNKNOWN FUNCTION - USE REPORT OR CANCEL"
                                         TO WS-REFUSE-REASON
           END-EVALUATE
           IF WS-PARAM-MODE
               CLOSE PARAM-FILE
           END-IF.

      *    A PENDPARM on disk switches the run to parameter mode:
      *    the replies the console prompts would have collected come
      *    one per line instead, in prompt order.  No file means
      *    console.
       1005-OPEN-PARAM-FILE.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-FILE-STATUS = "00"
               SET WS-PARAM-MODE TO TRUE
           END-IF.

      *    A parameter file that runs out of lines answers blank
      *    from there on - the same as an operator pressing enter
      *    through the remaining prompts.
       1015-GET-REQUEST-REPLY.
           MOVE SPACES TO WS-REPLY
           IF WS-PARAM-MODE
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARAM-RECORD TO WS-REPLY
               END-READ
           ELSE
               ACCEPT WS-REPLY
           END-IF.

       1020-ACCEPT-CANCEL-LIST.
           MOVE "N" TO WS-LIST-END-SW
           PERFORM 1025-ACCEPT-ONE-CANCEL-LINE UNTIL WS-LIST-END
           IF WS-CANCEL-COUNT = ZERO
               SET WS-RUN-REFUSED TO TRUE
               MOVE "CANCEL LIST IS EMPTY - NOTHING TO DO"
                                         TO WS-REFUSE-REASON
           END-IF.

       1025-ACCEPT-ONE-CANCEL-LINE.
           IF NOT WS-PARAM-MODE
               DISPLAY "PENDMNT: CUST-ID AND EFFECTIVE DATE "
                   "(BLANK=END OF LIST)?"
           END-IF
           PERFORM 1015-GET-REQUEST-REPLY
           EVALUATE TRUE
               WHEN WS-REPLY(1:10) = SPACES
                   SET WS-LIST-END TO TRUE
               WHEN WS-CANCEL-COUNT < 200
                   ADD 1 TO WS-CANCEL-COUNT
                   MOVE WS-REPLY(1:10)
                       TO WS-CN-CUST-ID(WS-CANCEL-COUNT)
                   MOVE WS-REPLY(12:8)
                       TO WS-CN-EFFECTIVE-DATE(WS-CANCEL-COUNT)
                   MOVE "N" TO WS-CN-MATCHED-SW(WS-CANCEL-COUNT)
               WHEN OTHER
                   DISPLAY "PENDMNT: CANCEL LIST FULL, LINE DROPPED - "
                       WS-REPLY(1:19)
           END-EVALUATE.

      *    Same interlock AUDARCHV takes before rewriting the trail:
      *    the queue is rewritten in place, so UPDMAST must not be
      *    releasing from it at the same time.
       1030-OPEN-BATCH-WINDOW.
           PERFORM 7100-READ-RUN-CONTROL
           EVALUATE TRUE
               WHEN RUN-BATCH-WINDOW-OPEN
                       AND RUN-BATCH-JOB-ID NOT = WS-JOB-ID
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "BATCH WINDOW HELD BY ANOTHER JOB"
                                         TO WS-REFUSE-REASON
               WHEN RUN-ONLINE-SESSIONS NUMERIC
                       AND RUN-ONLINE-SESSIONS > ZERO
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "ONLINE SESSIONS ACTIVE - WAIT"
                                         TO WS-REFUSE-REASON
               WHEN OTHER
                   IF RUN-ONLINE-SESSIONS NOT NUMERIC
                       MOVE ZERO TO RUN-ONLINE-SESSIONS
                   END-IF
                   SET RUN-BATCH-WINDOW-OPEN TO TRUE
                   MOVE WS-JOB-ID             TO RUN-BATCH-JOB-ID
                   MOVE WS-RUN-ID             TO RUN-BATCH-RUN-ID
                   MOVE FUNCTION CURRENT-DATE TO RUN-BATCH-TIMESTAMP
                   PERFORM 7200-WRITE-RUN-CONTROL
                   SET WS-WINDOW-OPENED TO TRUE
           END-EVALUATE.

      *    No PENDTXN yet simply means nothing has ever been held: a
      *    report says so, a cancel lists every line as NOT HELD.
      *    Only a missing queue ("35") means nothing has been held;
      *    a queue that is there but cannot be opened is refused, so
      *    a locked or damaged PENDTXN never reads as empty.
       1040-OPEN-PENDING-QUEUE.
           IF WS-REQ-CANCEL
               OPEN I-O PENDING-FILE
           ELSE
               OPEN INPUT PENDING-FILE
           END-IF
           EVALUATE WS-PENDING-FILE-STATUS
               WHEN "00"
                   SET WS-QUEUE-OPENED TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "PENDTXN UNAVAILABLE, STATUS "
                       WS-PENDING-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
           END-EVALUATE.

       1050-WRITE-REPORT-HEADING.
           OPEN OUTPUT PENDING-RPT-FILE
           MOVE "PENDMNT PENDING TRANSACTION REPORT"
                                       TO PENDING-RPT-RECORD
           WRITE PENDING-RPT-RECORD
           MOVE SPACES TO PENDING-RPT-RECORD
           STRING "REQUEST FUNCTION : " WS-REQ-FUNCTION
               "  SOURCE " WS-REQ-SOURCE "  RUN DATE " WS-TODAY
               DELIMITED BY SIZE INTO PENDING-RPT-RECORD
           WRITE PENDING-RPT-RECORD
           MOVE SPACES TO PENDING-RPT-RECORD
           IF WS-PARAM-MODE
               MOVE "PARAMETERS FROM  : PENDPARM"
                                       TO PENDING-RPT-RECORD
           ELSE
               MOVE "PARAMETERS FROM  : CONSOLE"
                                       TO PENDING-RPT-RECORD
           END-IF
           WRITE PENDING-RPT-RECORD
           IF NOT WS-QUEUE-OPENED
               MOVE "PENDTXN NOT FOUND - NO TRANSACTION HAS BEEN HELD"
                                       TO PENDING-RPT-RECORD
               WRITE PENDING-RPT-RECORD
           END-IF
           MOVE SPACES TO PENDING-RPT-RECORD
           WRITE PENDING-RPT-RECORD.

       1100-READ-PENDING.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WC-ROWS-READ
           END-READ.

      *    Status totals cover the whole queue for the source asked
      *    about; detail lines are written only for rows still held
      *    (REPORT) or closed by this run (CANCEL).
       2000-PROCESS-ONE-ROW.
           IF WS-REQ-CANCEL
               IF PEND-HELD AND PEND-SOURCE-ID = WS-REQ-SOURCE
                   PERFORM 2100-CANCEL-IF-LISTED
               END-IF
           ELSE
               IF WS-REQ-SOURCE = SPACES
                       OR PEND-SOURCE-ID = WS-REQ-SOURCE
                   PERFORM 2500-REPORT-ONE-ROW
               END-IF
           END-IF
           PERFORM 1100-READ-PENDING.

       2100-CANCEL-IF-LISTED.
           PERFORM 2110-MATCH-ONE-CANCEL-ENTRY
               VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-CANCEL-COUNT OR PEND-CANCELLED
           IF PEND-CANCELLED
               MOVE WS-TODAY  TO PEND-DATE-CLOSED
               MOVE WS-RUN-ID TO PEND-CLOSED-RUN-ID
               REWRITE PENDING-RECORD
               IF WS-PENDING-FILE-STATUS = "00"
                   ADD 1 TO WC-CANCELLED-THIS-RUN
                   MOVE "CANCELLED"  TO PD-DISPOSITION
                   PERFORM 2900-WRITE-DETAIL-LINE
               ELSE
                   ADD 1 TO WC-CANCEL-FAILED
                   MOVE "CANCEL FAILED" TO PD-DISPOSITION
                   PERFORM 2900-WRITE-DETAIL-LINE
                   MOVE SPACES TO PENDING-RPT-RECORD
                   STRING "              PENDTXN REWRITE STATUS "
                       WS-PENDING-FILE-STATUS " - ROW STILL HELD"
                       DELIMITED BY SIZE INTO PENDING-RPT-RECORD
                   WRITE PENDING-RPT-RECORD
               END-IF
           END-IF.

       2110-MATCH-ONE-CANCEL-ENTRY.
           IF PEND-CUST-ID = WS-CN-CUST-ID(WS-KX)
                   AND (WS-CN-EFFECTIVE-DATE(WS-KX) = SPACES
                     OR PEND-EFFECTIVE-DATE
                            = WS-CN-EFFECTIVE-DATE(WS-KX))
               SET WS-CN-MATCHED(WS-KX) TO TRUE
               SET PEND-CANCELLED TO TRUE
           END-IF.

       2500-REPORT-ONE-ROW.
           EVALUATE TRUE
               WHEN PEND-HELD
                   ADD 1 TO WC-ROWS-HELD
                   IF PEND-EFFECTIVE-DATE NOT > WS-TODAY
                       ADD 1 TO WC-ROWS-DUE
                       MOVE "DUE - HELD" TO PD-DISPOSITION
                   ELSE
                       MOVE "HELD"       TO PD-DISPOSITION
                   END-IF
                   PERFORM 2900-WRITE-DETAIL-LINE
               WHEN PEND-RELEASED
                   ADD 1 TO WC-ROWS-RELEASED
               WHEN PEND-CANCELLED
                   ADD 1 TO WC-ROWS-CANCELLED
           END-EVALUATE.

       2900-WRITE-DETAIL-LINE.
           MOVE PEND-CUST-ID        TO PD-CUST-ID
           MOVE PEND-TRAN-CODE      TO PD-TRAN-CODE
           MOVE PEND-EFFECTIVE-DATE TO PD-EFFECTIVE-DATE
           MOVE PEND-SOURCE-ID      TO PD-SOURCE-ID
           MOVE PEND-DATE-HELD      TO PD-DATE-HELD
           MOVE PEND-NAME           TO PD-NAME
           MOVE SPACES              TO PENDING-RPT-RECORD
           MOVE PENDING-DETAIL-LINE TO PENDING-RPT-RECORD
           WRITE PENDING-RPT-RECORD.

      *    Every cancel line that closed nothing is listed back, so
      *    the sender hears that the transaction had already been
      *    released, was never held, or belongs to someone else.
       3000-LIST-UNMATCHED-CANCELS.
           PERFORM 3100-LIST-ONE-UNMATCHED
               VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-CANCEL-COUNT.

       3100-LIST-ONE-UNMATCHED.
           IF NOT WS-CN-MATCHED(WS-KX)
               ADD 1 TO WC-NOT-HELD
               MOVE SPACES TO PENDING-DETAIL-LINE
               MOVE "NOT HELD"       TO PD-DISPOSITION
               MOVE WS-CN-CUST-ID(WS-KX)        TO PD-CUST-ID
               MOVE WS-CN-EFFECTIVE-DATE(WS-KX) TO PD-EFFECTIVE-DATE
               MOVE WS-REQ-SOURCE    TO PD-SOURCE-ID
               MOVE SPACES           TO PENDING-RPT-RECORD
               MOVE PENDING-DETAIL-LINE TO PENDING-RPT-RECORD
               WRITE PENDING-RPT-RECORD
           END-IF.

       7100-READ-RUN-CONTROL.
           SET RUN-BATCH-WINDOW-CLOSED TO TRUE
           MOVE SPACES TO RUN-BATCH-JOB-ID RUN-BATCH-RUN-ID
                          RUN-BATCH-TIMESTAMP
           MOVE ZERO   TO RUN-ONLINE-SESSIONS
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL-FILE INTO RUN-CONTROL-RECORD
                   AT END
                       CONTINUE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       7200-WRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE
           WRITE RUN-CONTROL-REC FROM RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       7300-CLOSE-BATCH-WINDOW.
           PERFORM 7100-READ-RUN-CONTROL
           SET RUN-BATCH-WINDOW-CLOSED TO TRUE
           MOVE WS-JOB-ID             TO RUN-BATCH-JOB-ID
           MOVE WS-RUN-ID             TO RUN-BATCH-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-BATCH-TIMESTAMP
           IF RUN-ONLINE-SESSIONS NOT NUMERIC
               MOVE ZERO TO RUN-ONLINE-SESSIONS
           END-IF
           PERFORM 7200-WRITE-RUN-CONTROL.

       9000-TERMINATE.
           IF WS-QUEUE-OPENED
               CLOSE PENDING-FILE
           END-IF
           IF WS-REQ-CANCEL
               PERFORM 3000-LIST-UNMATCHED-CANCELS
           END-IF
           MOVE SPACES TO PENDING-RPT-RECORD
           WRITE PENDING-RPT-RECORD
           IF WS-REQ-CANCEL
               MOVE WS-CANCEL-COUNT TO WC-CANCEL-LINES
               MOVE SPACES TO PENDING-RPT-RECORD
               STRING "CANCEL LINES     : " WC-CANCEL-LINES
                   DELIMITED BY SIZE INTO PENDING-RPT-RECORD
               WRITE PENDING-RPT-RECORD
               MOVE SPACES TO PENDING-RPT-RECORD
               STRING "ROWS CANCELLED   : " WC-CANCELLED-THIS-RUN
                   DELIMITED BY SIZE INTO PENDING-RPT-RECORD
               WRITE PENDING-RPT-RECORD
               MOVE SPACES TO PENDING-RPT-RECORD
               STRING "LINES NOT HELD   : " WC-NOT-HELD
                   DELIMITED BY SIZE INTO PENDING-RPT-RECORD
               WRITE PENDING-RPT-RECORD
               MOVE SPACES TO PENDING-RPT-RECORD
               STRING "CANCELS FAILED   : " WC-CANCEL-FAILED
                   DELIMITED BY SIZE INTO PENDING-RPT-RECORD
               WRITE PENDING-RPT-RECORD
           ELSE
               MOVE SPACES TO PENDING-RPT-RECORD
               STRING "ROWS STILL HELD  : " WC-ROWS-HELD
                   DELIMITED BY SIZE INTO PENDING-RPT-RECORD
               WRITE PENDING-RPT-RECORD
               MOVE SPACES TO PENDING-RPT-RECORD
               STRING "  OF WHICH DUE   : " WC-ROWS-DUE
                   DELIMITED BY SIZE INTO PENDING-RPT-RECORD
               WRITE PENDING-RPT-RECORD
               MOVE SPACES TO PENDING-RPT-RECORD
               STRING "ROWS RELEASED    : " WC-ROWS-RELEASED
                   DELIMITED BY SIZE INTO PENDING-RPT-RECORD
               WRITE PENDING-RPT-RECORD
               MOVE SPACES TO PENDING-RPT-RECORD
               STRING "ROWS CANCELLED   : " WC-ROWS-CANCELLED
                   DELIMITED BY SIZE INTO PENDING-RPT-RECORD
               WRITE PENDING-RPT-RECORD
           END-IF
           CLOSE PENDING-RPT-FILE
           IF WS-WINDOW-OPENED
               PERFORM 7300-CLOSE-BATCH-WINDOW
           END-IF
           DISPLAY "PENDMNT: QUEUE ROWS READ   = " WC-ROWS-READ
           IF WS-REQ-CANCEL
               DISPLAY "PENDMNT: ROWS CANCELLED    = "
                   WC-CANCELLED-THIS-RUN
               DISPLAY "PENDMNT: LINES NOT HELD    = " WC-NOT-HELD
               DISPLAY "PENDMNT: CANCELS FAILED    = " WC-CANCEL-FAILED
               IF WC-CANCEL-FAILED > ZERO
                   MOVE 16 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "PENDMNT: ROWS STILL HELD   = " WC-ROWS-HELD
               DISPLAY "PENDMNT: ROWS DUE          = " WC-ROWS-DUE
           END-IF.

       9100-REFUSE-RUN.
           DISPLAY "PENDMNT: RUN REFUSED - " WS-REFUSE-REASON
           IF WS-WINDOW-OPENED
               PERFORM 7300-CLOSE-BATCH-WINDOW
           END-IF
           MOVE 16 TO RETURN-CODE.
