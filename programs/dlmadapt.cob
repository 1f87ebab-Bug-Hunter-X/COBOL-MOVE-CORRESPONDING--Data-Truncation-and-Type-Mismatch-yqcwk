      ******************************************************************
      *  PROGRAM-ID.  DLMADAPT
      *
      *  Delimited-file adapter for feed partners whose systems
      *  cannot cut our fixed WSRECRD header/detail/trailer feed.
      *  The partner sends one delimited line per customer, in its
      *  own column order, with a quoted name, its own date layout,
      *  its own action words and a control line of its own at the
      *  end.  This job converts that file into an ordinary WSRAWIN
      *  feed, so WSEDIT, UPDMAST and SUSPRTRN treat the partner
      *  exactly like any other source:
      *
      *    - the header carries the partner's source id and the
      *      next cycle on its CYCLCTL row (cycle 1 for a source with
      *      no row yet), dated today;
      *    - each line that converts cleanly becomes one detail:
      *      the customer id, the name with its quoting removed, the
      *      birth date (and the effective date, if the partner sends
      *      one) turned into YYYYMMDD, and the action word turned
      *      into A/C/D;
      *    - the trailer count is the partner's own control-line
      *      count less the lines rejected here, and its hash is the
      *      birth-date sum of the details written (the partner has
      *      no hash of its own).  A partner count that does not
      *      cover every line received leaves the trailer out of
      *      balance, so WSEDIT refuses the feed on the same grounds
      *      as a short transmission from anyone else.
      *
      *  How to read each partner's file comes from the DLMMAP
      *  mapping file, one line per source (columns 1-4 source, 6
      *  delimiter - blank for a comma, 8-9 column count, 11-12
      *  customer-id column, 14-15 name column, 17-18 birth-date
      *  column, 20-21 action column, 23-24 effective-date column or
      *  00 for none, 26-28 date order DMY/MDY/YMD, 30 date separator
      *  - blank for none, 32-37 / 39-44 / 46-51 the partner's add,
      *  change and delete words, 53 heading lines to skip, 55-62
      *  the first field that marks the control line, 64-65 the
      *  control line's count column).  A fresh partner is a new
      *  DLMMAP line, not a new program.
      *
      *  A line that cannot be converted - bad quoting, the wrong
      *  number of columns, a customer id or name too long for the
      *  record, an action word the mapping does not know, a date
      *  that will not parse - is listed on the DLMADRPT exception
      *  report with its line number and text, and parked to
      *  SUSPENSE under the partner's source id so SUSPRTRN returns
      *  it with the rest of the cycle's rejects.  Those rows are
      *  parked already written off: there is nothing on our side to
      *  correct or retry, and the partner must send the customer
      *  again.  A rerun on the same day does not park the same
      *  reject twice.
      *
      *  Run ahead of WSEDIT for the partner's feed.  The source id
      *  comes from the ADPTPARM parameter file when one is present
      *  and from the console otherwise.  WSRAWIN is emptied before
      *  anything else is checked, so a run that cannot start never
      *  leaves an earlier feed behind to be certified.  A missing,
      *  repeated, misplaced or unproved partner control line, or a
      *  run that could not start, ends with return code 16.
      *
      *  Parking rejects appends to SUSPENSE, which UPDMAST and
      *  CORRSCRN also write, so the RUNCNTL window is taken under
      *  this job's identity from before the parked rejects are read
      *  until SUSPENSE is closed again (the AGEMILE convention).  A
      *  window held by another job, or an open CORRSCRN session,
      *  refuses the run with return code 16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLMADAPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTNER-FILE ASSIGN TO "DLMINPUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTNER-FILE-STATUS.

           SELECT MAPPING-FILE ASSIGN TO "DLMMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAPPING-FILE-STATUS.

           SELECT RAW-OUTPUT-FILE ASSIGN TO "WSRAWIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RAW-OUTPUT-STATUS.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCLCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT ADAPT-RPT-FILE ASSIGN TO "DLMADRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADAPT-RPT-STATUS.

           SELECT PARAM-FILE ASSIGN TO "ADPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCNTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTNER-FILE.
       01  PARTNER-RECORD               PIC X(400).

       FD  MAPPING-FILE.
       01  MAPPING-RECORD               PIC X(80).

       FD  RAW-OUTPUT-FILE.
           COPY WSRECRD.

       FD  CYCLE-CONTROL-FILE.
           COPY CYCLREC.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  ADAPT-RPT-FILE.
       01  ADAPT-RPT-RECORD             PIC X(132).

       FD  PARAM-FILE.
       01  PARAM-RECORD                 PIC X(80).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC              PIC X(41).

       WORKING-STORAGE SECTION.
       01  WS-JOB-ID                    PIC X(8)     VALUE "DLMADAPT".
       01  WS-RUN-ID                    PIC X(8).

       01  WS-FLAGS.
           05  WS-EOF-SW                PIC X(1)     VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  WS-SCAN-EOF-SW           PIC X(1)     VALUE "N".
               88  WS-SCAN-EOF           VALUE "Y".
           05  WS-ABORT-SW              PIC X(1)     VALUE "N".
               88  WS-RUN-ABORTED        VALUE "Y".
           05  WS-MAPPING-FOUND-SW      PIC X(1)     VALUE "N".
               88  WS-MAPPING-FOUND      VALUE "Y".
           05  WS-CYCLE-FOUND-SW        PIC X(1)     VALUE "N".
               88  WS-CYCLE-FOUND        VALUE "Y".
           05  WS-CONTROL-SEEN-SW       PIC X(1)     VALUE "N".
               88  WS-CONTROL-SEEN       VALUE "Y".
           05  WS-CONTROL-FAILED-SW     PIC X(1)     VALUE "N".
               88  WS-CONTROL-FAILED     VALUE "Y".
           05  WS-ROW-SW                PIC X(1)     VALUE "G".
               88  WS-ROW-GOOD           VALUE "G".
               88  WS-ROW-REJECTED       VALUE "R".
           05  WS-QUOTING-SW            PIC X(1)     VALUE "N".
               88  WS-BAD-QUOTING        VALUE "Y".
           05  WS-NUMBER-SW             PIC X(1)     VALUE "Y".
               88  WS-NUMBER-VALID       VALUE "Y".
               88  WS-NUMBER-INVALID     VALUE "N".
           05  WS-DATE-SW               PIC X(1)     VALUE "Y".
               88  WS-DATE-VALID         VALUE "Y".
               88  WS-DATE-INVALID       VALUE "N".
           05  WS-PARKED-SW             PIC X(1)     VALUE "N".
               88  WS-ALREADY-PARKED     VALUE "Y".
           05  WS-WINDOW-SW             PIC X(1)     VALUE "N".
               88  WS-WINDOW-OPENED      VALUE "Y".

       01  WS-PARTNER-FILE-STATUS       PIC X(2)     VALUE "00".
       01  WS-MAPPING-FILE-STATUS       PIC X(2)     VALUE "00".
       01  WS-RAW-OUTPUT-STATUS         PIC X(2)     VALUE "00".
       01  WS-CYCLE-FILE-STATUS         PIC X(2)     VALUE "00".
       01  WS-SUSPENSE-FILE-STATUS      PIC X(2)     VALUE "00".
       01  WS-ADAPT-RPT-STATUS          PIC X(2)     VALUE "00".
       01  WS-PARAM-FILE-STATUS         PIC X(2)     VALUE "00".
       01  WS-RUN-CONTROL-STATUS        PIC X(2)     VALUE "00".

           COPY RUNCREC.

       01  WS-PARAM-MODE-SW             PIC X(1)     VALUE "N".
           88  WS-PARAM-MODE             VALUE "Y".
       01  WS-REPLY                     PIC X(80)    VALUE SPACES.

       01  WS-REQ-SOURCE                PIC X(4)     VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(8).
       01  WS-NEXT-CYCLE                PIC 9(6)     VALUE ZERO.
       01  WS-REFUSE-REASON             PIC X(40)    VALUE SPACES.
       01  WS-REJECT-REASON             PIC X(16)    VALUE SPACES.

      *    The partner's DLMMAP line, as laid out in the banner.
       01  WS-MAPPING-LINE.
           05  ML-SOURCE-ID             PIC X(4).
           05  FILLER                   PIC X(1).
           05  ML-DELIMITER             PIC X(1).
           05  FILLER                   PIC X(1).
           05  ML-COLUMN-COUNT          PIC 9(2).
           05  FILLER                   PIC X(1).
           05  ML-ID-COLUMN             PIC 9(2).
           05  FILLER                   PIC X(1).
           05  ML-NAME-COLUMN           PIC 9(2).
           05  FILLER                   PIC X(1).
           05  ML-BDATE-COLUMN          PIC 9(2).
           05  FILLER                   PIC X(1).
           05  ML-ACTION-COLUMN         PIC 9(2).
           05  FILLER                   PIC X(1).
           05  ML-EFFECT-COLUMN         PIC 9(2).
           05  FILLER                   PIC X(1).
           05  ML-DATE-ORDER            PIC X(3).
               88  ML-DAY-MONTH-YEAR     VALUE "DMY".
               88  ML-MONTH-DAY-YEAR     VALUE "MDY".
               88  ML-YEAR-MONTH-DAY     VALUE "YMD".
           05  FILLER                   PIC X(1).
           05  ML-DATE-SEPARATOR        PIC X(1).
           05  FILLER                   PIC X(1).
           05  ML-ADD-WORD              PIC X(6).
           05  FILLER                   PIC X(1).
           05  ML-CHANGE-WORD           PIC X(6).
           05  FILLER                   PIC X(1).
           05  ML-DELETE-WORD           PIC X(6).
           05  FILLER                   PIC X(1).
           05  ML-HEADING-LINES         PIC 9(1).
           05  FILLER                   PIC X(1).
           05  ML-CONTROL-TAG           PIC X(8).
           05  FILLER                   PIC X(1).
           05  ML-CONTROL-COUNT-COLUMN  PIC 9(2).
           05  FILLER                   PIC X(15).

       01  WS-PARTNER-LINE              PIC X(400).
       01  WS-LINE-LENGTH               PIC 9(3)  COMP  VALUE ZERO.
       01  WS-CX                        PIC 9(3)  COMP  VALUE ZERO.
       01  WS-CHAR                      PIC X(1).

      *    Where the split stands at the current character: outside
      *    quotes, inside a quoted field, or just past a quote that
      *    either closes the field or doubles as a literal quote.
       01  WS-QUOTE-STATE               PIC X(1)     VALUE "N".
           88  WS-OUTSIDE-QUOTES         VALUE "N".
           88  WS-INSIDE-QUOTES          VALUE "Q".
           88  WS-AFTER-QUOTE            VALUE "P".

      *    One line split into its fields.  WS-COLUMNS-SEEN counts
      *    every field on the line; only the first twenty are kept,
      *    which is as wide as a mapping may be.
       01  WS-FIELD-TABLE.
           05  WS-FX                    PIC 9(2)  COMP  VALUE ZERO.
           05  WS-COLUMNS-SEEN          PIC 9(3)  COMP  VALUE ZERO.
           05  WS-FIELD-ENTRY OCCURS 20 TIMES.
               10  WS-FIELD-VALUE       PIC X(60).
               10  WS-FIELD-LENGTH      PIC 9(2)  COMP.
               10  WS-FIELD-OVERFLOW-SW PIC X(1).
                   88  WS-FIELD-OVERFLOW VALUE "Y".

      *    Field-to-number and field-to-date work areas.
       01  WS-NUMBER-FIELD              PIC X(60).
       01  WS-NUMBER-VALUE              PIC 9(9)     VALUE ZERO.
       01  WS-NX                        PIC 9(2)  COMP  VALUE ZERO.
       01  WS-DIGIT                     PIC 9(1).
       01  WS-DATE-FIELD                PIC X(60).
       01  WS-DATE-OUT.
           05  WS-DATE-OUT-YEAR         PIC X(4).
           05  WS-DATE-OUT-MONTH        PIC X(2).
           05  WS-DATE-OUT-DAY          PIC X(2).
       01  WS-DATE-DIGITS               PIC X(8).

      *    Rejects an earlier run today already parked for this
      *    source, so a rerun does not park them again.
       01  WS-PARKED-TABLE.
           05  WS-PX                    PIC 9(3)  COMP  VALUE ZERO.
           05  WS-PARKED-COUNT          PIC 9(3)  COMP  VALUE ZERO.
           05  WS-PARKED-ENTRY OCCURS 500 TIMES.
               10  WS-PK-CUST-ID        PIC X(10).
               10  WS-PK-REASON         PIC X(16).

       01  WS-PARTNER-COUNT             PIC 9(9)     VALUE ZERO.

       01  WS-COUNTERS.
           05  WC-LINES-READ            PIC 9(9)     VALUE ZERO.
           05  WC-HEADINGS-SKIPPED      PIC 9(9)     VALUE ZERO.
           05  WC-BLANK-LINES           PIC 9(9)     VALUE ZERO.
           05  WC-DATA-ROWS             PIC 9(9)     VALUE ZERO.
           05  WC-ROWS-CONVERTED        PIC 9(9)     VALUE ZERO.
           05  WC-ROWS-REJECTED         PIC 9(9)     VALUE ZERO.
           05  WC-REJECTS-PARKED        PIC 9(9)     VALUE ZERO.
           05  WC-BDATE-HASH-TOTAL      PIC 9(15)    VALUE ZERO.
           05  WC-TRAILER-COUNT         PIC 9(9)     VALUE ZERO.

       01  ADAPT-EXCEPTION-LINE.
           05  FILLER                   PIC X(5)     VALUE "LINE ".
           05  AX-LINE-NUMBER           PIC Z(5)9.
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  AX-REASON                PIC X(16).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  AX-CUST-ID               PIC X(10).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  AX-TEXT                  PIC X(90).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-ONE-LINE
               UNTIL WS-EOF OR WS-RUN-ABORTED
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-ID
           OPEN OUTPUT ADAPT-RPT-FILE
           MOVE "DLMADAPT DELIMITED FEED ADAPTER REPORT"
                                         TO ADAPT-RPT-RECORD
           WRITE ADAPT-RPT-RECORD
           MOVE SPACES TO ADAPT-RPT-RECORD
           WRITE ADAPT-RPT-RECORD
           PERFORM 1010-ACCEPT-REQUEST
           IF NOT WS-RUN-ABORTED
               PERFORM 1100-FIND-MAPPING
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 1030-CHECK-INTERLOCK
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 1200-FIND-NEXT-CYCLE
               PERFORM 1300-LOAD-PARKED-REJECTS
           END-IF
           IF NOT WS-RUN-ABORTED
               OPEN INPUT PARTNER-FILE
               IF WS-PARTNER-FILE-STATUS NOT = "00"
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE "PARTNER FILE DLMINPUT UNAVAILABLE"
                                         TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF NOT WS-RUN-ABORTED
               OPEN EXTEND SUSPENSE-FILE
               IF WS-SUSPENSE-FILE-STATUS = "35"
                   OPEN OUTPUT SUSPENSE-FILE
               END-IF
               IF WS-SUSPENSE-FILE-STATUS NOT = "00"
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE "SUSPENSE UNAVAILABLE FOR REJECTS"
                                         TO WS-REFUSE-REASON
                   CLOSE PARTNER-FILE
               END-IF
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 1050-WRITE-FEED-HEADER
               PERFORM 1500-READ-PARTNER-LINE
           END-IF.

      *    WSRAWIN is opened (and so emptied) as soon as the source is
      *    known, before any other check can stop the run.
       1010-ACCEPT-REQUEST.
           PERFORM 1005-OPEN-PARAM-FILE
           IF NOT WS-PARAM-MODE
               DISPLAY "DLMADAPT: PARTNER SOURCE ID?"
           END-IF
           PERFORM 1015-GET-REQUEST-REPLY
           MOVE WS-REPLY(1:4) TO WS-REQ-SOURCE
           MOVE SPACES TO ADAPT-RPT-RECORD
           IF WS-PARAM-MODE
               CLOSE PARAM-FILE
               MOVE "PARAMETERS FROM ADPTPARM" TO ADAPT-RPT-RECORD
           ELSE
               MOVE "PARAMETERS FROM CONSOLE" TO ADAPT-RPT-RECORD
           END-IF
           WRITE ADAPT-RPT-RECORD
           MOVE SPACES TO ADAPT-RPT-RECORD
           STRING "PARTNER SOURCE      : " WS-REQ-SOURCE
               DELIMITED BY SIZE INTO ADAPT-RPT-RECORD
           WRITE ADAPT-RPT-RECORD
           OPEN OUTPUT RAW-OUTPUT-FILE
           IF WS-RAW-OUTPUT-STATUS NOT = "00"
               SET WS-RUN-ABORTED TO TRUE
               MOVE "WSRAWIN CANNOT BE WRITTEN" TO WS-REFUSE-REASON
           ELSE
               IF WS-REQ-SOURCE = SPACES
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE "NO PARTNER SOURCE ID GIVEN"
                                         TO WS-REFUSE-REASON
               END-IF
           END-IF.

       1005-OPEN-PARAM-FILE.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-FILE-STATUS = "00"
               SET WS-PARAM-MODE TO TRUE
           END-IF.

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

      *    The window is taken before SUSPENSE is first read, so the
      *    parked rejects checked for a rerun are still the whole
      *    story when this run appends its own.
       1030-CHECK-INTERLOCK.
           PERFORM 7100-READ-RUN-CONTROL
           EVALUATE TRUE
               WHEN RUN-BATCH-WINDOW-OPEN
                       AND RUN-BATCH-JOB-ID NOT = WS-JOB-ID
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE "BATCH WINDOW OPEN - WAIT FOR END OF JOB"
                                         TO WS-REFUSE-REASON
               WHEN RUN-ONLINE-SESSIONS NUMERIC
                       AND RUN-ONLINE-SESSIONS > ZERO
                   SET WS-RUN-ABORTED TO TRUE
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

       1050-WRITE-FEED-HEADER.
           MOVE SPACES        TO WS-HEADER-RECORD
           MOVE "HDR"         TO WSH-RECORD-TYPE
           MOVE WS-RUN-DATE   TO WSH-CREATE-DATE
           MOVE WS-NEXT-CYCLE TO WSH-CYCLE-NUMBER
           MOVE WS-REQ-SOURCE TO WSH-SOURCE-ID
           WRITE WS-HEADER-RECORD
           MOVE SPACES TO ADAPT-RPT-RECORD
           STRING "FEED CYCLE          : " WS-NEXT-CYCLE
               DELIMITED BY SIZE INTO ADAPT-RPT-RECORD
           WRITE ADAPT-RPT-RECORD
           MOVE SPACES TO ADAPT-RPT-RECORD
           WRITE ADAPT-RPT-RECORD.

      *    The source's own DLMMAP line; a source with none, or one
      *    whose line does not describe a file we can read, stops
      *    the run before a single partner line is touched.
       1100-FIND-MAPPING.
           OPEN INPUT MAPPING-FILE
           IF WS-MAPPING-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF-SW
               PERFORM 1110-READ-ONE-MAPPING
                   UNTIL WS-SCAN-EOF OR WS-MAPPING-FOUND
               CLOSE MAPPING-FILE
           END-IF
           IF WS-MAPPING-FOUND
               PERFORM 1120-CHECK-MAPPING
           ELSE
               SET WS-RUN-ABORTED TO TRUE
               MOVE "NO DLMMAP LINE FOR THIS SOURCE"
                                         TO WS-REFUSE-REASON
           END-IF.

       1110-READ-ONE-MAPPING.
           READ MAPPING-FILE INTO WS-MAPPING-LINE
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF ML-SOURCE-ID = WS-REQ-SOURCE
                       SET WS-MAPPING-FOUND TO TRUE
                   END-IF
           END-READ.

       1120-CHECK-MAPPING.
           IF ML-DELIMITER = SPACE
               MOVE "," TO ML-DELIMITER
           END-IF
           EVALUATE TRUE
               WHEN ML-COLUMN-COUNT NOT NUMERIC
                       OR ML-ID-COLUMN NOT NUMERIC
                       OR ML-NAME-COLUMN NOT NUMERIC
                       OR ML-BDATE-COLUMN NOT NUMERIC
                       OR ML-ACTION-COLUMN NOT NUMERIC
                       OR ML-EFFECT-COLUMN NOT NUMERIC
                       OR ML-HEADING-LINES NOT NUMERIC
                       OR ML-CONTROL-COUNT-COLUMN NOT NUMERIC
                   MOVE "DLMMAP LINE NOT NUMERIC" TO WS-REFUSE-REASON
               WHEN ML-COLUMN-COUNT = ZERO
                       OR ML-COLUMN-COUNT > 20
                       OR ML-ID-COLUMN = ZERO
                       OR ML-ID-COLUMN > ML-COLUMN-COUNT
                       OR ML-NAME-COLUMN = ZERO
                       OR ML-NAME-COLUMN > ML-COLUMN-COUNT
                       OR ML-BDATE-COLUMN = ZERO
                       OR ML-BDATE-COLUMN > ML-COLUMN-COUNT
                       OR ML-ACTION-COLUMN = ZERO
                       OR ML-ACTION-COLUMN > ML-COLUMN-COUNT
                       OR ML-EFFECT-COLUMN > ML-COLUMN-COUNT
                       OR ML-CONTROL-COUNT-COLUMN = ZERO
                       OR ML-CONTROL-COUNT-COLUMN > 20
                   MOVE "DLMMAP COLUMN OUTSIDE THE LINE"
                                         TO WS-REFUSE-REASON
               WHEN NOT ML-DAY-MONTH-YEAR
                       AND NOT ML-MONTH-DAY-YEAR
                       AND NOT ML-YEAR-MONTH-DAY
                   MOVE "DLMMAP DATE ORDER NOT DMY/MDY/YMD"
                                         TO WS-REFUSE-REASON
               WHEN ML-ADD-WORD = SPACES
                       OR ML-CHANGE-WORD = SPACES
                       OR ML-DELETE-WORD = SPACES
                       OR ML-CONTROL-TAG = SPACES
                   MOVE "DLMMAP ACTION WORD OR CONTROL TAG BLANK"
                                         TO WS-REFUSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REFUSE-REASON NOT = SPACES
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

      *    The partner's feed carries the cycle UPDMAST will expect
      *    next for it: one past its CYCLCTL row, or cycle 1 for a
      *    source with no row yet (UPDMAST starts a new source's
      *    sequence at whatever its first feed carries).  A rerun
      *    before UPDMAST has applied the cycle cuts the same number.
       1200-FIND-NEXT-CYCLE.
           MOVE ZERO TO WS-NEXT-CYCLE
           OPEN INPUT CYCLE-CONTROL-FILE
           IF WS-CYCLE-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF-SW
               PERFORM 1210-SCAN-ONE-CYCLE-ROW UNTIL WS-SCAN-EOF
               CLOSE CYCLE-CONTROL-FILE
           END-IF
           IF WS-CYCLE-FOUND
               COMPUTE WS-NEXT-CYCLE = WS-NEXT-CYCLE + 1
           ELSE
               MOVE 1 TO WS-NEXT-CYCLE
               DISPLAY "DLMADAPT: NO CYCLCTL ROW FOR SOURCE "
                   WS-REQ-SOURCE " - FEED STARTS AT CYCLE 1"
           END-IF.

       1210-SCAN-ONE-CYCLE-ROW.
           READ CYCLE-CONTROL-FILE
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF CYC-SOURCE-ID = WS-REQ-SOURCE
                           AND CYC-LAST-CYCLE NUMERIC
                       MOVE CYC-LAST-CYCLE TO WS-NEXT-CYCLE
                       SET WS-CYCLE-FOUND TO TRUE
                   END-IF
           END-READ.

      *    A row this job parked is written off on the day it was
      *    added; any such row already on SUSPENSE for this source
      *    today came from an earlier run of the same feed.
       1300-LOAD-PARKED-REJECTS.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF-SW
               PERFORM 1310-LOAD-ONE-PARKED-ROW UNTIL WS-SCAN-EOF
               CLOSE SUSPENSE-FILE
           END-IF.

       1310-LOAD-ONE-PARKED-ROW.
           READ SUSPENSE-FILE
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF SUSP-SOURCE-ID = WS-REQ-SOURCE
                           AND SUSP-DATE-ADDED = WS-RUN-DATE
                           AND SUSP-DATE-CLOSED = WS-RUN-DATE
                           AND SUSP-WRITTEN-OFF
                           AND WS-PARKED-COUNT < 500
                       ADD 1 TO WS-PARKED-COUNT
                       MOVE SUSP-CUST-ID
                           TO WS-PK-CUST-ID(WS-PARKED-COUNT)
                       MOVE SUSP-REASON-CODE
                           TO WS-PK-REASON(WS-PARKED-COUNT)
                   END-IF
           END-READ.

      *    Trailing spaces are padding, and a carriage return left on
      *    the end of a line by the partner's system is not data.
       1500-READ-PARTNER-LINE.
           READ PARTNER-FILE INTO WS-PARTNER-LINE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WC-LINES-READ
                   MOVE 400 TO WS-LINE-LENGTH
                   PERFORM 1510-BACK-OFF-ONE-CHARACTER
                       UNTIL WS-LINE-LENGTH = ZERO
                       OR WS-PARTNER-LINE(WS-LINE-LENGTH:1)
                           NOT = SPACE
                   IF WS-LINE-LENGTH > ZERO
                       IF WS-PARTNER-LINE(WS-LINE-LENGTH:1) = X"0D"
                           MOVE SPACE TO
                               WS-PARTNER-LINE(WS-LINE-LENGTH:1)
                           PERFORM 1510-BACK-OFF-ONE-CHARACTER
                               UNTIL WS-LINE-LENGTH = ZERO
                               OR WS-PARTNER-LINE(WS-LINE-LENGTH:1)
                                   NOT = SPACE
                       END-IF
                   END-IF
           END-READ.

       1510-BACK-OFF-ONE-CHARACTER.
           SUBTRACT 1 FROM WS-LINE-LENGTH.

       2000-CONVERT-ONE-LINE.
           EVALUATE TRUE
               WHEN WC-LINES-READ NOT > ML-HEADING-LINES
                   ADD 1 TO WC-HEADINGS-SKIPPED
               WHEN WS-LINE-LENGTH = ZERO
                   ADD 1 TO WC-BLANK-LINES
               WHEN OTHER
                   PERFORM 2100-SPLIT-LINE
                   IF NOT WS-BAD-QUOTING
                           AND WS-FIELD-VALUE(1) = ML-CONTROL-TAG
                       PERFORM 2300-TAKE-CONTROL-LINE
                   ELSE
                       PERFORM 2200-CONVERT-DATA-ROW
                   END-IF
           END-EVALUATE
           PERFORM 1500-READ-PARTNER-LINE.

      *    Splits the line on the mapping's delimiter.  A field may be
      *    quoted, in which case the delimiter is data inside it and
      *    a doubled quote is one literal quote; spaces before an
      *    opening quote or after a closing one are ignored.  A quote
      *    anywhere else, anything but the delimiter after a closing
      *    quote, or a line that ends inside quotes is bad quoting.
       2100-SPLIT-LINE.
           MOVE "N" TO WS-QUOTING-SW
           SET WS-OUTSIDE-QUOTES TO TRUE
           MOVE 1 TO WS-COLUMNS-SEEN
           PERFORM 2105-CLEAR-ONE-FIELD
               VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 20
           MOVE 1 TO WS-FX
           PERFORM 2110-SPLIT-ONE-CHARACTER
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-LINE-LENGTH OR WS-BAD-QUOTING
           IF WS-INSIDE-QUOTES
               SET WS-BAD-QUOTING TO TRUE
           END-IF.

       2105-CLEAR-ONE-FIELD.
           MOVE SPACES TO WS-FIELD-VALUE(WS-FX)
           MOVE ZERO   TO WS-FIELD-LENGTH(WS-FX)
           MOVE "N"    TO WS-FIELD-OVERFLOW-SW(WS-FX).

       2110-SPLIT-ONE-CHARACTER.
           MOVE WS-PARTNER-LINE(WS-CX:1) TO WS-CHAR
           EVALUATE TRUE
               WHEN WS-INSIDE-QUOTES
                   IF WS-CHAR = QUOTE
                       SET WS-AFTER-QUOTE TO TRUE
                   ELSE
                       PERFORM 2120-ADD-CHARACTER-TO-FIELD
                   END-IF
               WHEN WS-AFTER-QUOTE
                   EVALUATE TRUE
                       WHEN WS-CHAR = QUOTE
                           PERFORM 2120-ADD-CHARACTER-TO-FIELD
                           SET WS-INSIDE-QUOTES TO TRUE
                       WHEN WS-CHAR = ML-DELIMITER
                           PERFORM 2130-START-NEXT-FIELD
                       WHEN WS-CHAR = SPACE
                           CONTINUE
                       WHEN OTHER
                           SET WS-BAD-QUOTING TO TRUE
                   END-EVALUATE
               WHEN WS-CHAR = ML-DELIMITER
                   PERFORM 2130-START-NEXT-FIELD
               WHEN WS-CHAR = QUOTE
                   IF WS-COLUMNS-SEEN > 20
                       SET WS-INSIDE-QUOTES TO TRUE
                   ELSE
                       IF WS-FIELD-LENGTH(WS-FX) = ZERO
                           SET WS-INSIDE-QUOTES TO TRUE
                       ELSE
                           SET WS-BAD-QUOTING TO TRUE
                       END-IF
                   END-IF
               WHEN WS-CHAR = SPACE AND WS-COLUMNS-SEEN NOT > 20
                       AND WS-FIELD-LENGTH(WS-FX) = ZERO
                   CONTINUE
               WHEN OTHER
                   PERFORM 2120-ADD-CHARACTER-TO-FIELD
           END-EVALUATE.

       2120-ADD-CHARACTER-TO-FIELD.
           IF WS-COLUMNS-SEEN NOT > 20
               IF WS-FIELD-LENGTH(WS-FX) < 60
                   ADD 1 TO WS-FIELD-LENGTH(WS-FX)
                   MOVE WS-CHAR TO
                       WS-FIELD-VALUE(WS-FX)(WS-FIELD-LENGTH(WS-FX):1)
               ELSE
                   SET WS-FIELD-OVERFLOW(WS-FX) TO TRUE
               END-IF
           END-IF.

       2130-START-NEXT-FIELD.
           SET WS-OUTSIDE-QUOTES TO TRUE
           IF WS-COLUMNS-SEEN < 999
               ADD 1 TO WS-COLUMNS-SEEN
           END-IF
           IF WS-COLUMNS-SEEN NOT > 20
               MOVE WS-COLUMNS-SEEN TO WS-FX
           END-IF.

      *    The customer id and name are carried whatever happens, so
      *    a rejected line still reaches SUSPENSE under the key the
      *    partner sent.  A line is converted only when every mapped
      *    field converts; the first failure names the reject.
       2200-CONVERT-DATA-ROW.
           ADD 1 TO WC-DATA-ROWS
           IF WS-CONTROL-SEEN AND NOT WS-CONTROL-FAILED
               SET WS-CONTROL-FAILED TO TRUE
               MOVE "CUSTOMER LINE AFTER PARTNER CONTROL LINE"
                                         TO WS-REFUSE-REASON
           END-IF
           MOVE SPACES TO WS-RECORD WS-REJECT-REASON
           SET WS-ROW-GOOD TO TRUE
           IF WS-COLUMNS-SEEN NOT < ML-ID-COLUMN
               MOVE WS-FIELD-VALUE(ML-ID-COLUMN) TO WS-CUST-ID
           END-IF
           IF WS-COLUMNS-SEEN NOT < ML-NAME-COLUMN
               MOVE WS-FIELD-VALUE(ML-NAME-COLUMN) TO WS-NAME
           END-IF
           EVALUATE TRUE
               WHEN WS-BAD-QUOTING
                   MOVE "BAD-QUOTING" TO WS-REJECT-REASON
               WHEN WS-COLUMNS-SEEN NOT = ML-COLUMN-COUNT
                   MOVE "BAD-COLUMN-COUNT" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 2210-MAP-FIELDS
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               SET WS-ROW-REJECTED TO TRUE
           END-IF
           IF WS-ROW-GOOD
               WRITE WS-RECORD
               ADD 1 TO WC-ROWS-CONVERTED
               IF WS-BIRTH-DATE NUMERIC
                   ADD WS-BIRTH-DATE-NUM TO WC-BDATE-HASH-TOTAL
               END-IF
           ELSE
               PERFORM 2500-REPORT-AND-PARK-REJECT
           END-IF.

       2210-MAP-FIELDS.
           EVALUATE TRUE
               WHEN WS-FIELD-VALUE(ML-ACTION-COLUMN) = ML-ADD-WORD
                   SET WS-TRAN-ADD TO TRUE
               WHEN WS-FIELD-VALUE(ML-ACTION-COLUMN) = ML-CHANGE-WORD
                   SET WS-TRAN-CHANGE TO TRUE
               WHEN WS-FIELD-VALUE(ML-ACTION-COLUMN) = ML-DELETE-WORD
                   SET WS-TRAN-DELETE TO TRUE
               WHEN OTHER
                   MOVE "BAD-TRAN-CODE" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-FIELD-VALUE(ML-ID-COLUMN) = SPACES
                   OR WS-FIELD-LENGTH(ML-ID-COLUMN) > 10
                   OR WS-FIELD-OVERFLOW(ML-ID-COLUMN)
               MOVE "BAD-CUST-ID" TO WS-REJECT-REASON
           END-IF
           IF WS-FIELD-LENGTH(ML-NAME-COLUMN) > 30
                   OR WS-FIELD-OVERFLOW(ML-NAME-COLUMN)
               IF WS-REJECT-REASON = SPACES
                   MOVE "NAME-TOO-LONG" TO WS-REJECT-REASON
               END-IF
           END-IF
           MOVE WS-FIELD-VALUE(ML-BDATE-COLUMN) TO WS-DATE-FIELD
           PERFORM 2400-CONVERT-PARTNER-DATE
           IF WS-DATE-VALID
               MOVE WS-DATE-OUT TO WS-BIRTH-DATE
           ELSE
               MOVE WS-DATE-FIELD TO WS-BIRTH-DATE
               IF WS-REJECT-REASON = SPACES
                   MOVE "UNPARSEABLE-DATE" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF ML-EFFECT-COLUMN > ZERO
               MOVE WS-FIELD-VALUE(ML-EFFECT-COLUMN) TO WS-DATE-FIELD
               PERFORM 2400-CONVERT-PARTNER-DATE
               IF WS-DATE-VALID
                   MOVE WS-DATE-OUT TO WS-EFFECTIVE-DATE
               ELSE
                   IF WS-REJECT-REASON = SPACES
                       MOVE "BAD-EFFECT-DATE" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *    One control line, last in the file: its count column is
      *    the number of customer lines the partner says it sent.
       2300-TAKE-CONTROL-LINE.
           IF WS-CONTROL-SEEN
               SET WS-CONTROL-FAILED TO TRUE
               IF WS-REFUSE-REASON = SPACES
                   MOVE "MORE THAN ONE PARTNER CONTROL LINE"
                                         TO WS-REFUSE-REASON
               END-IF
           ELSE
               SET WS-CONTROL-SEEN TO TRUE
               MOVE SPACES TO WS-NUMBER-FIELD
               IF WS-COLUMNS-SEEN NOT < ML-CONTROL-COUNT-COLUMN
                   MOVE WS-FIELD-VALUE(ML-CONTROL-COUNT-COLUMN)
                                         TO WS-NUMBER-FIELD
               END-IF
               PERFORM 2600-FIELD-TO-NUMBER
               IF WS-NUMBER-VALID
                   MOVE WS-NUMBER-VALUE TO WS-PARTNER-COUNT
               ELSE
                   SET WS-CONTROL-FAILED TO TRUE
                   IF WS-REFUSE-REASON = SPACES
                       MOVE "PARTNER CONTROL COUNT NOT NUMERIC"
                                         TO WS-REFUSE-REASON
                   END-IF
               END-IF
           END-IF.

      *    The partner's date, in the mapping's order, either with
      *    the mapping's separator between the parts or with none,
      *    turned into YYYYMMDD.  A blank date stays blank - UPDMAST
      *    decides whether the transaction needed one.  Only the
      *    shape and a possible month and day are proved here; the
      *    calendar edit is AGECALC's, downstream.
       2400-CONVERT-PARTNER-DATE.
           SET WS-DATE-VALID TO TRUE
           MOVE SPACES TO WS-DATE-OUT WS-DATE-DIGITS
           IF WS-DATE-FIELD NOT = SPACES
               IF ML-DATE-SEPARATOR = SPACE
                   IF WS-DATE-FIELD(9:) = SPACES
                       MOVE WS-DATE-FIELD(1:8) TO WS-DATE-DIGITS
                   ELSE
                       SET WS-DATE-INVALID TO TRUE
                   END-IF
               ELSE
                   PERFORM 2410-DROP-DATE-SEPARATORS
               END-IF
           END-IF
           IF WS-DATE-VALID AND WS-DATE-FIELD NOT = SPACES
               EVALUATE TRUE
                   WHEN ML-DAY-MONTH-YEAR
                       MOVE WS-DATE-DIGITS(5:4) TO WS-DATE-OUT-YEAR
                       MOVE WS-DATE-DIGITS(3:2) TO WS-DATE-OUT-MONTH
                       MOVE WS-DATE-DIGITS(1:2) TO WS-DATE-OUT-DAY
                   WHEN ML-MONTH-DAY-YEAR
                       MOVE WS-DATE-DIGITS(5:4) TO WS-DATE-OUT-YEAR
                       MOVE WS-DATE-DIGITS(1:2) TO WS-DATE-OUT-MONTH
                       MOVE WS-DATE-DIGITS(3:2) TO WS-DATE-OUT-DAY
                   WHEN OTHER
                       MOVE WS-DATE-DIGITS(1:4) TO WS-DATE-OUT-YEAR
                       MOVE WS-DATE-DIGITS(5:2) TO WS-DATE-OUT-MONTH
                       MOVE WS-DATE-DIGITS(7:2) TO WS-DATE-OUT-DAY
               END-EVALUATE
               IF WS-DATE-OUT NOT NUMERIC
                       OR WS-DATE-OUT-MONTH < "01"
                       OR WS-DATE-OUT-MONTH > "12"
                       OR WS-DATE-OUT-DAY < "01"
                       OR WS-DATE-OUT-DAY > "31"
                   SET WS-DATE-INVALID TO TRUE
                   MOVE SPACES TO WS-DATE-OUT
               END-IF
           END-IF.

      *    DD/MM/YYYY and MM/DD/YYYY put the separators at 3 and 6,
      *    YYYY/MM/DD at 5 and 8; nothing may follow the tenth byte.
       2410-DROP-DATE-SEPARATORS.
           IF WS-DATE-FIELD(11:) NOT = SPACES
               SET WS-DATE-INVALID TO TRUE
           ELSE
               IF ML-YEAR-MONTH-DAY
                   IF WS-DATE-FIELD(5:1) = ML-DATE-SEPARATOR
                           AND WS-DATE-FIELD(8:1) = ML-DATE-SEPARATOR
                       STRING WS-DATE-FIELD(1:4) WS-DATE-FIELD(6:2)
                           WS-DATE-FIELD(9:2)
                           DELIMITED BY SIZE INTO WS-DATE-DIGITS
                   ELSE
                       SET WS-DATE-INVALID TO TRUE
                   END-IF
               ELSE
                   IF WS-DATE-FIELD(3:1) = ML-DATE-SEPARATOR
                           AND WS-DATE-FIELD(6:1) = ML-DATE-SEPARATOR
                       STRING WS-DATE-FIELD(1:2) WS-DATE-FIELD(4:2)
                           WS-DATE-FIELD(7:4)
                           DELIMITED BY SIZE INTO WS-DATE-DIGITS
                   ELSE
                       SET WS-DATE-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    Every rejected line goes on the exception report.  It is
      *    parked to SUSPENSE already written off, with today as both
      *    dates, unless an earlier run today parked the same key
      *    for the same reason.
       2500-REPORT-AND-PARK-REJECT.
           ADD 1 TO WC-ROWS-REJECTED
           MOVE WC-LINES-READ    TO AX-LINE-NUMBER
           MOVE WS-REJECT-REASON TO AX-REASON
           MOVE WS-CUST-ID       TO AX-CUST-ID
           MOVE WS-PARTNER-LINE  TO AX-TEXT
           MOVE ADAPT-EXCEPTION-LINE TO ADAPT-RPT-RECORD
           WRITE ADAPT-RPT-RECORD
           MOVE "N" TO WS-PARKED-SW
           PERFORM 2510-CHECK-ONE-PARKED-ROW
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-PARKED-COUNT OR WS-ALREADY-PARKED
           IF NOT WS-ALREADY-PARKED
               MOVE WS-CUST-ID       TO SUSP-CUST-ID
               MOVE WS-REJECT-REASON TO SUSP-REASON-CODE
               MOVE WS-NAME          TO SUSP-NAME
               MOVE WS-BIRTH-DATE    TO SUSP-BIRTH-DATE
               MOVE WS-TRAN-CODE     TO SUSP-TRAN-CODE
               SET SUSP-WRITTEN-OFF  TO TRUE
               MOVE WS-RUN-DATE      TO SUSP-DATE-ADDED
               MOVE WS-RUN-DATE      TO SUSP-DATE-CLOSED
               MOVE WS-REQ-SOURCE    TO SUSP-SOURCE-ID
               WRITE SUSPENSE-RECORD
               ADD 1 TO WC-REJECTS-PARKED
           END-IF.

       2510-CHECK-ONE-PARKED-ROW.
           IF WS-PK-CUST-ID(WS-PX) = WS-CUST-ID
                   AND WS-PK-REASON(WS-PX) = WS-REJECT-REASON
               SET WS-ALREADY-PARKED TO TRUE
           END-IF.

      *    Digits only, left-justified, at most nine of them.
       2600-FIELD-TO-NUMBER.
           SET WS-NUMBER-VALID TO TRUE
           MOVE ZERO TO WS-NUMBER-VALUE
           IF WS-NUMBER-FIELD = SPACES
                   OR WS-NUMBER-FIELD(10:) NOT = SPACES
               SET WS-NUMBER-INVALID TO TRUE
           ELSE
               PERFORM 2610-TAKE-ONE-DIGIT
                   VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > 9 OR WS-NUMBER-INVALID
                   OR WS-NUMBER-FIELD(WS-NX:1) = SPACE
               IF WS-NX NOT > 9
                   IF WS-NUMBER-FIELD(WS-NX:) NOT = SPACES
                       SET WS-NUMBER-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       2610-TAKE-ONE-DIGIT.
           IF WS-NUMBER-FIELD(WS-NX:1) NUMERIC
               MOVE WS-NUMBER-FIELD(WS-NX:1) TO WS-DIGIT
               COMPUTE WS-NUMBER-VALUE = WS-NUMBER-VALUE * 10
                   + WS-DIGIT
           ELSE
               SET WS-NUMBER-INVALID TO TRUE
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

      *    The trailer goes out only behind a control line that was
      *    there, alone, last and numeric, and that covers at least
      *    the lines rejected here; anything else leaves WSRAWIN
      *    without a trailer, which WSEDIT refuses.
       9000-TERMINATE.
           IF NOT WS-RUN-ABORTED
               CLOSE PARTNER-FILE
               CLOSE SUSPENSE-FILE
               EVALUATE TRUE
                   WHEN WS-CONTROL-FAILED
                       CONTINUE
                   WHEN NOT WS-CONTROL-SEEN
                       SET WS-CONTROL-FAILED TO TRUE
                       MOVE "NO PARTNER CONTROL LINE"
                                         TO WS-REFUSE-REASON
                   WHEN WS-PARTNER-COUNT < WC-ROWS-REJECTED
                       SET WS-CONTROL-FAILED TO TRUE
                       MOVE "PARTNER CONTROL COUNT BELOW REJECTS"
                                         TO WS-REFUSE-REASON
                   WHEN OTHER
                       COMPUTE WC-TRAILER-COUNT =
                           WS-PARTNER-COUNT - WC-ROWS-REJECTED
                       MOVE SPACES              TO WS-TRAILER-RECORD
                       MOVE "TRL"               TO WST-RECORD-TYPE
                       MOVE WC-TRAILER-COUNT    TO WST-RECORD-COUNT
                       MOVE WC-BDATE-HASH-TOTAL
                                         TO WST-BDATE-HASH-TOTAL
                       WRITE WS-TRAILER-RECORD
                       IF WS-PARTNER-COUNT NOT = WC-DATA-ROWS
                           SET WS-CONTROL-FAILED TO TRUE
                           MOVE "PARTNER CONTROL COUNT DOES NOT PROVE"
                                         TO WS-REFUSE-REASON
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-WINDOW-OPENED
               PERFORM 7300-CLOSE-BATCH-WINDOW
           END-IF
           IF WS-RAW-OUTPUT-STATUS = "00"
               CLOSE RAW-OUTPUT-FILE
           END-IF
           PERFORM 9100-WRITE-TOTALS
           CLOSE ADAPT-RPT-FILE
           DISPLAY "DLMADAPT: SOURCE / CYCLE      = " WS-REQ-SOURCE
               " / " WS-NEXT-CYCLE
           DISPLAY "DLMADAPT: CUSTOMER LINES READ = " WC-DATA-ROWS
           DISPLAY "DLMADAPT: LINES CONVERTED     = "
               WC-ROWS-CONVERTED
           DISPLAY "DLMADAPT: LINES REJECTED      = " WC-ROWS-REJECTED
           IF WS-RUN-ABORTED OR WS-CONTROL-FAILED
               DISPLAY "DLMADAPT: FEED NOT CONVERTED - "
                   WS-REFUSE-REASON
               MOVE 16 TO RETURN-CODE
           END-IF.

       9100-WRITE-TOTALS.
           MOVE SPACES TO ADAPT-RPT-RECORD
           WRITE ADAPT-RPT-RECORD
           MOVE SPACES TO ADAPT-RPT-RECORD
           STRING "LINES READ          : " WC-LINES-READ
               DELIMITED BY SIZE INTO ADAPT-RPT-RECORD
           WRITE ADAPT-RPT-RECORD
           MOVE SPACES TO ADAPT-RPT-RECORD
           STRING "HEADING LINES       : " WC-HEADINGS-SKIPPED
               DELIMITED BY SIZE INTO ADAPT-RPT-RECORD
           WRITE ADAPT-RPT-RECORD
           MOVE SPACES TO ADAPT-RPT-RECORD
           STRING "BLANK LINES         : " WC-BLANK-LINES
               DELIMITED BY SIZE INTO ADAPT-RPT-RECORD
           WRITE ADAPT-RPT-RECORD
           MOVE SPACES TO ADAPT-RPT-RECORD
           STRING "CUSTOMER LINES      : " WC-DATA-ROWS
               DELIMITED BY SIZE INTO ADAPT-RPT-RECORD
           WRITE ADAPT-RPT-RECORD
           MOVE SPACES TO ADAPT-RPT-RECORD
           STRING "PARTNER CONTROL     : " WS-PARTNER-COUNT
               DELIMITED BY SIZE INTO ADAPT-RPT-RECORD
           WRITE ADAPT-RPT-RECORD
           MOVE SPACES TO ADAPT-RPT-RECORD
           STRING "LINES CONVERTED     : " WC-ROWS-CONVERTED
               DELIMITED BY SIZE INTO ADAPT-RPT-RECORD
           WRITE ADAPT-RPT-RECORD
           MOVE SPACES TO ADAPT-RPT-RECORD
           STRING "LINES REJECTED      : " WC-ROWS-REJECTED
               DELIMITED BY SIZE INTO ADAPT-RPT-RECORD
           WRITE ADAPT-RPT-RECORD
           MOVE SPACES TO ADAPT-RPT-RECORD
           STRING "REJECTS PARKED      : " WC-REJECTS-PARKED
               DELIMITED BY SIZE INTO ADAPT-RPT-RECORD
           WRITE ADAPT-RPT-RECORD
           MOVE SPACES TO ADAPT-RPT-RECORD
           IF WS-RUN-ABORTED OR WS-CONTROL-FAILED
               STRING "FEED NOT CONVERTED : " WS-REFUSE-REASON
                   DELIMITED BY SIZE INTO ADAPT-RPT-RECORD
           ELSE
               MOVE "FEED CONVERTED - WSRAWIN WRITTEN"
                                         TO ADAPT-RPT-RECORD
           END-IF
           WRITE ADAPT-RPT-RECORD.
