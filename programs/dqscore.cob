      ******************************************************************
      *  PROGRAM-ID.  DQSCORE
      *
      *  Weekly master data-quality scorecard.  DBCONVRT approximated
      *  every converted birth date as January 1st and zeroed the
      *  ones it could not read, and the plan was always to correct
      *  them through CORRSCRN "as customers are touched" - which
      *  only happens when a customer calls.  This job scores every
      *  DB-RECORD row against a fixed set of data-quality rules,
      *  prints the count per rule against the prior runs, and
      *  writes a prioritized worklist CORRSCRN can step through, so
      *  the debt is worked down on purpose.  The rules, with the
      *  weight each adds to a row's priority:
      *
      *    CONV-JAN-1   3 - birth date on January 1st that no feed
      *                     or correction has confirmed since the
      *                     conversion (see below);
      *    ZERO-BDATE   5 - birth date ZEROES, DBCONVRT's marker for
      *                     an age it could not read;
      *    BAD-BDATE    5 - any other birth date AGECALC cannot use
      *                     (blank, not numeric, impossible, future);
      *    AGE-OVER-110 4 - AGECALC derives an age over WS-AGE-LIMIT;
      *    NAME-DIGITS  3 - a digit anywhere in DB-NAME;
      *    NAME-LOWER   1 - lower-case letters in DB-NAME (the feed
      *                     and the screen both send upper case);
      *    NAME-LEADSP  2 - DB-NAME starts with a space (a blank
      *                     name included) - such a name sorts out
      *                     of reach of every name search;
      *    NAME-REPEAT  2 - the identical name is carried by
      *                     WS-REPEAT-LIMIT or more customer IDs.
      *
      *  A January 1st date is only conversion debt while nobody has
      *  vouched for it: a BATCH-ADD, BATCH-CHG, ONLINE-COR or
      *  SUSP-RETRY row on AUDITTRL whose after-image carries the
      *  very date now on the master means a sender or an operator
      *  has asserted it, and the row is not flagged.  An operator
      *  confirming a genuine New Year's Day birthday simply keys
      *  the same date back through CORRSCRN.  The vouching rows are
      *  gathered onto the DQVOUCH scratch indexed file first (the
      *  DORMANT LASTACT convention, last row wins); rows AUDARCHV
      *  has already moved off the trail no longer vouch, so a date
      *  confirmed long ago can resurface - confirming it again puts
      *  it back on the trail.
      *
      *  The master is read in DB-NAME order (the DUPSCAN name pass)
      *  so identical names arrive together; the rows of a name are
      *  held back until the run either reaches WS-REPEAT-LIMIT
      *  (every row of it breaks NAME-REPEAT) or ends short of it.
      *  Rows DSUBJECT has erased (DB-NAME "*ERASED*") are not
      *  customers any more and are counted apart, never scored.
      *
      *  Every row breaking at least one rule is released to a sort
      *  on priority (highest first, then customer ID) and written
      *  to the DQWORK worklist (see DQWKREC), replacing last run's.
      *  Before it is replaced, last run's worklist is read to count
      *  how many of its rows CORRSCRN sessions worked.
      *
      *  The scorecard goes to DQRPT: each count beside the last
      *  run's, the change, and the average of up to four prior runs
      *  from the DQHIST history file (see DQHREC), then the top of
      *  the worklist.  The run's row is appended to DQHIST once per
      *  date - a scorecard re-run the same day neither trends
      *  against itself nor appends a duplicate (the DAYSUMM rule).
      *
      *  Nothing on the master changes, but the RUNCNTL window is
      *  taken under this job's identity for the duration (the
      *  DBVERIFY convention) so the scores describe one consistent
      *  point in time; a held window or an open CORRSCRN session
      *  refuses the run with return code 16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQSCORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DB-MASTER-FILE ASSIGN TO "DBMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-CUST-ID
               ALTERNATE RECORD KEY IS DB-NAME WITH DUPLICATES
               FILE STATUS IS WS-DB-MASTER-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT VOUCH-FILE ASSIGN TO "DQVOUCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VC-CUST-ID
               FILE STATUS IS WS-VOUCH-FILE-STATUS.

           SELECT DQ-WORKLIST-FILE ASSIGN TO "DQWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-STATUS.

           SELECT DQ-HISTORY-FILE ASSIGN TO "DQHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT DQ-RPT-FILE ASSIGN TO "DQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DQ-RPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCNTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  DB-MASTER-FILE.
           COPY DBRECRD.

       FD  AUDIT-TRAIL-FILE.
           COPY AUDTREC.

       FD  VOUCH-FILE.
       01  VOUCH-RECORD.
           05  VC-CUST-ID               PIC X(10).
           05  VC-BIRTH-DATE            PIC X(8).

       FD  DQ-WORKLIST-FILE.
       01  DQ-WORKLIST-REC              PIC X(97).

       FD  DQ-HISTORY-FILE.
           COPY DQHREC.

       FD  DQ-RPT-FILE.
       01  DQ-RPT-RECORD                PIC X(120).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC              PIC X(41).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-PRIORITY            PIC 9(3).
           05  SORT-CUST-ID             PIC X(10).
           05  FILLER                   PIC X(84).

       WORKING-STORAGE SECTION.
       01  WS-JOB-ID                    PIC X(8)     VALUE "DQSCORE".
       01  WS-RUN-ID                    PIC X(8).
       01  WS-TODAY                     PIC X(8).

       01  WS-FLAGS.
           05  WS-EOF-SW                PIC X(1)     VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  WS-MASTER-EOF-SW         PIC X(1)     VALUE "N".
               88  WS-MASTER-EOF         VALUE "Y".
           05  WS-SORT-EOF-SW           PIC X(1)     VALUE "N".
               88  WS-SORT-EOF           VALUE "Y".
           05  WS-REFUSED-SW            PIC X(1)     VALUE "N".
               88  WS-RUN-REFUSED        VALUE "Y".
           05  WS-WINDOW-SW             PIC X(1)     VALUE "N".
               88  WS-WINDOW-OPENED      VALUE "Y".
           05  WS-HISTORY-OPENED-SW     PIC X(1)     VALUE "N".
               88  WS-HISTORY-OPENED     VALUE "Y".
           05  WS-RUN-ON-HISTORY-SW     PIC X(1)     VALUE "N".
               88  WS-RUN-ON-HISTORY     VALUE "Y".
           05  WS-REPEAT-SW             PIC X(1)     VALUE "N".
               88  WS-NAME-REPEATED      VALUE "Y".

       01  WS-DB-MASTER-STATUS          PIC X(2)     VALUE "00".
       01  WS-AUDIT-FILE-STATUS         PIC X(2)     VALUE "00".
       01  WS-VOUCH-FILE-STATUS         PIC X(2)     VALUE "00".
       01  WS-WORKLIST-STATUS           PIC X(2)     VALUE "00".
       01  WS-HISTORY-FILE-STATUS       PIC X(2)     VALUE "00".
       01  WS-DQ-RPT-STATUS             PIC X(2)     VALUE "00".
       01  WS-RUN-CONTROL-STATUS        PIC X(2)     VALUE "00".

           COPY RUNCREC.

           COPY AGECCALL.

           COPY DQWKREC.

       01  WS-REFUSE-REASON             PIC X(40)    VALUE SPACES.

      *    A name carried by this many IDs or more is worth a look;
      *    families and common names share a name two or three
      *    times, a mass-keyed placeholder shares it dozens.  No
      *    living customer is older than WS-AGE-LIMIT.
       01  WS-REPEAT-LIMIT              PIC 9(2)  COMP  VALUE 5.
       01  WS-AGE-LIMIT                 PIC 9(3)        VALUE 110.

      *    Worklist rows listed on DQRPT; the rest are on DQWORK.
       01  WS-LIST-MAX                  PIC 9(3)  COMP  VALUE 25.

      *    The rules in scoring order - the order of DQH-RULE-COUNT
      *    on DQHIST and DQW-RULE-FLAG on DQWORK, so a rule is only
      *    ever added at the end.
       01  WS-RULE-VALUES.
           05  FILLER                   PIC X(13)
               VALUE "CONV-JAN-1  3".
           05  FILLER                   PIC X(13)
               VALUE "ZERO-BDATE  5".
           05  FILLER                   PIC X(13)
               VALUE "BAD-BDATE   5".
           05  FILLER                   PIC X(13)
               VALUE "AGE-OVER-1104".
           05  FILLER                   PIC X(13)
               VALUE "NAME-DIGITS 3".
           05  FILLER                   PIC X(13)
               VALUE "NAME-LOWER  1".
           05  FILLER                   PIC X(13)
               VALUE "NAME-LEADSP 2".
           05  FILLER                   PIC X(13)
               VALUE "NAME-REPEAT 2".
       01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
           05  WS-RULE-ENTRY OCCURS 8 TIMES.
               10  WS-RULE-NAME         PIC X(12).
               10  WS-RULE-WEIGHT       PIC 9(1).

       01  WS-RULE-WORK.
           05  WS-RX                    PIC 9(2)  COMP  VALUE ZERO.
           05  WS-TOP-WEIGHT            PIC 9(1)        VALUE ZERO.
           05  WS-RULE-HITS.
               10  WS-RULE-HIT          PIC X(1)  OCCURS 8 TIMES.

      *    The row being scored - straight off the master, or out of
      *    the held-back run of one name.
       01  WS-CANDIDATE.
           05  WS-CAND-CUST-ID          PIC X(10).
           05  WS-CAND-NAME             PIC X(30).
           05  WS-CAND-BIRTH-DATE       PIC X(8).

      *    The current run of identical names: rows are held here
      *    until the run reaches WS-REPEAT-LIMIT (they all repeat) or
      *    the name changes (none of them do).  Never more than
      *    WS-REPEAT-LIMIT - 1 rows are held.
       01  WS-NAME-RUN.
           05  WS-RUN-NAME              PIC X(30)    VALUE SPACES.
           05  WS-RUN-COUNT             PIC 9(9)  COMP  VALUE ZERO.
           05  WS-HELD-COUNT            PIC 9(2)  COMP  VALUE ZERO.
           05  WS-HX                    PIC 9(2)  COMP  VALUE ZERO.
           05  WS-HELD-ENTRY OCCURS 20 TIMES.
               10  WS-HELD-CUST-ID      PIC X(10).
               10  WS-HELD-NAME         PIC X(30).
               10  WS-HELD-BIRTH-DATE   PIC X(8).

       01  WS-CX                        PIC 9(2)  COMP  VALUE ZERO.
       01  WS-NAME-CHAR                 PIC X(1)     VALUE SPACE.
           88  WS-NAME-CHAR-DIGIT        VALUE "0" THRU "9".
           88  WS-NAME-CHAR-LOWER        VALUE "a" THRU "z".

       01  WS-THIS-RUN-METRICS.
           05  WM-ROWS-SCORED           PIC 9(9)     VALUE ZERO.
           05  WM-ROWS-FLAGGED          PIC 9(9)     VALUE ZERO.
           05  WM-CONV-JAN-1            PIC 9(9)     VALUE ZERO.
           05  WM-ZERO-BDATE            PIC 9(9)     VALUE ZERO.
           05  WM-BAD-BDATE             PIC 9(9)     VALUE ZERO.
           05  WM-AGE-OVER-LIMIT        PIC 9(9)     VALUE ZERO.
           05  WM-NAME-DIGITS           PIC 9(9)     VALUE ZERO.
           05  WM-NAME-LOWER            PIC 9(9)     VALUE ZERO.
           05  WM-NAME-LEADSP           PIC 9(9)     VALUE ZERO.
           05  WM-NAME-REPEAT           PIC 9(9)     VALUE ZERO.
       01  WS-THIS-RUN-TABLE REDEFINES WS-THIS-RUN-METRICS.
           05  WM-METRIC                PIC 9(9)  OCCURS 10 TIMES.

      *    Up to the last four prior runs, oldest first; older rows
      *    shift the window along.
       01  WS-TREND-TABLE.
           05  WS-TREND-COUNT           PIC 9(2)  COMP  VALUE ZERO.
           05  WS-TX                    PIC 9(2)  COMP  VALUE ZERO.
           05  WS-TREND-ENTRY OCCURS 4 TIMES.
               10  WT-RUN-DATE          PIC X(8).
               10  WT-METRIC            PIC 9(9)  OCCURS 10 TIMES.

       01  WS-METRIC-WORK.
           05  WS-MX                    PIC 9(2)  COMP  VALUE ZERO.
           05  WS-METRIC-TOTAL          PIC 9(11)    VALUE ZERO.
           05  WS-METRIC-AVERAGE        PIC 9(9)     VALUE ZERO.
           05  WS-METRIC-LAST           PIC 9(9)     VALUE ZERO.
           05  WS-METRIC-CHANGE         PIC S9(9)    VALUE ZERO.

       01  WS-METRIC-LABELS.
           05  FILLER                   PIC X(20)
               VALUE "ROWS SCORED       : ".
           05  FILLER                   PIC X(20)
               VALUE "ROWS FLAGGED      : ".
           05  FILLER                   PIC X(20)
               VALUE "CONV-JAN-1   WT 3 : ".
           05  FILLER                   PIC X(20)
               VALUE "ZERO-BDATE   WT 5 : ".
           05  FILLER                   PIC X(20)
               VALUE "BAD-BDATE    WT 5 : ".
           05  FILLER                   PIC X(20)
               VALUE "AGE-OVER-110 WT 4 : ".
           05  FILLER                   PIC X(20)
               VALUE "NAME-DIGITS  WT 3 : ".
           05  FILLER                   PIC X(20)
               VALUE "NAME-LOWER   WT 1 : ".
           05  FILLER                   PIC X(20)
               VALUE "NAME-LEADSP  WT 2 : ".
           05  FILLER                   PIC X(20)
               VALUE "NAME-REPEAT  WT 2 : ".
       01  WS-METRIC-LABEL-TABLE REDEFINES WS-METRIC-LABELS.
           05  WS-METRIC-LABEL          PIC X(20) OCCURS 10 TIMES.

       01  WS-COUNTERS.
           05  WC-MASTER-ROWS-READ      PIC 9(9)     VALUE ZERO.
           05  WC-ERASED-SKIPPED        PIC 9(9)     VALUE ZERO.
           05  WC-TRAIL-ROWS-READ       PIC 9(9)     VALUE ZERO.
           05  WC-JAN-1-CONFIRMED       PIC 9(9)     VALUE ZERO.
           05  WC-REPEATED-NAMES        PIC 9(9)     VALUE ZERO.
           05  WC-WORKLIST-WRITTEN      PIC 9(9)     VALUE ZERO.
           05  WC-LAST-LIST-ROWS        PIC 9(9)     VALUE ZERO.
           05  WC-LAST-LIST-WORKED      PIC 9(9)     VALUE ZERO.

       01  WS-TREND-COUNT-DISPLAY       PIC 9(1)     VALUE ZERO.

       01  DQ-METRIC-LINE.
           05  SM-LABEL                 PIC X(20).
           05  SM-THIS-RUN              PIC 9(9).
           05  FILLER                   PIC X(11)
               VALUE "  LAST RUN ".
           05  SM-LAST-RUN              PIC 9(9).
           05  FILLER                   PIC X(9)
               VALUE "  CHANGE ".
           05  SM-CHANGE                PIC +9(9).
           05  FILLER                   PIC X(13)
               VALUE "  PRIOR AVG  ".
           05  SM-AVERAGE               PIC 9(9).

       01  DQ-WORKLIST-LINE.
           05  WL-PRIORITY              PIC 9(3).
           05  FILLER                   PIC X(2)     VALUE SPACES.
           05  WL-CUST-ID               PIC X(10).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  WL-NAME                  PIC X(30).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  WL-BIRTH-DATE            PIC X(8).
           05  FILLER                   PIC X(2)     VALUE SPACES.
           05  WL-TOP-RULE              PIC X(12).
           05  FILLER                   PIC X(2)     VALUE SPACES.
           05  WL-RULE-COUNT            PIC 9(1).
           05  FILLER                   PIC X(6)     VALUE " RULES".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-REFUSED
               PERFORM 9100-REFUSE-RUN
           ELSE
               PERFORM 1500-GATHER-VOUCHED-DATES
               SORT SORT-WORK-FILE
                   ON DESCENDING KEY SORT-PRIORITY
                   ON ASCENDING KEY SORT-CUST-ID
                   INPUT PROCEDURE IS 2000-SCORE-MASTER
                   OUTPUT PROCEDURE IS 4000-WRITE-WORKLIST
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1030-CHECK-INTERLOCK
           IF NOT WS-RUN-REFUSED
               OPEN INPUT DB-MASTER-FILE
               IF WS-DB-MASTER-STATUS NOT = "00"
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "DBMASTER UNAVAILABLE"
                                         TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF NOT WS-RUN-REFUSED
               OPEN INPUT AUDIT-TRAIL-FILE
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "AUDIT TRAIL AUDITTRL UNAVAILABLE"
                                         TO WS-REFUSE-REASON
                   CLOSE DB-MASTER-FILE
               END-IF
           END-IF
           IF NOT WS-RUN-REFUSED
               OPEN OUTPUT VOUCH-FILE
               IF WS-VOUCH-FILE-STATUS = "00"
                   CLOSE VOUCH-FILE
                   OPEN I-O VOUCH-FILE
               END-IF
               IF WS-VOUCH-FILE-STATUS NOT = "00"
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "CANNOT BUILD THE DQVOUCH SCRATCH FILE"
                                         TO WS-REFUSE-REASON
                   CLOSE DB-MASTER-FILE
                   CLOSE AUDIT-TRAIL-FILE
               END-IF
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 1040-COUNT-LAST-WORKLIST
               PERFORM 1050-LOAD-TREND-HISTORY
               OPEN OUTPUT DQ-RPT-FILE
               PERFORM 1070-WRITE-REPORT-HEADING
           END-IF.

      *    The DBVERIFY convention: nothing is written to the
      *    master, but a master being updated mid-scan would score
      *    a picture that never existed at any one moment.
       1030-CHECK-INTERLOCK.
           PERFORM 7100-READ-RUN-CONTROL
           EVALUATE TRUE
               WHEN RUN-BATCH-WINDOW-OPEN
                       AND RUN-BATCH-JOB-ID NOT = WS-JOB-ID
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "BATCH WINDOW OPEN - WAIT FOR END OF JOB"
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

      *    Last run's worklist is about to be replaced: count what
      *    the CORRSCRN sessions got through first.  No worklist yet
      *    (the first run) counts as zero of zero.
       1040-COUNT-LAST-WORKLIST.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DQ-WORKLIST-FILE
           IF WS-WORKLIST-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SW
           END-IF
           PERFORM 1045-COUNT-ONE-WORKLIST-ROW UNTIL WS-EOF
           IF WS-WORKLIST-STATUS = "00" OR "10"
               CLOSE DQ-WORKLIST-FILE
           END-IF.

       1045-COUNT-ONE-WORKLIST-ROW.
           READ DQ-WORKLIST-FILE INTO DQ-WORKLIST-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WC-LAST-LIST-ROWS
                   IF DQW-WORKED
                       ADD 1 TO WC-LAST-LIST-WORKED
                   END-IF
           END-READ.

      *    Rows for today are left out of the trend, so a scorecard
      *    re-run the same day never compares the master to itself
      *    (and 8500 will not append a second row for the date).
       1050-LOAD-TREND-HISTORY.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DQ-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SW
           ELSE
               SET WS-HISTORY-OPENED TO TRUE
           END-IF
           PERFORM 1055-LOAD-ONE-HISTORY-ROW UNTIL WS-EOF
           IF WS-HISTORY-OPENED
               CLOSE DQ-HISTORY-FILE
           END-IF.

       1055-LOAD-ONE-HISTORY-ROW.
           READ DQ-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF DQH-RUN-DATE = WS-TODAY
                       SET WS-RUN-ON-HISTORY TO TRUE
                   ELSE
                       PERFORM 1060-SLIDE-INTO-TREND-TABLE
                   END-IF
           END-READ.

       1060-SLIDE-INTO-TREND-TABLE.
           IF WS-TREND-COUNT < 4
               ADD 1 TO WS-TREND-COUNT
           ELSE
               PERFORM 1065-SHIFT-ONE-TREND-ENTRY
                   VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 3
           END-IF
           MOVE WS-TREND-COUNT   TO WS-TX
           MOVE DQH-RUN-DATE     TO WT-RUN-DATE(WS-TX)
           MOVE DQH-ROWS-SCORED  TO WT-METRIC(WS-TX, 1)
           MOVE DQH-ROWS-FLAGGED TO WT-METRIC(WS-TX, 2)
           PERFORM 1066-LOAD-ONE-RULE-COUNT
               VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 8.

       1065-SHIFT-ONE-TREND-ENTRY.
           MOVE WS-TREND-ENTRY(WS-TX + 1) TO WS-TREND-ENTRY(WS-TX).

       1066-LOAD-ONE-RULE-COUNT.
           MOVE DQH-RULE-COUNT(WS-RX) TO WT-METRIC(WS-TX, WS-RX + 2).

       1070-WRITE-REPORT-HEADING.
           MOVE "DQSCORE MASTER DATA-QUALITY SCORECARD"
                                       TO DQ-RPT-RECORD
           WRITE DQ-RPT-RECORD
           MOVE SPACES TO DQ-RPT-RECORD
           STRING "RUN " WS-TODAY " " WS-RUN-ID
               "  WORKLIST TO DQWORK - WORK IT THROUGH CORRSCRN NEXT"
               DELIMITED BY SIZE INTO DQ-RPT-RECORD
           WRITE DQ-RPT-RECORD
           MOVE SPACES TO DQ-RPT-RECORD
           MOVE WS-TREND-COUNT TO WS-TREND-COUNT-DISPLAY
           STRING "TRENDED AGAINST " WS-TREND-COUNT-DISPLAY
               " PRIOR RUNS: " WT-RUN-DATE(1) " " WT-RUN-DATE(2) " "
               WT-RUN-DATE(3) " " WT-RUN-DATE(4)
               DELIMITED BY SIZE INTO DQ-RPT-RECORD
           WRITE DQ-RPT-RECORD
           MOVE SPACES TO DQ-RPT-RECORD
           WRITE DQ-RPT-RECORD.

      *    The CUSLKUP name search started from the very bottom of
      *    the alternate index: every row comes back, in DB-NAME
      *    order, so identical names arrive together.
       1100-START-NAME-PASS.
           MOVE LOW-VALUES TO DB-NAME
           START DB-MASTER-FILE KEY IS NOT LESS THAN DB-NAME
               INVALID KEY
                   SET WS-MASTER-EOF TO TRUE
           END-START
           IF NOT WS-MASTER-EOF
               PERFORM 2100-READ-NEXT-BY-NAME
           END-IF.

      *    Only a row that could vouch for a January 1st date is
      *    kept: a feed add or change, an operator correction, or a
      *    suspense retry that posted, whose after-image is a
      *    January 1st date.  The trail is in timestamp order, so
      *    the scratch file ends holding each customer's latest such
      *    date.
       1500-GATHER-VOUCHED-DATES.
           MOVE "N" TO WS-EOF-SW
           PERFORM 1510-NOTE-ONE-TRAIL-ROW UNTIL WS-EOF
           CLOSE AUDIT-TRAIL-FILE
           PERFORM 1100-START-NAME-PASS.

       1510-NOTE-ONE-TRAIL-ROW.
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WC-TRAIL-ROWS-READ
                   IF (AUD-TRAN-TYPE = "BATCH-ADD"
                           OR AUD-TRAN-TYPE = "BATCH-CHG"
                           OR AUD-TRAN-TYPE = "ONLINE-COR"
                           OR AUD-TRAN-TYPE = "SUSP-RETRY")
                       AND AUD-AFTER-BDATE(5:4) = "0101"
                       PERFORM 1520-RECORD-VOUCHED-DATE
                   END-IF
           END-READ.

       1520-RECORD-VOUCHED-DATE.
           MOVE AUD-CUST-ID TO VC-CUST-ID
           READ VOUCH-FILE
           EVALUATE WS-VOUCH-FILE-STATUS
               WHEN "00"
                   MOVE AUD-AFTER-BDATE TO VC-BIRTH-DATE
                   REWRITE VOUCH-RECORD
               WHEN "23"
                   MOVE AUD-CUST-ID     TO VC-CUST-ID
                   MOVE AUD-AFTER-BDATE TO VC-BIRTH-DATE
                   WRITE VOUCH-RECORD
               WHEN OTHER
                   DISPLAY "DQSCORE: DQVOUCH ERROR, CUST "
                       AUD-CUST-ID " STATUS " WS-VOUCH-FILE-STATUS
           END-EVALUATE.

      *    Input side of the sort: every master row is scored once.
      *    The last run of a name is still held when the master
      *    runs out and is scored short of the repeat limit.
       2000-SCORE-MASTER.
           PERFORM 2010-TAKE-ONE-MASTER-ROW UNTIL WS-MASTER-EOF
           PERFORM 2400-RELEASE-HELD-ROWS.

       2010-TAKE-ONE-MASTER-ROW.
           IF DB-NAME = "*ERASED*"
               ADD 1 TO WC-ERASED-SKIPPED
           ELSE
               IF WS-RUN-COUNT = ZERO OR DB-NAME NOT = WS-RUN-NAME
                   PERFORM 2400-RELEASE-HELD-ROWS
                   MOVE DB-NAME TO WS-RUN-NAME
                   MOVE ZERO    TO WS-RUN-COUNT
               END-IF
               ADD 1 TO WS-RUN-COUNT
               PERFORM 2200-TAKE-INTO-NAME-RUN
           END-IF
           PERFORM 2100-READ-NEXT-BY-NAME.

       2100-READ-NEXT-BY-NAME.
           READ DB-MASTER-FILE NEXT
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WC-MASTER-ROWS-READ
           END-READ.

      *    Short of the limit the row waits in the run; the row that
      *    reaches it releases the whole run as repeated, and every
      *    later row of the same name is repeated on arrival.
       2200-TAKE-INTO-NAME-RUN.
           EVALUATE TRUE
               WHEN WS-RUN-COUNT < WS-REPEAT-LIMIT
                   ADD 1 TO WS-HELD-COUNT
                   MOVE DB-CUST-ID    TO WS-HELD-CUST-ID(WS-HELD-COUNT)
                   MOVE DB-NAME       TO WS-HELD-NAME(WS-HELD-COUNT)
                   MOVE DB-BIRTH-DATE
                                   TO WS-HELD-BIRTH-DATE(WS-HELD-COUNT)
               WHEN WS-RUN-COUNT = WS-REPEAT-LIMIT
                   ADD 1 TO WC-REPEATED-NAMES
                   SET WS-NAME-REPEATED TO TRUE
                   PERFORM 2410-RELEASE-ONE-HELD-ROW
                       VARYING WS-HX FROM 1 BY 1
                       UNTIL WS-HX > WS-HELD-COUNT
                   MOVE ZERO TO WS-HELD-COUNT
                   PERFORM 2300-SCORE-CURRENT-ROW
               WHEN OTHER
                   SET WS-NAME-REPEATED TO TRUE
                   PERFORM 2300-SCORE-CURRENT-ROW
           END-EVALUATE.

       2300-SCORE-CURRENT-ROW.
           MOVE DB-CUST-ID    TO WS-CAND-CUST-ID
           MOVE DB-NAME       TO WS-CAND-NAME
           MOVE DB-BIRTH-DATE TO WS-CAND-BIRTH-DATE
           PERFORM 3000-SCORE-CANDIDATE.

      *    A run that ended short of the limit: its rows are scored
      *    on everything except the repeat.
       2400-RELEASE-HELD-ROWS.
           MOVE "N" TO WS-REPEAT-SW
           PERFORM 2410-RELEASE-ONE-HELD-ROW
               VARYING WS-HX FROM 1 BY 1
               UNTIL WS-HX > WS-HELD-COUNT
           MOVE ZERO TO WS-HELD-COUNT.

       2410-RELEASE-ONE-HELD-ROW.
           MOVE WS-HELD-CUST-ID(WS-HX)    TO WS-CAND-CUST-ID
           MOVE WS-HELD-NAME(WS-HX)       TO WS-CAND-NAME
           MOVE WS-HELD-BIRTH-DATE(WS-HX) TO WS-CAND-BIRTH-DATE
           PERFORM 3000-SCORE-CANDIDATE.

      *    Each rule broken adds its weight; the heaviest one names
      *    the row on the worklist.  A row breaking nothing is
      *    counted and goes no further.
       3000-SCORE-CANDIDATE.
           ADD 1 TO WM-ROWS-SCORED
           MOVE SPACES TO WS-RULE-HITS
           PERFORM 3100-SCORE-BIRTH-DATE
           PERFORM 3200-SCORE-NAME
           IF WS-NAME-REPEATED
               MOVE "Y" TO WS-RULE-HIT(8)
           END-IF
           MOVE SPACES TO DQ-WORKLIST-RECORD
           MOVE ZERO   TO DQW-PRIORITY DQW-RULE-COUNT WS-TOP-WEIGHT
           PERFORM 3400-TALLY-ONE-RULE
               VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 8
           IF DQW-PRIORITY > ZERO
               ADD 1 TO WM-ROWS-FLAGGED
               MOVE WS-CAND-CUST-ID    TO DQW-CUST-ID
               MOVE WS-CAND-NAME       TO DQW-NAME
               MOVE WS-CAND-BIRTH-DATE TO DQW-BIRTH-DATE
               MOVE WS-RULE-HITS       TO DQW-RULE-FLAGS
               MOVE WS-TODAY           TO DQW-SCAN-DATE
               SET DQW-OPEN            TO TRUE
               RELEASE SORT-RECORD FROM DQ-WORKLIST-RECORD
           END-IF.

      *    ZEROES is DBCONVRT's own marker and is told apart from
      *    the other unusable dates; only a usable date can be too
      *    old or an unconfirmed January 1st.
       3100-SCORE-BIRTH-DATE.
           IF WS-CAND-BIRTH-DATE = "00000000"
               MOVE "Y" TO WS-RULE-HIT(2)
           ELSE
               MOVE WS-CAND-BIRTH-DATE TO AGEC-BIRTH-DATE
               MOVE SPACES             TO AGEC-AS-OF-DATE
               CALL "AGECALC" USING AGE-REQUEST
               IF AGEC-RETURN-CODE NOT = ZERO
                   MOVE "Y" TO WS-RULE-HIT(3)
               ELSE
                   IF AGEC-AGE > WS-AGE-LIMIT
                       MOVE "Y" TO WS-RULE-HIT(4)
                   END-IF
                   IF WS-CAND-BIRTH-DATE(5:4) = "0101"
                       PERFORM 3150-CHECK-JAN-1-VOUCHED
                   END-IF
               END-IF
           END-IF.

       3150-CHECK-JAN-1-VOUCHED.
           MOVE WS-CAND-CUST-ID TO VC-CUST-ID
           READ VOUCH-FILE
           IF WS-VOUCH-FILE-STATUS = "00"
                   AND VC-BIRTH-DATE = WS-CAND-BIRTH-DATE
               ADD 1 TO WC-JAN-1-CONFIRMED
           ELSE
               MOVE "Y" TO WS-RULE-HIT(1)
           END-IF.

       3200-SCORE-NAME.
           IF WS-CAND-NAME(1:1) = SPACE
               MOVE "Y" TO WS-RULE-HIT(7)
           END-IF
           PERFORM 3210-CHECK-ONE-NAME-CHARACTER
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > 30.

       3210-CHECK-ONE-NAME-CHARACTER.
           MOVE WS-CAND-NAME(WS-CX:1) TO WS-NAME-CHAR
           IF WS-NAME-CHAR-DIGIT
               MOVE "Y" TO WS-RULE-HIT(5)
           END-IF
           IF WS-NAME-CHAR-LOWER
               MOVE "Y" TO WS-RULE-HIT(6)
           END-IF.

       3400-TALLY-ONE-RULE.
           IF WS-RULE-HIT(WS-RX) = "Y"
               ADD 1 TO WM-METRIC(WS-RX + 2)
               ADD 1 TO DQW-RULE-COUNT
               ADD WS-RULE-WEIGHT(WS-RX) TO DQW-PRIORITY
               IF WS-RULE-WEIGHT(WS-RX) > WS-TOP-WEIGHT
                   MOVE WS-RULE-WEIGHT(WS-RX) TO WS-TOP-WEIGHT
                   MOVE WS-RULE-NAME(WS-RX)   TO DQW-TOP-RULE
               END-IF
           END-IF.

      *    Output side of the sort: the scorecard is complete once
      *    the input side has run, so it goes on the report first;
      *    the worklist then comes back highest priority first and
      *    replaces last run's DQWORK, the top of it listed after
      *    the scorecard.
       4000-WRITE-WORKLIST.
           PERFORM 5000-WRITE-SCORECARD
           OPEN OUTPUT DQ-WORKLIST-FILE
           MOVE SPACES TO DQ-RPT-RECORD
           WRITE DQ-RPT-RECORD
           MOVE "TOP OF THE WORKLIST" TO DQ-RPT-RECORD
           WRITE DQ-RPT-RECORD
           MOVE SPACES TO DQ-RPT-RECORD
           STRING "PRI  CUSTOMER   NAME"
               "                           BIRTHDT   TOP RULE"
               DELIMITED BY SIZE INTO DQ-RPT-RECORD
           WRITE DQ-RPT-RECORD
           PERFORM 4100-RETURN-ONE-ROW UNTIL WS-SORT-EOF
           CLOSE DQ-WORKLIST-FILE.

       4100-RETURN-ONE-ROW.
           RETURN SORT-WORK-FILE INTO DQ-WORKLIST-RECORD
               AT END
                   SET WS-SORT-EOF TO TRUE
               NOT AT END
                   WRITE DQ-WORKLIST-REC FROM DQ-WORKLIST-RECORD
                   ADD 1 TO WC-WORKLIST-WRITTEN
                   IF WC-WORKLIST-WRITTEN NOT > WS-LIST-MAX
                       PERFORM 4200-LIST-ONE-WORKLIST-ROW
                   END-IF
           END-RETURN.

       4200-LIST-ONE-WORKLIST-ROW.
           MOVE DQW-PRIORITY     TO WL-PRIORITY
           MOVE DQW-CUST-ID      TO WL-CUST-ID
           MOVE DQW-NAME         TO WL-NAME
           MOVE DQW-BIRTH-DATE   TO WL-BIRTH-DATE
           MOVE DQW-TOP-RULE     TO WL-TOP-RULE
           MOVE DQW-RULE-COUNT   TO WL-RULE-COUNT
           MOVE SPACES           TO DQ-RPT-RECORD
           MOVE DQ-WORKLIST-LINE TO DQ-RPT-RECORD
           WRITE DQ-RPT-RECORD.

       5000-WRITE-SCORECARD.
           PERFORM 5100-PRINT-ONE-METRIC
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 10
           MOVE SPACES TO DQ-RPT-RECORD
           WRITE DQ-RPT-RECORD
           MOVE SPACES TO DQ-RPT-RECORD
           STRING "ERASED ROWS SKIPPED  : " WC-ERASED-SKIPPED
               DELIMITED BY SIZE INTO DQ-RPT-RECORD
           WRITE DQ-RPT-RECORD
           MOVE SPACES TO DQ-RPT-RECORD
           STRING "JAN-1 DATES CONFIRMED: " WC-JAN-1-CONFIRMED
               "  (VOUCHED FOR ON AUDITTRL, NOT FLAGGED)"
               DELIMITED BY SIZE INTO DQ-RPT-RECORD
           WRITE DQ-RPT-RECORD
           MOVE SPACES TO DQ-RPT-RECORD
           STRING "NAMES ON 5+ IDS      : " WC-REPEATED-NAMES
               DELIMITED BY SIZE INTO DQ-RPT-RECORD
           WRITE DQ-RPT-RECORD
           MOVE SPACES TO DQ-RPT-RECORD
           STRING "LAST WORKLIST WORKED : " WC-LAST-LIST-WORKED
               " OF " WC-LAST-LIST-ROWS
               DELIMITED BY SIZE INTO DQ-RPT-RECORD
           WRITE DQ-RPT-RECORD.

      *    This run beside the last one, the change between them,
      *    and the average of every prior run loaded - the first
      *    run shows zeros against an empty history.
       5100-PRINT-ONE-METRIC.
           MOVE ZERO TO WS-METRIC-TOTAL WS-METRIC-AVERAGE
                        WS-METRIC-LAST
           PERFORM 5110-ADD-ONE-TREND-VALUE
               VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX > WS-TREND-COUNT
           IF WS-TREND-COUNT > ZERO
               DIVIDE WS-METRIC-TOTAL BY WS-TREND-COUNT
                   GIVING WS-METRIC-AVERAGE
               MOVE WT-METRIC(WS-TREND-COUNT, WS-MX)
                                       TO WS-METRIC-LAST
           END-IF
           COMPUTE WS-METRIC-CHANGE =
               WM-METRIC(WS-MX) - WS-METRIC-LAST
           MOVE WS-METRIC-LABEL(WS-MX) TO SM-LABEL
           MOVE WM-METRIC(WS-MX)       TO SM-THIS-RUN
           MOVE WS-METRIC-LAST         TO SM-LAST-RUN
           MOVE WS-METRIC-CHANGE       TO SM-CHANGE
           MOVE WS-METRIC-AVERAGE      TO SM-AVERAGE
           MOVE SPACES TO DQ-RPT-RECORD
           MOVE DQ-METRIC-LINE TO DQ-RPT-RECORD
           WRITE DQ-RPT-RECORD.

       5110-ADD-ONE-TREND-VALUE.
           ADD WT-METRIC(WS-TX, WS-MX) TO WS-METRIC-TOTAL.

      *    One DQHIST row per date: a re-run the same day appends
      *    nothing, or the duplicate would take a trend slot and
      *    every later run would count this one twice.
       8500-APPEND-HISTORY-ROW.
           IF WS-RUN-ON-HISTORY
               DISPLAY "DQSCORE: RUN DATE ALREADY ON DQHIST - "
                   "HISTORY NOT APPENDED"
           ELSE
               PERFORM 8510-WRITE-HISTORY-ROW
           END-IF.

       8510-WRITE-HISTORY-ROW.
           OPEN EXTEND DQ-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT DQ-HISTORY-FILE
           END-IF
           MOVE WS-TODAY            TO DQH-RUN-DATE
           MOVE WS-RUN-ID           TO DQH-RUN-ID
           MOVE WM-ROWS-SCORED      TO DQH-ROWS-SCORED
           MOVE WM-ROWS-FLAGGED     TO DQH-ROWS-FLAGGED
           PERFORM 8520-STORE-ONE-RULE-COUNT
               VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 8
           MOVE WC-LAST-LIST-WORKED TO DQH-ROWS-WORKED
           WRITE DQ-HISTORY-RECORD
           CLOSE DQ-HISTORY-FILE.

       8520-STORE-ONE-RULE-COUNT.
           MOVE WM-METRIC(WS-RX + 2) TO DQH-RULE-COUNT(WS-RX).

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
           CLOSE DB-MASTER-FILE
           CLOSE VOUCH-FILE
           MOVE SPACES TO DQ-RPT-RECORD
           WRITE DQ-RPT-RECORD
           MOVE SPACES TO DQ-RPT-RECORD
           STRING "MASTER ROWS READ     : " WC-MASTER-ROWS-READ
               DELIMITED BY SIZE INTO DQ-RPT-RECORD
           WRITE DQ-RPT-RECORD
           MOVE SPACES TO DQ-RPT-RECORD
           STRING "TRAIL ROWS READ      : " WC-TRAIL-ROWS-READ
               DELIMITED BY SIZE INTO DQ-RPT-RECORD
           WRITE DQ-RPT-RECORD
           MOVE SPACES TO DQ-RPT-RECORD
           STRING "WORKLIST ROWS WRITTEN: " WC-WORKLIST-WRITTEN
               DELIMITED BY SIZE INTO DQ-RPT-RECORD
           WRITE DQ-RPT-RECORD
           CLOSE DQ-RPT-FILE
           PERFORM 8500-APPEND-HISTORY-ROW
           PERFORM 7300-CLOSE-BATCH-WINDOW
           DISPLAY "DQSCORE: MASTER ROWS READ     = "
               WC-MASTER-ROWS-READ
           DISPLAY "DQSCORE: ROWS FLAGGED         = " WM-ROWS-FLAGGED
           DISPLAY "DQSCORE: WORKLIST ROWS WRITTEN= "
               WC-WORKLIST-WRITTEN.

       9100-REFUSE-RUN.
           DISPLAY "DQSCORE: RUN REFUSED - " WS-REFUSE-REASON
           IF WS-WINDOW-OPENED
               PERFORM 7300-CLOSE-BATCH-WINDOW
           END-IF
           MOVE 16 TO RETURN-CODE.
