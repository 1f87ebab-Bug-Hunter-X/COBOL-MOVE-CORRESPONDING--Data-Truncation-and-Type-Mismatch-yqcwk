      ******************************************************************
      *  PROGRAM-ID.  AGEMILE
      *
      *  Age-milestone event feed.  Compliance has to act before a
      *  customer turns 18 (consent rules change) and the product
      *  teams before a customer reaches the retirement thresholds,
      *  and both used to find those customers by running the whole
      *  DBEXTRCT feed through a spreadsheet.  This scheduled job
      *  reads DBMASTER and asks AGECALC each customer's age twice -
      *  as of today and as of the end of a look-ahead window - and
      *  raises one event for every configured milestone age that
      *  falls between the two.  The events go out on the AGEEVNT
      *  fixed-width feed (see AGEVREC): a header naming the run and
      *  its window, one detail per customer per milestone, and a
      *  counted trailer.
      *
      *  An event goes out once.  Every event written to the feed is
      *  logged on AGESENT (see AGESREC) in the same run, and a
      *  customer and milestone already on that log is counted as
      *  already sent and skipped - so overlapping windows, a longer
      *  window after a shorter one, or a rerun on the same day
      *  never repeat an event.  The log is gathered onto the
      *  AGESEEN scratch indexed file first (the DORMANT LASTACT
      *  convention).  Each event is logged before it is put on the
      *  feed, and a log that cannot be written stops the run - an
      *  event on the feed but not on the log would go out again on
      *  the next run.
      *
      *  Customers DORMANT has archived are not sent: the latest
      *  DORMARCH row for each customer is gathered onto the AGEDORM
      *  scratch indexed file, and a master row whose customer's
      *  latest archive row is archived (or erased) is skipped.  A
      *  reinstated customer is live again and is judged as usual.
      *  Rows DSUBJECT has erased (DB-NAME "*ERASED*") are not
      *  customers any more and are skipped too, and a birth date
      *  AGECALC cannot use is counted, never guessed at.
      *
      *  The window and the milestones come from the AGEMPARM
      *  parameter file when one is present (line 1 = look-ahead
      *  days, three digits, blank for 30; line 2 = up to ten
      *  milestone ages, three digits each, a space between, blank
      *  for 018 060 065 075) and from the console otherwise, the
      *  same convention as the other scheduled utilities.  The
      *  AGEMRPT summary shows, for each milestone, the new events
      *  by how soon they fall due and the events already sent.
      *
      *  Nothing on the master changes, but the RUNCNTL window is
      *  taken under this job's identity for the duration (the
      *  DBVERIFY convention) so the feed describes one point in
      *  time; a held window, an open CORRSCRN session or a bad
      *  parameter refuses the run with return code 16.  So does a
      *  DORMARCH or AGESENT that is there but cannot be read, or a
      *  scratch file that cannot be built: read as empty, either
      *  would send events that must not go.  A file error once the
      *  feed is being cut stops the run where it is, return code
      *  16; every event already on the feed is on the log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGEMILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DB-MASTER-FILE ASSIGN TO "DBMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-CUST-ID
               ALTERNATE RECORD KEY IS DB-NAME WITH DUPLICATES
               FILE STATUS IS WS-DB-MASTER-STATUS.

           SELECT DORMANT-ARCHIVE-FILE ASSIGN TO "DORMARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DORMANT-FILE-STATUS.

           SELECT DORMANT-ID-FILE ASSIGN TO "AGEDORM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DI-CUST-ID
               FILE STATUS IS WS-DORMANT-ID-STATUS.

           SELECT SENT-LOG-FILE ASSIGN TO "AGESENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SENT-LOG-STATUS.

           SELECT SENT-SEEN-FILE ASSIGN TO "AGESEEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-EVENT-KEY
               FILE STATUS IS WS-SENT-SEEN-STATUS.

           SELECT EVENT-FEED-FILE ASSIGN TO "AGEEVNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-FEED-STATUS.

           SELECT AGEM-RPT-FILE ASSIGN TO "AGEMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGEM-RPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCNTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT PARAM-FILE ASSIGN TO "AGEMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DB-MASTER-FILE.
           COPY DBRECRD.

       FD  DORMANT-ARCHIVE-FILE.
           COPY DORMREC.

       FD  DORMANT-ID-FILE.
       01  DORMANT-ID-RECORD.
           05  DI-CUST-ID               PIC X(10).
           05  DI-STATUS                PIC X(1).

       FD  SENT-LOG-FILE.
           COPY AGESREC.

       FD  SENT-SEEN-FILE.
       01  SENT-SEEN-RECORD.
           05  SS-EVENT-KEY.
               10  SS-CUST-ID           PIC X(10).
               10  SS-MILESTONE-AGE     PIC 9(3).
           05  SS-DATE-SENT             PIC X(8).

       FD  EVENT-FEED-FILE.
           COPY AGEVREC.

       FD  AGEM-RPT-FILE.
       01  AGEM-RPT-RECORD              PIC X(100).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC              PIC X(41).

       FD  PARAM-FILE.
       01  PARAM-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-JOB-ID                    PIC X(8)     VALUE "AGEMILE".
       01  WS-RUN-ID                    PIC X(8).
       01  WS-TODAY                     PIC X(8).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                        PIC 9(8).

       01  WS-FLAGS.
           05  WS-EOF-SW                PIC X(1)     VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  WS-MASTER-EOF-SW         PIC X(1)     VALUE "N".
               88  WS-MASTER-EOF         VALUE "Y".
           05  WS-REFUSED-SW            PIC X(1)     VALUE "N".
               88  WS-RUN-REFUSED        VALUE "Y".
           05  WS-WINDOW-SW             PIC X(1)     VALUE "N".
               88  WS-WINDOW-OPENED      VALUE "Y".
           05  WS-ARCHIVED-SW           PIC X(1)     VALUE "N".
               88  WS-CUSTOMER-ARCHIVED  VALUE "Y".
           05  WS-DUPLICATE-SW          PIC X(1)     VALUE "N".
               88  WS-MILESTONE-REPEATED VALUE "Y".
           05  WS-STOPPED-SW            PIC X(1)     VALUE "N".
               88  WS-RUN-STOPPED        VALUE "Y".

       01  WS-DB-MASTER-STATUS          PIC X(2)     VALUE "00".
       01  WS-DORMANT-FILE-STATUS       PIC X(2)     VALUE "00".
       01  WS-DORMANT-ID-STATUS         PIC X(2)     VALUE "00".
       01  WS-SENT-LOG-STATUS           PIC X(2)     VALUE "00".
       01  WS-SENT-SEEN-STATUS          PIC X(2)     VALUE "00".
       01  WS-EVENT-FEED-STATUS         PIC X(2)     VALUE "00".
       01  WS-AGEM-RPT-STATUS           PIC X(2)     VALUE "00".
       01  WS-RUN-CONTROL-STATUS        PIC X(2)     VALUE "00".
       01  WS-PARAM-FILE-STATUS         PIC X(2)     VALUE "00".

           COPY RUNCREC.

           COPY AGECCALL.

       01  WS-PARAM-MODE-SW             PIC X(1)     VALUE "N".
           88  WS-PARAM-MODE             VALUE "Y".
       01  WS-REPLY                     PIC X(80)    VALUE SPACES.

       01  WS-REFUSE-REASON             PIC X(40)    VALUE SPACES.

      *    Look-ahead in days, and the last day it reaches.
       01  WS-LOOKAHEAD-DAYS            PIC 9(3)     VALUE 30.
       01  WS-WINDOW-END                PIC X(8).
       01  WS-WINDOW-END-NUM REDEFINES WS-WINDOW-END
                                        PIC 9(8).

      *    Line 2 of the request: up to ten ages, three digits and a
      *    space apiece.
       01  WS-MILESTONE-REPLY.
           05  WS-MR-ENTRY OCCURS 10 TIMES.
               10  WS-MR-AGE            PIC X(3).
               10  FILLER               PIC X(1).

      *    The milestones in the order they were given.  The counts
      *    per milestone are, in order: new events, and of those the
      *    ones due within 7, 8-14, 15-30 and over 30 days, then
      *    the events skipped as already sent.  Entry 11 holds the
      *    totals.
       01  WS-MILESTONE-TABLE.
           05  WS-MS-COUNT              PIC 9(2)  COMP  VALUE ZERO.
           05  WS-MX                    PIC 9(2)  COMP  VALUE ZERO.
           05  WS-MY                    PIC 9(2)  COMP  VALUE ZERO.
           05  WS-KX                    PIC 9(2)  COMP  VALUE ZERO.
           05  WS-MS-ENTRY OCCURS 11 TIMES.
               10  WS-MS-AGE            PIC 9(3).
               10  WS-MS-TALLY          PIC 9(9)  OCCURS 6 TIMES.
       01  WS-TOTAL-SLOT                PIC 9(2)  COMP  VALUE 11.
       01  WS-DUE-SLOT                  PIC 9(2)  COMP  VALUE ZERO.

      *    The customer being judged.
       01  WS-AGE-TODAY                 PIC 9(3)     VALUE ZERO.
       01  WS-AGE-AT-WINDOW-END         PIC 9(3)     VALUE ZERO.

      *    A milestone is reached on the birthday that many years on;
      *    a 29 February birthday in a common year falls on 1 March.
       01  WS-EVENT-DATE.
           05  WS-EVENT-DATE-NUM        PIC 9(8).
           05  FILLER REDEFINES WS-EVENT-DATE-NUM.
               10  WS-EVENT-YEAR        PIC 9(4).
               10  WS-EVENT-MONTH-DAY   PIC 9(4).
       01  WS-DAYS-AHEAD                PIC 9(5)     VALUE ZERO.
       01  WS-LEAP-WORK.
           05  WS-LEAP-QUOTIENT         PIC 9(4)     VALUE ZERO.
           05  WS-LEAP-REM-4            PIC 9(3)     VALUE ZERO.
           05  WS-LEAP-REM-100          PIC 9(3)     VALUE ZERO.
           05  WS-LEAP-REM-400          PIC 9(3)     VALUE ZERO.

       01  WS-COUNTERS.
           05  WC-MASTER-ROWS-READ      PIC 9(9)     VALUE ZERO.
           05  WC-ERASED-SKIPPED        PIC 9(9)     VALUE ZERO.
           05  WC-ARCHIVED-SKIPPED      PIC 9(9)     VALUE ZERO.
           05  WC-BDATE-UNUSABLE        PIC 9(9)     VALUE ZERO.
           05  WC-ARCHIVE-ROWS-READ     PIC 9(9)     VALUE ZERO.
           05  WC-SENT-ROWS-READ        PIC 9(9)     VALUE ZERO.
           05  WC-EVENTS-WRITTEN        PIC 9(9)     VALUE ZERO.

       01  AGEM-HEADING-1.
           05  FILLER                   PIC X(5)     VALUE "AGE".
           05  FILLER                   PIC X(12)
               VALUE "         NEW".
           05  FILLER                   PIC X(12)
               VALUE "      DUE IN".
           05  FILLER                   PIC X(12)
               VALUE "      DUE IN".
           05  FILLER                   PIC X(12)
               VALUE "      DUE IN".
           05  FILLER                   PIC X(12)
               VALUE "      DUE IN".
           05  FILLER                   PIC X(12)
               VALUE "     ALREADY".

       01  AGEM-HEADING-2.
           05  FILLER                   PIC X(5)     VALUE SPACES.
           05  FILLER                   PIC X(12)
               VALUE "      EVENTS".
           05  FILLER                   PIC X(12)
               VALUE "    1-7 DAYS".
           05  FILLER                   PIC X(12)
               VALUE "   8-14 DAYS".
           05  FILLER                   PIC X(12)
               VALUE "  15-30 DAYS".
           05  FILLER                   PIC X(12)
               VALUE "    31+ DAYS".
           05  FILLER                   PIC X(12)
               VALUE "        SENT".

       01  AGEM-SUMMARY-LINE.
           05  SL-LABEL                 PIC X(5).
           05  SL-TALLY-ENTRY OCCURS 6 TIMES.
               10  FILLER               PIC X(3).
               10  SL-TALLY             PIC Z(8)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-REFUSED
               PERFORM 9100-REFUSE-RUN
           ELSE
               PERFORM 1700-START-MASTER-PASS
               PERFORM 2000-JUDGE-ONE-MASTER-ROW
                   UNTIL WS-MASTER-EOF OR WS-RUN-STOPPED
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1001-CLEAR-ONE-MILESTONE
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-TOTAL-SLOT
           PERFORM 1010-ACCEPT-REQUEST
           IF NOT WS-RUN-REFUSED
               PERFORM 1030-CHECK-INTERLOCK
           END-IF
           IF NOT WS-RUN-REFUSED
               OPEN INPUT DB-MASTER-FILE
               IF WS-DB-MASTER-STATUS NOT = "00"
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "DBMASTER UNAVAILABLE"
                                         TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF NOT WS-RUN-REFUSED
               OPEN OUTPUT DORMANT-ID-FILE
               IF WS-DORMANT-ID-STATUS = "00"
                   CLOSE DORMANT-ID-FILE
                   OPEN I-O DORMANT-ID-FILE
               END-IF
               OPEN OUTPUT SENT-SEEN-FILE
               IF WS-SENT-SEEN-STATUS = "00"
                   CLOSE SENT-SEEN-FILE
                   OPEN I-O SENT-SEEN-FILE
               END-IF
               IF WS-DORMANT-ID-STATUS NOT = "00"
                       OR WS-SENT-SEEN-STATUS NOT = "00"
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "CANNOT BUILD THE AGEDORM/AGESEEN SCRATCH"
                                         TO WS-REFUSE-REASON
                   CLOSE DB-MASTER-FILE
               END-IF
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 1500-GATHER-ARCHIVED-IDS
               IF NOT WS-RUN-REFUSED
                   PERFORM 1600-GATHER-SENT-EVENTS
               END-IF
               IF WS-RUN-REFUSED
                   CLOSE DB-MASTER-FILE
                   CLOSE DORMANT-ID-FILE
                   CLOSE SENT-SEEN-FILE
               END-IF
           END-IF
      *    The feed and the report are opened before anything goes
      *    on AGESENT, so a run that cannot write them stops without
      *    logging an event nobody was sent.
           IF NOT WS-RUN-REFUSED
               PERFORM 1800-OPEN-EVENT-FEED
               IF NOT WS-RUN-REFUSED
                   OPEN OUTPUT AGEM-RPT-FILE
                   IF WS-AGEM-RPT-STATUS NOT = "00"
                       SET WS-RUN-REFUSED TO TRUE
                       MOVE SPACES TO WS-REFUSE-REASON
                       STRING "AGEMRPT CANNOT BE OPENED, STATUS "
                           WS-AGEM-RPT-STATUS
                           DELIMITED BY SIZE INTO WS-REFUSE-REASON
                       CLOSE EVENT-FEED-FILE
                   END-IF
               END-IF
               IF WS-RUN-REFUSED
                   CLOSE DB-MASTER-FILE
                   CLOSE DORMANT-ID-FILE
                   CLOSE SENT-SEEN-FILE
                   CLOSE SENT-LOG-FILE
               ELSE
                   PERFORM 1900-WRITE-REPORT-HEADING
               END-IF
           END-IF.

       1001-CLEAR-ONE-MILESTONE.
           INITIALIZE WS-MS-ENTRY(WS-MX).

       1010-ACCEPT-REQUEST.
           PERFORM 1005-OPEN-PARAM-FILE
           IF NOT WS-PARAM-MODE
               DISPLAY "AGEMILE: LOOK-AHEAD DAYS, 3 DIGITS "
                   "(BLANK=030)?"
           END-IF
           PERFORM 1015-GET-REQUEST-REPLY
           IF WS-REPLY(1:3) NOT = SPACES
               IF WS-REPLY(1:3) NUMERIC
                       AND WS-REPLY(1:3) > "000"
                       AND WS-REPLY(1:3) NOT > "366"
                   MOVE WS-REPLY(1:3) TO WS-LOOKAHEAD-DAYS
               ELSE
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "LOOK-AHEAD NOT 001-366 DAYS"
                                         TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF NOT WS-PARAM-MODE
               DISPLAY "AGEMILE: MILESTONE AGES, 3 DIGITS EACH "
                   "(BLANK=018 060 065 075)?"
           END-IF
           PERFORM 1015-GET-REQUEST-REPLY
           MOVE WS-REPLY(1:40) TO WS-MILESTONE-REPLY
           IF WS-MILESTONE-REPLY = SPACES
               MOVE "018 060 065 075" TO WS-MILESTONE-REPLY
           END-IF
           PERFORM 1020-TAKE-ONE-MILESTONE
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 10
           IF WS-MS-COUNT = ZERO AND NOT WS-RUN-REFUSED
               SET WS-RUN-REFUSED TO TRUE
               MOVE "NO MILESTONE AGES GIVEN" TO WS-REFUSE-REASON
           END-IF
           IF WS-PARAM-MODE
               CLOSE PARAM-FILE
           END-IF
           COMPUTE WS-WINDOW-END-NUM =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                   + WS-LOOKAHEAD-DAYS).

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

      *    A blank slot is skipped; anything else must be an age of
      *    one year or more that is not already in the list.
       1020-TAKE-ONE-MILESTONE.
           IF WS-MR-AGE(WS-MX) NOT = SPACES
               IF WS-MR-AGE(WS-MX) NUMERIC
                       AND WS-MR-AGE(WS-MX) > "000"
                   MOVE "N" TO WS-DUPLICATE-SW
                   PERFORM 1025-CHECK-ONE-LISTED-AGE
                       VARYING WS-MY FROM 1 BY 1
                       UNTIL WS-MY > WS-MS-COUNT
                   IF WS-MILESTONE-REPEATED
                       SET WS-RUN-REFUSED TO TRUE
                       MOVE "MILESTONE AGE LISTED TWICE"
                                         TO WS-REFUSE-REASON
                   ELSE
                       ADD 1 TO WS-MS-COUNT
                       MOVE WS-MR-AGE(WS-MX)
                                         TO WS-MS-AGE(WS-MS-COUNT)
                   END-IF
               ELSE
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "MILESTONE AGE NOT 3 DIGITS"
                                         TO WS-REFUSE-REASON
               END-IF
           END-IF.

       1025-CHECK-ONE-LISTED-AGE.
           IF WS-MS-AGE(WS-MY) = WS-MR-AGE(WS-MX)
               SET WS-MILESTONE-REPEATED TO TRUE
           END-IF.

      *    The DBVERIFY convention: nothing is written to the
      *    master, but a master being updated mid-pass would give a
      *    feed that never described any one moment.
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

      *    DORMARCH is an append log, so the latest row for a
      *    customer is its standing: archived, reinstated or erased.
      *    No DORMARCH yet ("35") means nobody has been archived;
      *    one that is there but cannot be read refuses the run.
       1500-GATHER-ARCHIVED-IDS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DORMANT-ARCHIVE-FILE
           EVALUATE WS-DORMANT-FILE-STATUS
               WHEN "00"
                   PERFORM 1510-NOTE-ONE-ARCHIVE-ROW UNTIL WS-EOF
                   CLOSE DORMANT-ARCHIVE-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "DORMARCH UNAVAILABLE, STATUS "
                       WS-DORMANT-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
           END-EVALUATE.

       1510-NOTE-ONE-ARCHIVE-ROW.
           READ DORMANT-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WC-ARCHIVE-ROWS-READ
                   MOVE DORM-CUST-ID TO DI-CUST-ID
                   READ DORMANT-ID-FILE
                   EVALUATE WS-DORMANT-ID-STATUS
                       WHEN "00"
                           MOVE DORM-STATUS TO DI-STATUS
                           REWRITE DORMANT-ID-RECORD
                       WHEN "23"
                           MOVE DORM-CUST-ID TO DI-CUST-ID
                           MOVE DORM-STATUS  TO DI-STATUS
                           WRITE DORMANT-ID-RECORD
                   END-EVALUATE
                   IF WS-DORMANT-ID-STATUS NOT = "00"
                           AND WS-DORMANT-ID-STATUS NOT = "22"
                       SET WS-RUN-REFUSED TO TRUE
                       MOVE SPACES TO WS-REFUSE-REASON
                       STRING "AGEDORM ERROR, STATUS "
                           WS-DORMANT-ID-STATUS " CUST " DORM-CUST-ID
                           DELIMITED BY SIZE INTO WS-REFUSE-REASON
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
           END-READ
           IF WS-DORMANT-FILE-STATUS NOT = "00"
                   AND WS-DORMANT-FILE-STATUS NOT = "10"
               SET WS-RUN-REFUSED TO TRUE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "DORMARCH READ ERROR, STATUS "
                   WS-DORMANT-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               MOVE "Y" TO WS-EOF-SW
           END-IF.

      *    Every event ever sent, keyed by customer and milestone.
      *    As with DORMARCH, only a log that does not exist yet is
      *    empty; and the log must be open for appending before a
      *    single event is raised.
       1600-GATHER-SENT-EVENTS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SENT-LOG-FILE
           EVALUATE WS-SENT-LOG-STATUS
               WHEN "00"
                   PERFORM 1610-NOTE-ONE-SENT-ROW UNTIL WS-EOF
                   CLOSE SENT-LOG-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "AGESENT UNAVAILABLE, STATUS "
                       WS-SENT-LOG-STATUS
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
           END-EVALUATE
           IF NOT WS-RUN-REFUSED
               OPEN EXTEND SENT-LOG-FILE
               IF WS-SENT-LOG-STATUS = "35"
                   OPEN OUTPUT SENT-LOG-FILE
               END-IF
               IF WS-SENT-LOG-STATUS NOT = "00"
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "AGESENT CANNOT BE EXTENDED, STATUS "
                       WS-SENT-LOG-STATUS
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
               END-IF
           END-IF.

       1610-NOTE-ONE-SENT-ROW.
           READ SENT-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WC-SENT-ROWS-READ
                   MOVE AGES-CUST-ID       TO SS-CUST-ID
                   MOVE AGES-MILESTONE-AGE TO SS-MILESTONE-AGE
                   MOVE AGES-DATE-SENT     TO SS-DATE-SENT
                   WRITE SENT-SEEN-RECORD
                   IF WS-SENT-SEEN-STATUS NOT = "00"
                           AND WS-SENT-SEEN-STATUS NOT = "22"
                       SET WS-RUN-REFUSED TO TRUE
                       MOVE SPACES TO WS-REFUSE-REASON
                       STRING "AGESEEN ERROR, STATUS "
                           WS-SENT-SEEN-STATUS " CUST " AGES-CUST-ID
                           DELIMITED BY SIZE INTO WS-REFUSE-REASON
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
           END-READ
           IF WS-SENT-LOG-STATUS NOT = "00"
                   AND WS-SENT-LOG-STATUS NOT = "10"
               SET WS-RUN-REFUSED TO TRUE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "AGESENT READ ERROR, STATUS "
                   WS-SENT-LOG-STATUS
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               MOVE "Y" TO WS-EOF-SW
           END-IF.

       1700-START-MASTER-PASS.
           MOVE LOW-VALUES TO DB-CUST-ID
           START DB-MASTER-FILE KEY IS NOT LESS THAN DB-CUST-ID
               INVALID KEY
                   SET WS-MASTER-EOF TO TRUE
           END-START
           IF NOT WS-MASTER-EOF
               PERFORM 2100-READ-MASTER-ROW
           END-IF.

       1800-OPEN-EVENT-FEED.
           OPEN OUTPUT EVENT-FEED-FILE
           IF WS-EVENT-FEED-STATUS NOT = "00"
               SET WS-RUN-REFUSED TO TRUE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "AGEEVNT CANNOT BE OPENED, STATUS "
                   WS-EVENT-FEED-STATUS
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
           ELSE
               MOVE SPACES            TO AGEV-HEADER-RECORD
               MOVE "HDR"             TO AGEVH-RECORD-TYPE
               MOVE WS-TODAY          TO AGEVH-RUN-DATE
               MOVE WS-RUN-ID         TO AGEVH-RUN-ID
               MOVE WS-WINDOW-END     TO AGEVH-WINDOW-END
               MOVE WS-LOOKAHEAD-DAYS TO AGEVH-LOOKAHEAD-DAYS
               WRITE AGEV-HEADER-RECORD
               IF WS-EVENT-FEED-STATUS NOT = "00"
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "AGEEVNT HEADER NOT WRITTEN, STATUS "
                       WS-EVENT-FEED-STATUS
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   CLOSE EVENT-FEED-FILE
               END-IF
           END-IF.

       1900-WRITE-REPORT-HEADING.
           MOVE "AGEMILE AGE-MILESTONE EVENT SUMMARY"
                                         TO AGEM-RPT-RECORD
           WRITE AGEM-RPT-RECORD
           MOVE SPACES TO AGEM-RPT-RECORD
           IF WS-PARAM-MODE
               MOVE "PARAMETERS FROM AGEMPARM" TO AGEM-RPT-RECORD
           ELSE
               MOVE "PARAMETERS FROM CONSOLE" TO AGEM-RPT-RECORD
           END-IF
           WRITE AGEM-RPT-RECORD
           MOVE SPACES TO AGEM-RPT-RECORD
           STRING "RUN " WS-TODAY " " WS-RUN-ID
               "  LOOK-AHEAD " WS-LOOKAHEAD-DAYS
               " DAYS TO " WS-WINDOW-END
               DELIMITED BY SIZE INTO AGEM-RPT-RECORD
           WRITE AGEM-RPT-RECORD
           MOVE SPACES TO AGEM-RPT-RECORD
           WRITE AGEM-RPT-RECORD.

       2000-JUDGE-ONE-MASTER-ROW.
           IF DB-NAME = "*ERASED*"
               ADD 1 TO WC-ERASED-SKIPPED
           ELSE
               PERFORM 2200-LOOK-UP-ARCHIVE
               EVALUATE TRUE
                   WHEN WS-RUN-STOPPED
                       CONTINUE
                   WHEN WS-CUSTOMER-ARCHIVED
                       ADD 1 TO WC-ARCHIVED-SKIPPED
                   WHEN OTHER
                       PERFORM 3000-FIND-MILESTONES
               END-EVALUATE
           END-IF
           IF NOT WS-RUN-STOPPED
               PERFORM 2100-READ-MASTER-ROW
           END-IF.

       2100-READ-MASTER-ROW.
           READ DB-MASTER-FILE NEXT
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WC-MASTER-ROWS-READ
           END-READ.

       2200-LOOK-UP-ARCHIVE.
           MOVE "N" TO WS-ARCHIVED-SW
           MOVE DB-CUST-ID TO DI-CUST-ID
           READ DORMANT-ID-FILE
           EVALUATE WS-DORMANT-ID-STATUS
               WHEN "00"
                   IF DI-STATUS = "A" OR DI-STATUS = "E"
                       SET WS-CUSTOMER-ARCHIVED TO TRUE
                   END-IF
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "AGEDORM ERROR, STATUS "
                       WS-DORMANT-ID-STATUS " CUST " DB-CUST-ID
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   SET WS-RUN-STOPPED TO TRUE
           END-EVALUATE.

      *    The age as of today and as of the window's last day; a
      *    milestone above the first and not above the second is
      *    reached inside the window.
       3000-FIND-MILESTONES.
           MOVE DB-BIRTH-DATE TO AGEC-BIRTH-DATE
           MOVE WS-TODAY      TO AGEC-AS-OF-DATE
           CALL "AGECALC" USING AGE-REQUEST
           IF AGEC-RETURN-CODE NOT = ZERO
               ADD 1 TO WC-BDATE-UNUSABLE
           ELSE
               MOVE AGEC-AGE      TO WS-AGE-TODAY
               MOVE WS-WINDOW-END TO AGEC-AS-OF-DATE
               CALL "AGECALC" USING AGE-REQUEST
               MOVE AGEC-AGE      TO WS-AGE-AT-WINDOW-END
               IF WS-AGE-AT-WINDOW-END > WS-AGE-TODAY
                   PERFORM 3100-CHECK-ONE-MILESTONE
                       VARYING WS-MX FROM 1 BY 1
                       UNTIL WS-MX > WS-MS-COUNT OR WS-RUN-STOPPED
               END-IF
           END-IF.

       3100-CHECK-ONE-MILESTONE.
           IF WS-MS-AGE(WS-MX) > WS-AGE-TODAY
                   AND WS-MS-AGE(WS-MX) NOT > WS-AGE-AT-WINDOW-END
               MOVE DB-CUST-ID       TO SS-CUST-ID
               MOVE WS-MS-AGE(WS-MX) TO SS-MILESTONE-AGE
               READ SENT-SEEN-FILE
               EVALUATE WS-SENT-SEEN-STATUS
                   WHEN "00"
                       ADD 1 TO WS-MS-TALLY(WS-MX, 6)
                   WHEN "23"
                       PERFORM 3200-RAISE-EVENT
                   WHEN OTHER
                       MOVE SPACES TO WS-REFUSE-REASON
                       STRING "AGESEEN ERROR, STATUS "
                           WS-SENT-SEEN-STATUS " CUST " DB-CUST-ID
                           DELIMITED BY SIZE INTO WS-REFUSE-REASON
                       SET WS-RUN-STOPPED TO TRUE
               END-EVALUATE
           END-IF.

      *    The event is logged first and only then put on the feed:
      *    if the log write fails the run stops with the event
      *    unsent, to go out on a later run, rather than sent and
      *    unlogged, to go out again.

       3200-RAISE-EVENT.
           COMPUTE WS-EVENT-DATE-NUM =
               DB-BIRTH-DATE-NUM + WS-MS-AGE(WS-MX) * 10000
           IF WS-EVENT-MONTH-DAY = 0229
               PERFORM 3210-CHECK-LEAP-YEAR
           END-IF
           COMPUTE WS-DAYS-AHEAD =
               FUNCTION INTEGER-OF-DATE(WS-EVENT-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           MOVE DB-CUST-ID        TO AGES-CUST-ID
           MOVE WS-MS-AGE(WS-MX)  TO AGES-MILESTONE-AGE
           MOVE WS-TODAY          TO AGES-DATE-SENT
           MOVE WS-RUN-ID         TO AGES-RUN-ID
           WRITE AGE-SENT-RECORD
           IF WS-SENT-LOG-STATUS NOT = "00"
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "AGESENT WRITE FAILED, STATUS "
                   WS-SENT-LOG-STATUS
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               SET WS-RUN-STOPPED TO TRUE
           ELSE
               PERFORM 3220-WRITE-EVENT
           END-IF.

       3210-CHECK-LEAP-YEAR.
           DIVIDE WS-EVENT-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-4
           DIVIDE WS-EVENT-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-100
           DIVIDE WS-EVENT-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-400
           IF WS-LEAP-REM-4 NOT = ZERO
                   OR (WS-LEAP-REM-100 = ZERO
                       AND WS-LEAP-REM-400 NOT = ZERO)
               MOVE 0301 TO WS-EVENT-MONTH-DAY
           END-IF.

       3220-WRITE-EVENT.
           MOVE DB-CUST-ID        TO AGEV-CUST-ID
           MOVE DB-NAME           TO AGEV-NAME
           MOVE DB-BIRTH-DATE     TO AGEV-BIRTH-DATE
           MOVE WS-MS-AGE(WS-MX)  TO AGEV-MILESTONE-AGE
           MOVE WS-EVENT-DATE     TO AGEV-EVENT-DATE
           MOVE WS-DAYS-AHEAD     TO AGEV-DAYS-AHEAD
           WRITE AGE-EVENT-RECORD
           IF WS-EVENT-FEED-STATUS NOT = "00"
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "AGEEVNT WRITE FAILED, STATUS "
                   WS-EVENT-FEED-STATUS
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               DISPLAY "AGEMILE: LOGGED BUT NOT SENT - CUST "
                   DB-CUST-ID " MILESTONE " WS-MS-AGE(WS-MX)
               SET WS-RUN-STOPPED TO TRUE
           ELSE
               ADD 1 TO WC-EVENTS-WRITTEN
               PERFORM 3230-TALLY-EVENT
           END-IF.

       3230-TALLY-EVENT.
           EVALUATE TRUE
               WHEN WS-DAYS-AHEAD NOT > 7
                   MOVE 2 TO WS-DUE-SLOT
               WHEN WS-DAYS-AHEAD NOT > 14
                   MOVE 3 TO WS-DUE-SLOT
               WHEN WS-DAYS-AHEAD NOT > 30
                   MOVE 4 TO WS-DUE-SLOT
               WHEN OTHER
                   MOVE 5 TO WS-DUE-SLOT
           END-EVALUATE
           ADD 1 TO WS-MS-TALLY(WS-MX, 1)
           ADD 1 TO WS-MS-TALLY(WS-MX, WS-DUE-SLOT).

       5000-WRITE-SUMMARY.
           WRITE AGEM-RPT-RECORD FROM AGEM-HEADING-1
           WRITE AGEM-RPT-RECORD FROM AGEM-HEADING-2
           MOVE SPACES TO AGEM-RPT-RECORD
           WRITE AGEM-RPT-RECORD
           PERFORM 5100-PRINT-ONE-MILESTONE
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-MS-COUNT
           MOVE SPACES TO AGEM-RPT-RECORD
           WRITE AGEM-RPT-RECORD
           MOVE WS-TOTAL-SLOT TO WS-MX
           MOVE SPACES  TO AGEM-SUMMARY-LINE
           MOVE "TOTAL" TO SL-LABEL
           PERFORM 5120-MOVE-ONE-TALLY
               VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 6
           WRITE AGEM-RPT-RECORD FROM AGEM-SUMMARY-LINE.

       5100-PRINT-ONE-MILESTONE.
           MOVE SPACES           TO AGEM-SUMMARY-LINE
           MOVE WS-MS-AGE(WS-MX) TO SL-LABEL
           PERFORM 5110-ADD-ONE-TO-TOTAL
               VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 6
           PERFORM 5120-MOVE-ONE-TALLY
               VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 6
           WRITE AGEM-RPT-RECORD FROM AGEM-SUMMARY-LINE.

       5110-ADD-ONE-TO-TOTAL.
           ADD WS-MS-TALLY(WS-MX, WS-KX)
               TO WS-MS-TALLY(WS-TOTAL-SLOT, WS-KX).

       5120-MOVE-ONE-TALLY.
           MOVE WS-MS-TALLY(WS-MX, WS-KX) TO SL-TALLY(WS-KX).

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
           MOVE SPACES             TO AGEV-TRAILER-RECORD
           MOVE "TRL"              TO AGEVT-RECORD-TYPE
           MOVE WC-EVENTS-WRITTEN  TO AGEVT-RECORD-COUNT
           WRITE AGEV-TRAILER-RECORD
           CLOSE EVENT-FEED-FILE
           CLOSE SENT-LOG-FILE
           CLOSE DB-MASTER-FILE
           CLOSE DORMANT-ID-FILE
           CLOSE SENT-SEEN-FILE
           PERFORM 5000-WRITE-SUMMARY
           MOVE SPACES TO AGEM-RPT-RECORD
           WRITE AGEM-RPT-RECORD
           MOVE SPACES TO AGEM-RPT-RECORD
           STRING "MASTER ROWS READ     : " WC-MASTER-ROWS-READ
               DELIMITED BY SIZE INTO AGEM-RPT-RECORD
           WRITE AGEM-RPT-RECORD
           MOVE SPACES TO AGEM-RPT-RECORD
           STRING "ARCHIVED - SKIPPED   : " WC-ARCHIVED-SKIPPED
               DELIMITED BY SIZE INTO AGEM-RPT-RECORD
           WRITE AGEM-RPT-RECORD
           MOVE SPACES TO AGEM-RPT-RECORD
           STRING "ERASED - SKIPPED     : " WC-ERASED-SKIPPED
               DELIMITED BY SIZE INTO AGEM-RPT-RECORD
           WRITE AGEM-RPT-RECORD
           MOVE SPACES TO AGEM-RPT-RECORD
           STRING "BIRTH DATE UNUSABLE  : " WC-BDATE-UNUSABLE
               DELIMITED BY SIZE INTO AGEM-RPT-RECORD
           WRITE AGEM-RPT-RECORD
           MOVE SPACES TO AGEM-RPT-RECORD
           STRING "EVENTS WRITTEN       : " WC-EVENTS-WRITTEN
               DELIMITED BY SIZE INTO AGEM-RPT-RECORD
           WRITE AGEM-RPT-RECORD
           IF WS-RUN-STOPPED
               MOVE SPACES TO AGEM-RPT-RECORD
               STRING "RUN STOPPED - " WS-REFUSE-REASON
                   DELIMITED BY SIZE INTO AGEM-RPT-RECORD
               WRITE AGEM-RPT-RECORD
           END-IF
           CLOSE AGEM-RPT-FILE
           PERFORM 7300-CLOSE-BATCH-WINDOW
           DISPLAY "AGEMILE: MASTER ROWS READ     = "
               WC-MASTER-ROWS-READ
           DISPLAY "AGEMILE: ARCHIVED - SKIPPED   = "
               WC-ARCHIVED-SKIPPED
           DISPLAY "AGEMILE: EVENTS WRITTEN       = "
               WC-EVENTS-WRITTEN
           IF WS-RUN-STOPPED
               DISPLAY "AGEMILE: RUN STOPPED - " WS-REFUSE-REASON
               MOVE 16 TO RETURN-CODE
           END-IF.

       9100-REFUSE-RUN.
           DISPLAY "AGEMILE: RUN REFUSED - " WS-REFUSE-REASON
           IF WS-WINDOW-OPENED
               PERFORM 7300-CLOSE-BATCH-WINDOW
           END-IF
           MOVE 16 TO RETURN-CODE.
