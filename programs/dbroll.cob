      ******************************************************************
      *  PROGRAM-ID.  DBROLL
      *
      *  Month-end DBMASTER population roll-forward.  Finance and
      *  audit ask every month how many customers there were at the
      *  start and the end of the month and why the number moved;
      *  this job answers from the audit trail and proves the answer
      *  instead of leaving someone to add up RECONRPT pages and
      *  DORMRPT by hand.
      *
      *  The month (YYYYMM) comes from line 1 of the ROLLPARM
      *  parameter file when one is present, otherwise from the
      *  console; blank means the month just ended.  A month that
      *  has not ended yet is refused.
      *
      *  OPENING  - the month before's closing figure from ROLLHIST
      *             (see ROLLREC).  If that month did not tie, its
      *             master count as at month end is used instead -
      *             the real population, not a figure already known
      *             to be wrong.  With no ROLLHIST row (the first
      *             month rolled) the opening is the row count on the
      *             trailer of the last DBIMG image cut in the 31
      *             days before the month began, rolled forward over
      *             the trail rows stamped after that image and
      *             before the month.  With neither, the run is
      *             refused.
      *
      *  MOVEMENT - every AUDITTRL row stamped in the month that
      *             puts a customer on the master or takes one off:
      *
      *               + BATCH-ADD   UPDMAST adds
      *               - BATCH-DEL   UPDMAST deletes
      *               + SUSP-RETRY  suspense retries posted as adds
      *                             (nothing before, an after-image)
      *               - SUSP-DEL    suspense retries posted as deletes
      *               - DORM-DEL    DORMANT archive removals
      *               + DORM-REIN   UPDMAST reinstatements
      *               + ONLINE-COR  online corrections that inserted
      *                             (nothing before, an after-image)
      *               - MERGE-DEL   CUSMERGE duplicate retirements
      *               - ERASE-DEL   DSUBJECT erasures
      *
      *             Everything else on the trail (BATCH-CHG, a
      *             correction or retry over an existing row) changes
      *             values, not the population.
      *
      *             Whether each customer is on or off the master is
      *             kept as the trail is read, on the ROLLSEEN
      *             scratch indexed file (the DORMANT LASTACT
      *             convention).  An add for a customer already on,
      *             or a delete for one already off - the second
      *             BATCH-ADD or BATCH-DEL an UPDMAST restart writes
      *             for a row it had already applied - moves nobody
      *             and is counted on its own ROLLRPT line instead.
      *             A customer's first row on the trail is taken at
      *             its word, since what came before it may have
      *             been archived.
      *
      *  CLOSING  - opening plus and minus the movement, proved two
      *             ways:
      *
      *    - against DBMASTER itself: the live row count, less the
      *      net movement of trail rows stamped after the month, is
      *      the population at month end, so the job need not run
      *      at the stroke of midnight;
      *    - against every DBIMG.YYYYMMDD image copy cut in the
      *      month: each trailer's row count must equal the opening
      *      plus the net movement of the month's trail rows stamped
      *      before the image's header timestamp.  A month with no
      *      image copy, or an image without a trailer, cannot be
      *      proved.
      *
      *  The month's row is written to ROLLHIST (replacing an
      *  earlier roll of the same month) and ROLLRPT shows the
      *  month's roll-forward and proofs, then the twelve months to
      *  date side by side.  A roll-forward that does not tie ends
      *  with return code 16, the DBVERIFY convention, so the
      *  scheduler surfaces it; so does a ROLLHIST row that cannot
      *  be written, since next month's opening would come from it.
      *
      *  The month's rows must still be on AUDITTRL: run this before
      *  AUDARCHV's retention date passes the start of the month (or
      *  the image the opening came from).  The RUNCNTL window is
      *  taken for the duration, as DBVERIFY takes it, so the master
      *  count and the trail are read standing still.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT DB-MASTER-FILE ASSIGN TO "DBMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DB-CUST-ID
               ALTERNATE RECORD KEY IS DB-NAME WITH DUPLICATES
               FILE STATUS IS WS-DB-MASTER-STATUS.

           SELECT IMAGE-FILE ASSIGN TO DYNAMIC WS-IMAGE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMAGE-FILE-STATUS.

           SELECT ROLL-HISTORY-FILE ASSIGN TO "ROLLHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT PRESENCE-FILE ASSIGN TO "ROLLSEEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-CUST-ID
               FILE STATUS IS WS-PRESENCE-STATUS.

           SELECT ROLL-RPT-FILE ASSIGN TO "ROLLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-RPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCNTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT PARAM-FILE ASSIGN TO "ROLLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL-FILE.
           COPY AUDTREC.

       FD  DB-MASTER-FILE.
           COPY DBRECRD.

       FD  IMAGE-FILE.
           COPY DBIMGREC.

       FD  ROLL-HISTORY-FILE.
       01  ROLL-HISTORY-REC             PIC X(137).

      *    "P" on the master after the customer's last movement
      *    row, "A" off it.
       FD  PRESENCE-FILE.
       01  PRESENCE-RECORD.
           05  PS-CUST-ID               PIC X(10).
           05  PS-STATE                 PIC X(1).
               88  PS-ON-MASTER          VALUE "P".
               88  PS-OFF-MASTER         VALUE "A".

       FD  ROLL-RPT-FILE.
       01  ROLL-RPT-RECORD              PIC X(140).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC              PIC X(41).

       FD  PARAM-FILE.
       01  PARAM-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-JOB-ID                    PIC X(8)     VALUE "DBROLL".
       01  WS-RUN-ID                    PIC X(8).

       01  WS-FLAGS.
           05  WS-EOF-SW                PIC X(1)     VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  WS-REFUSED-SW            PIC X(1)     VALUE "N".
               88  WS-RUN-REFUSED        VALUE "Y".
           05  WS-WINDOW-SW             PIC X(1)     VALUE "N".
               88  WS-WINDOW-OPENED      VALUE "Y".
           05  WS-TIED-SW               PIC X(1)     VALUE "Y".
               88  WS-ROLL-TIED          VALUE "Y".
           05  WS-OPENING-SW            PIC X(1)     VALUE " ".
               88  WS-OPENING-FROM-HISTORY VALUE "H" "U".
               88  WS-OPENING-FROM-UNTIED VALUE "U".
               88  WS-OPENING-FROM-IMAGE VALUE "I".
           05  WS-MASTER-READ-SW        PIC X(1)     VALUE "N".
               88  WS-MASTER-COUNTED     VALUE "Y".
           05  WS-REPEAT-SW             PIC X(1)     VALUE "N".
               88  WS-ROW-REPEATED       VALUE "Y".
           05  WS-PRESENCE-SW           PIC X(1)     VALUE "Y".
               88  WS-PRESENCE-KEPT      VALUE "Y".
           05  WS-HISTORY-SW            PIC X(1)     VALUE "Y".
               88  WS-HISTORY-WRITTEN    VALUE "Y".

       01  WS-AUDIT-FILE-STATUS         PIC X(2)     VALUE "00".
       01  WS-DB-MASTER-STATUS          PIC X(2)     VALUE "00".
       01  WS-IMAGE-FILE-STATUS         PIC X(2)     VALUE "00".
       01  WS-HISTORY-FILE-STATUS       PIC X(2)     VALUE "00".
       01  WS-PRESENCE-STATUS           PIC X(2)     VALUE "00".
       01  WS-HISTORY-FAIL-STATUS       PIC X(2)     VALUE SPACES.
       01  WS-ROLL-RPT-STATUS           PIC X(2)     VALUE "00".
       01  WS-RUN-CONTROL-STATUS        PIC X(2)     VALUE "00".
       01  WS-PARAM-FILE-STATUS         PIC X(2)     VALUE "00".

           COPY RUNCREC.

           COPY ROLLREC.

       01  WS-PARAM-MODE-SW             PIC X(1)     VALUE "N".
           88  WS-PARAM-MODE             VALUE "Y".
       01  WS-REPLY                     PIC X(80)    VALUE SPACES.

       01  WS-REFUSE-REASON             PIC X(40)    VALUE SPACES.
       01  WS-TODAY                     PIC X(8)     VALUE SPACES.

      *    The month being rolled and the months around it.  A month
      *    key steps back through WS-STEP-MONTH.
       01  WS-MONTH-WORK.
           05  WS-REQ-MONTH             PIC X(6)     VALUE SPACES.
           05  WS-REQ-MONTH-PARTS REDEFINES WS-REQ-MONTH.
               10  WS-REQ-YEAR          PIC 9(4).
               10  WS-REQ-MM            PIC 9(2).
           05  WS-PRIOR-MONTH           PIC X(6)     VALUE SPACES.
           05  WS-STEP-MONTH            PIC X(6)     VALUE SPACES.
           05  WS-STEP-MONTH-PARTS REDEFINES WS-STEP-MONTH.
               10  WS-STEP-YEAR         PIC 9(4).
               10  WS-STEP-MM           PIC 9(2).
           05  WS-DATE-WORK             PIC 9(8)     VALUE ZERO.
           05  WS-DATE-WORK-X REDEFINES WS-DATE-WORK
                                        PIC X(8).
           05  WS-MONTH-FIRST-DAY       PIC 9(7)     VALUE ZERO.
           05  WS-MONTH-LAST-DAY        PIC 9(7)     VALUE ZERO.
           05  WS-PROBE-DAY             PIC 9(7)     VALUE ZERO.
           05  WS-PROBE-LIMIT           PIC 9(7)     VALUE ZERO.

      *    Movement labels, in RLH-MOVEMENT order; the first byte of
      *    each label is the sign the movement carries.
       01  WS-MOVEMENT-LABELS.
           05  FILLER                   PIC X(20)
               VALUE "+ BATCH ADDS        ".
           05  FILLER                   PIC X(20)
               VALUE "- BATCH DELETES     ".
           05  FILLER                   PIC X(20)
               VALUE "+ SUSP RETRY ADDS   ".
           05  FILLER                   PIC X(20)
               VALUE "- SUSP RETRY DELETES".
           05  FILLER                   PIC X(20)
               VALUE "- DORMANT ARCHIVED  ".
           05  FILLER                   PIC X(20)
               VALUE "+ DORMANT REINSTATED".
           05  FILLER                   PIC X(20)
               VALUE "+ ONLINE INSERTS    ".
           05  FILLER                   PIC X(20)
               VALUE "- MERGED AWAY       ".
           05  FILLER                   PIC X(20)
               VALUE "- ERASED ON REQUEST ".
       01  WS-MOVEMENT-LABEL-TABLE REDEFINES WS-MOVEMENT-LABELS.
           05  WS-MOVEMENT-LABEL        PIC X(20) OCCURS 9 TIMES.

       01  WS-MOVEMENT-WORK.
           05  WS-MX                    PIC 9(2)  COMP  VALUE ZERO.
           05  WS-ROW-MOVEMENT          PIC 9(2)  COMP  VALUE ZERO.
           05  WS-ROW-EFFECT            PIC S9(1)    VALUE ZERO.
           05  WC-MOVEMENT              PIC 9(9)  OCCURS 9 TIMES.

      *    Signed, because a stretch of trail can take off more
      *    customers than it puts on.
       01  WS-POPULATION.
           05  WS-OPENING-COUNT         PIC S9(9)    VALUE ZERO.
           05  WS-OPENING-IMAGE-COUNT   PIC S9(9)    VALUE ZERO.
           05  WS-OPENING-IMAGE-TS      PIC X(21)    VALUE SPACES.
           05  WS-OPENING-IMAGE-NAME    PIC X(14)    VALUE SPACES.
           05  WS-CARRY-IN-NET          PIC S9(9)    VALUE ZERO.
           05  WS-MONTH-NET             PIC S9(9)    VALUE ZERO.
           05  WS-CLOSING-COUNT         PIC S9(9)    VALUE ZERO.
           05  WS-AFTER-MONTH-NET       PIC S9(9)    VALUE ZERO.
           05  WS-LIVE-MASTER-COUNT     PIC S9(9)    VALUE ZERO.
           05  WS-MASTER-AT-MONTH-END   PIC S9(9)    VALUE ZERO.
           05  WS-DIFFERENCE            PIC S9(9)    VALUE ZERO.

      *    Controls of the image copy last opened by 1080.
       01  WS-IMAGE-NAME                PIC X(14)    VALUE SPACES.
       01  WS-IMAGE-CONTROLS.
           05  WS-IMG-HEADER-SW         PIC X(1)     VALUE "N".
               88  WS-IMG-HEADER-SEEN    VALUE "Y".
           05  WS-IMG-TRAILER-SW        PIC X(1)     VALUE "N".
               88  WS-IMG-TRAILER-SEEN   VALUE "Y".
           05  WS-IMG-TIMESTAMP         PIC X(21)    VALUE SPACES.
           05  WS-IMG-ROW-COUNT         PIC 9(9)     VALUE ZERO.

      *    The month's image copies, in date order.
       01  WS-IMAGE-TABLE.
           05  WS-IMAGE-COUNT           PIC 9(2)  COMP  VALUE ZERO.
           05  WS-IX                    PIC 9(2)  COMP  VALUE ZERO.
           05  WS-IMAGE-ENTRY OCCURS 31 TIMES.
               10  WI-IMAGE-NAME        PIC X(14).
               10  WI-TRAILER-SW        PIC X(1).
                   88  WI-TRAILER-SEEN   VALUE "Y".
               10  WI-TIMESTAMP         PIC X(21).
               10  WI-ROW-COUNT         PIC 9(9).
               10  WI-NET-BEFORE        PIC S9(9).
               10  WI-EXPECTED          PIC S9(9).
       01  WS-IMAGES-TIED               PIC 9(3)     VALUE ZERO.

      *    ROLLHIST as read at the start of the run.
       01  WS-HISTORY-TABLE.
           05  WS-HISTORY-COUNT         PIC 9(3)  COMP  VALUE ZERO.
           05  WS-HX                    PIC 9(3)  COMP  VALUE ZERO.
           05  WS-HISTORY-ROW           PIC X(137) OCCURS 240 TIMES.
       01  WS-CURRENT-ROW               PIC X(137)   VALUE SPACES.

      *    The twelve report columns, oldest month first; the last
      *    column is the month just rolled.
       01  WS-COLUMN-TABLE.
           05  WS-CX                    PIC 9(2)  COMP  VALUE ZERO.
           05  WS-GRID-LINE-NO          PIC 9(2)  COMP  VALUE ZERO.
           05  WS-COLUMN-ENTRY OCCURS 12 TIMES.
               10  WC-COLUMN-MONTH      PIC X(6).
               10  WC-COLUMN-PRESENT    PIC X(1).
               10  WC-COLUMN-ROW        PIC X(137).

       01  WS-COUNTERS.
           05  WC-TRAIL-ROWS-READ       PIC 9(9)     VALUE ZERO.
           05  WC-MONTH-ROWS            PIC 9(9)     VALUE ZERO.
           05  WC-MONTH-VALUE-ONLY      PIC 9(9)     VALUE ZERO.
           05  WC-MONTH-REPEATS         PIC 9(9)     VALUE ZERO.

       01  WS-EDIT-FIELDS.
           05  WS-EDIT-COUNT            PIC 9(9).
           05  WS-EDIT-SIGNED           PIC +9(9).
           05  WS-EDIT-IMAGES           PIC ZZ9.

       01  ROLL-FIGURE-LINE.
           05  RF-LABEL                 PIC X(20).
           05  FILLER                   PIC X(3)     VALUE " : ".
           05  RF-COUNT                 PIC 9(9).
           05  FILLER                   PIC X(2)     VALUE SPACES.
           05  RF-NOTE                  PIC X(60).

       01  IMAGE-PROOF-LINE.
           05  FILLER                   PIC X(2)     VALUE SPACES.
           05  IP-IMAGE-NAME            PIC X(14).
           05  FILLER                   PIC X(10)    VALUE " TRAILER ".
           05  IP-ROW-COUNT             PIC 9(9).
           05  FILLER                   PIC X(11)    VALUE " EXPECTED ".
           05  IP-EXPECTED              PIC +9(9).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  IP-VERDICT               PIC X(20).

       01  GRID-LINE.
           05  GL-LABEL                 PIC X(20).
           05  GL-CELL OCCURS 12 TIMES.
               10  FILLER               PIC X(1).
               10  GL-VALUE             PIC Z(8)9.
               10  GL-TEXT REDEFINES GL-VALUE
                                        PIC X(9)  JUSTIFIED RIGHT.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-REFUSED
               PERFORM 9100-REFUSE-RUN
           ELSE
               PERFORM 2000-ROLL-THE-TRAIL
               PERFORM 3000-COUNT-LIVE-MASTER
               PERFORM 4000-PROVE-CLOSING
               PERFORM 5000-WRITE-ROLL-REPORT
               PERFORM 6000-WRITE-HISTORY-ROW
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1010-ACCEPT-MONTH
           IF NOT WS-RUN-REFUSED
               PERFORM 1020-SET-MONTH-RANGE
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 1030-CHECK-INTERLOCK
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 1040-LOAD-HISTORY
               PERFORM 1050-FIND-OPENING-COUNT
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 1060-FIND-MONTH-IMAGES
               OPEN INPUT AUDIT-TRAIL-FILE
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "AUDIT TRAIL AUDITTRL UNAVAILABLE"
                                         TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF NOT WS-RUN-REFUSED
               OPEN OUTPUT PRESENCE-FILE
               IF WS-PRESENCE-STATUS = "00"
                   CLOSE PRESENCE-FILE
                   OPEN I-O PRESENCE-FILE
               END-IF
               IF WS-PRESENCE-STATUS NOT = "00"
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "CANNOT BUILD THE ROLLSEEN SCRATCH FILE"
                                         TO WS-REFUSE-REASON
                   CLOSE AUDIT-TRAIL-FILE
               END-IF
           END-IF.

      *    Blank means the month just ended - the usual month-end
      *    run on the first working day.
       1010-ACCEPT-MONTH.
           PERFORM 1005-OPEN-PARAM-FILE
           IF NOT WS-PARAM-MODE
               DISPLAY "DBROLL: MONTH TO ROLL FORWARD (YYYYMM, "
                   "BLANK = LAST MONTH)?"
           END-IF
           PERFORM 1015-GET-REQUEST-REPLY
           MOVE WS-REPLY(1:6) TO WS-REQ-MONTH
           IF WS-PARAM-MODE
               CLOSE PARAM-FILE
           END-IF
           IF WS-REQ-MONTH = SPACES
               MOVE WS-TODAY(1:6) TO WS-STEP-MONTH
               PERFORM 1025-STEP-BACK-ONE-MONTH
               MOVE WS-STEP-MONTH TO WS-REQ-MONTH
           END-IF
           EVALUATE TRUE
               WHEN WS-REQ-MONTH NOT NUMERIC
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "MONTH MUST BE YYYYMM" TO WS-REFUSE-REASON
               WHEN WS-REQ-MM < 1 OR WS-REQ-MM > 12
                       OR WS-REQ-YEAR < 1601
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "MONTH MUST BE YYYYMM" TO WS-REFUSE-REASON
               WHEN WS-REQ-MONTH NOT < WS-TODAY(1:6)
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "MONTH HAS NOT ENDED YET" TO WS-REFUSE-REASON
           END-EVALUATE.

      *    An ROLLPARM on disk switches the run to parameter mode:
      *    the month comes from its first line instead of the
      *    console.
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

      *    First and last day of the month as integer dates, and the
      *    month before it.
       1020-SET-MONTH-RANGE.
           MOVE WS-REQ-MONTH TO WS-DATE-WORK-X(1:6)
           MOVE "01"         TO WS-DATE-WORK-X(7:2)
           COMPUTE WS-MONTH-FIRST-DAY =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           IF WS-REQ-MM = 12
               COMPUTE WS-DATE-WORK = (WS-REQ-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATE-WORK =
                   WS-REQ-YEAR * 10000 + (WS-REQ-MM + 1) * 100 + 1
           END-IF
           COMPUTE WS-MONTH-LAST-DAY =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1
           MOVE WS-REQ-MONTH TO WS-STEP-MONTH
           PERFORM 1025-STEP-BACK-ONE-MONTH
           MOVE WS-STEP-MONTH TO WS-PRIOR-MONTH.

       1025-STEP-BACK-ONE-MONTH.
           IF WS-STEP-MM = 1
               MOVE 12 TO WS-STEP-MM
               SUBTRACT 1 FROM WS-STEP-YEAR
           ELSE
               SUBTRACT 1 FROM WS-STEP-MM
           END-IF.

      *    The DBVERIFY convention: nothing is written to the master
      *    or the trail, but both must stand still while they are
      *    counted, so the window is taken under this job's identity.
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

       1040-LOAD-HISTORY.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ROLL-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               PERFORM 1045-LOAD-ONE-HISTORY-ROW UNTIL WS-EOF
               CLOSE ROLL-HISTORY-FILE
           END-IF.

       1045-LOAD-ONE-HISTORY-ROW.
           READ ROLL-HISTORY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-HISTORY-COUNT < 240
                       ADD 1 TO WS-HISTORY-COUNT
                       MOVE ROLL-HISTORY-REC
                           TO WS-HISTORY-ROW(WS-HISTORY-COUNT)
                   END-IF
           END-READ.

      *    The month before's ROLLHIST row if there is one, else the
      *    last image copy cut in the 31 days before the month.
       1050-FIND-OPENING-COUNT.
           MOVE WS-PRIOR-MONTH TO WS-STEP-MONTH
           PERFORM 1055-FIND-HISTORY-MONTH
           IF WS-HX NOT > WS-HISTORY-COUNT
               MOVE WS-HISTORY-ROW(WS-HX) TO ROLL-HISTORY-RECORD
               IF RLH-TIED
                   MOVE "H" TO WS-OPENING-SW
                   MOVE RLH-CLOSING-COUNT TO WS-OPENING-COUNT
               ELSE
                   SET WS-OPENING-FROM-UNTIED TO TRUE
                   MOVE RLH-MASTER-COUNT  TO WS-OPENING-COUNT
               END-IF
           ELSE
               COMPUTE WS-PROBE-DAY   = WS-MONTH-FIRST-DAY - 1
               COMPUTE WS-PROBE-LIMIT = WS-MONTH-FIRST-DAY - 31
               PERFORM 1070-PROBE-OPENING-IMAGE
                   UNTIL WS-OPENING-FROM-IMAGE
                      OR WS-PROBE-DAY < WS-PROBE-LIMIT
               IF NOT WS-OPENING-FROM-IMAGE
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "NO OPENING - NO ROLLHIST ROW OR DBIMG"
                                         TO WS-REFUSE-REASON
               END-IF
           END-IF.

      *    Leaves WS-HX on WS-STEP-MONTH's row, or past the end of
      *    the table when the month has none.  A month rolled twice
      *    has one row (6000 replaces it), so the first match is it.
       1055-FIND-HISTORY-MONTH.
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HISTORY-COUNT
                      OR WS-HISTORY-ROW(WS-HX)(1:6) = WS-STEP-MONTH
               CONTINUE
           END-PERFORM.

      *    Image copies of the month, tried for every date in it.
       1060-FIND-MONTH-IMAGES.
           MOVE WS-MONTH-FIRST-DAY TO WS-PROBE-DAY
           PERFORM 1065-PROBE-MONTH-IMAGE
               UNTIL WS-PROBE-DAY > WS-MONTH-LAST-DAY.

       1065-PROBE-MONTH-IMAGE.
           PERFORM 1075-SET-IMAGE-NAME
           PERFORM 1080-READ-IMAGE-CONTROLS
           IF WS-IMAGE-FILE-STATUS = "00"
               ADD 1 TO WS-IMAGE-COUNT
               MOVE WS-IMAGE-NAME     TO WI-IMAGE-NAME(WS-IMAGE-COUNT)
               MOVE WS-IMG-TRAILER-SW TO WI-TRAILER-SW(WS-IMAGE-COUNT)
               MOVE WS-IMG-ROW-COUNT  TO WI-ROW-COUNT(WS-IMAGE-COUNT)
               MOVE ZERO TO WI-NET-BEFORE(WS-IMAGE-COUNT)
                            WI-EXPECTED(WS-IMAGE-COUNT)
      *        An image with no header has no split point; its rows
      *        are taken as cut at the end of its date.
               IF WS-IMG-HEADER-SEEN
                   MOVE WS-IMG-TIMESTAMP
                                   TO WI-TIMESTAMP(WS-IMAGE-COUNT)
               ELSE
                   MOVE HIGH-VALUES TO WI-TIMESTAMP(WS-IMAGE-COUNT)
                   MOVE WS-DATE-WORK-X
                       TO WI-TIMESTAMP(WS-IMAGE-COUNT)(1:8)
               END-IF
           END-IF
           ADD 1 TO WS-PROBE-DAY.

       1070-PROBE-OPENING-IMAGE.
           PERFORM 1075-SET-IMAGE-NAME
           PERFORM 1080-READ-IMAGE-CONTROLS
           IF WS-IMAGE-FILE-STATUS = "00"
                   AND WS-IMG-HEADER-SEEN AND WS-IMG-TRAILER-SEEN
               SET WS-OPENING-FROM-IMAGE TO TRUE
               MOVE WS-IMAGE-NAME    TO WS-OPENING-IMAGE-NAME
               MOVE WS-IMG-TIMESTAMP TO WS-OPENING-IMAGE-TS
               MOVE WS-IMG-ROW-COUNT TO WS-OPENING-IMAGE-COUNT
           END-IF
           SUBTRACT 1 FROM WS-PROBE-DAY.

       1075-SET-IMAGE-NAME.
           COMPUTE WS-DATE-WORK =
               FUNCTION DATE-OF-INTEGER(WS-PROBE-DAY)
           MOVE SPACES TO WS-IMAGE-NAME
           STRING "DBIMG." WS-DATE-WORK-X
               DELIMITED BY SIZE INTO WS-IMAGE-NAME.

      *    Header timestamp and trailer row count of one image copy;
      *    the details in between are only read past.
       1080-READ-IMAGE-CONTROLS.
           MOVE "N"    TO WS-IMG-HEADER-SW WS-IMG-TRAILER-SW
           MOVE SPACES TO WS-IMG-TIMESTAMP
           MOVE ZERO   TO WS-IMG-ROW-COUNT
           OPEN INPUT IMAGE-FILE
           IF WS-IMAGE-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 1085-READ-ONE-IMAGE-ROW UNTIL WS-EOF
               CLOSE IMAGE-FILE
               MOVE "00" TO WS-IMAGE-FILE-STATUS
           END-IF.

       1085-READ-ONE-IMAGE-ROW.
           READ IMAGE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN DBIH-HEADER
                           SET WS-IMG-HEADER-SEEN TO TRUE
                           MOVE DBIH-TIMESTAMP TO WS-IMG-TIMESTAMP
                       WHEN DBIT-TRAILER
                           SET WS-IMG-TRAILER-SEEN TO TRUE
                           IF DBIT-ROW-COUNT NUMERIC
                               MOVE DBIT-ROW-COUNT
                                         TO WS-IMG-ROW-COUNT
                           ELSE
                               MOVE "N" TO WS-IMG-TRAILER-SW
                           END-IF
                   END-EVALUATE
           END-READ.

      ******************************************************************
      *  The trail, once, front to back.  Each row that moves the
      *  population lands in one of three stretches: before the
      *  month (carried in from an opening image), in the month
      *  (the roll-forward itself, and each image's split), or after
      *  it (netted off the live master count).
      ******************************************************************
       2000-ROLL-THE-TRAIL.
           MOVE "N" TO WS-EOF-SW
           PERFORM 2100-ROLL-ONE-TRAIL-ROW UNTIL WS-EOF
           CLOSE AUDIT-TRAIL-FILE
           CLOSE PRESENCE-FILE
           MOVE ZERO TO WS-MONTH-NET
           PERFORM 2400-NET-ONE-MOVEMENT
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 9
           IF WS-OPENING-FROM-IMAGE
               COMPUTE WS-OPENING-COUNT =
                   WS-OPENING-IMAGE-COUNT + WS-CARRY-IN-NET
           END-IF
           COMPUTE WS-CLOSING-COUNT = WS-OPENING-COUNT + WS-MONTH-NET.

       2100-ROLL-ONE-TRAIL-ROW.
           READ AUDIT-TRAIL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WC-TRAIL-ROWS-READ
                   PERFORM 2200-CLASSIFY-TRAIL-ROW
                   EVALUATE TRUE
                       WHEN AUD-TIMESTAMP(1:6) < WS-REQ-MONTH
                           IF WS-OPENING-FROM-IMAGE
                                   AND WS-ROW-MOVEMENT > ZERO
                                   AND AUD-TIMESTAMP
                                       > WS-OPENING-IMAGE-TS
                               ADD WS-ROW-EFFECT TO WS-CARRY-IN-NET
                           END-IF
                       WHEN AUD-TIMESTAMP(1:6) = WS-REQ-MONTH
                           ADD 1 TO WC-MONTH-ROWS
                           IF WS-ROW-MOVEMENT > ZERO
                               ADD 1 TO WC-MOVEMENT(WS-ROW-MOVEMENT)
                               PERFORM 2300-SPLIT-AT-ONE-IMAGE
                                   VARYING WS-IX FROM 1 BY 1
                                   UNTIL WS-IX > WS-IMAGE-COUNT
                           ELSE
                               IF WS-ROW-REPEATED
                                   ADD 1 TO WC-MONTH-REPEATS
                               ELSE
                                   ADD 1 TO WC-MONTH-VALUE-ONLY
                               END-IF
                           END-IF
                       WHEN OTHER
                           ADD WS-ROW-EFFECT TO WS-AFTER-MONTH-NET
                   END-EVALUATE
           END-READ.

      *    Which movement a row is (zero: values only) and which way
      *    it moves the population.  A retry or correction inserted
      *    a customer when it had no before-image to record.
       2200-CLASSIFY-TRAIL-ROW.
           MOVE ZERO TO WS-ROW-MOVEMENT WS-ROW-EFFECT
           EVALUATE AUD-TRAN-TYPE
               WHEN "BATCH-ADD"
                   MOVE 1 TO WS-ROW-MOVEMENT
               WHEN "BATCH-DEL"
                   MOVE 2 TO WS-ROW-MOVEMENT
               WHEN "SUSP-RETRY"
                   IF AUD-BEFORE-NAME = SPACES
                           AND AUD-BEFORE-BDATE = SPACES
                       MOVE 3 TO WS-ROW-MOVEMENT
                   END-IF
               WHEN "SUSP-DEL"
                   MOVE 4 TO WS-ROW-MOVEMENT
               WHEN "DORM-DEL"
                   MOVE 5 TO WS-ROW-MOVEMENT
               WHEN "DORM-REIN"
                   MOVE 6 TO WS-ROW-MOVEMENT
               WHEN "ONLINE-COR"
                   IF AUD-BEFORE-NAME = SPACES
                           AND AUD-BEFORE-BDATE = SPACES
                       MOVE 7 TO WS-ROW-MOVEMENT
                   END-IF
               WHEN "MERGE-DEL"
                   MOVE 8 TO WS-ROW-MOVEMENT
               WHEN "ERASE-DEL"
                   MOVE 9 TO WS-ROW-MOVEMENT
           END-EVALUATE
           IF WS-ROW-MOVEMENT > ZERO
               IF WS-MOVEMENT-LABEL(WS-ROW-MOVEMENT)(1:1) = "+"
                   MOVE +1 TO WS-ROW-EFFECT
               ELSE
                   MOVE -1 TO WS-ROW-EFFECT
               END-IF
               PERFORM 2250-CHECK-PRESENCE
           END-IF.

      *    A movement that would leave the customer where it already
      *    is becomes a repeat; anything else moves the customer's
      *    ROLLSEEN state.  A scratch error stops the checking (the
      *    row is then taken at its word) and leaves the roll
      *    unproved.
       2250-CHECK-PRESENCE.
           MOVE "N" TO WS-REPEAT-SW
           IF WS-PRESENCE-KEPT
               PERFORM 2255-LOOK-UP-PRESENCE
           END-IF.

       2255-LOOK-UP-PRESENCE.
           MOVE AUD-CUST-ID TO PS-CUST-ID
           READ PRESENCE-FILE
           EVALUATE WS-PRESENCE-STATUS
               WHEN "00"
                   IF (WS-ROW-EFFECT > ZERO AND PS-ON-MASTER)
                           OR (WS-ROW-EFFECT < ZERO AND PS-OFF-MASTER)
                       SET WS-ROW-REPEATED TO TRUE
                       MOVE ZERO TO WS-ROW-MOVEMENT WS-ROW-EFFECT
                   ELSE
                       PERFORM 2260-SET-PRESENCE-STATE
                       REWRITE PRESENCE-RECORD
                   END-IF
               WHEN "23"
                   MOVE AUD-CUST-ID TO PS-CUST-ID
                   PERFORM 2260-SET-PRESENCE-STATE
                   WRITE PRESENCE-RECORD
           END-EVALUATE
           IF WS-PRESENCE-STATUS NOT = "00"
               MOVE "N" TO WS-PRESENCE-SW
               DISPLAY "DBROLL: ROLLSEEN ERROR, STATUS "
                   WS-PRESENCE-STATUS " CUST " AUD-CUST-ID
           END-IF.

       2260-SET-PRESENCE-STATE.
           IF WS-ROW-EFFECT > ZERO
               SET PS-ON-MASTER  TO TRUE
           ELSE
               SET PS-OFF-MASTER TO TRUE
           END-IF.

       2300-SPLIT-AT-ONE-IMAGE.
           IF AUD-TIMESTAMP < WI-TIMESTAMP(WS-IX)
               ADD WS-ROW-EFFECT TO WI-NET-BEFORE(WS-IX)
           END-IF.

       2400-NET-ONE-MOVEMENT.
           IF WS-MOVEMENT-LABEL(WS-MX)(1:1) = "+"
               ADD WC-MOVEMENT(WS-MX) TO WS-MONTH-NET
           ELSE
               SUBTRACT WC-MOVEMENT(WS-MX) FROM WS-MONTH-NET
           END-IF.

       3000-COUNT-LIVE-MASTER.
           MOVE ZERO TO WS-LIVE-MASTER-COUNT
           OPEN INPUT DB-MASTER-FILE
           IF WS-DB-MASTER-STATUS = "00"
               SET WS-MASTER-COUNTED TO TRUE
               MOVE "N" TO WS-EOF-SW
               PERFORM 3100-COUNT-ONE-MASTER-ROW UNTIL WS-EOF
               CLOSE DB-MASTER-FILE
           ELSE
               DISPLAY "DBROLL: DBMASTER UNAVAILABLE, STATUS = "
                   WS-DB-MASTER-STATUS
           END-IF
           COMPUTE WS-MASTER-AT-MONTH-END =
               WS-LIVE-MASTER-COUNT - WS-AFTER-MONTH-NET.

       3100-COUNT-ONE-MASTER-ROW.
           READ DB-MASTER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIVE-MASTER-COUNT
           END-READ.

      *    Any proof that fails - or cannot be made - leaves the
      *    roll-forward untied.
       4000-PROVE-CLOSING.
           IF NOT WS-PRESENCE-KEPT
               MOVE "N" TO WS-TIED-SW
           END-IF
           IF NOT WS-MASTER-COUNTED
                   OR WS-MASTER-AT-MONTH-END NOT = WS-CLOSING-COUNT
               MOVE "N" TO WS-TIED-SW
           END-IF
           IF WS-IMAGE-COUNT = ZERO
               MOVE "N" TO WS-TIED-SW
           END-IF
           MOVE ZERO TO WS-IMAGES-TIED
           PERFORM 4100-PROVE-ONE-IMAGE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-IMAGE-COUNT.

       4100-PROVE-ONE-IMAGE.
           COMPUTE WI-EXPECTED(WS-IX) =
               WS-OPENING-COUNT + WI-NET-BEFORE(WS-IX)
           IF WI-TRAILER-SEEN(WS-IX)
                   AND WI-ROW-COUNT(WS-IX) = WI-EXPECTED(WS-IX)
               ADD 1 TO WS-IMAGES-TIED
           ELSE
               MOVE "N" TO WS-TIED-SW
           END-IF.

      ******************************************************************
      *  ROLLRPT - the month, its proofs, then twelve months across.
      ******************************************************************
       5000-WRITE-ROLL-REPORT.
           PERFORM 5050-BUILD-CURRENT-ROW
           OPEN OUTPUT ROLL-RPT-FILE
           MOVE "DBROLL MONTHLY POPULATION ROLL-FORWARD"
                                       TO ROLL-RPT-RECORD
           WRITE ROLL-RPT-RECORD
           MOVE SPACES TO ROLL-RPT-RECORD
           STRING "MONTH            : " WS-REQ-MONTH
               "    RUN DATE : " WS-TODAY "    RUN ID : " WS-RUN-ID
               DELIMITED BY SIZE INTO ROLL-RPT-RECORD
           WRITE ROLL-RPT-RECORD
           MOVE SPACES TO ROLL-RPT-RECORD
           IF WS-PARAM-MODE
               MOVE "PARAMETERS FROM ROLLPARM" TO ROLL-RPT-RECORD
           ELSE
               MOVE "PARAMETERS FROM CONSOLE"  TO ROLL-RPT-RECORD
           END-IF
           WRITE ROLL-RPT-RECORD
           MOVE SPACES TO ROLL-RPT-RECORD
           WRITE ROLL-RPT-RECORD
           PERFORM 5100-WRITE-OPENING-LINES
           PERFORM 5150-WRITE-MOVEMENT-LINE
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 9
           MOVE "= CLOSING COUNT"  TO RF-LABEL
           MOVE WS-CLOSING-COUNT   TO RF-COUNT
           MOVE SPACES             TO RF-NOTE
           PERFORM 5900-WRITE-FIGURE-LINE
           MOVE "  REPEATS IGNORED"  TO RF-LABEL
           MOVE WC-MONTH-REPEATS   TO RF-COUNT
           IF WS-PRESENCE-KEPT
               MOVE "ADD FOR A CUSTOMER ALREADY ON, DELETE FOR ONE ALRE
      -            "ADY OFF"           TO RF-NOTE
           ELSE
               MOVE "ROLLSEEN ERROR - REPEATS NOT FULLY CHECKED"
                                       TO RF-NOTE
           END-IF
           PERFORM 5900-WRITE-FIGURE-LINE
           MOVE SPACES TO ROLL-RPT-RECORD
           WRITE ROLL-RPT-RECORD
           PERFORM 5200-WRITE-MASTER-PROOF
           PERFORM 5300-WRITE-IMAGE-PROOF
           MOVE SPACES TO ROLL-RPT-RECORD
           WRITE ROLL-RPT-RECORD
           IF WS-ROLL-TIED
               MOVE "ROLL-FORWARD TIES OUT TO DBMASTER AND DBIMG"
                                       TO ROLL-RPT-RECORD
           ELSE
               MOVE "ROLL-FORWARD DOES NOT TIE - INVESTIGATE BEFORE REPO
      -            "RTING THE MONTH"   TO ROLL-RPT-RECORD
           END-IF
           WRITE ROLL-RPT-RECORD
           MOVE SPACES TO ROLL-RPT-RECORD
           WRITE ROLL-RPT-RECORD
           PERFORM 5500-WRITE-TWELVE-MONTHS
           CLOSE ROLL-RPT-FILE.

      *    The month's ROLLHIST row, built once so the report's last
      *    column and the history file carry the same figures.
       5050-BUILD-CURRENT-ROW.
           MOVE SPACES            TO ROLL-HISTORY-RECORD
           MOVE WS-REQ-MONTH      TO RLH-MONTH
           MOVE WS-TODAY          TO RLH-RUN-DATE
           MOVE WS-RUN-ID         TO RLH-RUN-ID
           MOVE WS-OPENING-COUNT  TO RLH-OPENING-COUNT
           PERFORM 5055-MOVE-ONE-MOVEMENT
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 9
           MOVE WS-CLOSING-COUNT  TO RLH-CLOSING-COUNT
           MOVE WS-MASTER-AT-MONTH-END TO RLH-MASTER-COUNT
           MOVE WS-IMAGE-COUNT    TO RLH-IMAGES-FOUND
           MOVE WS-IMAGES-TIED    TO RLH-IMAGES-TIED
           IF WS-ROLL-TIED
               SET RLH-TIED     TO TRUE
           ELSE
               SET RLH-NOT-TIED TO TRUE
           END-IF
           MOVE ROLL-HISTORY-RECORD TO WS-CURRENT-ROW.

       5055-MOVE-ONE-MOVEMENT.
           MOVE WC-MOVEMENT(WS-MX) TO RLH-MOVEMENT(WS-MX).

       5100-WRITE-OPENING-LINES.
           MOVE "OPENING COUNT"  TO RF-LABEL
           MOVE WS-OPENING-COUNT TO RF-COUNT
           MOVE SPACES           TO RF-NOTE
           EVALUATE TRUE
               WHEN WS-OPENING-FROM-UNTIED
                   STRING "ROLLHIST " WS-PRIOR-MONTH
                       " MASTER AT MONTH END - THAT MONTH DID NOT TIE"
                       DELIMITED BY SIZE INTO RF-NOTE
               WHEN WS-OPENING-FROM-HISTORY
                   STRING "ROLLHIST " WS-PRIOR-MONTH " CLOSING COUNT"
                       DELIMITED BY SIZE INTO RF-NOTE
               WHEN OTHER
                   MOVE WS-OPENING-IMAGE-COUNT TO WS-EDIT-COUNT
                   MOVE WS-CARRY-IN-NET        TO WS-EDIT-SIGNED
                   STRING WS-OPENING-IMAGE-NAME " TRAILER "
                       WS-EDIT-COUNT WS-EDIT-SIGNED " SINCE"
                       DELIMITED BY SIZE INTO RF-NOTE
           END-EVALUATE
           PERFORM 5900-WRITE-FIGURE-LINE.

       5150-WRITE-MOVEMENT-LINE.
           MOVE WS-MOVEMENT-LABEL(WS-MX) TO RF-LABEL
           MOVE WC-MOVEMENT(WS-MX)       TO RF-COUNT
           MOVE SPACES                   TO RF-NOTE
           PERFORM 5900-WRITE-FIGURE-LINE.

       5200-WRITE-MASTER-PROOF.
           MOVE "PROOF AGAINST DBMASTER" TO ROLL-RPT-RECORD
           WRITE ROLL-RPT-RECORD
           MOVE "  LIVE MASTER ROWS"     TO RF-LABEL
           MOVE WS-LIVE-MASTER-COUNT     TO RF-COUNT
           MOVE SPACES                   TO RF-NOTE
           IF NOT WS-MASTER-COUNTED
               STRING "DBMASTER UNAVAILABLE, STATUS "
                   WS-DB-MASTER-STATUS
                   DELIMITED BY SIZE INTO RF-NOTE
           END-IF
           PERFORM 5900-WRITE-FIGURE-LINE
           MOVE WS-AFTER-MONTH-NET TO WS-EDIT-SIGNED
           MOVE SPACES TO ROLL-RPT-RECORD
           STRING "  NET MOVEMENT SINCE :" WS-EDIT-SIGNED
               "  TRAIL ROWS STAMPED AFTER THE MONTH"
               DELIMITED BY SIZE INTO ROLL-RPT-RECORD
           WRITE ROLL-RPT-RECORD
           MOVE "  MASTER AT MONTH END"  TO RF-LABEL
           MOVE WS-MASTER-AT-MONTH-END   TO RF-COUNT
           COMPUTE WS-DIFFERENCE =
               WS-MASTER-AT-MONTH-END - WS-CLOSING-COUNT
           MOVE WS-DIFFERENCE TO WS-EDIT-SIGNED
           IF WS-MASTER-COUNTED AND WS-DIFFERENCE = ZERO
               MOVE "TIES TO CLOSING" TO RF-NOTE
           ELSE
               STRING "DOES NOT TIE - DIFFERENCE " WS-EDIT-SIGNED
                   DELIMITED BY SIZE INTO RF-NOTE
           END-IF
           PERFORM 5900-WRITE-FIGURE-LINE.

       5300-WRITE-IMAGE-PROOF.
           MOVE SPACES TO ROLL-RPT-RECORD
           WRITE ROLL-RPT-RECORD
           MOVE "PROOF AGAINST DBIMG IMAGE COPIES OF THE MONTH"
                                       TO ROLL-RPT-RECORD
           WRITE ROLL-RPT-RECORD
           IF WS-IMAGE-COUNT = ZERO
               MOVE "  NO DBIMG IMAGE COPY FOUND FOR THE MONTH - NOT PRO
      -            "VED"               TO ROLL-RPT-RECORD
               WRITE ROLL-RPT-RECORD
           END-IF
           PERFORM 5350-WRITE-ONE-IMAGE-LINE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-IMAGE-COUNT.

       5350-WRITE-ONE-IMAGE-LINE.
           MOVE WI-IMAGE-NAME(WS-IX) TO IP-IMAGE-NAME
           MOVE WI-ROW-COUNT(WS-IX)  TO IP-ROW-COUNT
           MOVE WI-EXPECTED(WS-IX)   TO IP-EXPECTED
           EVALUATE TRUE
               WHEN NOT WI-TRAILER-SEEN(WS-IX)
                   MOVE "NO TRAILER"   TO IP-VERDICT
               WHEN WI-ROW-COUNT(WS-IX) = WI-EXPECTED(WS-IX)
                   MOVE "TIES"         TO IP-VERDICT
               WHEN OTHER
                   MOVE "DOES NOT TIE" TO IP-VERDICT
           END-EVALUATE
           MOVE SPACES TO ROLL-RPT-RECORD
           MOVE IMAGE-PROOF-LINE TO ROLL-RPT-RECORD
           WRITE ROLL-RPT-RECORD.

      *    Twelve columns ending with the month just rolled; a month
      *    with no ROLLHIST row shows blank.
       5500-WRITE-TWELVE-MONTHS.
           MOVE "TWELVE MONTHS TO DATE" TO ROLL-RPT-RECORD
           WRITE ROLL-RPT-RECORD
           MOVE WS-REQ-MONTH TO WS-STEP-MONTH
           PERFORM 5510-SET-ONE-COLUMN
               VARYING WS-CX FROM 12 BY -1 UNTIL WS-CX < 1
           PERFORM 5550-WRITE-ONE-GRID-LINE
               VARYING WS-GRID-LINE-NO FROM 1 BY 1
               UNTIL WS-GRID-LINE-NO > 15.

       5510-SET-ONE-COLUMN.
           MOVE WS-STEP-MONTH TO WC-COLUMN-MONTH(WS-CX)
           IF WS-CX = 12
               MOVE "Y"            TO WC-COLUMN-PRESENT(WS-CX)
               MOVE WS-CURRENT-ROW TO WC-COLUMN-ROW(WS-CX)
           ELSE
               PERFORM 1055-FIND-HISTORY-MONTH
               IF WS-HX > WS-HISTORY-COUNT
                   MOVE "N"    TO WC-COLUMN-PRESENT(WS-CX)
                   MOVE SPACES TO WC-COLUMN-ROW(WS-CX)
               ELSE
                   MOVE "Y"    TO WC-COLUMN-PRESENT(WS-CX)
                   MOVE WS-HISTORY-ROW(WS-HX)
                               TO WC-COLUMN-ROW(WS-CX)
               END-IF
           END-IF
           PERFORM 1025-STEP-BACK-ONE-MONTH.

      *    Line 1 is the month heading, 2 the opening, 3-11 the
      *    movements, then closing, master, images tied and verdict.
       5550-WRITE-ONE-GRID-LINE.
           MOVE SPACES TO GRID-LINE
           EVALUATE WS-GRID-LINE-NO
               WHEN 1
                   MOVE "MONTH"                 TO GL-LABEL
               WHEN 2
                   MOVE "OPENING COUNT"         TO GL-LABEL
               WHEN 3 THRU 11
                   MOVE WS-MOVEMENT-LABEL(WS-GRID-LINE-NO - 2)
                                                TO GL-LABEL
               WHEN 12
                   MOVE "= CLOSING COUNT"       TO GL-LABEL
               WHEN 13
                   MOVE "MASTER AT MONTH END"   TO GL-LABEL
               WHEN 14
                   MOVE "IMAGES TIED/FOUND"     TO GL-LABEL
               WHEN 15
                   MOVE "PROOF"                 TO GL-LABEL
           END-EVALUATE
           PERFORM 5560-FILL-ONE-CELL
               VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 12
           MOVE GRID-LINE TO ROLL-RPT-RECORD
           WRITE ROLL-RPT-RECORD.

       5560-FILL-ONE-CELL.
           IF WS-GRID-LINE-NO = 1
               MOVE WC-COLUMN-MONTH(WS-CX) TO GL-TEXT(WS-CX)
           ELSE
               IF WC-COLUMN-PRESENT(WS-CX) = "Y"
                   MOVE WC-COLUMN-ROW(WS-CX) TO ROLL-HISTORY-RECORD
                   EVALUATE WS-GRID-LINE-NO
                       WHEN 2
                           MOVE RLH-OPENING-COUNT TO GL-VALUE(WS-CX)
                       WHEN 3 THRU 11
                           MOVE RLH-MOVEMENT(WS-GRID-LINE-NO - 2)
                                                 TO GL-VALUE(WS-CX)
                       WHEN 12
                           MOVE RLH-CLOSING-COUNT TO GL-VALUE(WS-CX)
                       WHEN 13
                           MOVE RLH-MASTER-COUNT  TO GL-VALUE(WS-CX)
                       WHEN 14
                           MOVE RLH-IMAGES-TIED   TO WS-EDIT-IMAGES
                           MOVE SPACES            TO GL-TEXT(WS-CX)
                           STRING WS-EDIT-IMAGES "/" RLH-IMAGES-FOUND
                               DELIMITED BY SIZE INTO GL-TEXT(WS-CX)
                       WHEN 15
                           IF RLH-TIED
                               MOVE "TIED"     TO GL-TEXT(WS-CX)
                           ELSE
                               MOVE "NOT TIED" TO GL-TEXT(WS-CX)
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       5900-WRITE-FIGURE-LINE.
           MOVE SPACES TO ROLL-RPT-RECORD
           MOVE ROLL-FIGURE-LINE TO ROLL-RPT-RECORD
           WRITE ROLL-RPT-RECORD.

      *    One row per month: a month already on ROLLHIST has its
      *    row replaced in place, otherwise the row is appended.  An
      *    open, WRITE or REWRITE that fails - or a month row that
      *    has gone missing since 1040 read it - leaves the history
      *    not recorded.  The failing status is kept before CLOSE
      *    can overwrite it.
       6000-WRITE-HISTORY-ROW.
           MOVE "N" TO WS-HISTORY-SW
           MOVE WS-REQ-MONTH TO WS-STEP-MONTH
           PERFORM 1055-FIND-HISTORY-MONTH
           IF WS-HX NOT > WS-HISTORY-COUNT
               MOVE "N" TO WS-EOF-SW
               OPEN I-O ROLL-HISTORY-FILE
               IF WS-HISTORY-FILE-STATUS = "00"
                   PERFORM 6100-REPLACE-MONTH-ROW UNTIL WS-EOF
                   PERFORM 6200-KEEP-HISTORY-STATUS
                   CLOSE ROLL-HISTORY-FILE
               ELSE
                   PERFORM 6200-KEEP-HISTORY-STATUS
               END-IF
           ELSE
               OPEN EXTEND ROLL-HISTORY-FILE
               IF WS-HISTORY-FILE-STATUS = "35"
                   OPEN OUTPUT ROLL-HISTORY-FILE
               END-IF
               IF WS-HISTORY-FILE-STATUS = "00"
                   WRITE ROLL-HISTORY-REC FROM WS-CURRENT-ROW
                   IF WS-HISTORY-FILE-STATUS = "00"
                       SET WS-HISTORY-WRITTEN TO TRUE
                   END-IF
                   PERFORM 6200-KEEP-HISTORY-STATUS
                   CLOSE ROLL-HISTORY-FILE
               ELSE
                   PERFORM 6200-KEEP-HISTORY-STATUS
               END-IF
           END-IF.

       6100-REPLACE-MONTH-ROW.
           READ ROLL-HISTORY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF ROLL-HISTORY-REC(1:6) = WS-REQ-MONTH
                       REWRITE ROLL-HISTORY-REC FROM WS-CURRENT-ROW
                       IF WS-HISTORY-FILE-STATUS = "00"
                           SET WS-HISTORY-WRITTEN TO TRUE
                       END-IF
                       SET WS-EOF TO TRUE
                   END-IF
           END-READ
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.

       6200-KEEP-HISTORY-STATUS.
           IF NOT WS-HISTORY-WRITTEN
               MOVE WS-HISTORY-FILE-STATUS TO WS-HISTORY-FAIL-STATUS
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
           PERFORM 7300-CLOSE-BATCH-WINDOW
           DISPLAY "DBROLL: MONTH " WS-REQ-MONTH
           MOVE WS-OPENING-COUNT TO WS-EDIT-COUNT
           DISPLAY "DBROLL: OPENING COUNT       = " WS-EDIT-COUNT
           MOVE WS-CLOSING-COUNT TO WS-EDIT-COUNT
           DISPLAY "DBROLL: CLOSING COUNT       = " WS-EDIT-COUNT
           MOVE WS-MASTER-AT-MONTH-END TO WS-EDIT-COUNT
           DISPLAY "DBROLL: MASTER AT MONTH END = " WS-EDIT-COUNT
           DISPLAY "DBROLL: IMAGES TIED / FOUND = "
               WS-IMAGES-TIED " / " WS-IMAGE-COUNT
           IF WS-ROLL-TIED
               DISPLAY "DBROLL: ROLL-FORWARD TIES OUT"
           ELSE
               DISPLAY "DBROLL: ROLL-FORWARD DOES NOT TIE"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF NOT WS-HISTORY-WRITTEN
               DISPLAY "DBROLL: HISTORY NOT RECORDED, STATUS "
                   WS-HISTORY-FAIL-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       9100-REFUSE-RUN.
           DISPLAY "DBROLL: RUN REFUSED - " WS-REFUSE-REASON
           IF WS-WINDOW-OPENED
               PERFORM 7300-CLOSE-BATCH-WINDOW
           END-IF
           MOVE 16 TO RETURN-CODE.
