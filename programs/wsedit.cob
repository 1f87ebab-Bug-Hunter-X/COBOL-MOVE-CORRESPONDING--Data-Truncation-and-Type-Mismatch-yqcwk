      *  is what UPDMAST proves against CYCLCTL; the edit report
      *  names the source so the operator can tell whose feed died
      *  here.
      *
      *  A feed can prove its controls perfectly and still be a
      *  disaster - an upstream extract that sends "D" for a third
      *  of the master, or a tenth of the usual volume, balances to
      *  the penny.  So a feed whose controls prove then passes a
      *  volume gate before it is certified:
      *
      *    - the detail count against the average "records read" of
      *      the source's last five cycles on DAYHIST (see DAYHREC),
      *      between a floor and a ceiling percentage;
      *    - the add / change / delete shares of the details against
      *      the mix the source submitted on its recent cycles (as
      *      sent, not as applied - see DAYHREC), each within a
      *      number of percentage points;
      *    - the deletes as a percentage of the current DBMASTER row
      *      count, against a ceiling.
      *
      *  The volume and mix checks wait until the source has enough
      *  cycles on DAYHIST to mean something; the delete check runs
      *  from the first cycle.  Tolerances come from the WSEDTOL
      *  parameter file, one line per source (columns 1-4 source,
      *  6-8 volume floor %, 10-12 volume ceiling %, 14-16 mix shift
      *  in points, 18-22 deletes as % of master 999V99, 24-25
      *  cycles of history needed), with a "*DEF" line for sources
      *  that have none of their own and built-in defaults (25%,
      *  400%, 25 points, 1.00%, 5 cycles) when neither exists.  A
      *  feed outside tolerance is HELD: nothing is certified, the
      *  job ends with return code 16, and NIGHTRUN stops before
      *  UPDMAST.  A supervisor who has looked at a feed that really
      *  is unusual releases it for that one cycle through FEEDOVR
      *  (see FOVRREC); the rerun finds the override, certifies the
      *  feed, notes the release on the edit report and marks the
      *  override used.  An override that cannot be marked used
      *  releases nothing - left open it could be used again - and
      *  the feed stays held, return code 16.
      *
      *  WSRAWIN is restaged for every sender and every cycle, so a
      *  certified transmission is registered on the GENCAT catalog
      *  through GENCATLG (see GENCCALL) under its source, with the
      *  raw detail count and birth-date hash it proved to - the
      *  record of which transmission was accepted when.  WSRAWIN is
      *  one file whatever the source, so each registration marks
      *  the transmission it replaced overwritten on the catalog;
      *  only the last one registered is on disk.  A refused or held
      *  feed is not registered.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WSEDIT.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

           SELECT DB-MASTER-FILE ASSIGN TO "DBMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-CUST-ID
               ALTERNATE RECORD KEY IS DB-NAME WITH DUPLICATES
               FILE STATUS IS WS-DB-MASTER-STATUS.

           SELECT DAY-HISTORY-FILE ASSIGN TO "DAYHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT TOLERANCE-FILE ASSIGN TO "WSEDTOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLERANCE-FILE-STATUS.

           SELECT OVERRIDE-FILE ASSIGN TO "WSOVRIDE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAW-INPUT-FILE.
           COPY WSRECRD.

       FD  CERT-OUTPUT-FILE.
       01  CERT-RECORD                  PIC X(57).

       FD  EDIT-RPT-FILE.
       01  EDIT-RPT-RECORD              PIC X(80).
           05  SORT-BIRTH-DATE-NUM REDEFINES SORT-BIRTH-DATE
                                        PIC 9(8).
           05  SORT-TRAN-CODE           PIC X(1).
           05  SORT-EFFECTIVE-DATE      PIC X(8).

       FD  DB-MASTER-FILE.
           COPY DBRECRD.

       FD  DAY-HISTORY-FILE.
           COPY DAYHREC.

       FD  TOLERANCE-FILE.
       01  TOLERANCE-RECORD             PIC X(80).

       FD  OVERRIDE-FILE.
           COPY FOVRREC.

       WORKING-STORAGE SECTION.
       01  WS-JOB-ID                    PIC X(8)     VALUE "WSEDIT".
       01  WS-RUN-ID                    PIC X(8).

       01  WS-FLAGS.
           05  WS-RAW-EOF-SW            PIC X(1)     VALUE "N".
               88  WS-RAW-EOF            VALUE "Y".
               88  WS-TRAILER-MISPLACED  VALUE "Y".
           05  WS-REFUSED-SW            PIC X(1)     VALUE "N".
               88  WS-FEED-REFUSED       VALUE "Y".
           05  WS-HELD-SW               PIC X(1)     VALUE "N".
               88  WS-FEED-HELD          VALUE "Y".
           05  WS-OVERRIDE-SW           PIC X(1)     VALUE "N".
               88  WS-OVERRIDE-FOUND     VALUE "Y".
           05  WS-OVERRIDE-MARK-SW      PIC X(1)     VALUE "N".
               88  WS-OVERRIDE-NOT-MARKED VALUE "Y".
           05  WS-GATE-EOF-SW           PIC X(1)     VALUE "N".
               88  WS-GATE-EOF           VALUE "Y".

       01  WS-RAW-FILE-STATUS           PIC X(2)     VALUE "00".
       01  WS-CERT-FILE-STATUS          PIC X(2)     VALUE "00".
       01  WS-EDIT-FILE-STATUS          PIC X(2)     VALUE "00".
       01  WS-DB-MASTER-STATUS          PIC X(2)     VALUE "00".
       01  WS-HISTORY-FILE-STATUS       PIC X(2)     VALUE "00".
       01  WS-TOLERANCE-FILE-STATUS     PIC X(2)     VALUE "00".
       01  WS-OVERRIDE-FILE-STATUS      PIC X(2)     VALUE "00".

       01  WS-SAVED-HEADER              PIC X(57)    VALUE SPACES.
       01  WS-FEED-SOURCE               PIC X(4)     VALUE SPACES.
       01  WS-FEED-CYCLE                PIC 9(6)     VALUE ZERO.

      *    The gate's tolerances: built-in values, replaced by the
      *    WSEDTOL "*DEF" line and then by the source's own line.
       01  WS-TOLERANCES.
           05  WS-TOL-ORIGIN            PIC X(24)
               VALUE "BUILT-IN DEFAULTS".
           05  WS-TOL-FLOOR-PCT         PIC 9(3)     VALUE 25.
           05  WS-TOL-CEILING-PCT       PIC 9(3)     VALUE 400.
           05  WS-TOL-MIX-POINTS        PIC 9(3)     VALUE 25.
           05  WS-TOL-DELETE-PCT        PIC 9(3)V99  VALUE 1.00.
           05  WS-TOL-MIN-HISTORY       PIC 9(2)     VALUE 5.

       01  WS-TOLERANCE-LINE.
           05  TL-SOURCE-ID             PIC X(4).
           05  FILLER                   PIC X(1).
           05  TL-FLOOR-PCT             PIC 9(3).
           05  FILLER                   PIC X(1).
           05  TL-CEILING-PCT           PIC 9(3).
           05  FILLER                   PIC X(1).
           05  TL-MIX-POINTS            PIC 9(3).
           05  FILLER                   PIC X(1).
           05  TL-DELETE-PCT            PIC 9(3)V99.
           05  FILLER                   PIC X(1).
           05  TL-MIN-HISTORY           PIC 9(2).
           05  FILLER                   PIC X(55).

       01  WS-SOURCE-LINE-SW            PIC X(1)     VALUE "N".
           88  WS-SOURCE-LINE-SEEN       VALUE "Y".

      *    The source's last five cycles on DAYHIST, oldest first;
      *    older rows shift the window along (the DAYSUMM trend).
       01  WS-SOURCE-HISTORY.
           05  WS-HIST-COUNT            PIC 9(2)  COMP  VALUE ZERO.
           05  WS-HX                    PIC 9(2)  COMP  VALUE ZERO.
           05  WS-HIST-ENTRY OCCURS 5 TIMES.
               10  WH-RECORDS-READ      PIC 9(9).
               10  WH-ADDS-SUBMITTED    PIC 9(9).
               10  WH-CHANGES-SUBMITTED PIC 9(9).
               10  WH-DELETES-SUBMITTED PIC 9(9).

       01  WS-GATE-WORK.
           05  WS-HIST-COUNT-DISPLAY    PIC 9(1)     VALUE ZERO.
           05  WS-HIST-READ-TOTAL       PIC 9(11)    VALUE ZERO.
           05  WS-HIST-ADD-TOTAL        PIC 9(11)    VALUE ZERO.
           05  WS-HIST-CHANGE-TOTAL     PIC 9(11)    VALUE ZERO.
           05  WS-HIST-DELETE-TOTAL     PIC 9(11)    VALUE ZERO.
           05  WS-HIST-MIX-TOTAL        PIC 9(11)    VALUE ZERO.
           05  WS-HIST-AVERAGE          PIC 9(9)     VALUE ZERO.
           05  WS-VOLUME-PCT            PIC 9(7)     VALUE ZERO.
           05  WS-MIX-LABEL             PIC X(6)     VALUE SPACES.
           05  WS-MIX-FEED-COUNT        PIC 9(9)     VALUE ZERO.
           05  WS-MIX-HIST-COUNT        PIC 9(11)    VALUE ZERO.
           05  WS-FEED-SHARE            PIC 9(3)     VALUE ZERO.
           05  WS-HIST-SHARE            PIC 9(3)     VALUE ZERO.
           05  WS-SHARE-SHIFT           PIC 9(3)     VALUE ZERO.
           05  WS-DELETE-PCT            PIC 9(5)V99  VALUE ZERO.
           05  WS-DELETE-PCT-EDIT       PIC ZZZZ9.99.
           05  WS-TOL-DELETE-EDIT       PIC ZZ9.99.
           05  WS-VERDICT               PIC X(18)    VALUE SPACES.
           05  WS-HOLD-REASON           PIC X(40)    VALUE SPACES.

       01  WS-CERT-TRAILER.
           05  FILLER                   PIC X(3)     VALUE "TRL".
           05  WS-CERT-TRL-COUNT        PIC 9(9).
           05  WS-CERT-TRL-HASH         PIC 9(15).
           05  FILLER                   PIC X(30)    VALUE SPACES.

       01  WS-RAW-TRAILER-COUNT         PIC 9(9)     VALUE ZERO.
       01  WS-RAW-TRAILER-HASH          PIC 9(15)    VALUE ZERO.
           05  WC-DUPLICATES-DROPPED    PIC 9(9)     VALUE ZERO.
           05  WC-DETAILS-CERTIFIED     PIC 9(9)     VALUE ZERO.
           05  WC-CERT-BDATE-HASH-TOTAL PIC 9(15)    VALUE ZERO.
           05  WC-RAW-ADDS              PIC 9(9)     VALUE ZERO.
           05  WC-RAW-CHANGES           PIC 9(9)     VALUE ZERO.
           05  WC-RAW-DELETES           PIC 9(9)     VALUE ZERO.
           05  WC-MASTER-ROWS           PIC 9(9)     VALUE ZERO.

           COPY GENCCALL.

       01  EDIT-EXCEPTION-LINE.
           05  EX-FLAG-TEXT             PIC X(16).
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-ID
           OPEN INPUT RAW-INPUT-FILE
           IF WS-RAW-FILE-STATUS NOT = "00"
               SET WS-FEED-REFUSED TO TRUE
                       SET WS-HEADER-SEEN TO TRUE
                       MOVE WS-HEADER-RECORD TO WS-SAVED-HEADER
                       MOVE WSH-SOURCE-ID    TO WS-FEED-SOURCE
                       MOVE WSH-CYCLE-NUMBER TO WS-FEED-CYCLE
                       PERFORM 3100-READ-RAW-RECORD
                   END-IF
               END-IF
               PERFORM 3200-EDIT-ONE-RAW-RECORD UNTIL WS-RAW-EOF
           END-IF
           PERFORM 8000-PROVE-RAW-FEED
           IF NOT WS-FEED-REFUSED
               PERFORM 8500-GATE-FEED-VOLUME
           END-IF.

       3100-READ-RAW-RECORD.
           READ RAW-INPUT-FILE
               PERFORM 3300-CAPTURE-RAW-TRAILER
           ELSE
               ADD 1 TO WC-RAW-DETAILS-READ
               EVALUATE TRUE
                   WHEN WS-TRAN-ADD
                       ADD 1 TO WC-RAW-ADDS
                   WHEN WS-TRAN-CHANGE
                       ADD 1 TO WC-RAW-CHANGES
                   WHEN WS-TRAN-DELETE
                       ADD 1 TO WC-RAW-DELETES
               END-EVALUATE
               IF WS-BIRTH-DATE NUMERIC
                   ADD WS-BIRTH-DATE-NUM TO WC-RAW-BDATE-HASH-TOTAL
               END-IF
               END-EVALUATE
           END-IF.

      *    The volume gate: runs only for a feed whose controls
      *    proved.  Every check is printed on the edit report, in or
      *    out of tolerance, so the supervisor deciding on a release
      *    sees the whole picture; the first check that fails names
      *    the hold.  A held feed is released only by a FEEDOVR
      *    override for this source and this header cycle.
       8500-GATE-FEED-VOLUME.
           PERFORM 8510-LOAD-TOLERANCES
           PERFORM 8520-COUNT-MASTER-ROWS
           PERFORM 8530-LOAD-SOURCE-HISTORY
           MOVE SPACES TO EDIT-RPT-RECORD
           WRITE EDIT-RPT-RECORD
           MOVE SPACES TO EDIT-RPT-RECORD
           STRING "VOLUME GATE - TOLERANCES FROM " WS-TOL-ORIGIN
               DELIMITED BY SIZE INTO EDIT-RPT-RECORD
           WRITE EDIT-RPT-RECORD
           MOVE WS-HIST-COUNT TO WS-HIST-COUNT-DISPLAY
           MOVE SPACES TO EDIT-RPT-RECORD
           STRING "PRIOR CYCLES        : " WS-HIST-COUNT-DISPLAY
               " ON DAYHIST FOR SOURCE " WS-FEED-SOURCE
               DELIMITED BY SIZE INTO EDIT-RPT-RECORD
           WRITE EDIT-RPT-RECORD
           MOVE SPACES TO EDIT-RPT-RECORD
           STRING "MASTER ROWS         : " WC-MASTER-ROWS
               DELIMITED BY SIZE INTO EDIT-RPT-RECORD
           WRITE EDIT-RPT-RECORD
           MOVE SPACES TO EDIT-RPT-RECORD
           STRING "ADDS/CHANGES/DELETES: " WC-RAW-ADDS " / "
               WC-RAW-CHANGES " / " WC-RAW-DELETES
               DELIMITED BY SIZE INTO EDIT-RPT-RECORD
           WRITE EDIT-RPT-RECORD
           PERFORM 8540-CHECK-VOLUME
           MOVE "ADD"            TO WS-MIX-LABEL
           MOVE WC-RAW-ADDS      TO WS-MIX-FEED-COUNT
           MOVE WS-HIST-ADD-TOTAL TO WS-MIX-HIST-COUNT
           PERFORM 8550-CHECK-MIX-SHARE
           MOVE "CHANGE"         TO WS-MIX-LABEL
           MOVE WC-RAW-CHANGES   TO WS-MIX-FEED-COUNT
           MOVE WS-HIST-CHANGE-TOTAL TO WS-MIX-HIST-COUNT
           PERFORM 8550-CHECK-MIX-SHARE
           MOVE "DELETE"         TO WS-MIX-LABEL
           MOVE WC-RAW-DELETES   TO WS-MIX-FEED-COUNT
           MOVE WS-HIST-DELETE-TOTAL TO WS-MIX-HIST-COUNT
           PERFORM 8550-CHECK-MIX-SHARE
           PERFORM 8560-CHECK-DELETES
           IF WS-FEED-HELD
               PERFORM 8600-LOOK-FOR-OVERRIDE
               MOVE SPACES TO EDIT-RPT-RECORD
               EVALUATE TRUE
                   WHEN WS-OVERRIDE-NOT-MARKED
                       SET WS-FEED-REFUSED TO TRUE
                       MOVE WS-HOLD-REASON TO WS-REFUSE-REASON
                       STRING "OVERRIDE FOR SOURCE " WS-FEED-SOURCE
                           " CYCLE " WS-FEED-CYCLE
                           " NOT MARKED USED - FEED STILL HELD"
                           DELIMITED BY SIZE INTO EDIT-RPT-RECORD
                   WHEN WS-OVERRIDE-FOUND
                       STRING "HELD FEED RELEASED - OVERRIDE GRANTED "
                           "BY " FOV-GRANTED-BY " ON " FOV-DATE-GRANTED
                           DELIMITED BY SIZE INTO EDIT-RPT-RECORD
                       WRITE EDIT-RPT-RECORD
                       MOVE SPACES TO EDIT-RPT-RECORD
                       STRING "OVERRIDE REASON     : " FOV-REASON
                           DELIMITED BY SIZE INTO EDIT-RPT-RECORD
                   WHEN OTHER
                       SET WS-FEED-REFUSED TO TRUE
                       MOVE WS-HOLD-REASON TO WS-REFUSE-REASON
                       STRING "NO OVERRIDE ON WSOVRIDE FOR SOURCE "
                           WS-FEED-SOURCE " CYCLE " WS-FEED-CYCLE
                           DELIMITED BY SIZE INTO EDIT-RPT-RECORD
               END-EVALUATE
               WRITE EDIT-RPT-RECORD
           END-IF.

      *    Built-in tolerances stand unless WSEDTOL has a "*DEF" line
      *    or a line for this source; the source's own line wins
      *    wherever it sits in the file, and a "*DEF" line is taken
      *    only while no source line has been seen.  A line that is
      *    not numeric where it should be is ignored - the tolerances
      *    already in hand stand - so a bad "*DEF" line cannot hold a
      *    source whose own line is good.
       8510-LOAD-TOLERANCES.
           MOVE "N" TO WS-GATE-EOF-SW
           OPEN INPUT TOLERANCE-FILE
           IF WS-TOLERANCE-FILE-STATUS = "00"
               PERFORM 8515-READ-ONE-TOLERANCE UNTIL WS-GATE-EOF
               CLOSE TOLERANCE-FILE
           END-IF.

       8515-READ-ONE-TOLERANCE.
           READ TOLERANCE-FILE INTO WS-TOLERANCE-LINE
               AT END
                   SET WS-GATE-EOF TO TRUE
               NOT AT END
                   IF (TL-SOURCE-ID = WS-FEED-SOURCE
                           OR (TL-SOURCE-ID = "*DEF"
                               AND NOT WS-SOURCE-LINE-SEEN))
                           AND TL-FLOOR-PCT NUMERIC
                           AND TL-CEILING-PCT NUMERIC
                           AND TL-MIX-POINTS NUMERIC
                           AND TL-DELETE-PCT NUMERIC
                           AND TL-MIN-HISTORY NUMERIC
                       MOVE TL-FLOOR-PCT   TO WS-TOL-FLOOR-PCT
                       MOVE TL-CEILING-PCT TO WS-TOL-CEILING-PCT
                       MOVE TL-MIX-POINTS  TO WS-TOL-MIX-POINTS
                       MOVE TL-DELETE-PCT  TO WS-TOL-DELETE-PCT
                       MOVE TL-MIN-HISTORY TO WS-TOL-MIN-HISTORY
                       MOVE SPACES TO WS-TOL-ORIGIN
                       STRING "WSEDTOL LINE " TL-SOURCE-ID
                           DELIMITED BY SIZE INTO WS-TOL-ORIGIN
                       IF TL-SOURCE-ID = WS-FEED-SOURCE
                           SET WS-SOURCE-LINE-SEEN TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    The delete check needs today's master population.  No
      *    master yet (status 35) is an empty master; a master that
      *    is there but cannot be read holds the feed.
       8520-COUNT-MASTER-ROWS.
           MOVE ZERO TO WC-MASTER-ROWS
           MOVE "N" TO WS-GATE-EOF-SW
           OPEN INPUT DB-MASTER-FILE
           EVALUATE WS-DB-MASTER-STATUS
               WHEN "00"
                   PERFORM 8525-COUNT-ONE-MASTER-ROW
                       UNTIL WS-GATE-EOF
                   CLOSE DB-MASTER-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET WS-FEED-HELD TO TRUE
                   IF WS-HOLD-REASON = SPACES
                       MOVE "DBMASTER UNAVAILABLE TO THE VOLUME GATE"
                                         TO WS-HOLD-REASON
                   END-IF
           END-EVALUATE.

       8525-COUNT-ONE-MASTER-ROW.
           READ DB-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-GATE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WC-MASTER-ROWS
           END-READ.

      *    Last five DAYHIST rows for this source, oldest first, then
      *    their totals for the average and the mix.
       8530-LOAD-SOURCE-HISTORY.
           MOVE ZERO TO WS-HIST-COUNT
           MOVE "N" TO WS-GATE-EOF-SW
           OPEN INPUT DAY-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               PERFORM 8535-READ-ONE-HISTORY-ROW UNTIL WS-GATE-EOF
               CLOSE DAY-HISTORY-FILE
           END-IF
           MOVE ZERO TO WS-HIST-READ-TOTAL WS-HIST-ADD-TOTAL
                        WS-HIST-CHANGE-TOTAL WS-HIST-DELETE-TOTAL
           PERFORM 8538-TOTAL-ONE-HISTORY-ROW
               VARYING WS-HX FROM 1 BY 1
               UNTIL WS-HX > WS-HIST-COUNT
           COMPUTE WS-HIST-MIX-TOTAL = WS-HIST-ADD-TOTAL
               + WS-HIST-CHANGE-TOTAL + WS-HIST-DELETE-TOTAL
           MOVE ZERO TO WS-HIST-AVERAGE
           IF WS-HIST-COUNT > ZERO
               COMPUTE WS-HIST-AVERAGE =
                   WS-HIST-READ-TOTAL / WS-HIST-COUNT
           END-IF.

       8535-READ-ONE-HISTORY-ROW.
           READ DAY-HISTORY-FILE
               AT END
                   SET WS-GATE-EOF TO TRUE
               NOT AT END
                   IF DH-SOURCE-ID = WS-FEED-SOURCE
                       IF WS-HIST-COUNT = 5
                           PERFORM 8536-SHIFT-HISTORY-ROW
                               VARYING WS-HX FROM 1 BY 1
                               UNTIL WS-HX > 4
                       ELSE
                           ADD 1 TO WS-HIST-COUNT
                       END-IF
                       MOVE DH-RECORDS-READ
                           TO WH-RECORDS-READ (WS-HIST-COUNT)
                       MOVE DH-ADDS-SUBMITTED
                           TO WH-ADDS-SUBMITTED (WS-HIST-COUNT)
                       MOVE DH-CHANGES-SUBMITTED
                           TO WH-CHANGES-SUBMITTED (WS-HIST-COUNT)
                       MOVE DH-DELETES-SUBMITTED
                           TO WH-DELETES-SUBMITTED (WS-HIST-COUNT)
                   END-IF
           END-READ.

       8536-SHIFT-HISTORY-ROW.
           MOVE WS-HIST-ENTRY (WS-HX + 1) TO WS-HIST-ENTRY (WS-HX).

       8538-TOTAL-ONE-HISTORY-ROW.
           ADD WH-RECORDS-READ (WS-HX)    TO WS-HIST-READ-TOTAL
           ADD WH-ADDS-SUBMITTED (WS-HX)    TO WS-HIST-ADD-TOTAL
           ADD WH-CHANGES-SUBMITTED (WS-HX) TO WS-HIST-CHANGE-TOTAL
           ADD WH-DELETES-SUBMITTED (WS-HX) TO WS-HIST-DELETE-TOTAL.

       8540-CHECK-VOLUME.
           MOVE ZERO TO WS-VOLUME-PCT
           EVALUATE TRUE
               WHEN WS-HIST-COUNT < WS-TOL-MIN-HISTORY
                       OR WS-HIST-AVERAGE = ZERO
                   MOVE "NOT ENOUGH HISTORY" TO WS-VERDICT
               WHEN OTHER
                   COMPUTE WS-VOLUME-PCT ROUNDED =
                       WC-RAW-DETAILS-READ * 100 / WS-HIST-AVERAGE
                       ON SIZE ERROR
                           MOVE 9999999 TO WS-VOLUME-PCT
                   END-COMPUTE
                   IF WS-VOLUME-PCT < WS-TOL-FLOOR-PCT
                           OR WS-VOLUME-PCT > WS-TOL-CEILING-PCT
                       MOVE "OUTSIDE TOLERANCE" TO WS-VERDICT
                       SET WS-FEED-HELD TO TRUE
                       IF WS-HOLD-REASON = SPACES
                           MOVE "DETAIL VOLUME OUTSIDE TOLERANCE"
                                         TO WS-HOLD-REASON
                       END-IF
                   ELSE
                       MOVE "OK" TO WS-VERDICT
                   END-IF
           END-EVALUATE
           MOVE SPACES TO EDIT-RPT-RECORD
           STRING "VOLUME % OF AVERAGE : " WS-VOLUME-PCT
               " OF " WS-HIST-AVERAGE
               " LIMIT " WS-TOL-FLOOR-PCT "-" WS-TOL-CEILING-PCT
               " " WS-VERDICT
               DELIMITED BY SIZE INTO EDIT-RPT-RECORD
           WRITE EDIT-RPT-RECORD.

      *    One transaction type's share of the feed against its share
      *    of the source's recent cycles, in whole percentage points.
      *    Both sides are SUBMITTED mixes: the feed's tran codes here
      *    against the tran codes UPDMAST read on those cycles
      *    (DH-ADDS-SUBMITTED and the rest), not the rows it applied.
      *    Applied counts are what is left after rejects, pending
      *    holds and redirects, so a source that routinely sends
      *    future-dated or rejected rows would drift from its own
      *    history and be held for nothing.
       8550-CHECK-MIX-SHARE.
           MOVE ZERO TO WS-FEED-SHARE WS-HIST-SHARE WS-SHARE-SHIFT
           EVALUATE TRUE
               WHEN WS-HIST-COUNT < WS-TOL-MIN-HISTORY
                       OR WS-HIST-MIX-TOTAL = ZERO
                       OR WC-RAW-DETAILS-READ = ZERO
                   MOVE "NOT ENOUGH HISTORY" TO WS-VERDICT
               WHEN OTHER
                   COMPUTE WS-FEED-SHARE ROUNDED =
                       WS-MIX-FEED-COUNT * 100 / WC-RAW-DETAILS-READ
                   COMPUTE WS-HIST-SHARE ROUNDED =
                       WS-MIX-HIST-COUNT * 100 / WS-HIST-MIX-TOTAL
                   IF WS-FEED-SHARE > WS-HIST-SHARE
                       COMPUTE WS-SHARE-SHIFT =
                           WS-FEED-SHARE - WS-HIST-SHARE
                   ELSE
                       COMPUTE WS-SHARE-SHIFT =
                           WS-HIST-SHARE - WS-FEED-SHARE
                   END-IF
                   IF WS-SHARE-SHIFT > WS-TOL-MIX-POINTS
                       MOVE "OUTSIDE TOLERANCE" TO WS-VERDICT
                       SET WS-FEED-HELD TO TRUE
                       IF WS-HOLD-REASON = SPACES
                           MOVE "TRANSACTION MIX OUTSIDE TOLERANCE"
                                         TO WS-HOLD-REASON
                       END-IF
                   ELSE
                       MOVE "OK" TO WS-VERDICT
                   END-IF
           END-EVALUATE
           MOVE SPACES TO EDIT-RPT-RECORD
           STRING WS-MIX-LABEL " SHARE %      : " WS-FEED-SHARE
               " AGAINST " WS-HIST-SHARE
               " LIMIT " WS-TOL-MIX-POINTS " POINTS " WS-VERDICT
               DELIMITED BY SIZE INTO EDIT-RPT-RECORD
           WRITE EDIT-RPT-RECORD.

      *    Deletes against the master they would be applied to - the
      *    mass-delete check, and the one check that needs no
      *    history.  An empty master has nothing to lose.
       8560-CHECK-DELETES.
           MOVE ZERO TO WS-DELETE-PCT
           IF WC-MASTER-ROWS = ZERO
               MOVE "NO MASTER ROWS" TO WS-VERDICT
           ELSE
               COMPUTE WS-DELETE-PCT ROUNDED =
                   WC-RAW-DELETES * 100 / WC-MASTER-ROWS
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-DELETE-PCT
               END-COMPUTE
               IF WS-DELETE-PCT > WS-TOL-DELETE-PCT
                   MOVE "OUTSIDE TOLERANCE" TO WS-VERDICT
                   SET WS-FEED-HELD TO TRUE
                   IF WS-HOLD-REASON = SPACES
                       MOVE "DELETES OUTSIDE TOLERANCE OF MASTER"
                                         TO WS-HOLD-REASON
                   END-IF
               ELSE
                   MOVE "OK" TO WS-VERDICT
               END-IF
           END-IF
           MOVE WS-DELETE-PCT     TO WS-DELETE-PCT-EDIT
           MOVE WS-TOL-DELETE-PCT TO WS-TOL-DELETE-EDIT
           MOVE SPACES TO EDIT-RPT-RECORD
           STRING "DELETES % OF MASTER : " WS-DELETE-PCT-EDIT
               " LIMIT " WS-TOL-DELETE-EDIT " " WS-VERDICT
               DELIMITED BY SIZE INTO EDIT-RPT-RECORD
           WRITE EDIT-RPT-RECORD.

      *    A row for this source and this cycle releases the feed,
      *    whether it is still open or was used by an earlier run of
      *    the same cycle; the first use is stamped on the row.
       8600-LOOK-FOR-OVERRIDE.
           MOVE "N" TO WS-GATE-EOF-SW
           OPEN I-O OVERRIDE-FILE
           IF WS-OVERRIDE-FILE-STATUS = "00"
               PERFORM 8610-READ-ONE-OVERRIDE
                   UNTIL WS-GATE-EOF OR WS-OVERRIDE-FOUND
               CLOSE OVERRIDE-FILE
           END-IF.

       8610-READ-ONE-OVERRIDE.
           READ OVERRIDE-FILE
               AT END
                   SET WS-GATE-EOF TO TRUE
               NOT AT END
                   IF FOV-SOURCE-ID = WS-FEED-SOURCE
                           AND FOV-CYCLE-NUMBER = WS-FEED-CYCLE
                       SET WS-OVERRIDE-FOUND TO TRUE
                       IF FOV-OPEN
                           SET FOV-USED TO TRUE
                           MOVE FUNCTION CURRENT-DATE(1:8)
                                         TO FOV-DATE-USED
                           REWRITE FEED-OVERRIDE-RECORD
                           IF WS-OVERRIDE-FILE-STATUS NOT = "00"
                               PERFORM 8620-OVERRIDE-NOT-MARKED
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    An override still showing open could release the cycle
      *    again later, so one that cannot be marked used releases
      *    nothing: the feed stays held.
       8620-OVERRIDE-NOT-MARKED.
           SET WS-OVERRIDE-NOT-MARKED TO TRUE
           DISPLAY "WSEDIT: WSOVRIDE REWRITE FAILED, STATUS "
               WS-OVERRIDE-FILE-STATUS
           MOVE SPACES TO WS-HOLD-REASON
           STRING "OVERRIDE NOT MARKED USED, STATUS "
               WS-OVERRIDE-FILE-STATUS
               DELIMITED BY SIZE INTO WS-HOLD-REASON.

      *    Output side of the sort: runs only for a feed whose raw
      *    controls proved.  Details come back in key order, so a
      *    duplicate is simply a key equal to the one just written -
           WRITE EDIT-RPT-RECORD
           MOVE SPACES TO EDIT-RPT-RECORD
           IF WS-FEED-REFUSED
               IF WS-FEED-HELD
                   STRING "FEED HELD : " WS-REFUSE-REASON
                       DELIMITED BY SIZE INTO EDIT-RPT-RECORD
                   WRITE EDIT-RPT-RECORD
                   MOVE "RELEASE THIS CYCLE THROUGH FEEDOVR AND RERUN"
                                         TO EDIT-RPT-RECORD
               ELSE
                   STRING "FEED REFUSED : " WS-REFUSE-REASON
                       DELIMITED BY SIZE INTO EDIT-RPT-RECORD
               END-IF
           ELSE
               MOVE "FEED CERTIFIED - WSINPUT WRITTEN"
                                         TO EDIT-RPT-RECORD
               WRITE EDIT-RPT-RECORD
               PERFORM 9200-CATALOG-RAW-FEED
               MOVE SPACES TO EDIT-RPT-RECORD
               IF GENR-RETURN-CODE = ZERO
                   STRING "WSRAWIN CATALOGED FOR SOURCE "
                       WS-FEED-SOURCE
                       DELIMITED BY SIZE INTO EDIT-RPT-RECORD
               ELSE
                   STRING "WSRAWIN NOT CATALOGED, RETURN CODE "
                       GENR-RETURN-CODE
                       DELIMITED BY SIZE INTO EDIT-RPT-RECORD
               END-IF
           END-IF
           WRITE EDIT-RPT-RECORD
           CLOSE EDIT-RPT-FILE
           DISPLAY "WSEDIT: DETAILS CERTIFIED  = "
               WC-DETAILS-CERTIFIED
           IF WS-FEED-REFUSED
               IF WS-FEED-HELD
                   DISPLAY "WSEDIT: FEED HELD - " WS-REFUSE-REASON
               ELSE
                   DISPLAY "WSEDIT: FEED REFUSED - " WS-REFUSE-REASON
               END-IF
               MOVE 16 TO RETURN-CODE
           END-IF.

       9200-CATALOG-RAW-FEED.
           MOVE "REGS"                  TO GENR-FUNCTION
           MOVE "WSRAWIN"               TO GENR-FAMILY
           MOVE WS-FEED-SOURCE          TO GENR-QUALIFIER
           MOVE "WSRAWIN"               TO GENR-DATASET-NAME
           MOVE FUNCTION CURRENT-DATE(1:8) TO GENR-DATE
           MOVE WS-RUN-ID               TO GENR-RUN-ID
           MOVE WS-JOB-ID               TO GENR-JOB-ID
           MOVE WC-RAW-DETAILS-READ     TO GENR-ROW-COUNT
           MOVE WC-RAW-BDATE-HASH-TOTAL TO GENR-CONTROL-HASH
           CALL "GENCATLG" USING GENERATION-REQUEST.
