      ******************************************************************
      *  PROGRAM-ID.  DUPSCAN
      *
      *  Probable-duplicate customer scan.  Feeds from more than one
      *  sender, and CORRSCRN inserts keyed by hand, put the same
      *  person on DBMASTER under two DB-CUST-IDs often enough that
      *  the mailing and extract people notice before we do.  This
      *  job walks the DB-NAME alternate index - the CUSLKUP name
      *  browse, start to finish - so customers with the same or
      *  nearly the same name arrive next to each other, and holds
      *  the last WS-WINDOW-MAX rows read in a sliding window.  Each
      *  new row is compared with every row in the window, and a
      *  pair is reported as a probable duplicate when the birth
      *  dates are equal and:
      *
      *    EXACT NAME+DOB - the names are identical;
      *    DOB+NEAR NAME  - the names are the same once case,
      *                     spaces and punctuation are ignored
      *                     ("O'BRIEN, MARY" / "OBRIEN MARY"), or
      *                     differ in no more than WS-NEAR-LIMIT
      *                     character positions (a keying slip -
      *                     "SMITH JOHN" / "SMYTH JOHN").
      *
      *  A row whose birth date is zero, blank or not numeric proves
      *  nothing about anybody and is left out of the window
      *  altogether (counted as BIRTH DATE UNUSABLE) - a pair of
      *  DBCONVRT placeholder dates is not a match.  Names that sort
      *  far apart (a leading space, a transposed surname) are out
      *  of reach of the window by design; the scan finds the
      *  common cases cheaply and leaves the rest to CORRSCRN.
      *
      *  Every pair is listed on DUPRPT with both sides, and written
      *  to DUPCAND as a merge proposal in CUSMERGE's pair format -
      *  ID to retire in columns 1-10, surviving ID in 12-21, match
      *  reason from 23.  The survivor proposed is the LOWER ID
      *  (the customer on file longer); the supervisor reviewing
      *  the list strikes or reverses pairs as they see fit and
      *  hands what is left to CUSMERGE.  Nothing here changes the
      *  master.
      *
      *  The RUNCNTL window is taken under this job's identity for
      *  the duration (the DBVERIFY convention) so the scan sees one
      *  consistent point in time.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPSCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DB-MASTER-FILE ASSIGN TO "DBMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-CUST-ID
               ALTERNATE RECORD KEY IS DB-NAME WITH DUPLICATES
               FILE STATUS IS WS-DB-MASTER-STATUS.

           SELECT DUP-RPT-FILE ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-RPT-STATUS.

           SELECT DUP-CAND-FILE ASSIGN TO "DUPCAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-CAND-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCNTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DB-MASTER-FILE.
           COPY DBRECRD.

       FD  DUP-RPT-FILE.
       01  DUP-RPT-RECORD               PIC X(120).

       FD  DUP-CAND-FILE.
       01  DUP-CAND-RECORD              PIC X(80).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC              PIC X(41).

       WORKING-STORAGE SECTION.
       01  WS-JOB-ID                    PIC X(8)     VALUE "DUPSCAN".
       01  WS-RUN-ID                    PIC X(8).

       01  WS-FLAGS.
           05  WS-MASTER-EOF-SW         PIC X(1)     VALUE "N".
               88  WS-MASTER-EOF         VALUE "Y".
           05  WS-REFUSED-SW            PIC X(1)     VALUE "N".
               88  WS-RUN-REFUSED        VALUE "Y".
           05  WS-WINDOW-SW             PIC X(1)     VALUE "N".
               88  WS-WINDOW-OPENED      VALUE "Y".

       01  WS-DB-MASTER-STATUS          PIC X(2)     VALUE "00".
       01  WS-DUP-RPT-STATUS            PIC X(2)     VALUE "00".
       01  WS-DUP-CAND-STATUS           PIC X(2)     VALUE "00".
       01  WS-RUN-CONTROL-STATUS        PIC X(2)     VALUE "00".

           COPY RUNCREC.

       01  WS-REFUSE-REASON             PIC X(40)    VALUE SPACES.

      *    The rows most recently read in name order.  Twenty covers
      *    every run of one surname-and-initial the master has ever
      *    held; widening it costs a compare per row per entry.
       01  WS-NAME-WINDOW.
           05  WS-WINDOW-MAX            PIC 9(2)  COMP  VALUE 20.
           05  WS-WINDOW-COUNT          PIC 9(2)  COMP  VALUE ZERO.
           05  WS-WX                    PIC 9(2)  COMP  VALUE ZERO.
           05  WS-WINDOW-ENTRY OCCURS 20 TIMES.
               10  WS-WN-CUST-ID        PIC X(10).
               10  WS-WN-NAME           PIC X(30).
               10  WS-WN-BIRTH-DATE     PIC X(8).
               10  WS-WN-UPPER-NAME     PIC X(30).
               10  WS-WN-SQUEEZED-NAME  PIC X(30).

      *    The current row's name in the two comparison forms:
      *    folded to upper case, and folded with everything but
      *    letters and digits squeezed out.
       01  WS-UPPER-NAME                PIC X(30)    VALUE SPACES.
       01  WS-SQUEEZED-NAME             PIC X(30)    VALUE SPACES.
       01  WS-SQUEEZE-LEN               PIC 9(2)  COMP  VALUE ZERO.
       01  WS-CX                        PIC 9(2)  COMP  VALUE ZERO.
       01  WS-NAME-CHAR                 PIC X(1)     VALUE SPACE.
           88  WS-NAME-CHAR-KEPT         VALUE "A" THRU "Z"
                                               "0" THRU "9".

       01  WS-NEAR-LIMIT                PIC 9(2)  COMP  VALUE 2.
       01  WS-DIFF-COUNT                PIC 9(2)  COMP  VALUE ZERO.
       01  WS-MATCH-REASON              PIC X(14)    VALUE SPACES.

       01  WS-COUNTERS.
           05  WC-MASTER-ROWS-READ      PIC 9(9)     VALUE ZERO.
           05  WC-BDATE-UNUSABLE        PIC 9(9)     VALUE ZERO.
           05  WC-EXACT-PAIRS           PIC 9(9)     VALUE ZERO.
           05  WC-NEAR-PAIRS            PIC 9(9)     VALUE ZERO.
           05  WC-TOTAL-PAIRS           PIC 9(9)     VALUE ZERO.

       01  DUP-DETAIL-LINE.
           05  DP-REASON                PIC X(14).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  DP-BIRTH-DATE            PIC X(8).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  DP-RETIRE-ID             PIC X(10).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  DP-RETIRE-NAME           PIC X(30).
           05  FILLER                   PIC X(4)     VALUE " -> ".
           05  DP-SURVIVOR-ID           PIC X(10).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  DP-SURVIVOR-NAME         PIC X(30).

       01  DUP-CAND-LINE.
           05  DC-RETIRE-ID             PIC X(10).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  DC-SURVIVOR-ID           PIC X(10).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  DC-REASON                PIC X(14).
           05  FILLER                   PIC X(44)    VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-REFUSED
               PERFORM 9100-REFUSE-RUN
           ELSE
               PERFORM 2000-SCAN-ONE-MASTER-ROW
                   UNTIL WS-MASTER-EOF
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-ID
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
               OPEN OUTPUT DUP-RPT-FILE
               OPEN OUTPUT DUP-CAND-FILE
               PERFORM 1070-WRITE-REPORT-HEADING
               PERFORM 1100-START-NAME-PASS
           END-IF.

      *    The DBVERIFY convention: nothing is written to the
      *    master, but a master being updated mid-scan would pair
      *    rows that were never on file together.
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

       1070-WRITE-REPORT-HEADING.
           MOVE "DUPSCAN PROBABLE DUPLICATE CUSTOMERS"
                                       TO DUP-RPT-RECORD
           WRITE DUP-RPT-RECORD
           MOVE SPACES TO DUP-RPT-RECORD
           STRING "RUN " WS-RUN-ID
               "  SURVIVOR PROPOSED = LOWER ID - REVIEW BEFORE MERGE"
               DELIMITED BY SIZE INTO DUP-RPT-RECORD
           WRITE DUP-RPT-RECORD
           MOVE SPACES TO DUP-RPT-RECORD
           WRITE DUP-RPT-RECORD
           MOVE SPACES TO DUP-RPT-RECORD
           STRING "MATCH REASON   BIRTHDT  RETIRE ID  NAME"
               "                              "
               "    SURVIVOR   NAME"
               DELIMITED BY SIZE INTO DUP-RPT-RECORD
           WRITE DUP-RPT-RECORD.

      *    The CUSLKUP name search started from the very bottom of
      *    the alternate index: every row comes back, in DB-NAME
      *    order.
       1100-START-NAME-PASS.
           MOVE LOW-VALUES TO DB-NAME
           START DB-MASTER-FILE KEY IS NOT LESS THAN DB-NAME
               INVALID KEY
                   SET WS-MASTER-EOF TO TRUE
           END-START
           IF NOT WS-MASTER-EOF
               PERFORM 2100-READ-NEXT-BY-NAME
           END-IF.

       2000-SCAN-ONE-MASTER-ROW.
           IF DB-BIRTH-DATE NOT NUMERIC
                   OR DB-BIRTH-DATE = ZERO
               ADD 1 TO WC-BDATE-UNUSABLE
           ELSE
               PERFORM 2200-FOLD-CURRENT-NAME
               PERFORM 2300-COMPARE-WITH-ONE-ENTRY
                   VARYING WS-WX FROM 1 BY 1
                   UNTIL WS-WX > WS-WINDOW-COUNT
               PERFORM 2500-SLIDE-WINDOW
           END-IF
           PERFORM 2100-READ-NEXT-BY-NAME.

       2100-READ-NEXT-BY-NAME.
           READ DB-MASTER-FILE NEXT
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WC-MASTER-ROWS-READ
           END-READ.

       2200-FOLD-CURRENT-NAME.
           MOVE DB-NAME TO WS-UPPER-NAME
           INSPECT WS-UPPER-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-SQUEEZED-NAME
           MOVE ZERO   TO WS-SQUEEZE-LEN
           PERFORM 2210-SQUEEZE-ONE-CHARACTER
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > 30.

       2210-SQUEEZE-ONE-CHARACTER.
           MOVE WS-UPPER-NAME(WS-CX:1) TO WS-NAME-CHAR
           IF WS-NAME-CHAR-KEPT
               ADD 1 TO WS-SQUEEZE-LEN
               MOVE WS-NAME-CHAR
                   TO WS-SQUEEZED-NAME(WS-SQUEEZE-LEN:1)
           END-IF.

      *    Birth dates first - they are the cheap, decisive half of
      *    every rule.  The character-position count stops as soon
      *    as the limit is passed.
       2300-COMPARE-WITH-ONE-ENTRY.
           MOVE SPACES TO WS-MATCH-REASON
           IF DB-BIRTH-DATE = WS-WN-BIRTH-DATE(WS-WX)
               EVALUATE TRUE
                   WHEN DB-NAME = WS-WN-NAME(WS-WX)
                       MOVE "EXACT NAME+DOB" TO WS-MATCH-REASON
                       ADD 1 TO WC-EXACT-PAIRS
                   WHEN WS-SQUEEZED-NAME =
                           WS-WN-SQUEEZED-NAME(WS-WX)
                       MOVE "DOB+NEAR NAME"  TO WS-MATCH-REASON
                       ADD 1 TO WC-NEAR-PAIRS
                   WHEN OTHER
                       MOVE ZERO TO WS-DIFF-COUNT
                       PERFORM 2310-COMPARE-ONE-POSITION
                           VARYING WS-CX FROM 1 BY 1
                           UNTIL WS-CX > 30
                              OR WS-DIFF-COUNT > WS-NEAR-LIMIT
                       IF WS-DIFF-COUNT NOT > WS-NEAR-LIMIT
                           MOVE "DOB+NEAR NAME"  TO WS-MATCH-REASON
                           ADD 1 TO WC-NEAR-PAIRS
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-MATCH-REASON NOT = SPACES
               ADD 1 TO WC-TOTAL-PAIRS
               PERFORM 2400-WRITE-CANDIDATE-PAIR
           END-IF.

       2310-COMPARE-ONE-POSITION.
           IF WS-UPPER-NAME(WS-CX:1) NOT =
                   WS-WN-UPPER-NAME(WS-WX)(WS-CX:1)
               ADD 1 TO WS-DIFF-COUNT
           END-IF.

      *    The lower ID survives - the customer on file longer, and
      *    the one downstream has held longer.
       2400-WRITE-CANDIDATE-PAIR.
           IF DB-CUST-ID > WS-WN-CUST-ID(WS-WX)
               MOVE DB-CUST-ID             TO DP-RETIRE-ID
               MOVE DB-NAME                TO DP-RETIRE-NAME
               MOVE WS-WN-CUST-ID(WS-WX)   TO DP-SURVIVOR-ID
               MOVE WS-WN-NAME(WS-WX)      TO DP-SURVIVOR-NAME
           ELSE
               MOVE WS-WN-CUST-ID(WS-WX)   TO DP-RETIRE-ID
               MOVE WS-WN-NAME(WS-WX)      TO DP-RETIRE-NAME
               MOVE DB-CUST-ID             TO DP-SURVIVOR-ID
               MOVE DB-NAME                TO DP-SURVIVOR-NAME
           END-IF
           MOVE WS-MATCH-REASON  TO DP-REASON
           MOVE DB-BIRTH-DATE    TO DP-BIRTH-DATE
           MOVE SPACES           TO DUP-RPT-RECORD
           MOVE DUP-DETAIL-LINE  TO DUP-RPT-RECORD
           WRITE DUP-RPT-RECORD
           MOVE DP-RETIRE-ID     TO DC-RETIRE-ID
           MOVE DP-SURVIVOR-ID   TO DC-SURVIVOR-ID
           MOVE WS-MATCH-REASON  TO DC-REASON
           MOVE DUP-CAND-LINE    TO DUP-CAND-RECORD
           WRITE DUP-CAND-RECORD.

      *    Oldest entry out at the top, current row in at the
      *    bottom, once the window is full.
       2500-SLIDE-WINDOW.
           IF WS-WINDOW-COUNT < WS-WINDOW-MAX
               ADD 1 TO WS-WINDOW-COUNT
           ELSE
               PERFORM 2510-SHIFT-ONE-ENTRY
                   VARYING WS-WX FROM 1 BY 1
                   UNTIL WS-WX NOT < WS-WINDOW-MAX
           END-IF
           MOVE DB-CUST-ID       TO WS-WN-CUST-ID(WS-WINDOW-COUNT)
           MOVE DB-NAME          TO WS-WN-NAME(WS-WINDOW-COUNT)
           MOVE DB-BIRTH-DATE    TO WS-WN-BIRTH-DATE(WS-WINDOW-COUNT)
           MOVE WS-UPPER-NAME    TO WS-WN-UPPER-NAME(WS-WINDOW-COUNT)
           MOVE WS-SQUEEZED-NAME
                           TO WS-WN-SQUEEZED-NAME(WS-WINDOW-COUNT).

       2510-SHIFT-ONE-ENTRY.
           MOVE WS-WINDOW-ENTRY(WS-WX + 1) TO WS-WINDOW-ENTRY(WS-WX).

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
           CLOSE DUP-CAND-FILE
           MOVE SPACES TO DUP-RPT-RECORD
           WRITE DUP-RPT-RECORD
           MOVE SPACES TO DUP-RPT-RECORD
           STRING "MASTER ROWS READ     : " WC-MASTER-ROWS-READ
               DELIMITED BY SIZE INTO DUP-RPT-RECORD
           WRITE DUP-RPT-RECORD
           MOVE SPACES TO DUP-RPT-RECORD
           STRING "BIRTH DATE UNUSABLE  : " WC-BDATE-UNUSABLE
               DELIMITED BY SIZE INTO DUP-RPT-RECORD
           WRITE DUP-RPT-RECORD
           MOVE SPACES TO DUP-RPT-RECORD
           STRING "EXACT NAME+DOB PAIRS : " WC-EXACT-PAIRS
               DELIMITED BY SIZE INTO DUP-RPT-RECORD
           WRITE DUP-RPT-RECORD
           MOVE SPACES TO DUP-RPT-RECORD
           STRING "DOB+NEAR NAME PAIRS  : " WC-NEAR-PAIRS
               DELIMITED BY SIZE INTO DUP-RPT-RECORD
           WRITE DUP-RPT-RECORD
           MOVE SPACES TO DUP-RPT-RECORD
           STRING "TOTAL CANDIDATE PAIRS: " WC-TOTAL-PAIRS
               DELIMITED BY SIZE INTO DUP-RPT-RECORD
           WRITE DUP-RPT-RECORD
           CLOSE DUP-RPT-FILE
           PERFORM 7300-CLOSE-BATCH-WINDOW
           DISPLAY "DUPSCAN: MASTER ROWS READ     = "
               WC-MASTER-ROWS-READ
           DISPLAY "DUPSCAN: TOTAL CANDIDATE PAIRS= " WC-TOTAL-PAIRS.

       9100-REFUSE-RUN.
           DISPLAY "DUPSCAN: RUN REFUSED - " WS-REFUSE-REASON
           IF WS-WINDOW-OPENED
               PERFORM 7300-CLOSE-BATCH-WINDOW
           END-IF
           MOVE 16 TO RETURN-CODE.
