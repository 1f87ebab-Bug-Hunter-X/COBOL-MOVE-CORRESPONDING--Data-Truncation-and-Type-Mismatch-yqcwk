      *  source the original single sender.  A cycle that parked
      *  nothing still cuts a header/trailer-only feed - "no
      *  rejects" is itself news the sender can balance to.
      *
      *  SUSPRTNF is overwritten by every run, so each feed cut is
      *  registered on the GENCAT catalog through GENCATLG (see
      *  GENCCALL) under its source and cycle date, with the reject
      *  count and birth-date hash, as the record of which return
      *  feed is the one on disk; each registration marks the feed
      *  it replaced overwritten on the catalog.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPRTRN.
       01  PARAM-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-JOB-ID                    PIC X(8)     VALUE "SUSPRTRN".
       01  WS-RUN-ID                    PIC X(8).

       01  WS-FLAGS.
           05  WS-EOF-SW                PIC X(1)     VALUE "N".
               88  WS-EOF                VALUE "Y".
       01  WS-COUNTERS.
           05  WC-ROWS-READ             PIC 9(9)     VALUE ZERO.
           05  WC-REJECTS-RETURNED      PIC 9(9)     VALUE ZERO.
           05  WC-BDATE-HASH-TOTAL      PIC 9(15)    VALUE ZERO.

       01  WS-HASH-BDATE                PIC X(8)     VALUE SPACES.
       01  WS-HASH-BDATE-NUM REDEFINES WS-HASH-BDATE
                                        PIC 9(8).

           COPY GENCCALL.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-ID
           PERFORM 1010-ACCEPT-REQUEST
           IF NOT WS-RUN-ABORTED
               PERFORM 1020-FIND-SOURCE-CYCLE
               MOVE SUSP-REASON-CODE TO SRTN-REASON-CODE
               WRITE SUSPENSE-RETURN-RECORD
               ADD 1 TO WC-REJECTS-RETURNED
               MOVE SUSP-BIRTH-DATE TO WS-HASH-BDATE
               IF WS-HASH-BDATE NUMERIC
                   ADD WS-HASH-BDATE-NUM TO WC-BDATE-HASH-TOTAL
               END-IF
           END-IF
           PERFORM 1100-READ-SUSPENSE.

               WRITE SRTN-TRAILER-RECORD
               CLOSE RETURN-FEED-FILE
               CLOSE SUSPENSE-FILE
               PERFORM 9200-CATALOG-RETURN-FEED
           END-IF
           DISPLAY "SUSPRTRN: SOURCE / CYCLE    = " WS-REQ-SOURCE
               " / " WS-SOURCE-CYCLE
           IF WS-RUN-ABORTED
               MOVE 16 TO RETURN-CODE
           END-IF.

      *    The feed is complete whether or not the catalog takes it,
      *    so a failed registration is reported, not fatal.
       9200-CATALOG-RETURN-FEED.
           MOVE "REGS"              TO GENR-FUNCTION
           MOVE "SUSPRTNF"          TO GENR-FAMILY
           MOVE WS-REQ-SOURCE       TO GENR-QUALIFIER
           MOVE "SUSPRTNF"          TO GENR-DATASET-NAME
           MOVE WS-REQ-DATE         TO GENR-DATE
           MOVE WS-RUN-ID           TO GENR-RUN-ID
           MOVE WS-JOB-ID           TO GENR-JOB-ID
           MOVE WC-REJECTS-RETURNED TO GENR-ROW-COUNT
           MOVE WC-BDATE-HASH-TOTAL TO GENR-CONTROL-HASH
           CALL "GENCATLG" USING GENERATION-REQUEST
           IF GENR-RETURN-CODE NOT = ZERO
               DISPLAY "SUSPRTRN: RETURN FEED NOT CATALOGED, RETURN "
                   "CODE " GENR-RETURN-CODE
           END-IF.
