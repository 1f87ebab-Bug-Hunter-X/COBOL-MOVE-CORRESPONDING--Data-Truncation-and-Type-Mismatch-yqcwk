      *              extract, so the downstream loader applies a few
      *              customers instead of reloading the whole master
      *              nightly.  The master is match-merged in key
      *              order against the prior snapshot (the current
      *              DBXSNAP generation on the GENCAT catalog, the
      *              one the previous run wrote): a key only
      *              on the master goes out as an add, a key on both
      *              with a different name or birth date as a change,
      *              a key
      *              only on the snapshot as a delete carrying the
      *              values the downstream still holds - or, when the
      *              MERGFIND subprogram says the key was retired by
      *              a CUSMERGE duplicate merge, as a merged-away row
      *              naming the surviving ID.  A delta run
      *              with no prior snapshot refuses with return code
      *              16 - run FULL to establish the baseline.
      *
      *  Either mode writes the feed to DBEXTRCT bracketed by the
      *  DBXTRECT header and trailer (detail count broken out by
      *  action) so the loader can balance the feed, and writes a
      *  complete snapshot of today's master to the dated generation
      *  DBXSNAP.YYYYMMDD.  Both are registered with the GENCATLG
      *  catalog service (see GENCCALL) with their row counts and
      *  birth-date hashes, and the catalog does the carry-forward
      *  operations used to do by hand: a DELTA asks it for the
      *  current DBXSNAP generation and, before a single row is
      *  extracted, re-counts and re-hashes that file and refuses
      *  (return code 16) unless both match what was cataloged.  It
      *  also refuses when the current generation is not the
      *  snapshot the last extract on XTRCCTL cut (a registration
      *  lost), or was already cut today (a second DELTA would
      *  overwrite the very file it compares against - run FULL).
      *  A catalog that cannot be read refuses the DELTA, and so
      *  does one with no DBXSNAP generation once XTRCCTL records an
      *  earlier extract - run a FULL resync.  Only a site with no
      *  extract on record at all falls back to a hand-carried
      *  DBXPRIOR, unproved, as before.  A
      *  snapshot the catalog would not take ends the run with
      *  return code 16: the next DELTA would refuse anyway.
      *
      *  A master that cannot be opened refuses the run outright -
      *  an empty extract (or worse, a delta reading an absent
           SELECT DB-EXTRACT-FILE ASSIGN TO "DBEXTRCT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRIOR-SNAPSHOT-FILE ASSIGN TO DYNAMIC WS-PRIOR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-FILE-STATUS.

           SELECT NEW-SNAPSHOT-FILE ASSIGN TO DYNAMIC WS-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.

       01  EXTRACT-CONTROL-REC          PIC X(71).

       WORKING-STORAGE SECTION.
       01  WS-JOB-ID                    PIC X(8)     VALUE "DBXTRACT".
       01  WS-RUN-ID                    PIC X(8).
       01  WS-TODAY                     PIC X(8).

       01  WS-FLAGS.
           05  WS-EOF-SW                PIC X(1)     VALUE "N".
               88  WS-EOF                VALUE "Y".

       01  WS-PRIOR-PENDING-SW          PIC X(1)     VALUE "N".
           88  WS-PRIOR-PENDING          VALUE "Y".
       01  WS-LAST-EXTRACT-DATE         PIC X(8)     VALUE SPACES.

      *    Snapshot generations: the prior defaults to the hand-
      *    carried DBXPRIOR until the catalog names one; today's is
      *    always DBXSNAP.YYYYMMDD.
       01  WS-PRIOR-NAME                PIC X(24)    VALUE "DBXPRIOR".
       01  WS-SNAP-NAME                 PIC X(24)    VALUE SPACES.

       01  WS-HASH-BDATE                PIC X(8)     VALUE SPACES.
       01  WS-HASH-BDATE-NUM REDEFINES WS-HASH-BDATE
                                        PIC 9(8).

      *    XTRCCTL is read INTO and written FROM this working copy,
      *    the RUNCNTL pattern - the FD record area is undefined

           COPY AGECCALL.

           COPY MERGCALL.

           COPY GENCCALL.

       01  WS-COUNTERS.
           05  WC-RECORDS-READ          PIC 9(9)     VALUE ZERO.
           05  WC-RECORDS-EXTRACTED     PIC 9(9)     VALUE ZERO.
           05  WC-ADDS-EXTRACTED        PIC 9(9)     VALUE ZERO.
           05  WC-CHANGES-EXTRACTED     PIC 9(9)     VALUE ZERO.
           05  WC-DELETES-EXTRACTED     PIC 9(9)     VALUE ZERO.
           05  WC-MERGES-EXTRACTED      PIC 9(9)     VALUE ZERO.
           05  WC-UNCHANGED-ROWS        PIC 9(9)     VALUE ZERO.
           05  WC-EXTRACT-BDATE-HASH    PIC 9(15)    VALUE ZERO.
           05  WC-SNAPSHOT-ROWS         PIC 9(9)     VALUE ZERO.
           05  WC-SNAPSHOT-BDATE-HASH   PIC 9(15)    VALUE ZERO.
           05  WC-PRIOR-ROWS            PIC 9(9)     VALUE ZERO.
           05  WC-PRIOR-BDATE-HASH      PIC 9(15)    VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           STRING "DBXSNAP." WS-TODAY
               DELIMITED BY SIZE INTO WS-SNAP-NAME
           PERFORM 1005-OPEN-PARAM-FILE
           IF NOT WS-PARAM-MODE
               DISPLAY "DBXTRACT: MODE (FULL/DELTA)?"
           IF WS-MODE-DELTA AND NOT WS-RUN-REFUSED
               PERFORM 1020-CHECK-PRIOR-CONFIRMED
           END-IF
           IF WS-MODE-DELTA AND NOT WS-RUN-REFUSED
               PERFORM 1040-LOCATE-PRIOR-SNAPSHOT
           END-IF
           IF WS-MODE-DELTA AND NOT WS-RUN-REFUSED
               OPEN INPUT PRIOR-SNAPSHOT-FILE
               IF WS-PRIOR-FILE-STATUS NOT = "00"
                   DISPLAY "DBXTRACT: NO PRIOR SNAPSHOT "
                       WS-PRIOR-NAME
                   DISPLAY "DBXTRACT: RUN A FULL EXTRACT FIRST"
                   SET WS-RUN-REFUSED TO TRUE
               END-IF
           END-IF
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE XTC-EXTRACT-DATE TO WS-LAST-EXTRACT-DATE
                       IF XTC-PENDING
                           SET WS-PRIOR-PENDING TO TRUE
                       END-IF
           WRITE EXTRACT-CONTROL-REC FROM EXTRACT-CONTROL-RECORD
           CLOSE EXTRACT-CONTROL-FILE.

      *    The catalog's current DBXSNAP generation is the snapshot
      *    the downstream copy was last brought up to - provided it
      *    is the one the last extract on XTRCCTL cut.  The
      *    hand-carried DBXPRIOR is used, unproved, only when there
      *    is no cataloged generation AND no earlier extract on
      *    XTRCCTL: once an extract has run, nobody keeps DBXPRIOR,
      *    and a missing or unreadable catalog must not quietly
      *    send the delta against it.
       1040-LOCATE-PRIOR-SNAPSHOT.
           MOVE "CURR"    TO GENR-FUNCTION
           MOVE "DBXSNAP" TO GENR-FAMILY
           MOVE SPACES    TO GENR-QUALIFIER
           CALL "GENCATLG" USING GENERATION-REQUEST
           EVALUATE TRUE
               WHEN GENR-RETURN-CODE = 10
                       AND WS-LAST-EXTRACT-DATE = SPACES
                   DISPLAY "DBXTRACT: NO CATALOGED SNAPSHOT - DELTA "
                       "AGAINST DBXPRIOR, UNPROVED"
               WHEN GENR-RETURN-CODE = 10
                   DISPLAY "DBXTRACT: NO CATALOGED SNAPSHOT FOR THE "
                       "LAST EXTRACT OF " WS-LAST-EXTRACT-DATE
                       " - RUN A FULL RESYNC"
                   SET WS-RUN-REFUSED TO TRUE
               WHEN GENR-RETURN-CODE NOT = ZERO
                   DISPLAY "DBXTRACT: GENCAT CATALOG UNAVAILABLE, "
                       "RETURN CODE " GENR-RETURN-CODE
                   SET WS-RUN-REFUSED TO TRUE
               WHEN GENR-DATE = WS-TODAY
                   DISPLAY "DBXTRACT: " GENR-DATASET-NAME
                       " ALREADY CUT TODAY - RUN A FULL RESYNC"
                   SET WS-RUN-REFUSED TO TRUE
               WHEN WS-LAST-EXTRACT-DATE NOT = SPACES
                       AND GENR-DATE NOT = WS-LAST-EXTRACT-DATE
                   DISPLAY "DBXTRACT: CURRENT SNAPSHOT "
                       GENR-DATASET-NAME
                   DISPLAY "DBXTRACT: IS NOT FROM THE LAST EXTRACT OF "
                       WS-LAST-EXTRACT-DATE " - RUN A FULL RESYNC"
                   SET WS-RUN-REFUSED TO TRUE
               WHEN OTHER
                   MOVE GENR-DATASET-NAME TO WS-PRIOR-NAME
                   PERFORM 1045-PROVE-PRIOR-SNAPSHOT
           END-EVALUATE.

      *    A wrong or damaged prior silently produces a wrong delta,
      *    so the whole file is counted and hashed against the
      *    catalog before the merge reads it for real.
       1045-PROVE-PRIOR-SNAPSHOT.
           OPEN INPUT PRIOR-SNAPSHOT-FILE
           IF WS-PRIOR-FILE-STATUS NOT = "00"
               DISPLAY "DBXTRACT: CATALOGED SNAPSHOT " WS-PRIOR-NAME
                   " IS MISSING - RUN A FULL RESYNC"
               SET WS-RUN-REFUSED TO TRUE
           ELSE
               PERFORM 1046-PROVE-ONE-PRIOR-ROW UNTIL WS-PRIOR-EOF
               CLOSE PRIOR-SNAPSHOT-FILE
               MOVE "N" TO WS-PRIOR-EOF-SW
               IF WC-PRIOR-ROWS NOT = GENR-ROW-COUNT
                       OR WC-PRIOR-BDATE-HASH NOT = GENR-CONTROL-HASH
                   DISPLAY "DBXTRACT: PRIOR SNAPSHOT " WS-PRIOR-NAME
                       " DOES NOT PROVE TO THE CATALOG"
                   DISPLAY "DBXTRACT:   ROWS " WC-PRIOR-ROWS
                       " HASH " WC-PRIOR-BDATE-HASH
                   DISPLAY "DBXTRACT:   CATALOGED ROWS " GENR-ROW-COUNT
                       " HASH " GENR-CONTROL-HASH
                   SET WS-RUN-REFUSED TO TRUE
               ELSE
                   DISPLAY "DBXTRACT: PRIOR SNAPSHOT " WS-PRIOR-NAME
                       " PROVED, ROWS = " WC-PRIOR-ROWS
               END-IF
           END-IF.

       1046-PROVE-ONE-PRIOR-ROW.
           READ PRIOR-SNAPSHOT-FILE
               AT END
                   SET WS-PRIOR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WC-PRIOR-ROWS
                   MOVE PRI-BIRTH-DATE TO WS-HASH-BDATE
                   IF WS-HASH-BDATE NUMERIC
                       ADD WS-HASH-BDATE-NUM TO WC-PRIOR-BDATE-HASH
                   END-IF
           END-READ.

       1050-WRITE-FEED-HEADER.
           MOVE SPACES                     TO DBX-HEADER-RECORD
           MOVE "HDR"                      TO DBXH-RECORD-TYPE

      *    The delete carries the snapshot's values - the ones the
      *    downstream system still holds - so its loader can prove
      *    what it is removing.  A key retired by a merge goes out as
      *    action "M" in the DBX-MERGE-RECORD view instead: survivor
      *    ID in the first ten bytes of the name columns, the name
      *    being removed cut to the twenty after.  It is still a
      *    delete to the trailer.
       2530-EXTRACT-DELETE.
           MOVE PRI-CUST-ID    TO WD-CUST-ID
           MOVE PRI-NAME       TO WD-NAME
           MOVE PRI-BIRTH-DATE TO WD-BIRTH-DATE
           MOVE PRI-AGE        TO WD-AGE
           MOVE "D"            TO WD-ACTION
           MOVE "FIND"         TO MRGR-FUNCTION
           MOVE PRI-CUST-ID    TO MRGR-CUST-ID
           CALL "MERGFIND" USING MERGE-REQUEST
           IF MRGR-RETURN-CODE = ZERO
               MOVE SPACES           TO WD-NAME
               MOVE MRGR-SURVIVOR-ID TO WD-NAME(1:10)
               MOVE PRI-NAME(1:20)   TO WD-NAME(11:20)
               MOVE "M"              TO WD-ACTION
               ADD 1 TO WC-MERGES-EXTRACTED
           END-IF
           PERFORM 2900-WRITE-EXTRACT-DETAIL
           ADD 1 TO WC-DELETES-EXTRACTED
           PERFORM 1200-READ-PRIOR-SNAPSHOT.

       2900-WRITE-EXTRACT-DETAIL.
           WRITE DB-EXTRACT-RECORD FROM WS-DETAIL-WORK
           ADD 1 TO WC-RECORDS-EXTRACTED
           MOVE WD-BIRTH-DATE TO WS-HASH-BDATE
           IF WS-HASH-BDATE NUMERIC
               ADD WS-HASH-BDATE-NUM TO WC-EXTRACT-BDATE-HASH
           END-IF.

       2910-WRITE-SNAPSHOT-ROW.
           MOVE DB-CUST-ID    TO WD-CUST-ID
           MOVE DB-BIRTH-DATE TO WD-BIRTH-DATE
           PERFORM 2920-DERIVE-DETAIL-AGE
           MOVE SPACE         TO WD-ACTION
           WRITE NEW-SNAPSHOT-RECORD FROM WS-DETAIL-WORK
           ADD 1 TO WC-SNAPSHOT-ROWS
           MOVE WD-BIRTH-DATE TO WS-HASH-BDATE
           IF WS-HASH-BDATE NUMERIC
               ADD WS-HASH-BDATE-NUM TO WC-SNAPSHOT-BDATE-HASH
           END-IF.

      *    A master birth date the edit cannot use (a row converted
      *    from the old layout with a bad value) ships as age zero -
           IF WS-MODE-DELTA
               CLOSE PRIOR-SNAPSHOT-FILE
           END-IF
           PERFORM 9200-CATALOG-GENERATIONS
           DISPLAY "DBXTRACT: SNAPSHOT WRITTEN  = " WS-SNAP-NAME
           DISPLAY "DBXTRACT: RECORDS READ      = " WC-RECORDS-READ
           DISPLAY "DBXTRACT: RECORDS EXTRACTED = "
               WC-RECORDS-EXTRACTED
               WC-CHANGES-EXTRACTED
           DISPLAY "DBXTRACT: DELETES EXTRACTED = "
               WC-DELETES-EXTRACTED
           DISPLAY "DBXTRACT:   OF WHICH MERGED = "
               WC-MERGES-EXTRACTED
           DISPLAY "DBXTRACT: UNCHANGED ROWS    = " WC-UNCHANGED-ROWS.

       9100-REFUSE-RUN.
           END-IF
           DISPLAY "DBXTRACT: RUN REFUSED - NO FEED WRITTEN"
           MOVE 16 TO RETURN-CODE.

      *    The snapshot is what tomorrow's DELTA depends on, so a
      *    catalog that will not take it fails the run; the feed
      *    itself is complete, and a DBEXTRCT left off the catalog
      *    is only noted.
       9200-CATALOG-GENERATIONS.
           MOVE "REGS"                 TO GENR-FUNCTION
           MOVE "DBXSNAP"              TO GENR-FAMILY
           MOVE SPACES                 TO GENR-QUALIFIER
           MOVE WS-SNAP-NAME           TO GENR-DATASET-NAME
           MOVE WS-TODAY               TO GENR-DATE
           MOVE WS-RUN-ID              TO GENR-RUN-ID
           MOVE WS-JOB-ID              TO GENR-JOB-ID
           MOVE WC-SNAPSHOT-ROWS       TO GENR-ROW-COUNT
           MOVE WC-SNAPSHOT-BDATE-HASH TO GENR-CONTROL-HASH
           CALL "GENCATLG" USING GENERATION-REQUEST
           IF GENR-RETURN-CODE NOT = ZERO
               DISPLAY "DBXTRACT: SNAPSHOT NOT CATALOGED, RETURN "
                   "CODE " GENR-RETURN-CODE
                   " - NEXT DELTA WILL REFUSE"
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE "REGS"                 TO GENR-FUNCTION
           MOVE "DBEXTRCT"             TO GENR-FAMILY
           MOVE SPACES                 TO GENR-QUALIFIER
           MOVE "DBEXTRCT"             TO GENR-DATASET-NAME
           MOVE WS-TODAY               TO GENR-DATE
           MOVE WS-RUN-ID              TO GENR-RUN-ID
           MOVE WS-JOB-ID              TO GENR-JOB-ID
           MOVE WC-RECORDS-EXTRACTED   TO GENR-ROW-COUNT
           MOVE WC-EXTRACT-BDATE-HASH  TO GENR-CONTROL-HASH
           CALL "GENCATLG" USING GENERATION-REQUEST
           IF GENR-RETURN-CODE NOT = ZERO
               DISPLAY "DBXTRACT: DBEXTRCT NOT CATALOGED, RETURN "
                   "CODE " GENR-RETURN-CODE
           END-IF.
