      ******************************************************************
      *  PROGRAM-ID.  GENCATLG
      *
      *  Shared service for the GENCAT generation catalog (see
      *  GENCREC and GENCCALL).  The nightly cycle leans on datasets
      *  that either carry a date in their name (DBIMG.YYYYMMDD,
      *  AUDARCH.YYYYMMDD, DBXSNAP.YYYYMMDD) or are overwritten every
      *  run (DBEXTRCT, SUSPRTNF, WSRAWIN), and until this catalog
      *  nothing recorded which generation was current, which one a
      *  DELTA extract had to compare against, or which old copies
      *  could go.  Every job that cuts such a dataset CALLs here
      *  with REGS as it closes the file, so the catalog - not an
      *  operator copying files by hand - is the record of what
      *  exists: name, date, run, job, row count and control hash.
      *
      *  The catalog is a plain sequential file.  REGS scans it for
      *  the same generation (a rerun), rewrites that row in place
      *  or appends a new one, and then applies the family's
      *  retention count from GENRETN: active generations of the
      *  family and qualifier beyond the count are expired oldest
      *  first, in the order they were cataloged - the generation
      *  just registered is never among them.  Before that, any
      *  other active row under the same dataset name is marked
      *  overwritten: DBEXTRCT, SUSPRTNF and WSRAWIN keep one fixed
      *  name, so registering a new one means the old one is no
      *  longer on disk - and WSRAWIN is one file whichever source
      *  sent it.  An overwritten row never counts toward retention
      *  and is never offered for deletion; the file it names now
      *  holds the newer generation.  CURR answers with a
      *  family's current generation (DBXTRACT's prior snapshot),
      *  ADJS carries a rewrite made in place into the control hash
      *  (DSUBJECT's erasure masking), and KEEP tells GENINV the
      *  retention count in force.  Rows are found by ordinal on a
      *  first pass and rewritten on a second, the DORMREIN
      *  convention.  A missing catalog (status "35") simply holds
      *  no generations; the first REGS creates it.  A catalog that
      *  is there but cannot be read is not empty: every function
      *  but KEEP answers 30, so no caller mistakes a locked or
      *  damaged catalog for one with nothing in it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENCATLG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "GENCAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.

           SELECT RETENTION-FILE ASSIGN TO "GENRETN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
           COPY GENCREC.

       FD  RETENTION-FILE.
       01  RETENTION-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RETURN-CODE               PIC 9(2)      VALUE ZERO.
       01  WS-CATALOG-FILE-STATUS       PIC X(2)      VALUE "00".
       01  WS-RETENTION-FILE-STATUS     PIC X(2)      VALUE "00".

       01  WS-SCAN-FLAGS.
           05  WS-SCAN-EOF-SW           PIC X(1)      VALUE "N".
               88  WS-SCAN-EOF           VALUE "Y".
           05  WS-FOUND-SW              PIC X(1)      VALUE "N".
               88  WS-ROW-FOUND          VALUE "Y".
           05  WS-FAMILY-LINE-SW        PIC X(1)      VALUE "N".
               88  WS-FAMILY-LINE-SEEN   VALUE "Y".

      *    GENRETN line: columns 1-8 family, 10-12 generations kept.
       01  WS-RETENTION-LINE.
           05  RL-FAMILY                PIC X(8).
           05  FILLER                   PIC X(1).
           05  RL-KEEP-COUNT            PIC 9(3).
           05  FILLER                   PIC X(68).

       01  WS-DEFAULT-KEEP              PIC 9(3)      VALUE 7.
       01  WS-KEEP-COUNT                PIC 9(3)      VALUE ZERO.

       01  WS-ROW-ORDINAL               PIC 9(9)      VALUE ZERO.
       01  WS-MATCH-ORDINAL             PIC 9(9)      VALUE ZERO.
       01  WS-ACTIVE-COUNT              PIC 9(9)      VALUE ZERO.
       01  WS-OVERWRITE-COUNT           PIC 9(9)      VALUE ZERO.
       01  WS-EXPIRE-QUOTA              PIC 9(9)      VALUE ZERO.
       01  WS-EXPIRED-COUNT             PIC 9(3)      VALUE ZERO.
       01  WS-NEW-HASH                  PIC S9(16)    VALUE ZERO.
       01  WS-TODAY                     PIC X(8)      VALUE SPACES.

      *    The best candidate seen so far by a CURR scan.
       01  WS-CURRENT-ROW               PIC X(101)    VALUE SPACES.
       01  WS-CURRENT-DATE              PIC X(8)      VALUE SPACES.

       LINKAGE SECTION.
           COPY GENCCALL.

       PROCEDURE DIVISION USING GENERATION-REQUEST.
       0000-MAINLINE.
           MOVE ZERO TO WS-RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           EVALUATE GENR-FUNCTION
               WHEN "REGS"
                   PERFORM 1000-REGISTER-GENERATION
               WHEN "CURR"
                   PERFORM 2000-FIND-CURRENT-GENERATION
               WHEN "ADJS"
                   PERFORM 3000-ADJUST-CONTROL-HASH
               WHEN "KEEP"
                   PERFORM 8500-LOAD-RETENTION-COUNT
                   MOVE WS-KEEP-COUNT TO GENR-RETAIN-COUNT
               WHEN OTHER
                   MOVE 99 TO WS-RETURN-CODE
           END-EVALUATE
           MOVE WS-RETURN-CODE TO GENR-RETURN-CODE
           GOBACK.

      ******************************************************************
      *  REGS - catalog one generation, then apply retention.
      ******************************************************************
       1000-REGISTER-GENERATION.
           MOVE ZERO TO GENR-EXPIRED-COUNT WS-EXPIRED-COUNT
           PERFORM 8000-SCAN-CATALOG
           IF WS-RETURN-CODE = ZERO
               IF WS-ROW-FOUND
                   PERFORM 1100-REPLACE-GENERATION-ROW
               ELSE
                   PERFORM 1200-APPEND-GENERATION-ROW
               END-IF
           END-IF
           IF WS-RETURN-CODE = ZERO AND WS-OVERWRITE-COUNT > ZERO
               PERFORM 1500-MARK-OVERWRITTEN-ROWS
           END-IF
           IF WS-RETURN-CODE = ZERO
               PERFORM 8500-LOAD-RETENTION-COUNT
               MOVE WS-KEEP-COUNT TO GENR-RETAIN-COUNT
               IF WS-ACTIVE-COUNT + 1 > WS-KEEP-COUNT
                   COMPUTE WS-EXPIRE-QUOTA =
                       WS-ACTIVE-COUNT + 1 - WS-KEEP-COUNT
                   PERFORM 1300-EXPIRE-OLD-GENERATIONS
               END-IF
               MOVE WS-EXPIRED-COUNT TO GENR-EXPIRED-COUNT
           END-IF.

       1100-REPLACE-GENERATION-ROW.
           MOVE "N"  TO WS-SCAN-EOF-SW
           MOVE ZERO TO WS-ROW-ORDINAL
           OPEN I-O CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS NOT = "00"
               MOVE 30 TO WS-RETURN-CODE
           ELSE
               PERFORM 1110-STEP-TO-MATCHED-ROW UNTIL WS-SCAN-EOF
               CLOSE CATALOG-FILE
           END-IF.

       1110-STEP-TO-MATCHED-ROW.
           READ CATALOG-FILE
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROW-ORDINAL
                   IF WS-ROW-ORDINAL = WS-MATCH-ORDINAL
                       PERFORM 1400-BUILD-GENERATION-ROW
                       REWRITE GENERATION-RECORD
                       IF WS-CATALOG-FILE-STATUS NOT = "00"
                           MOVE 30 TO WS-RETURN-CODE
                       END-IF
                       SET WS-SCAN-EOF TO TRUE
                   END-IF
           END-READ.

       1200-APPEND-GENERATION-ROW.
           OPEN EXTEND CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS = "35"
               OPEN OUTPUT CATALOG-FILE
           END-IF
           IF WS-CATALOG-FILE-STATUS NOT = "00"
               MOVE 30 TO WS-RETURN-CODE
           ELSE
               PERFORM 1400-BUILD-GENERATION-ROW
               WRITE GENERATION-RECORD
               IF WS-CATALOG-FILE-STATUS NOT = "00"
                   MOVE 30 TO WS-RETURN-CODE
               END-IF
               CLOSE CATALOG-FILE
           END-IF.

      *    Oldest first is catalog order: generations are registered
      *    as they are cut.  The generation just registered is
      *    skipped, so even a rerun for an old date never expires
      *    what it has only now written.
       1300-EXPIRE-OLD-GENERATIONS.
           MOVE "N" TO WS-SCAN-EOF-SW
           OPEN I-O CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS NOT = "00"
               MOVE 30 TO WS-RETURN-CODE
           ELSE
               PERFORM 1310-EXPIRE-ONE-ROW
                   UNTIL WS-SCAN-EOF OR WS-EXPIRE-QUOTA = ZERO
               CLOSE CATALOG-FILE
           END-IF.

       1310-EXPIRE-ONE-ROW.
           READ CATALOG-FILE
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF GEN-FAMILY = GENR-FAMILY
                           AND GEN-QUALIFIER = GENR-QUALIFIER
                           AND GEN-ACTIVE
                           AND NOT (GEN-DATASET-NAME = GENR-DATASET-NAME
                                    AND GEN-DATE = GENR-DATE)
                       SET GEN-EXPIRED TO TRUE
                       MOVE WS-TODAY TO GEN-DATE-EXPIRED
                       REWRITE GENERATION-RECORD
                       IF WS-CATALOG-FILE-STATUS NOT = "00"
                           MOVE 30 TO WS-RETURN-CODE
                           SET WS-SCAN-EOF TO TRUE
                       ELSE
                           SUBTRACT 1 FROM WS-EXPIRE-QUOTA
                           ADD 1 TO WS-EXPIRED-COUNT
                       END-IF
                   END-IF
           END-READ.

       1400-BUILD-GENERATION-ROW.
           MOVE GENR-FAMILY       TO GEN-FAMILY
           MOVE GENR-QUALIFIER    TO GEN-QUALIFIER
           MOVE GENR-DATASET-NAME TO GEN-DATASET-NAME
           MOVE GENR-DATE         TO GEN-DATE
           MOVE GENR-RUN-ID       TO GEN-RUN-ID
           MOVE GENR-JOB-ID       TO GEN-JOB-ID
           MOVE GENR-ROW-COUNT    TO GEN-ROW-COUNT
           MOVE GENR-CONTROL-HASH TO GEN-CONTROL-HASH
           SET GEN-ACTIVE         TO TRUE
           MOVE WS-TODAY          TO GEN-DATE-CATALOGED
           MOVE SPACES            TO GEN-DATE-EXPIRED.

      *    Every other active row under the dataset name just
      *    registered described a file that has now been written
      *    over.
       1500-MARK-OVERWRITTEN-ROWS.
           MOVE "N" TO WS-SCAN-EOF-SW
           OPEN I-O CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS NOT = "00"
               MOVE 30 TO WS-RETURN-CODE
           ELSE
               PERFORM 1510-MARK-ONE-ROW
                   UNTIL WS-SCAN-EOF OR WS-OVERWRITE-COUNT = ZERO
               CLOSE CATALOG-FILE
           END-IF.

       1510-MARK-ONE-ROW.
           READ CATALOG-FILE
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF GEN-DATASET-NAME = GENR-DATASET-NAME
                           AND GEN-ACTIVE
                           AND NOT (GEN-FAMILY = GENR-FAMILY
                                    AND GEN-QUALIFIER = GENR-QUALIFIER
                                    AND GEN-DATE = GENR-DATE)
                       SET GEN-OVERWRITTEN TO TRUE
                       MOVE WS-TODAY TO GEN-DATE-EXPIRED
                       REWRITE GENERATION-RECORD
                       IF WS-CATALOG-FILE-STATUS NOT = "00"
                           MOVE 30 TO WS-RETURN-CODE
                           SET WS-SCAN-EOF TO TRUE
                       ELSE
                           SUBTRACT 1 FROM WS-OVERWRITE-COUNT
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      *  CURR - the active generation with the latest date; on a tie
      *  the one cataloged last.
      ******************************************************************
       2000-FIND-CURRENT-GENERATION.
           PERFORM 8000-SCAN-CATALOG
           IF WS-RETURN-CODE = ZERO AND WS-ROW-FOUND
               MOVE WS-CURRENT-ROW    TO GENERATION-RECORD
               MOVE GEN-DATASET-NAME  TO GENR-DATASET-NAME
               MOVE GEN-DATE          TO GENR-DATE
               MOVE GEN-RUN-ID        TO GENR-RUN-ID
               MOVE GEN-JOB-ID        TO GENR-JOB-ID
               MOVE GEN-ROW-COUNT     TO GENR-ROW-COUNT
               MOVE GEN-CONTROL-HASH  TO GENR-CONTROL-HASH
           ELSE
               MOVE SPACES TO GENR-DATASET-NAME GENR-DATE
                              GENR-RUN-ID GENR-JOB-ID
               MOVE ZERO   TO GENR-ROW-COUNT GENR-CONTROL-HASH
               IF WS-RETURN-CODE = ZERO
                   MOVE 10 TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      *  ADJS - a job that masked rows in place moves the cataloged
      *  hash by exactly what it changed, so the next proof of the
      *  generation still holds.  Row counts never change in place.
      ******************************************************************
       3000-ADJUST-CONTROL-HASH.
           PERFORM 8000-SCAN-CATALOG
           EVALUATE TRUE
               WHEN WS-RETURN-CODE NOT = ZERO
                   CONTINUE
               WHEN NOT WS-ROW-FOUND
                   MOVE 10 TO WS-RETURN-CODE
               WHEN OTHER
               MOVE "N"  TO WS-SCAN-EOF-SW
               MOVE ZERO TO WS-ROW-ORDINAL
               OPEN I-O CATALOG-FILE
               IF WS-CATALOG-FILE-STATUS NOT = "00"
                   MOVE 30 TO WS-RETURN-CODE
               ELSE
                   PERFORM 3100-STEP-TO-ADJUSTED-ROW
                       UNTIL WS-SCAN-EOF
                   CLOSE CATALOG-FILE
               END-IF
           END-EVALUATE.

       3100-STEP-TO-ADJUSTED-ROW.
           READ CATALOG-FILE
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROW-ORDINAL
                   IF WS-ROW-ORDINAL = WS-MATCH-ORDINAL
                       COMPUTE WS-NEW-HASH =
                           GEN-CONTROL-HASH + GENR-HASH-ADJUST
                       IF WS-NEW-HASH < ZERO
                           MOVE ZERO TO WS-NEW-HASH
                       END-IF
                       MOVE WS-NEW-HASH TO GEN-CONTROL-HASH
                       REWRITE GENERATION-RECORD
                       IF WS-CATALOG-FILE-STATUS NOT = "00"
                           MOVE 30 TO WS-RETURN-CODE
                       END-IF
                       SET WS-SCAN-EOF TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      *  One pass over the catalog, noting what the function needs:
      *  REGS the ordinal of the same generation, how many other
      *  active generations the family and qualifier hold, and how
      *  many other active rows name the same dataset, CURR the
      *  latest active row, ADJS the ordinal of the named
      *  generation (its last row, should it ever appear twice).
      ******************************************************************
       8000-SCAN-CATALOG.
           MOVE "N"    TO WS-SCAN-EOF-SW WS-FOUND-SW
           MOVE ZERO   TO WS-ROW-ORDINAL WS-MATCH-ORDINAL
                          WS-ACTIVE-COUNT WS-OVERWRITE-COUNT
           MOVE SPACES TO WS-CURRENT-ROW WS-CURRENT-DATE
           OPEN INPUT CATALOG-FILE
           EVALUATE WS-CATALOG-FILE-STATUS
               WHEN "00"
                   PERFORM 8100-SCAN-ONE-ROW UNTIL WS-SCAN-EOF
                   CLOSE CATALOG-FILE
               WHEN "35"
                   SET WS-SCAN-EOF TO TRUE
               WHEN OTHER
                   SET WS-SCAN-EOF TO TRUE
                   MOVE 30 TO WS-RETURN-CODE
           END-EVALUATE.

       8100-SCAN-ONE-ROW.
           READ CATALOG-FILE
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROW-ORDINAL
                   EVALUATE GENR-FUNCTION
                       WHEN "REGS"
                           PERFORM 8110-NOTE-REGISTER-ROW
                       WHEN "CURR"
                           PERFORM 8120-NOTE-CURRENT-ROW
                       WHEN "ADJS"
                           PERFORM 8130-NOTE-ADJUST-ROW
                   END-EVALUATE
           END-READ.

       8110-NOTE-REGISTER-ROW.
           EVALUATE TRUE
               WHEN GEN-FAMILY = GENR-FAMILY
                       AND GEN-QUALIFIER = GENR-QUALIFIER
                       AND GEN-DATASET-NAME = GENR-DATASET-NAME
                       AND GEN-DATE = GENR-DATE
                   SET WS-ROW-FOUND TO TRUE
                   MOVE WS-ROW-ORDINAL TO WS-MATCH-ORDINAL
               WHEN NOT GEN-ACTIVE
                   CONTINUE
               WHEN GEN-DATASET-NAME = GENR-DATASET-NAME
                   ADD 1 TO WS-OVERWRITE-COUNT
               WHEN GEN-FAMILY = GENR-FAMILY
                       AND GEN-QUALIFIER = GENR-QUALIFIER
                   ADD 1 TO WS-ACTIVE-COUNT
           END-EVALUATE.

       8120-NOTE-CURRENT-ROW.
           IF GEN-FAMILY = GENR-FAMILY
                   AND GEN-QUALIFIER = GENR-QUALIFIER
                   AND GEN-ACTIVE
                   AND GEN-DATE NOT < WS-CURRENT-DATE
               SET WS-ROW-FOUND TO TRUE
               MOVE GEN-DATE          TO WS-CURRENT-DATE
               MOVE GENERATION-RECORD TO WS-CURRENT-ROW
           END-IF.

       8130-NOTE-ADJUST-ROW.
           IF GEN-FAMILY = GENR-FAMILY
                   AND GEN-DATASET-NAME = GENR-DATASET-NAME
               SET WS-ROW-FOUND TO TRUE
               MOVE WS-ROW-ORDINAL TO WS-MATCH-ORDINAL
           END-IF.

      *    The family's own GENRETN line wins wherever it sits in
      *    the file; "*DEF" covers families without one, and the
      *    built-in default covers a missing file.  A line that is
      *    not numeric where it should be is ignored - a bad
      *    retention line must never stop the job registering.
       8500-LOAD-RETENTION-COUNT.
           MOVE WS-DEFAULT-KEEP TO WS-KEEP-COUNT
           MOVE "N" TO WS-SCAN-EOF-SW WS-FAMILY-LINE-SW
           OPEN INPUT RETENTION-FILE
           IF WS-RETENTION-FILE-STATUS = "00"
               PERFORM 8510-READ-ONE-RETENTION UNTIL WS-SCAN-EOF
               CLOSE RETENTION-FILE
           END-IF
           IF WS-KEEP-COUNT < 1
               MOVE 1 TO WS-KEEP-COUNT
           END-IF.

       8510-READ-ONE-RETENTION.
           READ RETENTION-FILE INTO WS-RETENTION-LINE
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF (RL-FAMILY = GENR-FAMILY
                           OR (RL-FAMILY = "*DEF"
                               AND NOT WS-FAMILY-LINE-SEEN))
                           AND RL-KEEP-COUNT NUMERIC
                       MOVE RL-KEEP-COUNT TO WS-KEEP-COUNT
                       IF RL-FAMILY = GENR-FAMILY
                           SET WS-FAMILY-LINE-SEEN TO TRUE
                       END-IF
                   END-IF
           END-READ.
