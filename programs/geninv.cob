      ******************************************************************
      *  PROGRAM-ID.  GENINV
      *
      *  Inventory of the GENCAT generation catalog (see GENCREC).
      *  DBXTRACT, DBUNLOAD, AUDARCHV, SUSPRTRN and WSEDIT register
      *  every dated or carried-forward dataset they cut through
      *  GENCATLG, which expires the oldest generations of a family
      *  beyond its GENRETN retention count; this job prints what
      *  the catalog now says, for the operator clearing disk and
      *  for whoever has to recover the master:
      *
      *    - one section per dataset family (and feed source, for
      *      the per-sender families): the retention count in force,
      *      how many generations are active, expired and
      *      overwritten, and every active generation - name, date,
      *      run, job, row count, control hash - marked CURRENT (the
      *      one with the latest date, the one the next run builds
      *      on) or RETAINED;
      *
      *    - then every expired and overwritten generation, in
      *      catalog order: OVERWRITTEN (a fixed-name dataset -
      *      DBEXTRCT, SUSPRTNF, WSRAWIN - since written over by a
      *      later generation, so the file bearing its name holds
      *      that one instead) or EXPIRED - SAFE TO DELETE.  An
      *      expired generation whose dataset name an active row
      *      still uses is shown EXPIRED - NAME IN USE instead: the
      *      file is live and must not be deleted.  GENCAT never
      *      drops these rows, so they are listed straight off a
      *      second read of the catalog rather than held;
      *
      *    - the recovery pairing: for every retained DBIMG image,
      *      the AUDARCH archives its recovery replays.  DBRELOAD
      *      rebuilds the master from the image and AUDRPLAY replays
      *      the trail rows stamped after the image's header
      *      timestamp; AUDARCHV moves rows stamped before its
      *      retention date to AUDARCH.<retention date>, so the
      *      rows after an image dated D sit in every archive whose
      *      retention date is later than D, then in the live
      *      AUDITTRL.  The line names the first of those archives,
      *      or says the live trail alone covers the image.  An
      *      image whose later archives include an expired one can
      *      no longer be rolled forward: the chain is reported
      *      BROKEN and the job ends with return code 16.
      *      Archives cut before the catalog existed are not known
      *      to it and are not listed.
      *
      *  The report goes to GENINVRP.  The catalog is only read, so
      *  the job runs any time, without the RUNCNTL window.  A
      *  catalog that is there but cannot be read ends the job with
      *  return code 16 rather than an empty inventory.  Only the
      *  active generations (bounded by the retention counts) and
      *  the expired archives the recovery pairing needs are held,
      *  2000 rows in up to 200 families and sources; a catalog
      *  beyond that also ends with return code 16, since CURRENT
      *  and the pairing could then be naming the wrong generation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENINV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "GENCAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.

           SELECT INVENTORY-RPT-FILE ASSIGN TO "GENINVRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVENTORY-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-REC                  PIC X(101).

       FD  INVENTORY-RPT-FILE.
       01  INVENTORY-RPT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-JOB-ID                    PIC X(8)     VALUE "GENINV".
       01  WS-RUN-ID                    PIC X(8).
       01  WS-TODAY                     PIC X(8).

       01  WS-FLAGS.
           05  WS-EOF-SW                PIC X(1)     VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  WS-CATALOG-SW            PIC X(1)     VALUE "Y".
               88  WS-CATALOG-PRESENT    VALUE "Y".
               88  WS-CATALOG-MISSING    VALUE "N".
               88  WS-CATALOG-UNREADABLE VALUE "U".
           05  WS-GROUP-FOUND-SW        PIC X(1)     VALUE "N".
               88  WS-GROUP-FOUND        VALUE "Y".
           05  WS-NAME-IN-USE-SW        PIC X(1)     VALUE "N".
               88  WS-NAME-IN-USE        VALUE "Y".
           05  WS-ROW-HELD-SW           PIC X(1)     VALUE "N".
               88  WS-ROW-HELD           VALUE "Y".
           05  WS-PASS-SW               PIC X(1)     VALUE "1".
               88  WS-FIRST-PASS         VALUE "1".
               88  WS-ARCHIVE-PASS       VALUE "2".

       01  WS-CATALOG-FILE-STATUS       PIC X(2)     VALUE "00".
       01  WS-INVENTORY-RPT-STATUS      PIC X(2)     VALUE "00".

      *    Catalog rows are read INTO this working copy and kept in
      *    the table below as they stood on the file - the ROLLHIST
      *    convention in DBROLL.
           COPY GENCREC.

           COPY GENCCALL.

      *    The active catalog rows and the expired archives dated
      *    after the oldest active image, in catalog order, with the
      *    family group each belongs to.
       01  WS-CATALOG-TABLE.
           05  WS-ROW-COUNT             PIC 9(4)  COMP  VALUE ZERO.
           05  WS-RX                    PIC 9(4)  COMP  VALUE ZERO.
           05  WS-AX                    PIC 9(4)  COMP  VALUE ZERO.
           05  WS-CATALOG-ENTRY OCCURS 2000 TIMES.
               10  WT-ROW               PIC X(101).
               10  WT-GROUP-IX          PIC 9(4)  COMP.
               10  WT-DATASET-NAME      PIC X(24).
               10  WT-STATUS            PIC X(1).

      *    One group per family and qualifier, in the order the
      *    catalog first mentions them, with the row that is the
      *    group's current generation.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-COUNT           PIC 9(4)  COMP  VALUE ZERO.
           05  WS-GX                    PIC 9(4)  COMP  VALUE ZERO.
           05  WS-GROUP-ENTRY OCCURS 200 TIMES.
               10  WG-FAMILY            PIC X(8).
               10  WG-QUALIFIER         PIC X(4).
               10  WG-CURRENT-IX        PIC 9(4)  COMP.
               10  WG-CURRENT-DATE      PIC X(8).
               10  WG-ACTIVE-COUNT      PIC 9(5).
               10  WG-EXPIRED-COUNT     PIC 9(5).
               10  WG-OVERWRITTEN-COUNT PIC 9(5).

      *    The image being paired and what the archive scan found.
       01  WS-PAIRING-WORK.
           05  WS-IMAGE-NAME            PIC X(24)    VALUE SPACES.
           05  WS-IMAGE-DATE            PIC X(8)     VALUE SPACES.
           05  WS-IMAGE-ROWS            PIC 9(9)     VALUE ZERO.
           05  WS-FIRST-ARCHIVE-NAME    PIC X(24)    VALUE SPACES.
           05  WS-FIRST-ARCHIVE-DATE    PIC X(8)     VALUE SPACES.
           05  WS-ARCHIVES-AFTER        PIC 9(5)     VALUE ZERO.
           05  WS-ARCHIVES-EXPIRED      PIC 9(5)     VALUE ZERO.
           05  WS-OLDEST-IMAGE-DATE     PIC X(8)     VALUE HIGH-VALUES.

       01  WS-STATE-TEXT                PIC X(24)    VALUE SPACES.

       01  WS-COUNTERS.
           05  WC-ROWS-READ             PIC 9(9)     VALUE ZERO.
           05  WC-ROWS-NOT-LISTED       PIC 9(9)     VALUE ZERO.
           05  WC-ACTIVE-ROWS           PIC 9(9)     VALUE ZERO.
           05  WC-EXPIRED-ROWS          PIC 9(9)     VALUE ZERO.
           05  WC-OVERWRITTEN-ROWS      PIC 9(9)     VALUE ZERO.
           05  WC-SAFE-TO-DELETE        PIC 9(9)     VALUE ZERO.
           05  WC-RETIRED-LISTED        PIC 9(9)     VALUE ZERO.
           05  WC-IMAGES-PAIRED         PIC 9(5)     VALUE ZERO.
           05  WC-CHAINS-BROKEN         PIC 9(5)     VALUE ZERO.

       01  GINV-COLUMN-HEADING.
           05  FILLER                   PIC X(25)
               VALUE "  DATASET NAME".
           05  FILLER                   PIC X(9)     VALUE "DATE".
           05  FILLER                   PIC X(9)     VALUE "RUN-ID".
           05  FILLER                   PIC X(9)     VALUE "JOB".
           05  FILLER                   PIC X(10)    VALUE "     ROWS".
           05  FILLER                   PIC X(18)
               VALUE "    CONTROL HASH".
           05  FILLER                   PIC X(25)    VALUE "STATE".
           05  FILLER                   PIC X(9)     VALUE "CATALOGD".
           05  FILLER                   PIC X(9)     VALUE "EXPIRED".
           05  FILLER                   PIC X(4)     VALUE "SRC".

       01  GINV-DETAIL-LINE.
           05  FILLER                   PIC X(2)     VALUE SPACES.
           05  GD-DATASET-NAME          PIC X(24).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  GD-DATE                  PIC X(8).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  GD-RUN-ID                PIC X(8).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  GD-JOB-ID                PIC X(8).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  GD-ROW-COUNT             PIC Z(8)9.
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  GD-CONTROL-HASH          PIC Z(14)9.
           05  FILLER                   PIC X(2)     VALUE SPACES.
           05  GD-STATE                 PIC X(24).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  GD-DATE-CATALOGED        PIC X(8).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  GD-DATE-EXPIRED          PIC X(8).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  GD-QUALIFIER             PIC X(4).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CATALOG
           PERFORM 3000-WRITE-FAMILY-SECTIONS
           PERFORM 3500-WRITE-RETIRED-GENERATIONS
           PERFORM 4000-WRITE-RECOVERY-PAIRING
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN OUTPUT INVENTORY-RPT-FILE
           MOVE "GENERATION CATALOG INVENTORY" TO INVENTORY-RPT-RECORD
           WRITE INVENTORY-RPT-RECORD
           MOVE SPACES TO INVENTORY-RPT-RECORD
           STRING "RUN " WS-TODAY " " WS-RUN-ID
               DELIMITED BY SIZE INTO INVENTORY-RPT-RECORD
           WRITE INVENTORY-RPT-RECORD
           MOVE SPACES TO INVENTORY-RPT-RECORD
           WRITE INVENTORY-RPT-RECORD.

      ******************************************************************
      *  The catalog is read twice.  The first pass places every row
      *  in its family group and tallies it, and holds the active
      *  rows; the group's current generation is the active row
      *  with the latest date (the last cataloged, on a tie) - the
      *  rule GENCATLG's CURR answers by.  The second pass holds the
      *  expired AUDARCH rows dated after the oldest active image,
      *  the only expired rows the recovery pairing looks at.  A
      *  row that should be held but does not fit is counted as not
      *  listed.
      ******************************************************************
       2000-LOAD-CATALOG.
           SET WS-FIRST-PASS TO TRUE
           PERFORM 2050-READ-CATALOG
           IF WS-CATALOG-PRESENT
                   AND WS-OLDEST-IMAGE-DATE NOT = HIGH-VALUES
               SET WS-ARCHIVE-PASS TO TRUE
               PERFORM 2050-READ-CATALOG
           END-IF.

       2050-READ-CATALOG.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CATALOG-FILE
           EVALUATE WS-CATALOG-FILE-STATUS
               WHEN "00"
                   PERFORM 2100-LOAD-ONE-ROW UNTIL WS-EOF
                   CLOSE CATALOG-FILE
               WHEN "35"
                   SET WS-CATALOG-MISSING TO TRUE
               WHEN OTHER
                   SET WS-CATALOG-UNREADABLE TO TRUE
           END-EVALUATE.

       2100-LOAD-ONE-ROW.
           READ CATALOG-FILE INTO GENERATION-RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-FIRST-PASS
                       ADD 1 TO WC-ROWS-READ
                       PERFORM 2200-FIND-GROUP
                       IF NOT WS-GROUP-FOUND
                           ADD 1 TO WC-ROWS-NOT-LISTED
                       ELSE
                           MOVE "N" TO WS-ROW-HELD-SW
                           IF GEN-ACTIVE
                               PERFORM 2150-HOLD-ROW
                           END-IF
                           PERFORM 2300-TALLY-ROW-IN-GROUP
                       END-IF
                   ELSE
                       IF GEN-FAMILY = "AUDARCH" AND GEN-EXPIRED
                               AND GEN-DATE > WS-OLDEST-IMAGE-DATE
                           PERFORM 2200-FIND-GROUP
                           IF WS-GROUP-FOUND
                               PERFORM 2150-HOLD-ROW
                           ELSE
                               ADD 1 TO WC-ROWS-NOT-LISTED
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    A row that cannot be held is never taken as its group's
      *    current generation.
       2150-HOLD-ROW.
           MOVE "N" TO WS-ROW-HELD-SW
           IF WS-ROW-COUNT < 2000
               SET WS-ROW-HELD TO TRUE
               ADD 1 TO WS-ROW-COUNT
               MOVE GENERATION-RECORD
                   TO WT-ROW(WS-ROW-COUNT)
               MOVE WS-GX TO WT-GROUP-IX(WS-ROW-COUNT)
               MOVE GEN-DATASET-NAME
                   TO WT-DATASET-NAME(WS-ROW-COUNT)
               MOVE GEN-STATUS TO WT-STATUS(WS-ROW-COUNT)
               IF GEN-FAMILY = "DBIMG" AND GEN-ACTIVE
                       AND GEN-DATE < WS-OLDEST-IMAGE-DATE
                   MOVE GEN-DATE TO WS-OLDEST-IMAGE-DATE
               END-IF
           ELSE
               ADD 1 TO WC-ROWS-NOT-LISTED
           END-IF.

       2200-FIND-GROUP.
           MOVE "N" TO WS-GROUP-FOUND-SW
           PERFORM 2210-TEST-ONE-GROUP
               VARYING WS-GX FROM 1 BY 1
               UNTIL WS-GX > WS-GROUP-COUNT OR WS-GROUP-FOUND
           IF WS-GROUP-FOUND
               SUBTRACT 1 FROM WS-GX
           ELSE
               IF WS-GROUP-COUNT < 200
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-GROUP-COUNT TO WS-GX
                   MOVE GEN-FAMILY     TO WG-FAMILY(WS-GX)
                   MOVE GEN-QUALIFIER  TO WG-QUALIFIER(WS-GX)
                   MOVE ZERO           TO WG-CURRENT-IX(WS-GX)
                                          WG-ACTIVE-COUNT(WS-GX)
                                          WG-EXPIRED-COUNT(WS-GX)
                                          WG-OVERWRITTEN-COUNT(WS-GX)
                   MOVE SPACES         TO WG-CURRENT-DATE(WS-GX)
                   SET WS-GROUP-FOUND  TO TRUE
               END-IF
           END-IF.

       2210-TEST-ONE-GROUP.
           IF WG-FAMILY(WS-GX) = GEN-FAMILY
                   AND WG-QUALIFIER(WS-GX) = GEN-QUALIFIER
               SET WS-GROUP-FOUND TO TRUE
           END-IF.

       2300-TALLY-ROW-IN-GROUP.
           EVALUATE TRUE
               WHEN GEN-ACTIVE
                   ADD 1 TO WG-ACTIVE-COUNT(WS-GX) WC-ACTIVE-ROWS
                   IF WS-ROW-HELD
                           AND GEN-DATE NOT < WG-CURRENT-DATE(WS-GX)
                       MOVE GEN-DATE     TO WG-CURRENT-DATE(WS-GX)
                       MOVE WS-ROW-COUNT TO WG-CURRENT-IX(WS-GX)
                   END-IF
               WHEN GEN-OVERWRITTEN
                   ADD 1 TO WG-OVERWRITTEN-COUNT(WS-GX)
                            WC-OVERWRITTEN-ROWS
               WHEN OTHER
                   ADD 1 TO WG-EXPIRED-COUNT(WS-GX) WC-EXPIRED-ROWS
           END-EVALUATE.

      ******************************************************************
      *  One section per family group: the retention count GENCATLG
      *  applies to it, then its generations in catalog order.
      ******************************************************************
       3000-WRITE-FAMILY-SECTIONS.
           EVALUATE TRUE
               WHEN WS-CATALOG-UNREADABLE
                   MOVE SPACES TO INVENTORY-RPT-RECORD
                   STRING "GENCAT CATALOG UNAVAILABLE, STATUS "
                       WS-CATALOG-FILE-STATUS
                       " - NO INVENTORY TAKEN"
                       DELIMITED BY SIZE INTO INVENTORY-RPT-RECORD
                   WRITE INVENTORY-RPT-RECORD
                   MOVE SPACES TO INVENTORY-RPT-RECORD
                   WRITE INVENTORY-RPT-RECORD
               WHEN WS-CATALOG-MISSING OR WC-ROWS-READ = ZERO
                   MOVE "NO GENERATIONS CATALOGED"
                                         TO INVENTORY-RPT-RECORD
                   WRITE INVENTORY-RPT-RECORD
                   MOVE SPACES TO INVENTORY-RPT-RECORD
                   WRITE INVENTORY-RPT-RECORD
               WHEN OTHER
                   PERFORM 3100-WRITE-ONE-FAMILY
                       VARYING WS-GX FROM 1 BY 1
                       UNTIL WS-GX > WS-GROUP-COUNT
           END-EVALUATE.

       3100-WRITE-ONE-FAMILY.
           MOVE "KEEP"            TO GENR-FUNCTION
           MOVE WG-FAMILY(WS-GX)  TO GENR-FAMILY
           CALL "GENCATLG" USING GENERATION-REQUEST
           MOVE SPACES TO INVENTORY-RPT-RECORD
           IF WG-QUALIFIER(WS-GX) = SPACES
               STRING "FAMILY " WG-FAMILY(WS-GX)
                   "               KEEP " GENR-RETAIN-COUNT
                   "  ACTIVE " WG-ACTIVE-COUNT(WS-GX)
                   "  EXPIRED " WG-EXPIRED-COUNT(WS-GX)
                   "  OVERWRITTEN " WG-OVERWRITTEN-COUNT(WS-GX)
                   DELIMITED BY SIZE INTO INVENTORY-RPT-RECORD
           ELSE
               STRING "FAMILY " WG-FAMILY(WS-GX)
                   "  SOURCE " WG-QUALIFIER(WS-GX)
                   "  KEEP " GENR-RETAIN-COUNT
                   "  ACTIVE " WG-ACTIVE-COUNT(WS-GX)
                   "  EXPIRED " WG-EXPIRED-COUNT(WS-GX)
                   "  OVERWRITTEN " WG-OVERWRITTEN-COUNT(WS-GX)
                   DELIMITED BY SIZE INTO INVENTORY-RPT-RECORD
           END-IF
           WRITE INVENTORY-RPT-RECORD
           WRITE INVENTORY-RPT-RECORD FROM GINV-COLUMN-HEADING
           PERFORM 3200-WRITE-ONE-GENERATION
               VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-ROW-COUNT
           MOVE SPACES TO INVENTORY-RPT-RECORD
           WRITE INVENTORY-RPT-RECORD.

       3200-WRITE-ONE-GENERATION.
           IF WT-GROUP-IX(WS-RX) = WS-GX AND WT-STATUS(WS-RX) = "A"
               MOVE WT-ROW(WS-RX) TO GENERATION-RECORD
               IF WS-RX = WG-CURRENT-IX(WS-GX)
                   MOVE "CURRENT"  TO WS-STATE-TEXT
               ELSE
                   MOVE "RETAINED" TO WS-STATE-TEXT
               END-IF
               PERFORM 3300-WRITE-DETAIL-LINE
           END-IF.

      *    A dataset name is only offered for deletion when no active
      *    row anywhere on the catalog still names it - the file on
      *    disk under that name may be a later generation.
       3210-CHECK-NAME-IN-USE.
           MOVE "N" TO WS-NAME-IN-USE-SW
           PERFORM 3220-TEST-ONE-NAME
               VARYING WS-AX FROM 1 BY 1
               UNTIL WS-AX > WS-ROW-COUNT OR WS-NAME-IN-USE.

       3220-TEST-ONE-NAME.
           IF WT-DATASET-NAME(WS-AX) = GEN-DATASET-NAME
                   AND WT-STATUS(WS-AX) = "A"
               SET WS-NAME-IN-USE TO TRUE
           END-IF.

       3300-WRITE-DETAIL-LINE.
           MOVE GEN-DATASET-NAME   TO GD-DATASET-NAME
           MOVE GEN-DATE           TO GD-DATE
           MOVE GEN-RUN-ID         TO GD-RUN-ID
           MOVE GEN-JOB-ID         TO GD-JOB-ID
           MOVE GEN-ROW-COUNT      TO GD-ROW-COUNT
           MOVE GEN-CONTROL-HASH   TO GD-CONTROL-HASH
           MOVE WS-STATE-TEXT      TO GD-STATE
           MOVE GEN-DATE-CATALOGED TO GD-DATE-CATALOGED
           MOVE GEN-DATE-EXPIRED   TO GD-DATE-EXPIRED
           MOVE GEN-QUALIFIER      TO GD-QUALIFIER
           WRITE INVENTORY-RPT-RECORD FROM GINV-DETAIL-LINE.

      ******************************************************************
      *  Expired and overwritten generations, straight off the
      *  catalog in catalog order; nothing is held, so however long
      *  GENCAT grows they are all listed.
      ******************************************************************
       3500-WRITE-RETIRED-GENERATIONS.
           IF WS-CATALOG-PRESENT AND WC-ROWS-READ > ZERO
               MOVE "EXPIRED AND OVERWRITTEN GENERATIONS"
                                         TO INVENTORY-RPT-RECORD
               WRITE INVENTORY-RPT-RECORD
               WRITE INVENTORY-RPT-RECORD FROM GINV-COLUMN-HEADING
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT CATALOG-FILE
               IF WS-CATALOG-FILE-STATUS = "00"
                   PERFORM 3510-LIST-ONE-RETIRED-ROW UNTIL WS-EOF
                   CLOSE CATALOG-FILE
               ELSE
                   SET WS-CATALOG-UNREADABLE TO TRUE
                   MOVE SPACES TO INVENTORY-RPT-RECORD
                   STRING "  GENCAT CATALOG UNAVAILABLE, STATUS "
                       WS-CATALOG-FILE-STATUS
                       DELIMITED BY SIZE INTO INVENTORY-RPT-RECORD
                   WRITE INVENTORY-RPT-RECORD
               END-IF
               IF WC-RETIRED-LISTED = ZERO
                   MOVE "  NONE" TO INVENTORY-RPT-RECORD
                   WRITE INVENTORY-RPT-RECORD
               END-IF
               MOVE SPACES TO INVENTORY-RPT-RECORD
               WRITE INVENTORY-RPT-RECORD
           END-IF.

       3510-LIST-ONE-RETIRED-ROW.
           READ CATALOG-FILE INTO GENERATION-RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF NOT GEN-ACTIVE
                       ADD 1 TO WC-RETIRED-LISTED
                       IF GEN-OVERWRITTEN
                           MOVE "OVERWRITTEN" TO WS-STATE-TEXT
                       ELSE
                           PERFORM 3210-CHECK-NAME-IN-USE
                           IF WS-NAME-IN-USE
                               MOVE "EXPIRED - NAME IN USE"
                                           TO WS-STATE-TEXT
                           ELSE
                               ADD 1 TO WC-SAFE-TO-DELETE
                               MOVE "EXPIRED - SAFE TO DELETE"
                                           TO WS-STATE-TEXT
                           END-IF
                       END-IF
                       PERFORM 3300-WRITE-DETAIL-LINE
                   END-IF
           END-READ.

      ******************************************************************
      *  Recovery pairing: each retained image against the archives
      *  cut after it.
      ******************************************************************
       4000-WRITE-RECOVERY-PAIRING.
           MOVE "RECOVERY PAIRING - IMAGE COPY TO AUDIT ARCHIVES"
                                         TO INVENTORY-RPT-RECORD
           WRITE INVENTORY-RPT-RECORD
           MOVE SPACES TO INVENTORY-RPT-RECORD
           STRING "  RELOAD THE IMAGE WITH DBRELOAD, THEN AUDRPLAY "
               "FROM THE IMAGE TIMESTAMP THROUGH THE ARCHIVES SHOWN "
               "AND AUDITTRL"
               DELIMITED BY SIZE INTO INVENTORY-RPT-RECORD
           WRITE INVENTORY-RPT-RECORD
           MOVE SPACES TO INVENTORY-RPT-RECORD
           WRITE INVENTORY-RPT-RECORD
           PERFORM 4100-PAIR-ONE-IMAGE
               VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-ROW-COUNT
           IF WC-IMAGES-PAIRED = ZERO
               MOVE "  NO RETAINED DBIMG GENERATIONS CATALOGED"
                                         TO INVENTORY-RPT-RECORD
               WRITE INVENTORY-RPT-RECORD
           END-IF
           MOVE SPACES TO INVENTORY-RPT-RECORD
           WRITE INVENTORY-RPT-RECORD.

       4100-PAIR-ONE-IMAGE.
           MOVE WT-ROW(WS-RX) TO GENERATION-RECORD
           IF GEN-FAMILY = "DBIMG" AND GEN-ACTIVE
               ADD 1 TO WC-IMAGES-PAIRED
               MOVE GEN-DATASET-NAME TO WS-IMAGE-NAME
               MOVE GEN-DATE         TO WS-IMAGE-DATE
               MOVE GEN-ROW-COUNT    TO WS-IMAGE-ROWS
               MOVE SPACES           TO WS-FIRST-ARCHIVE-NAME
               MOVE HIGH-VALUES      TO WS-FIRST-ARCHIVE-DATE
               MOVE ZERO             TO WS-ARCHIVES-AFTER
                                        WS-ARCHIVES-EXPIRED
               PERFORM 4200-CHECK-ONE-ARCHIVE
                   VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-ROW-COUNT
               PERFORM 4300-WRITE-PAIRING-LINE
           END-IF.

       4200-CHECK-ONE-ARCHIVE.
           MOVE WT-ROW(WS-AX) TO GENERATION-RECORD
           IF GEN-FAMILY = "AUDARCH" AND GEN-DATE > WS-IMAGE-DATE
               ADD 1 TO WS-ARCHIVES-AFTER
               IF GEN-EXPIRED
                   ADD 1 TO WS-ARCHIVES-EXPIRED
               END-IF
               IF GEN-DATE < WS-FIRST-ARCHIVE-DATE
                   MOVE GEN-DATE         TO WS-FIRST-ARCHIVE-DATE
                   MOVE GEN-DATASET-NAME TO WS-FIRST-ARCHIVE-NAME
               END-IF
           END-IF.

       4300-WRITE-PAIRING-LINE.
           MOVE SPACES TO INVENTORY-RPT-RECORD
           EVALUATE TRUE
               WHEN WS-ARCHIVES-AFTER = ZERO
                   STRING "  " WS-IMAGE-NAME " ROWS " WS-IMAGE-ROWS
                       "  REPLAY AUDITTRL ONLY - NO ARCHIVE CUT "
                       "SINCE THE IMAGE"
                       DELIMITED BY SIZE INTO INVENTORY-RPT-RECORD
               WHEN WS-ARCHIVES-EXPIRED > ZERO
                   ADD 1 TO WC-CHAINS-BROKEN
                   STRING "  " WS-IMAGE-NAME " ROWS " WS-IMAGE-ROWS
                       "  CHAIN BROKEN - " WS-ARCHIVES-EXPIRED
                       " OF " WS-ARCHIVES-AFTER
                       " LATER ARCHIVES EXPIRED"
                       DELIMITED BY SIZE INTO INVENTORY-RPT-RECORD
               WHEN OTHER
                   STRING "  " WS-IMAGE-NAME " ROWS " WS-IMAGE-ROWS
                       "  REPLAY FROM " WS-FIRST-ARCHIVE-NAME
                       " (" WS-ARCHIVES-AFTER " ARCHIVES)"
                       " THEN AUDITTRL"
                       DELIMITED BY SIZE INTO INVENTORY-RPT-RECORD
           END-EVALUATE
           WRITE INVENTORY-RPT-RECORD.

       9000-TERMINATE.
           MOVE SPACES TO INVENTORY-RPT-RECORD
           STRING "CATALOG ROWS READ   : " WC-ROWS-READ
               DELIMITED BY SIZE INTO INVENTORY-RPT-RECORD
           WRITE INVENTORY-RPT-RECORD
           MOVE SPACES TO INVENTORY-RPT-RECORD
           STRING "ACTIVE GENERATIONS  : " WC-ACTIVE-ROWS
               DELIMITED BY SIZE INTO INVENTORY-RPT-RECORD
           WRITE INVENTORY-RPT-RECORD
           MOVE SPACES TO INVENTORY-RPT-RECORD
           STRING "EXPIRED GENERATIONS : " WC-EXPIRED-ROWS
               DELIMITED BY SIZE INTO INVENTORY-RPT-RECORD
           WRITE INVENTORY-RPT-RECORD
           MOVE SPACES TO INVENTORY-RPT-RECORD
           STRING "SAFE TO DELETE      : " WC-SAFE-TO-DELETE
               DELIMITED BY SIZE INTO INVENTORY-RPT-RECORD
           WRITE INVENTORY-RPT-RECORD
           MOVE SPACES TO INVENTORY-RPT-RECORD
           STRING "OVERWRITTEN         : " WC-OVERWRITTEN-ROWS
               DELIMITED BY SIZE INTO INVENTORY-RPT-RECORD
           WRITE INVENTORY-RPT-RECORD
           MOVE SPACES TO INVENTORY-RPT-RECORD
           STRING "IMAGES PAIRED       : " WC-IMAGES-PAIRED
               "  CHAINS BROKEN " WC-CHAINS-BROKEN
               DELIMITED BY SIZE INTO INVENTORY-RPT-RECORD
           WRITE INVENTORY-RPT-RECORD
           IF WC-ROWS-NOT-LISTED > ZERO
               MOVE SPACES TO INVENTORY-RPT-RECORD
               STRING "ROWS NOT LISTED     : " WC-ROWS-NOT-LISTED
                   " - CATALOG LARGER THAN THIS REPORT HOLDS"
                   DELIMITED BY SIZE INTO INVENTORY-RPT-RECORD
               WRITE INVENTORY-RPT-RECORD
           END-IF
           CLOSE INVENTORY-RPT-FILE
           DISPLAY "GENINV: CATALOG ROWS READ = " WC-ROWS-READ
           DISPLAY "GENINV: SAFE TO DELETE    = " WC-SAFE-TO-DELETE
           DISPLAY "GENINV: CHAINS BROKEN     = " WC-CHAINS-BROKEN
           IF WC-CHAINS-BROKEN > ZERO OR WS-CATALOG-UNREADABLE
                   OR WC-ROWS-NOT-LISTED > ZERO
               MOVE 16 TO RETURN-CODE
           END-IF.
