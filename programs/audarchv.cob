      *
      *  AUDARCRP gets the retention report: what was archived and
      *  purged, per file, per run.
      *
      *  An archive that received rows is registered on the GENCAT
      *  catalog through GENCATLG (see GENCCALL) under the retention
      *  date, with the row count and timestamp-date hash of the
      *  whole file - re-counted after the run, since a rerun
      *  extends it - so GENINV can say which archives a DBIMG
      *  image's recovery replays and which the AUDARCH retention
      *  count has expired.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDARCHV.
           COPY AUDTREC.

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD         PIC X(141).

       FD  AUDIT-KEEP-FILE.
       01  AUDIT-KEEP-RECORD            PIC X(141).

       FD  CHECKPOINT-FILE.
           COPY CKPTREC.
           05  WC-AUDIT-ROWS-KEPT       PIC 9(9)     VALUE ZERO.
           05  WC-CKPT-ROWS-READ        PIC 9(9)     VALUE ZERO.
           05  WC-CKPT-ROWS-PURGED      PIC 9(9)     VALUE ZERO.
           05  WC-ARCHIVE-ROWS-HELD     PIC 9(9)     VALUE ZERO.
           05  WC-ARCHIVE-DATE-HASH     PIC 9(15)    VALUE ZERO.

       01  WS-HASH-DATE                 PIC X(8)     VALUE SPACES.
       01  WS-HASH-DATE-NUM REDEFINES WS-HASH-DATE
                                        PIC 9(8).

           COPY GENCCALL.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ELSE
               PERFORM 2000-SPLIT-AUDIT-TRAIL
               PERFORM 3000-REWRITE-LIVE-TRAIL
               PERFORM 3500-CATALOG-ARCHIVE
               PERFORM 4000-COMPACT-CHECKPOINT-FILE
               PERFORM 9000-TERMINATE
           END-IF
                   WRITE AUDIT-RECORD
           END-READ.

      *    The archive is re-read end to end: a rerun for the same
      *    retention date extended it, so this run's figures alone
      *    would under-count what the file holds.  The hash sums
      *    the numeric dates of the row timestamps (AUD-TIMESTAMP
      *    leads the AUDTREC row).
       3500-CATALOG-ARCHIVE.
           IF WS-TRAIL-PRESENT AND WC-AUDIT-ROWS-ARCHIVED > ZERO
               OPEN INPUT AUDIT-ARCHIVE-FILE
               IF WS-ARCHIVE-FILE-STATUS = "00"
                   MOVE "N" TO WS-EOF-SW
                   PERFORM 3510-COUNT-ONE-ARCHIVE-ROW UNTIL WS-EOF
                   CLOSE AUDIT-ARCHIVE-FILE
               END-IF
               MOVE "REGS"               TO GENR-FUNCTION
               MOVE "AUDARCH"            TO GENR-FAMILY
               MOVE SPACES               TO GENR-QUALIFIER
               MOVE WS-ARCHIVE-NAME      TO GENR-DATASET-NAME
               MOVE WS-RETENTION-DATE    TO GENR-DATE
               MOVE WS-RUN-ID            TO GENR-RUN-ID
               MOVE WS-JOB-ID            TO GENR-JOB-ID
               MOVE WC-ARCHIVE-ROWS-HELD TO GENR-ROW-COUNT
               MOVE WC-ARCHIVE-DATE-HASH TO GENR-CONTROL-HASH
               CALL "GENCATLG" USING GENERATION-REQUEST
           END-IF.

       3510-COUNT-ONE-ARCHIVE-ROW.
           READ AUDIT-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WC-ARCHIVE-ROWS-HELD
                   MOVE AUDIT-ARCHIVE-RECORD(1:8) TO WS-HASH-DATE
                   IF WS-HASH-DATE NUMERIC
                       ADD WS-HASH-DATE-NUM TO WC-ARCHIVE-DATE-HASH
                   END-IF
           END-READ.

      *    CKPTFILE's append log is cut down to its single last row -
      *    the only one 1050-LOAD-RESTART-KEY over in UPDMAST ever
      *    acts on - so restart detection is preserved exactly while
           STRING "ARCHIVED TO         : " WS-ARCHIVE-NAME
               DELIMITED BY SIZE INTO RETENTION-RPT-RECORD
           WRITE RETENTION-RPT-RECORD
           IF WS-TRAIL-PRESENT AND WC-AUDIT-ROWS-ARCHIVED > ZERO
               MOVE SPACES TO RETENTION-RPT-RECORD
               STRING "ARCHIVE ROWS HELD   : " WC-ARCHIVE-ROWS-HELD
                   DELIMITED BY SIZE INTO RETENTION-RPT-RECORD
               WRITE RETENTION-RPT-RECORD
               MOVE SPACES TO RETENTION-RPT-RECORD
               IF GENR-RETURN-CODE = ZERO
                   STRING "CATALOGED ON GENCAT : KEEPING "
                       GENR-RETAIN-COUNT ", EXPIRED "
                       GENR-EXPIRED-COUNT
                       DELIMITED BY SIZE INTO RETENTION-RPT-RECORD
               ELSE
                   STRING "NOT CATALOGED       : RETURN CODE "
                       GENR-RETURN-CODE
                       DELIMITED BY SIZE INTO RETENTION-RPT-RECORD
               END-IF
               WRITE RETENTION-RPT-RECORD
           END-IF
           MOVE SPACES TO RETENTION-RPT-RECORD
           WRITE RETENTION-RPT-RECORD
           MOVE SPACES TO RETENTION-RPT-RECORD
