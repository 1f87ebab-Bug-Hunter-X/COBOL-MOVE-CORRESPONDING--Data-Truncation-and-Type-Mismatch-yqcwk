      *  hash totals.  DBRELOAD rebuilds the master from an image
      *  and proves those same controls before declaring success;
      *  AUDRPLAY's from-timestamp option then replays only the
      *  trail rows stamped after the image.  Each image is
      *  registered on the GENCAT catalog through GENCATLG (see
      *  GENCCALL) with its row count and birth-date hash total, so
      *  the catalog knows which images are current and which the
      *  DBIMG retention count has expired, and GENINV can pair
      *  each image with the audit archives its recovery needs.
      *
      *  The RUNCNTL window is honored the way AUDRPLAY honors it:
      *  taken under this job's identity for the duration, so the
           05  WC-NAME-HASH-TOTAL       PIC 9(15)    VALUE ZERO.
           05  WC-BDATE-HASH-TOTAL      PIC 9(15)    VALUE ZERO.

           COPY GENCCALL.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           CLOSE IMAGE-FILE
           CLOSE DB-MASTER-FILE
           PERFORM 7300-CLOSE-BATCH-WINDOW
           PERFORM 9200-CATALOG-IMAGE
           DISPLAY "DBUNLOAD: IMAGE WRITTEN    = " WS-IMAGE-NAME
           DISPLAY "DBUNLOAD: ROWS UNLOADED    = " WC-ROWS-UNLOADED
           DISPLAY "DBUNLOAD: NAME HASH TOTAL  = " WC-NAME-HASH-TOTAL
           DISPLAY "DBUNLOAD: BDATE HASH TOTAL = "
               WC-BDATE-HASH-TOTAL.

      *    The image is complete and proves on its own trailer
      *    whether or not the catalog takes it, so a failed
      *    registration is reported, not fatal.
       9200-CATALOG-IMAGE.
           MOVE "REGS"              TO GENR-FUNCTION
           MOVE "DBIMG"             TO GENR-FAMILY
           MOVE SPACES              TO GENR-QUALIFIER
           MOVE WS-IMAGE-NAME       TO GENR-DATASET-NAME
           MOVE WS-IMAGE-DATE       TO GENR-DATE
           MOVE WS-RUN-ID           TO GENR-RUN-ID
           MOVE WS-JOB-ID           TO GENR-JOB-ID
           MOVE WC-ROWS-UNLOADED    TO GENR-ROW-COUNT
           MOVE WC-BDATE-HASH-TOTAL TO GENR-CONTROL-HASH
           CALL "GENCATLG" USING GENERATION-REQUEST
           IF GENR-RETURN-CODE = ZERO
               DISPLAY "DBUNLOAD: IMAGE CATALOGED, KEEPING "
                   GENR-RETAIN-COUNT ", EXPIRED " GENR-EXPIRED-COUNT
           ELSE
               DISPLAY "DBUNLOAD: IMAGE NOT CATALOGED, RETURN CODE "
                   GENR-RETURN-CODE
           END-IF.

       9100-REFUSE-RUN.
           DISPLAY "DBUNLOAD: RUN REFUSED - " WS-REFUSE-REASON
           IF WS-WINDOW-OPENED
