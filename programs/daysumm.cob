      *  or to yesterday.  This job gathers the whole cycle onto one
      *  page, keyed by WS-RUN-ID:
      *
      *    - RECONRPT: records read / applied / rejected / skipped,
      *      fields truncated, and the add / change / delete mix
      *      both as applied and as submitted (DAYHIST keeps the
      *      submitted mix for WSEDIT's volume gate),
      *      taken from the LAST summary block on the report (a
      *      restart extends RECONRPT, so the last block is the
      *      cycle's final word).  The column positions are fixed by
      *      UPDMAST's 9100-RECONCILE-BATCH layout.
      *    - SUSPENSE: rows parked with SUSP-DATE-ADDED equal to the
      *      report date (the cycle's new rejects).
      *    - AUDITTRL: rows stamped with this run-id.
           05  WM-AUDIT-ROWS            PIC 9(9)     VALUE ZERO.
           05  WM-CKPT-RECORDS-DONE     PIC 9(9)     VALUE ZERO.
           05  WM-EXTRACT-COUNT         PIC 9(9)     VALUE ZERO.
           05  WM-RECORDS-ADDED         PIC 9(9)     VALUE ZERO.
           05  WM-RECORDS-CHANGED       PIC 9(9)     VALUE ZERO.
           05  WM-RECORDS-DELETED       PIC 9(9)     VALUE ZERO.

       01  WS-TODAY-TABLE REDEFINES WS-TODAY-METRICS.
           05  WM-METRIC                PIC 9(9)  OCCURS 12 TIMES.

      *    The feed's mix as submitted - kept on DAYHIST for WSEDIT,
      *    not trended on the page.
       01  WS-SUBMITTED-MIX.
           05  WM-ADDS-SUBMITTED        PIC 9(9)     VALUE ZERO.
           05  WM-CHANGES-SUBMITTED     PIC 9(9)     VALUE ZERO.
           05  WM-DELETES-SUBMITTED     PIC 9(9)     VALUE ZERO.

      *    The last five prior cycles, oldest first; rows beyond five
      *    shift the window along.
           05  WS-TREND-COUNT           PIC 9(2)  COMP  VALUE ZERO.
           05  WS-TX                    PIC 9(2)  COMP  VALUE ZERO.
           05  WS-TREND-ENTRY OCCURS 5 TIMES.
               10  WT-METRIC            PIC 9(9)  OCCURS 12 TIMES.

       01  WS-METRIC-WORK.
           05  WS-MX                    PIC 9(2)  COMP  VALUE ZERO.
               VALUE "CKPT RECORDS DONE : ".
           05  FILLER                   PIC X(20)
               VALUE "EXTRACT RECORDS   : ".
           05  FILLER                   PIC X(20)
               VALUE "RECORDS ADDED     : ".
           05  FILLER                   PIC X(20)
               VALUE "RECORDS CHANGED   : ".
           05  FILLER                   PIC X(20)
               VALUE "RECORDS DELETED   : ".
       01  WS-METRIC-LABEL-TABLE REDEFINES WS-METRIC-LABELS.
           05  WS-METRIC-LABEL          PIC X(20) OCCURS 12 TIMES.

       01  SUMMARY-METRIC-LINE.
           05  SM-LABEL                 PIC X(20).
                   AND RECON-RPT-LINE(22:9) NUMERIC
               MOVE RECON-RPT-LINE(22:9) TO WM-TRUNCATED-FIELDS
           END-IF
           IF RECON-RPT-LINE(1:21) = "RECORDS ADDED      : "
                   AND RECON-RPT-LINE(22:9) NUMERIC
               MOVE RECON-RPT-LINE(22:9) TO WM-RECORDS-ADDED
           END-IF
           IF RECON-RPT-LINE(1:21) = "RECORDS CHANGED    : "
                   AND RECON-RPT-LINE(22:9) NUMERIC
               MOVE RECON-RPT-LINE(22:9) TO WM-RECORDS-CHANGED
           END-IF
           IF RECON-RPT-LINE(1:21) = "RECORDS DELETED    : "
                   AND RECON-RPT-LINE(22:9) NUMERIC
               MOVE RECON-RPT-LINE(22:9) TO WM-RECORDS-DELETED
           END-IF
           IF RECON-RPT-LINE(1:21) = "ADDS SUBMITTED     : "
                   AND RECON-RPT-LINE(22:9) NUMERIC
               MOVE RECON-RPT-LINE(22:9) TO WM-ADDS-SUBMITTED
           END-IF
           IF RECON-RPT-LINE(1:21) = "CHANGES SUBMITTED  : "
                   AND RECON-RPT-LINE(22:9) NUMERIC
               MOVE RECON-RPT-LINE(22:9) TO WM-CHANGES-SUBMITTED
           END-IF
           IF RECON-RPT-LINE(1:21) = "DELETES SUBMITTED  : "
                   AND RECON-RPT-LINE(22:9) NUMERIC
               MOVE RECON-RPT-LINE(22:9) TO WM-DELETES-SUBMITTED
           END-IF
           IF RECON-RPT-LINE(1:28) = "RECORDS SKIPPED (RESTART) : "
                   AND RECON-RPT-LINE(29:9) NUMERIC
               MOVE RECON-RPT-LINE(29:9) TO WM-RECORDS-SKIPPED
           MOVE DH-SUSPENSE-ADDED    TO WT-METRIC(WS-TX, 6)
           MOVE DH-AUDIT-ROWS        TO WT-METRIC(WS-TX, 7)
           MOVE DH-CKPT-RECORDS-DONE TO WT-METRIC(WS-TX, 8)
           MOVE DH-EXTRACT-COUNT     TO WT-METRIC(WS-TX, 9)
           MOVE DH-RECORDS-ADDED     TO WT-METRIC(WS-TX, 10)
           MOVE DH-RECORDS-CHANGED   TO WT-METRIC(WS-TX, 11)
           MOVE DH-RECORDS-DELETED   TO WT-METRIC(WS-TX, 12).

       8000-PRINT-SUMMARY-PAGE.
           OPEN OUTPUT SUMMARY-RPT-FILE
           MOVE SPACES TO SUMMARY-RPT-RECORD
           WRITE SUMMARY-RPT-RECORD
           PERFORM 8100-PRINT-ONE-METRIC
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12
           MOVE SPACES TO SUMMARY-RPT-RECORD
           WRITE SUMMARY-RPT-RECORD
           MOVE "ONE PAGE, ONE CYCLE - SIGN OFF WHEN CLEAN"
           MOVE WM-AUDIT-ROWS        TO DH-AUDIT-ROWS
           MOVE WM-CKPT-RECORDS-DONE TO DH-CKPT-RECORDS-DONE
           MOVE WM-EXTRACT-COUNT     TO DH-EXTRACT-COUNT
           MOVE WM-RECORDS-ADDED     TO DH-RECORDS-ADDED
           MOVE WM-RECORDS-CHANGED   TO DH-RECORDS-CHANGED
           MOVE WM-RECORDS-DELETED   TO DH-RECORDS-DELETED
           MOVE WM-ADDS-SUBMITTED    TO DH-ADDS-SUBMITTED
           MOVE WM-CHANGES-SUBMITTED TO DH-CHANGES-SUBMITTED
           MOVE WM-DELETES-SUBMITTED TO DH-DELETES-SUBMITTED
           WRITE DAY-HISTORY-RECORD
           CLOSE DAY-HISTORY-FILE.

