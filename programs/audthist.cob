      *              exact type (ONLINE-COR, BATCH-ADD, BATCH-CHG,
      *              BATCH-DEL, ...), or "BATCH" to match every batch
      *              maintenance type at once, or blank/"ALL" for
      *              everything.  A MERGE-DEL row (CUSMERGE retiring
      *              a duplicate ID) belongs to both customers: it
      *              is selected for the retired ID and for the
      *              survivor it names, and its after side reads
      *              "MERGED INTO" the survivor.  An ERASE-DEL
      *              row (a DSUBJECT erasure) shows the request
      *              reference on its after side.
      *
      *    "DAILY" - batch report of every customer touched on one
      *              date (blank = today), grouped by AUD-JOB-ID /
      *              operations can see at a glance which runs and
      *              sessions changed the master that day.
      *
      *  Every detail line ends with the AUD-OPERATOR-ID the change
      *  was made under - the signed-on CORRSCRN operator, the
      *  scheduler ID of a parameter-file run, the operator who
      *  keyed a merge (the approver is on MERGXREF/MERGRPT), or
      *  "*BATCH*" for the nightly feed - so a disputed change can
      *  be taken back to whoever made it.
      *
      *  The report is written to AUDHIST; row counts are also
      *  DISPLAYed so the operator sees immediately whether the
      *  request selected anything at all.
           05  HD-AFTER-NAME            PIC X(30).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  HD-AFTER-BDATE           PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  HD-OPERATOR-ID           PIC X(8).

       01  HIST-GROUP-LINE.
           05  FILLER                   PIC X(4)  VALUE "JOB ".
           SET WS-ROW-SELECTED TO TRUE
           IF AUD-CUST-ID NOT = WS-REQ-CUST-ID
               SET WS-ROW-NOT-SELECTED TO TRUE
               IF AUD-TRAN-TYPE = "MERGE-DEL"
                       AND AUD-MERGE-SURVIVOR-ID = WS-REQ-CUST-ID
                   SET WS-ROW-SELECTED TO TRUE
               END-IF
           END-IF
           IF WS-ROW-SELECTED
               PERFORM 2110-CHECK-DATE-RANGE
           MOVE AUD-CUST-ID         TO HD-CUST-ID
           MOVE AUD-BEFORE-NAME     TO HD-BEFORE-NAME
           MOVE AUD-BEFORE-BDATE    TO HD-BEFORE-BDATE
           IF AUD-TRAN-TYPE = "MERGE-DEL"
               MOVE SPACES          TO HD-AFTER-NAME
               STRING "MERGED INTO " AUD-MERGE-SURVIVOR-ID
                   DELIMITED BY SIZE INTO HD-AFTER-NAME
           ELSE
               IF AUD-TRAN-TYPE = "ERASE-DEL"
                   MOVE SPACES      TO HD-AFTER-NAME
                   STRING "ERASURE REF " AUD-AFTER-NAME(1:18)
                       DELIMITED BY SIZE INTO HD-AFTER-NAME
               ELSE
                   MOVE AUD-AFTER-NAME TO HD-AFTER-NAME
               END-IF
           END-IF
           MOVE AUD-AFTER-BDATE     TO HD-AFTER-BDATE
           MOVE AUD-OPERATOR-ID     TO HD-OPERATOR-ID
           MOVE SPACES              TO HIST-RPT-RECORD
           MOVE HIST-DETAIL-LINE    TO HIST-RPT-RECORD
           WRITE HIST-RPT-RECORD.
