      *
      *  Every record successfully transferred is also logged through
      *  the AUDITWR subprogram, which writes one audit-trail row per
      *  transfer (timestamp, job/run-id, WS-RECORD in, DB-RECORD out,
      *  and "*BATCH*" where an online job stamps its operator).
      *
      *  At end-of-job, 9100-RECONCILE-BATCH compares records read
      *  against applied/rejected counts (applied broken out by add,
      *  mismatch in either check drives the
      *  batch out of balance - not just two numbers printed for a
      *  human to subtract. It prints a one-page summary to
      *  RECON-RPT-FILE so operations can sign off on the run.  The
      *  summary also carries the feed's add / change / delete mix
      *  as submitted (every detail's tran code, skipped ones on a
      *  restart included), which DAYSUMM keeps on DAYHIST for
      *  WSEDIT's mix check.
      *
      *  DB-MASTER-FILE is an indexed file keyed on DB-CUST-ID so that
      *  same-day ad hoc lookups and corrections (CUSLKUP, CORRSCRN)
      *      to match DB-NAME/DB-BIRTH-DATE today, so that path is
      *      dormant); it is not given the same scan because there is
      *      nothing live to protect yet.
      *
      *  Future-dated transactions: a detail whose WS-EFFECTIVE-DATE
      *  (see WSRECRD) is well formed and later than the run date is
      *  held on PENDTXN (see PENDREC) by
      *  2040-HOLD-PENDING-TRANSACTION instead of going through
      *  2001/2002/2003.  Only the date itself is checked first; the
      *  rest of the pre-move gate runs when the row is released,
      *  because a reject parked on suspense today would lose its
      *  effective date there and could be posted early by a
      *  correction or a retry.  Before the first
      *  feed detail is touched, 1200-RELEASE-DUE-TRANSACTIONS walks
      *  PENDTXN and releases every held row for THIS feed's source
      *  whose effective date has come: each one is disposed of
      *  exactly like a feed detail - validation, apply, audit,
      *  suspense and checkpoint - and its PENDTXN row is closed as
      *  released with this run-id.  Held and released rows get
      *  their own RECONRPT lines, and the balance becomes read plus
      *  released equals applied plus rejected plus held, with the
      *  held rows' birth dates taken out of the expected output
      *  total the way rejects and deletes are.  PENDMNT reports what
      *  is still waiting and cancels rows the sender withdraws.
      *  A future-dated transaction whose PENDTXN row cannot be
      *  written parks on suspense as PEND-WRITE-FAIL rather than
      *  being counted held.  A released row that cannot be closed
      *  would be released and applied again by the next run, so a
      *  failed close stops the release pass there: nothing more is
      *  applied, no feed detail is read, and the run ends out of
      *  control with return code 16 and the cycle not advanced.
      *
      *  Merged customers: an ID CUSMERGE retired onto a surviving
      *  ID has no master row, and a sender that has not caught up
      *  keeps sending for it.  Before any such transaction parks as
      *  NOT-ON-MASTER, the MERGFIND subprogram is asked whether the
      *  ID was merged away (2011-CHECK-RETIRED-ID).  A change is
      *  redirected onto the survivor's row and applied there,
      *  counted as changed and again as RECORDS REDIRECTED on
      *  RECONRPT; an add (which would put the duplicate straight
      *  back) and a delete (which must not take the survivor with
      *  it) park on suspense as RETIRED-BY-MERGE for a person to
      *  decide.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPDMAST.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WS-INPUT-FILE.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC              PIC X(41).

       FD  PENDING-FILE.
           COPY PENDREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW                PIC X(1)     VALUE "N".
           05  WS-VALIDATION-SW         PIC X(1)     VALUE "P".
               88  WS-VALIDATION-PASSED  VALUE "P".
               88  WS-VALIDATION-FAILED  VALUE "F".
           05  WS-FUTURE-DATED-SW       PIC X(1)     VALUE "N".
               88  WS-FUTURE-DATED       VALUE "Y".

       01  WS-REJECT-REASON             PIC X(16).

       01  WS-CKPT-FILE-STATUS          PIC X(2)     VALUE "00".
       01  WS-CYCLE-FILE-STATUS         PIC X(2)     VALUE "00".
       01  WS-RUN-CONTROL-STATUS        PIC X(2)     VALUE "00".
       01  WS-PENDING-FILE-STATUS       PIC X(2)     VALUE "00".

           COPY RUNCREC.

               88  WS-CHECKPOINT-FOUND   VALUE "Y".
           05  WS-REINSTATED-SW         PIC X(1)     VALUE "N".
               88  WS-ROW-REINSTATED     VALUE "Y".
           05  WS-RETIRED-SW            PIC X(1)     VALUE "N".
               88  WS-CUST-RETIRED       VALUE "Y".

       01  WS-RESTART-KEY                PIC X(10)    VALUE SPACES.
       01  WS-CKPT-FEED-CYCLE            PIC 9(6)     VALUE ZERO.
           05  WS-SUSPENSE-SCAN-EOF-SW  PIC X(1)     VALUE "N".
               88  WS-SUSPENSE-SCAN-EOF      VALUE "Y".

       01  WS-PENDING-FLAGS.
           05  WS-PENDING-EOF-SW        PIC X(1)     VALUE "N".
               88  WS-PENDING-EOF            VALUE "Y".
           05  WS-PENDING-DUP-SW        PIC X(1)     VALUE "N".
               88  WS-PENDING-DUP-FOUND      VALUE "Y".
               88  WS-PENDING-DUP-NOT-FOUND  VALUE "N".
           05  WS-SAVED-RESTART-RUN-SW  PIC X(1)     VALUE "N".
           05  WS-PENDING-CLOSE-SW      PIC X(1)     VALUE "N".
               88  WS-PENDING-CLOSE-FAILED   VALUE "Y".

       01  WS-TODAY                      PIC X(8)     VALUE SPACES.

       01  WS-REAPPLY-NAME               PIC X(30).
       01  WS-REAPPLY-BDATE              PIC X(8).

       01  WS-DELETED-NAME               PIC X(30).
       01  WS-DELETED-BDATE              PIC X(8).

       01  WS-RETIRED-CUST-ID            PIC X(10).

       01  WS-AUDIT-TRAN-TYPE            PIC X(10).

       01  WS-JOB-ID                    PIC X(8)     VALUE "UPDMAST".
       01  WS-RUN-ID                    PIC X(8).
      *    Feed processing runs with nobody signed on; its audit
      *    rows carry this in place of an OPERAUTH operator ID.
       01  WS-OPERATOR-ID               PIC X(8)     VALUE "*BATCH*".

           COPY AUDTCALL.


           COPY DORMCALL.

           COPY MERGCALL.

       01  WS-COUNTERS.
           05  WC-RECORDS-READ          PIC 9(9)     VALUE ZERO.
           05  WC-RECORDS-APPLIED       PIC 9(9)     VALUE ZERO.
           05  WC-RECORDS-ADDED         PIC 9(9)     VALUE ZERO.
           05  WC-RECORDS-CHANGED       PIC 9(9)     VALUE ZERO.
           05  WC-RECORDS-REDIRECTED    PIC 9(9)     VALUE ZERO.
           05  WC-RECORDS-DELETED       PIC 9(9)     VALUE ZERO.
           05  WC-RECORDS-REJECTED      PIC 9(9)     VALUE ZERO.
           05  WC-RECORDS-PROCESSED     PIC 9(9)     VALUE ZERO.
           05  WC-TRUNCATED-FIELDS      PIC 9(9)     VALUE ZERO.
           05  WC-RECORDS-SKIPPED       PIC 9(9)     VALUE ZERO.
           05  WC-RECORDS-HELD          PIC 9(9)     VALUE ZERO.
           05  WC-RECORDS-RELEASED      PIC 9(9)     VALUE ZERO.
           05  WC-ADDS-SUBMITTED        PIC 9(9)     VALUE ZERO.
           05  WC-CHANGES-SUBMITTED     PIC 9(9)     VALUE ZERO.
           05  WC-DELETES-SUBMITTED     PIC 9(9)     VALUE ZERO.
           05  WC-WS-BDATE-CONTROL-TOTAL
                                        PIC 9(15)    VALUE ZERO.
           05  WC-DB-BDATE-CONTROL-TOTAL
                                        PIC 9(15)    VALUE ZERO.
           05  WC-REJECTED-BDATE-TOTAL  PIC 9(15)    VALUE ZERO.
           05  WC-DELETED-BDATE-TOTAL   PIC 9(15)    VALUE ZERO.
           05  WC-HELD-BDATE-TOTAL      PIC 9(15)    VALUE ZERO.
           05  WC-FEED-BDATE-HASH-TOTAL PIC 9(15)    VALUE ZERO.

       01  WS-EXPECTED-DB-BDATE-TOTAL   PIC 9(15)    VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-OUT-OF-CONTROL AND NOT WS-PENDING-CLOSE-FAILED
               PERFORM 9200-ABORT-OUT-OF-CONTROL
           ELSE
               PERFORM 2000-PROCESS-ONE-RECORD UNTIL WS-EOF

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1050-LOAD-RESTART-KEY
           OPEN INPUT  WS-INPUT-FILE
           PERFORM 1020-VALIDATE-FEED-HEADER
               MOVE "OPEN"    TO AUDR-FUNCTION
               CALL "AUDITWR" USING AUDIT-REQUEST
               IF WS-RESTART-MODE
                   MOVE WS-RESTART-KEY TO WS-LAST-DETAIL-KEY
               END-IF
               PERFORM 1200-RELEASE-DUE-TRANSACTIONS
               EVALUATE TRUE
                   WHEN WS-PENDING-CLOSE-FAILED
                       MOVE "Y" TO WS-EOF-SW
                   WHEN WS-RESTART-MODE
                       PERFORM 1064-EXTEND-PENDING-FILE
                       PERFORM 1070-SKIP-COMPLETED-RECORDS
                   WHEN OTHER
                       PERFORM 1064-EXTEND-PENDING-FILE
                       PERFORM 1100-READ-INPUT
               END-EVALUATE
           END-IF.

      *    The feed's first record must be its batch header, and the
               OPEN OUTPUT RECON-RPT-FILE
           END-IF.

      *    PENDTXN is a standing queue like SUSPENSE-FILE: every run
      *    extends it, restart or not, once the release pass has
      *    finished rewriting it.
       1064-EXTEND-PENDING-FILE.
           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF.

      *    Reads past every WS-RECORD already applied on the earlier
      *    run (key not greater than WS-RESTART-KEY) without counting
      *    it as read this run. The first key past the checkpoint is
                               PERFORM 1105-COUNT-INPUT-RECORD
                           WHEN OTHER
                               ADD 1 TO WC-RECORDS-SKIPPED
                               PERFORM 1107-COUNT-SUBMITTED-MIX
                               IF WS-BIRTH-DATE NUMERIC
                                   ADD WS-BIRTH-DATE-NUM
                                       TO WC-FEED-BDATE-HASH-TOTAL
       1105-COUNT-INPUT-RECORD.
           ADD 1 TO WC-RECORDS-READ
           MOVE WS-CUST-ID TO WS-LAST-DETAIL-KEY
           PERFORM 1107-COUNT-SUBMITTED-MIX
           IF WS-BIRTH-DATE NUMERIC
               ADD WS-BIRTH-DATE-NUM TO WC-WS-BDATE-CONTROL-TOTAL
               ADD WS-BIRTH-DATE-NUM TO WC-FEED-BDATE-HASH-TOTAL
           END-IF.

      *    The feed's add / change / delete mix as the source sent
      *    it - every detail, processed or skipped on a restart, and
      *    before any reject, pending hold or redirect - for
      *    DAYHIST, where WSEDIT's mix check compares the next feed
      *    against it (see DAYHREC).
       1107-COUNT-SUBMITTED-MIX.
           EVALUATE TRUE
               WHEN WS-TRAN-ADD
                   ADD 1 TO WC-ADDS-SUBMITTED
               WHEN WS-TRAN-CHANGE
                   ADD 1 TO WC-CHANGES-SUBMITTED
               WHEN WS-TRAN-DELETE
                   ADD 1 TO WC-DELETES-SUBMITTED
           END-EVALUATE.

      *    Releases this source's held transactions that have come
      *    due, ahead of the feed's own details (they were sent on an
      *    earlier cycle).  Each one is staged into the WS-RECORD
      *    area - free at this point, the header has been proved and
      *    no detail has been read yet - and disposed of through the
      *    same 2010 path as a feed detail, so validation, audit,
      *    suspense and checkpointing are exactly the normal ones.
      *    WS-IS-RESTART-RUN is parked off for the pass: its
      *    already-applied fallbacks describe the FEED's checkpoint
      *    gap, and a released delete finding no row must park
      *    NOT-ON-MASTER, not count as applied.  On a restart the
      *    rows the interrupted run released are already closed and
      *    are not released twice.
       1200-RELEASE-DUE-TRANSACTIONS.
           MOVE WS-RESTART-RUN-SW TO WS-SAVED-RESTART-RUN-SW
           MOVE "N"               TO WS-RESTART-RUN-SW
           MOVE "N"               TO WS-PENDING-EOF-SW
           OPEN I-O PENDING-FILE
           IF WS-PENDING-FILE-STATUS = "00"
               PERFORM 1210-RELEASE-ONE-PENDING-ROW
                   UNTIL WS-PENDING-EOF OR WS-PENDING-CLOSE-FAILED
               CLOSE PENDING-FILE
           END-IF
           MOVE WS-SAVED-RESTART-RUN-SW TO WS-RESTART-RUN-SW.

       1210-RELEASE-ONE-PENDING-ROW.
           READ PENDING-FILE
               AT END
                   SET WS-PENDING-EOF TO TRUE
               NOT AT END
                   IF PEND-HELD
                           AND PEND-SOURCE-ID = WS-FEED-SOURCE
                           AND PEND-EFFECTIVE-DATE NOT > WS-TODAY
                       PERFORM 1220-APPLY-RELEASED-ROW
                   END-IF
           END-READ.

      *    The row is closed only after it has been disposed of, so
      *    an abend in between leaves it held and visible rather
      *    than released and lost.  Nothing in the dispose path
      *    touches PENDTXN, so the REWRITE still follows its READ.
       1220-APPLY-RELEASED-ROW.
           MOVE SPACES              TO WS-RECORD
           MOVE PEND-CUST-ID        TO WS-CUST-ID
           MOVE PEND-NAME           TO WS-NAME
           MOVE PEND-BIRTH-DATE     TO WS-BIRTH-DATE
           MOVE PEND-TRAN-CODE      TO WS-TRAN-CODE
           MOVE PEND-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           ADD 1 TO WC-RECORDS-RELEASED
           IF WS-BIRTH-DATE NUMERIC
               ADD WS-BIRTH-DATE-NUM TO WC-WS-BDATE-CONTROL-TOTAL
           END-IF
           PERFORM 2010-DISPOSE-OF-TRANSACTION
           PERFORM 2090-ADVANCE-CHECKPOINT
           SET PEND-RELEASED TO TRUE
           MOVE WS-TODAY  TO PEND-DATE-CLOSED
           MOVE WS-RUN-ID TO PEND-CLOSED-RUN-ID
           REWRITE PENDING-RECORD
           IF WS-PENDING-FILE-STATUS NOT = "00"
               SET WS-PENDING-CLOSE-FAILED TO TRUE
               SET WS-RUN-OUT-OF-CONTROL   TO TRUE
               MOVE SPACES TO WS-OUT-OF-CONTROL-REASON
               STRING "PENDTXN REWRITE FAILED, STATUS "
                   WS-PENDING-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-OUT-OF-CONTROL-REASON
               DISPLAY "UPDMAST: PENDTXN ROW FOR " PEND-CUST-ID
                   " APPLIED BUT NOT CLOSED, STATUS "
                   WS-PENDING-FILE-STATUS
           END-IF.

      *    The trailer is the feed's logical end: its controls are
      *    saved for 8000-PROVE-FEED-TRAILER, and one more READ
      *    proves nothing follows it - a record after the trailer
           MOVE "Y" TO WS-EOF-SW.

       2000-PROCESS-ONE-RECORD.
           PERFORM 2010-DISPOSE-OF-TRANSACTION
           PERFORM 2090-ADVANCE-CHECKPOINT
           PERFORM 1100-READ-INPUT.

      *    One transaction in WS-RECORD - a feed detail or a released
      *    pending row - lands in exactly one place: suspense, the
      *    pending queue (effective date still in the future), or
      *    the master through its add/change/delete path.
       2010-DISPOSE-OF-TRANSACTION.
           PERFORM 2045-VALIDATE-EFFECTIVE-DATE
           IF WS-VALIDATION-PASSED AND NOT WS-FUTURE-DATED
               PERFORM 2050-VALIDATE-RECORD
           END-IF
           EVALUATE TRUE
               WHEN WS-VALIDATION-FAILED
                   PERFORM 2060-WRITE-SUSPENSE-RECORD
               WHEN WS-FUTURE-DATED
                   PERFORM 2040-HOLD-PENDING-TRANSACTION
               WHEN WS-TRAN-ADD
                   PERFORM 2001-APPLY-ADD
               WHEN WS-TRAN-CHANGE
                   PERFORM 2002-APPLY-CHANGE
               WHEN WS-TRAN-DELETE
                   PERFORM 2003-APPLY-DELETE
           END-EVALUATE.

      *    A future-dated transaction is parked whole on PENDTXN with
      *    the cycle and source it arrived on; nothing touches the
      *    master until a later pass releases it.  The same restart
      *    guard as 2060: a held row reprocessed in the checkpoint
      *    gap is found on the queue and not parked twice, but is
      *    still counted as held on this run.
       2040-HOLD-PENDING-TRANSACTION.
           SET WS-PENDING-DUP-NOT-FOUND TO TRUE
           IF WS-IS-RESTART-RUN
               PERFORM 2041-CHECK-PENDING-DUPLICATE
           END-IF
           IF WS-PENDING-DUP-NOT-FOUND
               MOVE WS-CUST-ID        TO PEND-CUST-ID
               MOVE WS-NAME           TO PEND-NAME
               MOVE WS-BIRTH-DATE     TO PEND-BIRTH-DATE
               MOVE WS-TRAN-CODE      TO PEND-TRAN-CODE
               MOVE WS-EFFECTIVE-DATE TO PEND-EFFECTIVE-DATE
               MOVE WS-FEED-SOURCE    TO PEND-SOURCE-ID
               MOVE WS-FEED-CYCLE     TO PEND-FEED-CYCLE
               SET PEND-HELD          TO TRUE
               MOVE WS-TODAY          TO PEND-DATE-HELD
               MOVE SPACES            TO PEND-DATE-CLOSED
               MOVE SPACES            TO PEND-CLOSED-RUN-ID
               WRITE PENDING-RECORD
           END-IF
           IF WS-PENDING-DUP-NOT-FOUND
                   AND WS-PENDING-FILE-STATUS NOT = "00"
               MOVE "PEND-WRITE-FAIL" TO WS-REJECT-REASON
               PERFORM 2060-WRITE-SUSPENSE-RECORD
           ELSE
               ADD 1 TO WC-RECORDS-HELD
               IF WS-BIRTH-DATE NUMERIC
                   ADD WS-BIRTH-DATE-NUM TO WC-HELD-BDATE-TOTAL
               END-IF
           END-IF.

      *    Same close / reopen INPUT / reopen EXTEND dance as 2061.
       2041-CHECK-PENDING-DUPLICATE.
           MOVE "N" TO WS-PENDING-EOF-SW
           CLOSE PENDING-FILE
           OPEN INPUT PENDING-FILE
           PERFORM 2042-SCAN-ONE-PENDING-ROW
               UNTIL WS-PENDING-EOF OR WS-PENDING-DUP-FOUND
           CLOSE PENDING-FILE
           OPEN EXTEND PENDING-FILE.

       2042-SCAN-ONE-PENDING-ROW.
           READ PENDING-FILE
               AT END
                   SET WS-PENDING-EOF TO TRUE
               NOT AT END
                   IF PEND-CUST-ID = WS-CUST-ID
                           AND PEND-SOURCE-ID = WS-FEED-SOURCE
                           AND PEND-FEED-CYCLE = WS-FEED-CYCLE
                           AND PEND-HELD
                       SET WS-PENDING-DUP-FOUND TO TRUE
                   END-IF
           END-READ.

      *    An add for an ID that was merged away would put the
      *    duplicate straight back on the master, so it parks for a
      *    person to look at instead of being written.
       2001-APPLY-ADD.
           PERFORM 2011-CHECK-RETIRED-ID
           IF WS-CUST-RETIRED
               MOVE "RETIRED-BY-MERGE" TO WS-REJECT-REASON
               PERFORM 2060-WRITE-SUSPENSE-RECORD
           ELSE
               PERFORM 2007-WRITE-NEW-ROW
           END-IF.

       2007-WRITE-NEW-ROW.
           MOVE SPACES      TO DB-RECORD
           MOVE WS-CUST-ID   TO DB-CUST-ID
           PERFORM 2100-TRANSFER-NAME
                           PERFORM 2060-WRITE-SUSPENSE-RECORD
                       END-IF
                   ELSE
                       PERFORM 2011-CHECK-RETIRED-ID
                       IF WS-CUST-RETIRED
                           PERFORM 2012-REDIRECT-TO-SURVIVOR
                       ELSE
                           MOVE "NOT-ON-MASTER" TO WS-REJECT-REASON
                           PERFORM 2060-WRITE-SUSPENSE-RECORD
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "DB-READ-ERROR" TO WS-REJECT-REASON
                   PERFORM 2060-WRITE-SUSPENSE-RECORD
           END-EVALUATE.

      *    Asks MERGFIND whether WS-CUST-ID was retired by a
      *    CUSMERGE merge; on a hit MRGR-SURVIVOR-ID holds the live
      *    survivor.
       2011-CHECK-RETIRED-ID.
           MOVE "N"        TO WS-RETIRED-SW
           MOVE "FIND"     TO MRGR-FUNCTION
           MOVE WS-CUST-ID TO MRGR-CUST-ID
           CALL "MERGFIND" USING MERGE-REQUEST
           IF MRGR-RETURN-CODE = ZERO
               SET WS-CUST-RETIRED TO TRUE
           END-IF.

      *    The change applies to the survivor exactly as if it had
      *    been sent under the survivor's ID - transfer, REWRITE,
      *    BATCH-CHG audit row under the survivor - and the
      *    transaction's own ID is put back afterwards, so suspense
      *    and checkpoint still see what the sender sent.  A
      *    survivor that has itself gone since (deleted, archived)
      *    parks as SURVIVOR-GONE rather than being resurrected.
      *    The REWRITE is 2008's, done here so that a failed one
      *    parks under the sender's ID, not the survivor's, and only
      *    a change that landed counts as redirected.
       2012-REDIRECT-TO-SURVIVOR.
           MOVE WS-CUST-ID       TO WS-RETIRED-CUST-ID
           MOVE MRGR-SURVIVOR-ID TO WS-CUST-ID
           MOVE WS-CUST-ID       TO DB-CUST-ID
           READ DB-MASTER-FILE
           EVALUATE WS-DB-MASTER-STATUS
               WHEN "00"
                   PERFORM 2100-TRANSFER-NAME
                   PERFORM 2200-TRANSFER-BIRTH-DATE
                   REWRITE DB-RECORD
                   IF WS-DB-MASTER-STATUS = "00"
                       ADD 1 TO WC-RECORDS-CHANGED
                       ADD 1 TO WC-RECORDS-REDIRECTED
                       MOVE "BATCH-CHG" TO WS-AUDIT-TRAN-TYPE
                       PERFORM 2065-RECORD-SUCCESSFUL-WRITE
                       MOVE WS-RETIRED-CUST-ID TO WS-CUST-ID
                   ELSE
                       MOVE WS-RETIRED-CUST-ID TO WS-CUST-ID
                       MOVE "DB-WRITE-ERROR" TO WS-REJECT-REASON
                       PERFORM 2060-WRITE-SUSPENSE-RECORD
                   END-IF
               WHEN "23"
                   MOVE WS-RETIRED-CUST-ID TO WS-CUST-ID
                   MOVE "SURVIVOR-GONE" TO WS-REJECT-REASON
                   PERFORM 2060-WRITE-SUSPENSE-RECORD
               WHEN OTHER
                   MOVE WS-RETIRED-CUST-ID TO WS-CUST-ID
                   MOVE "DB-READ-ERROR" TO WS-REJECT-REASON
                   PERFORM 2060-WRITE-SUSPENSE-RECORD
           END-EVALUATE.
      *    through DORMREIN, and the transaction then applies
      *    against the restored row exactly as if the customer had
      *    never left.  A customer on neither the master nor the
      *    archive parks as NOT-ON-MASTER unless MERGFIND knows it
      *    was merged away (see 2011).
       2004-REINSTATE-DORMANT-ROW.
           MOVE "N" TO WS-REINSTATED-SW
           MOVE WS-CUST-ID TO DMR-CUST-ID
           MOVE "DORM-REIN"       TO AUDR-TRAN-TYPE
           MOVE WS-JOB-ID          TO AUDR-JOB-ID
           MOVE WS-RUN-ID          TO AUDR-RUN-ID
           MOVE WS-OPERATOR-ID     TO AUDR-OPERATOR-ID
           MOVE WS-CUST-ID         TO AUDR-CUST-ID
           MOVE SPACES             TO AUDR-BEFORE-NAME
           MOVE SPACES             TO AUDR-BEFORE-BDATE
                               PERFORM 2060-WRITE-SUSPENSE-RECORD
                           END-IF
                       ELSE
                           PERFORM 2011-CHECK-RETIRED-ID
                           IF WS-CUST-RETIRED
                               MOVE "RETIRED-BY-MERGE"
                                   TO WS-REJECT-REASON
                           ELSE
                               MOVE "NOT-ON-MASTER"
                                   TO WS-REJECT-REASON
                           END-IF
                           PERFORM 2060-WRITE-SUSPENSE-RECORD
                       END-IF
                   END-IF
      *    2000-PROCESS-ONE-RECORD ever moves a field into DB-RECORD.
      *    A delete is exempt from the name/date checks - only its
      *    key matters, and upstream may send a delete with those
      *    fields blank. An effective date, when one is sent, must be
      *    a YYYYMMDD with a possible month and day whatever the
      *    transaction code - a garbled one would otherwise either
      *    hold the record forever or apply it early. Sets
      *    WS-VALIDATION-PASSED/FAILED so the caller gets a single
      *    pass/fail condition per record.
      *    The effective date is judged before anything else, so a
      *    future-dated transaction is held whole and meets the rest
      *    of the gate on the day it is released.
       2045-VALIDATE-EFFECTIVE-DATE.
           SET WS-VALIDATION-PASSED TO TRUE
           MOVE SPACES               TO WS-REJECT-REASON
           MOVE "N"                  TO WS-FUTURE-DATED-SW
           IF WS-EFFECTIVE-DATE NOT = SPACES
               IF WS-EFFECTIVE-DATE NOT NUMERIC
                       OR WS-EFFECTIVE-DATE(5:2) < "01"
                       OR WS-EFFECTIVE-DATE(5:2) > "12"
                       OR WS-EFFECTIVE-DATE(7:2) < "01"
                       OR WS-EFFECTIVE-DATE(7:2) > "31"
                   SET WS-VALIDATION-FAILED TO TRUE
                   MOVE "BAD-EFFECT-DATE" TO WS-REJECT-REASON
               ELSE
                   IF WS-EFFECTIVE-DATE > WS-TODAY
                       SET WS-FUTURE-DATED TO TRUE
                   END-IF
               END-IF
           END-IF.

       2050-VALIDATE-RECORD.
           SET WS-VALIDATION-PASSED TO TRUE
           MOVE SPACES               TO WS-REJECT-REASON
           MOVE WS-AUDIT-TRAN-TYPE TO AUDR-TRAN-TYPE
           MOVE WS-JOB-ID          TO AUDR-JOB-ID
           MOVE WS-RUN-ID          TO AUDR-RUN-ID
           MOVE WS-OPERATOR-ID     TO AUDR-OPERATOR-ID
           MOVE WS-CUST-ID         TO AUDR-CUST-ID
           MOVE WS-NAME            TO AUDR-BEFORE-NAME
           MOVE WS-BIRTH-DATE      TO AUDR-BEFORE-BDATE
           MOVE "BATCH-DEL"       TO AUDR-TRAN-TYPE
           MOVE WS-JOB-ID          TO AUDR-JOB-ID
           MOVE WS-RUN-ID          TO AUDR-RUN-ID
           MOVE WS-OPERATOR-ID     TO AUDR-OPERATOR-ID
           MOVE WS-CUST-ID         TO AUDR-CUST-ID
           MOVE WS-DELETED-NAME    TO AUDR-BEFORE-NAME
           MOVE WS-DELETED-BDATE   TO AUDR-BEFORE-BDATE
           END-EVALUATE.

       9000-TERMINATE.
           IF NOT WS-PENDING-CLOSE-FAILED
               PERFORM 8000-PROVE-FEED-TRAILER
           END-IF
           IF WC-RECORDS-PROCESSED > ZERO
               PERFORM 2080-WRITE-CHECKPOINT
           END-IF
           CLOSE DB-MASTER-FILE
           CLOSE TRUNC-RPT-FILE
           CLOSE SUSPENSE-FILE
           IF NOT WS-PENDING-CLOSE-FAILED
               CLOSE PENDING-FILE
           END-IF
           MOVE "CLOS"    TO AUDR-FUNCTION
           CALL "AUDITWR" USING AUDIT-REQUEST
           IF WS-RUN-OUT-OF-CONTROL
           DISPLAY "UPDMAST: RECORDS APPLIED   = " WC-RECORDS-APPLIED
           DISPLAY "UPDMAST: RECORDS ADDED     = " WC-RECORDS-ADDED
           DISPLAY "UPDMAST: RECORDS CHANGED   = " WC-RECORDS-CHANGED
           DISPLAY "UPDMAST: RECORDS REDIRECTED= "
               WC-RECORDS-REDIRECTED
           DISPLAY "UPDMAST: RECORDS DELETED   = " WC-RECORDS-DELETED
           DISPLAY "UPDMAST: RECORDS REJECTED  = " WC-RECORDS-REJECTED
           DISPLAY "UPDMAST: RECORDS HELD      = " WC-RECORDS-HELD
           DISPLAY "UPDMAST: RECORDS RELEASED  = " WC-RECORDS-RELEASED
           DISPLAY "UPDMAST: FIELDS TRUNCATED  = " WC-TRUNCATED-FIELDS
           DISPLAY "UPDMAST: RECORDS SKIPPED   = " WC-RECORDS-SKIPPED.

           MOVE 16 TO RETURN-CODE.

      *    Balances three independent checks: the record-count check
      *    (read + released = applied + rejected + held - a released
      *    pending row is disposed of like a read detail, a held
      *    detail is read but not yet disposed), the transaction-type
      *    check (applied = added + changed + deleted), and a birth-date
      *    value check (every numeric WS-BIRTH-DATE read must land in
      *    the DB-BIRTH-DATE control total if the record was added or
      *    changed, in the rejected total if it was rejected, or in
      *    the deleted total if it rode in on an applied delete, or in
      *    the held total if it was parked on PENDTXN) -
      *    the control total is compared against DB-RECORD, not just
      *    printed for a human to subtract.
       9100-RECONCILE-BATCH.
           IF WS-RUN-OUT-OF-CONTROL
               SET WS-RECON-OUT-OF-BAL TO TRUE
           END-IF
           IF WC-RECORDS-READ + WC-RECORDS-RELEASED NOT =
                   WC-RECORDS-APPLIED + WC-RECORDS-REJECTED
                       + WC-RECORDS-HELD
               SET WS-RECON-OUT-OF-BAL TO TRUE
           END-IF
           IF WC-RECORDS-APPLIED NOT = WC-RECORDS-ADDED
           END-IF
           COMPUTE WS-EXPECTED-DB-BDATE-TOTAL =
               WC-WS-BDATE-CONTROL-TOTAL - WC-REJECTED-BDATE-TOTAL
                   - WC-DELETED-BDATE-TOTAL - WC-HELD-BDATE-TOTAL
           IF WC-DB-BDATE-CONTROL-TOTAL
                   NOT = WS-EXPECTED-DB-BDATE-TOTAL
               SET WS-RECON-OUT-OF-BAL TO TRUE
           STRING "RECORDS CHANGED    : " WC-RECORDS-CHANGED
               DELIMITED BY SIZE INTO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           STRING "RECORDS REDIRECTED : " WC-RECORDS-REDIRECTED
               DELIMITED BY SIZE INTO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           STRING "RECORDS DELETED    : " WC-RECORDS-DELETED
               DELIMITED BY SIZE INTO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           STRING "RECORDS REJECTED   : " WC-RECORDS-REJECTED
               DELIMITED BY SIZE INTO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           STRING "RECORDS HELD       : " WC-RECORDS-HELD
               DELIMITED BY SIZE INTO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           STRING "RECORDS RELEASED   : " WC-RECORDS-RELEASED
               DELIMITED BY SIZE INTO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           STRING "RECORDS SKIPPED (RESTART) : " WC-RECORDS-SKIPPED
               DELIMITED BY SIZE INTO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           MOVE SPACES                TO RECON-RPT-RECORD
           STRING "ADDS SUBMITTED     : " WC-ADDS-SUBMITTED
               DELIMITED BY SIZE INTO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           STRING "CHANGES SUBMITTED  : " WC-CHANGES-SUBMITTED
               DELIMITED BY SIZE INTO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           STRING "DELETES SUBMITTED  : " WC-DELETES-SUBMITTED
               DELIMITED BY SIZE INTO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           MOVE SPACES                TO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           STRING "BIRTH-DATE CONTROL TOTAL (INPUT)    : "
               WC-WS-BDATE-CONTROL-TOTAL
               DELIMITED BY SIZE INTO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           MOVE SPACES                TO RECON-RPT-RECORD
           STRING "HELD BIRTH-DATE CONTROL TOTAL       : "
               WC-HELD-BDATE-TOTAL
               DELIMITED BY SIZE INTO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           MOVE SPACES                TO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           MOVE SPACES                TO RECON-RPT-RECORD
           STRING "FEED SOURCE        : " WS-FEED-SOURCE
