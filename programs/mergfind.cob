      ******************************************************************
      *  PROGRAM-ID.  MERGFIND
      *
      *  Shared lookup service for the MERGXREF merge cross-reference
      *  (see MERGREC and MERGCALL).  A customer ID retired by a
      *  CUSMERGE merge has no master row and never will again, so
      *  any job that meets such an ID - a late feed transaction in
      *  UPDMAST, a vanished key in the DBXTRACT delta - CALLs here
      *  to learn where the customer went instead of reading the
      *  cross-reference itself: one reading of "was this ID merged
      *  away?", the DORMREIN convention applied to merges.
      *
      *  The cross-reference is a plain sequential append log, so
      *  FIND scans it end to end and the LAST row for an ID is its
      *  current word.  When the survivor found has itself been
      *  merged onto a third ID since, the scan is repeated for the
      *  survivor until an ID with no retirement row is reached - the
      *  live customer.  The chain is cut off after WS-MAX-HOPS
      *  steps so a cross-reference corrupted into a loop answers
      *  with the last survivor found rather than spinning.  A
      *  missing cross-reference simply means nothing has ever been
      *  merged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERGFIND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-XREF-FILE ASSIGN TO "MERGXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-XREF-FILE.
           COPY MERGREC.

       WORKING-STORAGE SECTION.
       01  WS-RETURN-CODE               PIC 9(2)      VALUE ZERO.
       01  WS-XREF-FILE-STATUS          PIC X(2)      VALUE "00".

       01  WS-SCAN-FLAGS.
           05  WS-SCAN-EOF-SW           PIC X(1)      VALUE "N".
               88  WS-SCAN-EOF           VALUE "Y".
           05  WS-FOUND-SW              PIC X(1)      VALUE "N".
               88  WS-ROW-FOUND          VALUE "Y".
           05  WS-CHAIN-END-SW          PIC X(1)      VALUE "N".
               88  WS-CHAIN-END          VALUE "Y".

      *    The ID being looked up on the current pass and the latest
      *    survivor seen for it - the caller's ID on the first pass,
      *    that pass's survivor on each pass after.
       01  WS-LOOKUP-ID                 PIC X(10).
       01  WS-LATEST-SURVIVOR           PIC X(10).

       01  WS-HOP-COUNT                 PIC 9(2)      VALUE ZERO.
       01  WS-MAX-HOPS                  PIC 9(2)      VALUE 10.

       LINKAGE SECTION.
           COPY MERGCALL.

       PROCEDURE DIVISION USING MERGE-REQUEST.
       0000-MAINLINE.
           MOVE ZERO TO WS-RETURN-CODE
           EVALUATE MRGR-FUNCTION
               WHEN "FIND"
                   PERFORM 1000-FIND-SURVIVOR
               WHEN OTHER
                   MOVE 99 TO WS-RETURN-CODE
           END-EVALUATE
           MOVE WS-RETURN-CODE TO MRGR-RETURN-CODE
           GOBACK.

      *    The first pass decides whether the caller's ID was retired
      *    at all; each later pass only moves the answer further
      *    along the chain.
       1000-FIND-SURVIVOR.
           MOVE SPACES       TO MRGR-SURVIVOR-ID
           MOVE MRGR-CUST-ID TO WS-LOOKUP-ID
           MOVE ZERO         TO WS-HOP-COUNT
           MOVE "N"          TO WS-CHAIN-END-SW
           PERFORM 8000-SCAN-FOR-LATEST-ROW
           IF WS-ROW-FOUND
               MOVE WS-LATEST-SURVIVOR TO MRGR-SURVIVOR-ID
               PERFORM 1100-FOLLOW-CHAIN UNTIL WS-CHAIN-END
           ELSE
               MOVE 10 TO WS-RETURN-CODE
           END-IF.

       1100-FOLLOW-CHAIN.
           ADD 1 TO WS-HOP-COUNT
           IF WS-HOP-COUNT > WS-MAX-HOPS
               SET WS-CHAIN-END TO TRUE
           ELSE
               MOVE MRGR-SURVIVOR-ID TO WS-LOOKUP-ID
               PERFORM 8000-SCAN-FOR-LATEST-ROW
               IF WS-ROW-FOUND
                   MOVE WS-LATEST-SURVIVOR TO MRGR-SURVIVOR-ID
               ELSE
                   SET WS-CHAIN-END TO TRUE
               END-IF
           END-IF.

       8000-SCAN-FOR-LATEST-ROW.
           MOVE "N"    TO WS-SCAN-EOF-SW WS-FOUND-SW
           MOVE SPACES TO WS-LATEST-SURVIVOR
           OPEN INPUT MERGE-XREF-FILE
           IF WS-XREF-FILE-STATUS NOT = "00"
               SET WS-SCAN-EOF TO TRUE
           ELSE
               PERFORM 8100-SCAN-ONE-ROW UNTIL WS-SCAN-EOF
               CLOSE MERGE-XREF-FILE
           END-IF.

       8100-SCAN-ONE-ROW.
           READ MERGE-XREF-FILE
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF MRG-RETIRED-ID = WS-LOOKUP-ID
                       SET WS-ROW-FOUND TO TRUE
                       MOVE MRG-SURVIVOR-ID TO WS-LATEST-SURVIVOR
                   END-IF
           END-READ.
