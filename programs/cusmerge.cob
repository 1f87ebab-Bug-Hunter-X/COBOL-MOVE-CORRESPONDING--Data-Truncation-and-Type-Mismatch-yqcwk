      ******************************************************************
      *  PROGRAM-ID.  CUSMERGE
      *
      *  Supervised merge of duplicate customers.  DUPSCAN proposes
      *  pairs; a supervisor reviews them and hands this job the
      *  ones that really are one person.  For each pair the losing
      *  ID is RETIRED onto the surviving one:
      *
      *    1. the retired ID's row is DELETEd from DBMASTER;
      *    2. a MERGXREF cross-reference row (see MERGREC) records
      *       the retired customer as it stood on the master, the
      *       survivor, the approving supervisor and this run;
      *    3. the removal is audited through AUDITWR under tran type
      *       MERGE-DEL, before-image = the retired row, with the
      *       survivor's ID in AUD-AFTER-NAME (see AUDTREC).
      *       AUDRPLAY and DBVERIFY treat MERGE-DEL as a removal like
      *       BATCH-DEL, AUDTHIST lists it under both customers, and
      *       the DBXTRACT delta sends the vanished key downstream as
      *       a merge onto the survivor rather than a plain delete.
      *
      *  The survivor's own row is left exactly as it is - which
      *  name or birth date is the better one is a CORRSCRN
      *  decision, made and audited there.  Anything still arriving
      *  for the retired ID afterwards is caught by UPDMAST through
      *  the MERGFIND subprogram: changes are redirected to the
      *  survivor, adds and deletes are parked on suspense as
      *  RETIRED-BY-MERGE.
      *
      *  The cross-reference row is written only once the DELETE
      *  has succeeded, so MERGFIND never calls a customer retired
      *  while its row is still live; and if the cross-reference
      *  cannot be written the retired row is put straight back on
      *  the master and the pair reported as not merged - a
      *  customer deleted with no record of where it went is
      *  exactly what this job exists to prevent.  A pair is
      *  refused, and the master left alone, when the two IDs are
      *  the same, either ID is not on the master, or both rows
      *  carry a usable birth date and the dates differ (that is
      *  two people, whatever the names say).
      *
      *  Requests come from the MERGPARM parameter file when one is
      *  present and from the console otherwise: line 1 = the
      *  scheduler's operator ID (at the console, operator ID and
      *  password), line 2 = YES confirm, line 3 = approving
      *  supervisor ID (blank = the operator running the job), then
      *  one pair per line - ID to retire in columns 1-10, surviving
      *  ID in 12-21 - until a blank line or the end of the file.
      *  Both are checked through OPERSIGN against OPERAUTH (see
      *  OPERREC): the operator must sign on (a parameter-file run
      *  must name an active scheduler ID) and must hold the "M"
      *  merge authority - naming an approver gives no one the
      *  right to merge - and an approver other than the operator
      *  must hold "M" as well.  The approver is recorded on the
      *  cross-reference row; the MERGE-DEL audit row is stamped
      *  with the operator who keyed the merge, as every other
      *  trail row is.  MERGRPT shows both.  DUPSCAN's
      *  DUPCAND file is in exactly this pair format.  The job
      *  deletes master rows, so it takes the RUNCNTL window under
      *  its own identity the way DORMANT does.  MERGRPT lists every
      *  pair with its disposition; any refused pair or file error
      *  ends return code 16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSMERGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DB-MASTER-FILE ASSIGN TO "DBMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-CUST-ID
               ALTERNATE RECORD KEY IS DB-NAME WITH DUPLICATES
               FILE STATUS IS WS-DB-MASTER-STATUS.

           SELECT MERGE-XREF-FILE ASSIGN TO "MERGXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT MERGE-RPT-FILE ASSIGN TO "MERGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-RPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCNTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT PARAM-FILE ASSIGN TO "MERGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DB-MASTER-FILE.
           COPY DBRECRD.

       FD  MERGE-XREF-FILE.
           COPY MERGREC.

       FD  MERGE-RPT-FILE.
       01  MERGE-RPT-RECORD             PIC X(120).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC              PIC X(41).

       FD  PARAM-FILE.
       01  PARAM-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-JOB-ID                    PIC X(8)     VALUE "CUSMERGE".
       01  WS-RUN-ID                    PIC X(8).

       01  WS-FLAGS.
           05  WS-REFUSED-SW            PIC X(1)     VALUE "N".
               88  WS-RUN-REFUSED        VALUE "Y".
           05  WS-WINDOW-SW             PIC X(1)     VALUE "N".
               88  WS-WINDOW-OPENED      VALUE "Y".
           05  WS-LIST-END-SW           PIC X(1)     VALUE "N".
               88  WS-LIST-END           VALUE "Y".
           05  WS-PAIR-OK-SW            PIC X(1)     VALUE "N".
               88  WS-PAIR-OK            VALUE "Y".

       01  WS-DB-MASTER-STATUS          PIC X(2)     VALUE "00".
       01  WS-XREF-FILE-STATUS          PIC X(2)     VALUE "00".
       01  WS-MERGE-RPT-STATUS          PIC X(2)     VALUE "00".
       01  WS-RUN-CONTROL-STATUS        PIC X(2)     VALUE "00".
       01  WS-PARAM-FILE-STATUS         PIC X(2)     VALUE "00".

           COPY RUNCREC.

           COPY AUDTCALL.

       01  WS-PARAM-MODE-SW             PIC X(1)     VALUE "N".
           88  WS-PARAM-MODE             VALUE "Y".
       01  WS-REPLY                     PIC X(80)    VALUE SPACES.

       01  WS-REQUEST.
           05  WS-REQ-OPERATOR-ID       PIC X(8).
           05  WS-REQ-CONFIRM           PIC X(3).
           05  WS-REQ-APPROVED-BY       PIC X(8).

           COPY OPERCALL.

      *    The merge list as supplied, one pair per line.  Two
      *    hundred merges in one sitting is more than any supervisor
      *    reviews properly; overflow is announced, never silently
      *    dropped.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-COUNT            PIC 9(3)  COMP  VALUE ZERO.
           05  WS-PX                    PIC 9(3)  COMP  VALUE ZERO.
           05  WS-PAIR-ENTRY OCCURS 200 TIMES.
               10  WS-PR-RETIRE-ID      PIC X(10).
               10  WS-PR-SURVIVOR-ID    PIC X(10).

      *    The survivor's row as read, held while the retired row
      *    is read over it in the record area.
       01  WS-SURVIVOR-ROW.
           05  WS-SV-NAME               PIC X(30).
           05  WS-SV-BIRTH-DATE         PIC X(8).

       01  WS-TODAY                     PIC X(8)     VALUE SPACES.
       01  WS-REFUSE-REASON             PIC X(40)    VALUE SPACES.

       01  WS-COUNTERS.
           05  WC-PAIRS-REQUESTED       PIC 9(9)     VALUE ZERO.
           05  WC-PAIRS-MERGED          PIC 9(9)     VALUE ZERO.
           05  WC-PAIRS-REFUSED         PIC 9(9)     VALUE ZERO.
           05  WC-MERGE-ERRORS          PIC 9(9)     VALUE ZERO.

       01  MERGE-DETAIL-LINE.
           05  MD-DISPOSITION           PIC X(16).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  MD-RETIRE-ID             PIC X(10).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  MD-RETIRE-NAME           PIC X(30).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  MD-RETIRE-BDATE          PIC X(8).
           05  FILLER                   PIC X(4)     VALUE " -> ".
           05  MD-SURVIVOR-ID           PIC X(10).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  MD-SURVIVOR-NAME         PIC X(30).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  MD-SURVIVOR-BDATE        PIC X(8).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-REFUSED
               PERFORM 9100-REFUSE-RUN
           ELSE
               PERFORM 2000-MERGE-ONE-PAIR
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PAIR-COUNT
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1010-ACCEPT-REQUEST
           IF NOT WS-RUN-REFUSED
               PERFORM 1030-OPEN-BATCH-WINDOW
           END-IF
           IF NOT WS-RUN-REFUSED
               OPEN I-O DB-MASTER-FILE
               IF WS-DB-MASTER-STATUS NOT = "00"
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "DBMASTER UNAVAILABLE"
                                         TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 1060-EXTEND-XREF-FILE
               IF WS-XREF-FILE-STATUS NOT = "00"
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "MERGXREF CROSS-REFERENCE UNAVAILABLE"
                                         TO WS-REFUSE-REASON
                   CLOSE DB-MASTER-FILE
               END-IF
           END-IF
           IF NOT WS-RUN-REFUSED
               MOVE "OPEN" TO AUDR-FUNCTION
               CALL "AUDITWR" USING AUDIT-REQUEST
               OPEN OUTPUT MERGE-RPT-FILE
               PERFORM 1070-WRITE-REPORT-HEADING
           END-IF.

       1010-ACCEPT-REQUEST.
           MOVE SPACES TO WS-REQUEST
           PERFORM 1005-OPEN-PARAM-FILE
           PERFORM 1008-SIGN-ON-OPERATOR
           IF NOT WS-RUN-REFUSED
               PERFORM 1012-ACCEPT-MERGE-REQUEST
           END-IF
           IF WS-PARAM-MODE
               CLOSE PARAM-FILE
           END-IF.

      *    Who is running this: a console operator proves it with a
      *    password, a parameter-file run names a scheduler ID on
      *    line 1 (which has no password to leave lying on disk).
      *    Either must be active on OPERAUTH.
       1008-SIGN-ON-OPERATOR.
           IF NOT WS-PARAM-MODE
               DISPLAY "CUSMERGE: OPERATOR ID?"
           END-IF
           PERFORM 1015-GET-REQUEST-REPLY
           MOVE WS-REPLY(1:8) TO WS-REQ-OPERATOR-ID
           MOVE SPACES        TO OPRR-PASSWORD
           IF WS-PARAM-MODE
               MOVE "SCHD" TO OPRR-FUNCTION
           ELSE
               DISPLAY "CUSMERGE: PASSWORD?"
               PERFORM 1015-GET-REQUEST-REPLY
               MOVE WS-REPLY(1:8) TO OPRR-PASSWORD
               MOVE "SIGN" TO OPRR-FUNCTION
           END-IF
           MOVE WS-REQ-OPERATOR-ID TO OPRR-OPERATOR-ID
           MOVE SPACE              TO OPRR-AUTHORITY
           CALL "OPERSIGN" USING OPERATOR-REQUEST
           IF OPRR-RETURN-CODE NOT = ZERO
               SET WS-RUN-REFUSED TO TRUE
               MOVE "OPERATOR SIGN-ON REJECTED" TO WS-REFUSE-REASON
           END-IF.

      *    The approver is named, not signed on, so the approver's
      *    authority alone proves nothing: the operator who signed
      *    on and keys the merges must hold the merge authority
      *    too.  A named approver other than the operator must also
      *    be an active holder of it.
       1009-CHECK-APPROVER.
           MOVE "CHEK"             TO OPRR-FUNCTION
           MOVE WS-REQ-OPERATOR-ID TO OPRR-OPERATOR-ID
           MOVE SPACES             TO OPRR-PASSWORD
           MOVE "M"                TO OPRR-AUTHORITY
           CALL "OPERSIGN" USING OPERATOR-REQUEST
           IF OPRR-RETURN-CODE NOT = ZERO
               SET WS-RUN-REFUSED TO TRUE
               MOVE "OPERATOR NOT AUTHORIZED FOR MERGES"
                                         TO WS-REFUSE-REASON
           END-IF
           IF NOT WS-RUN-REFUSED
                   AND WS-REQ-APPROVED-BY NOT = WS-REQ-OPERATOR-ID
               PERFORM 1011-CHECK-NAMED-APPROVER
           END-IF.

       1011-CHECK-NAMED-APPROVER.
           MOVE "CHEK"             TO OPRR-FUNCTION
           MOVE WS-REQ-APPROVED-BY TO OPRR-OPERATOR-ID
           MOVE SPACES             TO OPRR-PASSWORD
           MOVE "M"                TO OPRR-AUTHORITY
           CALL "OPERSIGN" USING OPERATOR-REQUEST
           IF OPRR-RETURN-CODE NOT = ZERO
               SET WS-RUN-REFUSED TO TRUE
               MOVE "APPROVER NOT AUTHORIZED FOR MERGES"
                                         TO WS-REFUSE-REASON
           END-IF.

       1012-ACCEPT-MERGE-REQUEST.
           IF NOT WS-PARAM-MODE
               DISPLAY "CUSMERGE: THIS RETIRES CUSTOMER IDS - "
                   "CONFIRM (YES)?"
           END-IF
           PERFORM 1015-GET-REQUEST-REPLY
           MOVE WS-REPLY(1:3) TO WS-REQ-CONFIRM
           IF WS-REQ-CONFIRM NOT = "YES"
               SET WS-RUN-REFUSED TO TRUE
               MOVE "MERGE NOT CONFIRMED" TO WS-REFUSE-REASON
           ELSE
               IF NOT WS-PARAM-MODE
                   DISPLAY "CUSMERGE: APPROVING SUPERVISOR ID "
                       "(BLANK = YOURSELF)?"
               END-IF
               PERFORM 1015-GET-REQUEST-REPLY
               MOVE WS-REPLY(1:8) TO WS-REQ-APPROVED-BY
               IF WS-REQ-APPROVED-BY = SPACES
                   MOVE WS-REQ-OPERATOR-ID TO WS-REQ-APPROVED-BY
               END-IF
               PERFORM 1009-CHECK-APPROVER
               IF NOT WS-RUN-REFUSED
                   PERFORM 1020-ACCEPT-PAIR-LIST
               END-IF
           END-IF.

      *    A MERGPARM on disk switches the run to parameter mode:
      *    the replies the console prompts would have collected come
      *    one per line instead, in prompt order.  No file means
      *    console.
       1005-OPEN-PARAM-FILE.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-FILE-STATUS = "00"
               SET WS-PARAM-MODE TO TRUE
           END-IF.

      *    A parameter file that runs out of lines answers blank
      *    from there on - the same as an operator pressing enter
      *    through the remaining prompts.
       1015-GET-REQUEST-REPLY.
           MOVE SPACES TO WS-REPLY
           IF WS-PARAM-MODE
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARAM-RECORD TO WS-REPLY
               END-READ
           ELSE
               ACCEPT WS-REPLY
           END-IF.

       1020-ACCEPT-PAIR-LIST.
           MOVE "N" TO WS-LIST-END-SW
           PERFORM 1025-ACCEPT-ONE-PAIR-LINE UNTIL WS-LIST-END
           IF WS-PAIR-COUNT = ZERO
               SET WS-RUN-REFUSED TO TRUE
               MOVE "MERGE LIST IS EMPTY - NOTHING TO DO"
                                         TO WS-REFUSE-REASON
           END-IF.

       1025-ACCEPT-ONE-PAIR-LINE.
           IF NOT WS-PARAM-MODE
               DISPLAY "CUSMERGE: ID TO RETIRE AND SURVIVING ID "
                   "(BLANK=END OF LIST)?"
           END-IF
           PERFORM 1015-GET-REQUEST-REPLY
           EVALUATE TRUE
               WHEN WS-REPLY(1:10) = SPACES
                   SET WS-LIST-END TO TRUE
               WHEN WS-PAIR-COUNT < 200
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-REPLY(1:10)
                       TO WS-PR-RETIRE-ID(WS-PAIR-COUNT)
                   MOVE WS-REPLY(12:10)
                       TO WS-PR-SURVIVOR-ID(WS-PAIR-COUNT)
               WHEN OTHER
                   DISPLAY "CUSMERGE: MERGE LIST FULL AT 200 - "
                       "PAIR NOT TAKEN: " WS-REPLY(1:21)
           END-EVALUATE.

      *    Merging deletes live master rows, so the window is held
      *    under this job's identity exactly as DORMANT holds it.
       1030-OPEN-BATCH-WINDOW.
           PERFORM 7100-READ-RUN-CONTROL
           EVALUATE TRUE
               WHEN RUN-BATCH-WINDOW-OPEN
                       AND RUN-BATCH-JOB-ID NOT = WS-JOB-ID
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "BATCH WINDOW HELD BY ANOTHER JOB"
                                         TO WS-REFUSE-REASON
               WHEN RUN-ONLINE-SESSIONS NUMERIC
                       AND RUN-ONLINE-SESSIONS > ZERO
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "ONLINE SESSIONS HOLD DBMASTER - WAIT"
                                         TO WS-REFUSE-REASON
               WHEN OTHER
                   IF RUN-ONLINE-SESSIONS NOT NUMERIC
                       MOVE ZERO TO RUN-ONLINE-SESSIONS
                   END-IF
                   SET RUN-BATCH-WINDOW-OPEN TO TRUE
                   MOVE WS-JOB-ID             TO RUN-BATCH-JOB-ID
                   MOVE WS-RUN-ID             TO RUN-BATCH-RUN-ID
                   MOVE FUNCTION CURRENT-DATE TO RUN-BATCH-TIMESTAMP
                   PERFORM 7200-WRITE-RUN-CONTROL
                   SET WS-WINDOW-OPENED TO TRUE
           END-EVALUATE.

       1060-EXTEND-XREF-FILE.
           OPEN EXTEND MERGE-XREF-FILE
           IF WS-XREF-FILE-STATUS = "35"
               OPEN OUTPUT MERGE-XREF-FILE
           END-IF.

       1070-WRITE-REPORT-HEADING.
           MOVE "CUSMERGE CUSTOMER MERGE REPORT" TO MERGE-RPT-RECORD
           WRITE MERGE-RPT-RECORD
           MOVE SPACES TO MERGE-RPT-RECORD
           STRING "RUN " WS-RUN-ID
               "  OPERATOR " WS-REQ-OPERATOR-ID
               "  APPROVED BY " WS-REQ-APPROVED-BY
               DELIMITED BY SIZE INTO MERGE-RPT-RECORD
           WRITE MERGE-RPT-RECORD
           MOVE SPACES TO MERGE-RPT-RECORD
           IF WS-PARAM-MODE
               MOVE "PARAMETERS FROM  : MERGPARM" TO MERGE-RPT-RECORD
           ELSE
               MOVE "PARAMETERS FROM  : CONSOLE"  TO MERGE-RPT-RECORD
           END-IF
           WRITE MERGE-RPT-RECORD
           MOVE SPACES TO MERGE-RPT-RECORD
           WRITE MERGE-RPT-RECORD.

       2000-MERGE-ONE-PAIR.
           ADD 1 TO WC-PAIRS-REQUESTED
           MOVE SPACES TO MD-DISPOSITION
                          MD-RETIRE-NAME    MD-RETIRE-BDATE
                          MD-SURVIVOR-NAME  MD-SURVIVOR-BDATE
           MOVE WS-PR-RETIRE-ID(WS-PX)   TO MD-RETIRE-ID
           MOVE WS-PR-SURVIVOR-ID(WS-PX) TO MD-SURVIVOR-ID
           PERFORM 2100-CHECK-PAIR
           IF WS-PAIR-OK
               PERFORM 2200-RETIRE-ONE-ID
           ELSE
               ADD 1 TO WC-PAIRS-REFUSED
           END-IF
           PERFORM 2900-WRITE-DETAIL-LINE.

      *    The survivor is read first and set aside, then the
      *    retired row is read into the record area - where it must
      *    be for the DELETE that follows.
       2100-CHECK-PAIR.
           MOVE "N" TO WS-PAIR-OK-SW
           IF WS-PR-RETIRE-ID(WS-PX) = WS-PR-SURVIVOR-ID(WS-PX)
               MOVE "SAME ID TWICE"    TO MD-DISPOSITION
           ELSE
               MOVE WS-PR-SURVIVOR-ID(WS-PX) TO DB-CUST-ID
               READ DB-MASTER-FILE
               EVALUATE WS-DB-MASTER-STATUS
                   WHEN "00"
                       MOVE DB-NAME       TO WS-SV-NAME
                                             MD-SURVIVOR-NAME
                       MOVE DB-BIRTH-DATE TO WS-SV-BIRTH-DATE
                                             MD-SURVIVOR-BDATE
                       PERFORM 2110-CHECK-RETIRED-ROW
                   WHEN "23"
                       MOVE "SURVIVOR MISSING" TO MD-DISPOSITION
                   WHEN OTHER
                       PERFORM 2190-NOTE-MASTER-ERROR
               END-EVALUATE
           END-IF.

       2110-CHECK-RETIRED-ROW.
           MOVE WS-PR-RETIRE-ID(WS-PX) TO DB-CUST-ID
           READ DB-MASTER-FILE
           EVALUATE WS-DB-MASTER-STATUS
               WHEN "00"
                   MOVE DB-NAME       TO MD-RETIRE-NAME
                   MOVE DB-BIRTH-DATE TO MD-RETIRE-BDATE
                   IF DB-BIRTH-DATE NUMERIC
                           AND DB-BIRTH-DATE NOT = ZERO
                           AND WS-SV-BIRTH-DATE NUMERIC
                           AND WS-SV-BIRTH-DATE NOT = ZERO
                           AND DB-BIRTH-DATE NOT = WS-SV-BIRTH-DATE
                       MOVE "BIRTH DATES DIFF" TO MD-DISPOSITION
                   ELSE
                       SET WS-PAIR-OK TO TRUE
                   END-IF
               WHEN "23"
                   MOVE "RETIREE MISSING"  TO MD-DISPOSITION
               WHEN OTHER
                   PERFORM 2190-NOTE-MASTER-ERROR
           END-EVALUATE.

       2190-NOTE-MASTER-ERROR.
           ADD 1 TO WC-MERGE-ERRORS
           DISPLAY "CUSMERGE: DBMASTER READ ERROR, CUST " DB-CUST-ID
               " STATUS " WS-DB-MASTER-STATUS
           MOVE "READ-ERROR"       TO MD-DISPOSITION.

      *    The cross-reference is written only after a "00"
      *    DELETE: a failed DELETE leaves nothing on MERGXREF, and a
      *    failed cross-reference WRITE puts the row back, so either
      *    way the customer stays live and unmerged, counted as a
      *    merge error, for the rerun after operations fixes the
      *    file.  A pair refused on the master side counts as
      *    refused, not as an error, and is not retried - the
      *    supervisor looks again.
       2200-RETIRE-ONE-ID.
           MOVE DB-CUST-ID         TO MRG-RETIRED-ID
           MOVE WS-PR-SURVIVOR-ID(WS-PX) TO MRG-SURVIVOR-ID
           MOVE DB-NAME            TO MRG-RETIRED-NAME
           MOVE DB-BIRTH-DATE      TO MRG-RETIRED-BDATE
           MOVE WS-REQ-APPROVED-BY TO MRG-APPROVED-BY
           MOVE WS-TODAY           TO MRG-DATE-MERGED
           MOVE WS-RUN-ID          TO MRG-RUN-ID
           DELETE DB-MASTER-FILE
           IF WS-DB-MASTER-STATUS NOT = "00"
               ADD 1 TO WC-MERGE-ERRORS
               DISPLAY "CUSMERGE: DELETE FAILED, CUST "
                   MRG-RETIRED-ID " STATUS " WS-DB-MASTER-STATUS
               MOVE "DEL-ERROR"        TO MD-DISPOSITION
           ELSE
               WRITE MERGE-XREF-RECORD
               IF WS-XREF-FILE-STATUS = "00"
                   ADD 1 TO WC-PAIRS-MERGED
                   PERFORM 2210-WRITE-MERGE-AUDIT-ROW
                   MOVE "MERGED"           TO MD-DISPOSITION
               ELSE
                   ADD 1 TO WC-MERGE-ERRORS
                   DISPLAY "CUSMERGE: XREF WRITE FAILED, CUST "
                       MRG-RETIRED-ID " STATUS " WS-XREF-FILE-STATUS
                   PERFORM 2220-PUT-ROW-BACK
               END-IF
           END-IF.

      *    The row goes back exactly as it was read.  If even that
      *    fails, the retired customer's image is on the console
      *    for operations to re-key - it is on no file now.
       2220-PUT-ROW-BACK.
           MOVE MRG-RETIRED-ID    TO DB-CUST-ID
           MOVE MRG-RETIRED-NAME  TO DB-NAME
           MOVE MRG-RETIRED-BDATE TO DB-BIRTH-DATE
           WRITE DB-RECORD
           IF WS-DB-MASTER-STATUS = "00"
               DISPLAY "CUSMERGE: ROW PUT BACK ON MASTER, CUST "
                   MRG-RETIRED-ID " - NOT MERGED"
               MOVE "XREF-ERROR"       TO MD-DISPOSITION
           ELSE
               DISPLAY "CUSMERGE: ROW NOT PUT BACK, STATUS "
                   WS-DB-MASTER-STATUS " - RE-KEY CUST "
                   MRG-RETIRED-ID " NAME " MRG-RETIRED-NAME
                   " BIRTH " MRG-RETIRED-BDATE
               MOVE "ROW-LOST"         TO MD-DISPOSITION
           END-IF.

       2210-WRITE-MERGE-AUDIT-ROW.
           MOVE "WRIT"            TO AUDR-FUNCTION
           MOVE "MERGE-DEL"       TO AUDR-TRAN-TYPE
           MOVE WS-JOB-ID         TO AUDR-JOB-ID
           MOVE WS-RUN-ID         TO AUDR-RUN-ID
           MOVE MRG-RETIRED-ID    TO AUDR-CUST-ID
           MOVE MRG-RETIRED-NAME  TO AUDR-BEFORE-NAME
           MOVE MRG-RETIRED-BDATE TO AUDR-BEFORE-BDATE
           MOVE SPACES            TO AUDR-AFTER-NAME
           MOVE MRG-SURVIVOR-ID   TO AUDR-AFTER-NAME(1:10)
           MOVE SPACES            TO AUDR-AFTER-BDATE
           MOVE WS-REQ-OPERATOR-ID TO AUDR-OPERATOR-ID
           CALL "AUDITWR" USING AUDIT-REQUEST.

       2900-WRITE-DETAIL-LINE.
           MOVE SPACES            TO MERGE-RPT-RECORD
           MOVE MERGE-DETAIL-LINE TO MERGE-RPT-RECORD
           WRITE MERGE-RPT-RECORD.

       7100-READ-RUN-CONTROL.
           SET RUN-BATCH-WINDOW-CLOSED TO TRUE
           MOVE SPACES TO RUN-BATCH-JOB-ID RUN-BATCH-RUN-ID
                          RUN-BATCH-TIMESTAMP
           MOVE ZERO   TO RUN-ONLINE-SESSIONS
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL-FILE INTO RUN-CONTROL-RECORD
                   AT END
                       CONTINUE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       7200-WRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE
           WRITE RUN-CONTROL-REC FROM RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       7300-CLOSE-BATCH-WINDOW.
           PERFORM 7100-READ-RUN-CONTROL
           SET RUN-BATCH-WINDOW-CLOSED TO TRUE
           MOVE WS-JOB-ID             TO RUN-BATCH-JOB-ID
           MOVE WS-RUN-ID             TO RUN-BATCH-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-BATCH-TIMESTAMP
           IF RUN-ONLINE-SESSIONS NOT NUMERIC
               MOVE ZERO TO RUN-ONLINE-SESSIONS
           END-IF
           PERFORM 7200-WRITE-RUN-CONTROL.

       9000-TERMINATE.
           CLOSE DB-MASTER-FILE
           CLOSE MERGE-XREF-FILE
           MOVE "CLOS" TO AUDR-FUNCTION
           CALL "AUDITWR" USING AUDIT-REQUEST
           MOVE SPACES TO MERGE-RPT-RECORD
           WRITE MERGE-RPT-RECORD
           MOVE SPACES TO MERGE-RPT-RECORD
           STRING "PAIRS REQUESTED  : " WC-PAIRS-REQUESTED
               DELIMITED BY SIZE INTO MERGE-RPT-RECORD
           WRITE MERGE-RPT-RECORD
           MOVE SPACES TO MERGE-RPT-RECORD
           STRING "PAIRS MERGED     : " WC-PAIRS-MERGED
               DELIMITED BY SIZE INTO MERGE-RPT-RECORD
           WRITE MERGE-RPT-RECORD
           MOVE SPACES TO MERGE-RPT-RECORD
           STRING "PAIRS REFUSED    : " WC-PAIRS-REFUSED
               DELIMITED BY SIZE INTO MERGE-RPT-RECORD
           WRITE MERGE-RPT-RECORD
           MOVE SPACES TO MERGE-RPT-RECORD
           STRING "MERGE ERRORS     : " WC-MERGE-ERRORS
               DELIMITED BY SIZE INTO MERGE-RPT-RECORD
           WRITE MERGE-RPT-RECORD
           CLOSE MERGE-RPT-FILE
           PERFORM 7300-CLOSE-BATCH-WINDOW
           DISPLAY "CUSMERGE: PAIRS REQUESTED  = " WC-PAIRS-REQUESTED
           DISPLAY "CUSMERGE: PAIRS MERGED     = " WC-PAIRS-MERGED
           IF WC-PAIRS-REFUSED > ZERO OR WC-MERGE-ERRORS > ZERO
               DISPLAY "CUSMERGE: PAIRS REFUSED    = "
                   WC-PAIRS-REFUSED " - REVIEW"
               DISPLAY "CUSMERGE: MERGE ERRORS     = "
                   WC-MERGE-ERRORS
               MOVE 16 TO RETURN-CODE
           END-IF.

       9100-REFUSE-RUN.
           DISPLAY "CUSMERGE: RUN REFUSED - " WS-REFUSE-REASON
           IF WS-WINDOW-OPENED
               PERFORM 7300-CLOSE-BATCH-WINDOW
           END-IF
           MOVE 16 TO RETURN-CODE.
