      ******************************************************************
      *  PROGRAM-ID.  DSUBJECT
      *
      *  Customer data-subject request.  A customer (or a regulator
      *  on the customer's behalf) may ask for a copy of everything
      *  this system holds about them, or for all of it to be
      *  erased.  The customer's name and birth date do not live
      *  only on DBMASTER: the audit trail and its AUDARCH archives
      *  carry before/after images, the suspense, dormancy, pending
      *  and merge logs carry copies of the row, the DQWORK
      *  data-quality worklist keeps it between DQSCORE runs for
      *  CORRSCRN to work through, the AGESENT log records which
      *  age milestones AGEMILE has announced, every DBIMG image
      *  copy carries the master as it stood that night, and the
      *  DBXSNAP/DBXPRIOR extract snapshots carry what was last sent
      *  downstream.  This job searches every one of them by
      *  DB-CUST-ID - the requested ID and every ID a CUSMERGE merge
      *  retired onto it (followed through MERGXREF, since those
      *  rows are the same person) - in one of two functions:
      *
      *    "EXPORT" - list every occurrence to DSUBRPT: the store
      *               (file name), the physical row number within
      *               it, and the customer data the row holds.
      *               Nothing is changed.
      *
      *    "ERASE"  - mask the customer in place in every store:
      *               the name becomes "*ERASED*" and the birth date
      *               spaces (the extract snapshots' derived age
      *               becomes zero).  Row counts never change, so a
      *               file's framing and counted controls survive;
      *               open suspense rows are written off, held
      *               pending rows cancelled, open worklist rows
      *               closed as worked by the erasing operator,
      *               AGESENT rows keep only the ID and milestone
      *               (the send date and run go, so the row no
      *               longer dates the customer's birthday, but
      *               AGEMILE still never repeats the event), and
      *               dormant-archive rows marked erased (see
      *               DORMREC) so nothing can bring the customer
      *               back.  Each DBIMG image
      *               holding the customer has its trailer name and
      *               birth-date hashes adjusted by exactly what the
      *               masking changed, so DBRELOAD still proves the
      *               image, and the catalog's control hash for
      *               each masked DBIMG and DBXSNAP generation is
      *               moved the same way through GENCATLG (see
      *               GENCCALL), so DBXTRACT's proof of its prior
      *               snapshot still holds.  Finally the master row,
      *               if the master still holds one, is DELETEd and
      *               audited through AUDITWR as ERASE-DEL - the
      *               tombstone: its before-image is the masked
      *               value, its AUD-AFTER-NAME the request
      *               reference, and AUDRPLAY and DBVERIFY treat it
      *               as a removal like any other delete, so the
      *               replay and drift proofs still hold.  The next
      *               DBXTRACT DELTA sends the downstream system a
      *               "D" for the customer (the masked prior
      *               snapshot row is gone from the master).  The
      *               detail lines on DSUBRPT show where the masking
      *               landed but carry no customer data, and the
      *               DSUBCERT completion certificate records the
      *               request reference, the operator, and what was
      *               masked per store.  A store that cannot be read
      *               or rewritten leaves the erasure incomplete:
      *               the certificate says so and the run ends with
      *               return code 16.  Every step is safe to repeat,
      *               so the answer is to fix the file and rerun.
      *
      *  The dated generations (AUDARCH.YYYYMMDD, DBIMG.YYYYMMDD,
      *  DBXSNAP.YYYYMMDD) are found by trying every date from a
      *  search-from date
      *  (blank = 20000101, earlier than any generation this system
      *  has cut) through today; a date with no file is simply
      *  skipped.
      *
      *  A customer ID that was itself retired by a merge is
      *  refused with the survivor's ID - the request belongs to the
      *  surviving customer, whose erasure takes the retired IDs
      *  with it.  Transient feed files (WSINPUT, DBEXTRCT,
      *  SUSPRTNF) and printed reports are outside this job; they
      *  are governed by their own retention.
      *
      *  Requests come from the DSUBPARM parameter file when one is
      *  present (line 1 = the scheduler's operator ID, line 2 =
      *  EXPORT/ERASE, line 3 = customer ID, line 4 = request
      *  reference, line 5 = search-from date, line 6 = YES to
      *  confirm an ERASE) and from the console otherwise (operator
      *  ID and password, then the same prompts).  The operator is
      *  checked through OPERSIGN against OPERAUTH (see OPERREC):
      *  ERASE needs the "E" erasure authority, EXPORT the "I"
      *  inquiry authority.  ERASE rewrites the logs and deletes a
      *  master row, so it takes the RUNCNTL window under this
      *  job's identity the way DORMANT does; EXPORT only reads.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSUBJECT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DB-MASTER-FILE ASSIGN TO "DBMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-CUST-ID
               ALTERNATE RECORD KEY IS DB-NAME WITH DUPLICATES
               FILE STATUS IS WS-DB-MASTER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT DORMANT-ARCHIVE-FILE ASSIGN TO "DORMARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT MERGE-XREF-FILE ASSIGN TO "MERGXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT DQ-WORKLIST-FILE ASSIGN TO "DQWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-STATUS.

           SELECT SENT-LOG-FILE ASSIGN TO "AGESENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SENT-LOG-STATUS.

           SELECT IMAGE-FILE ASSIGN TO DYNAMIC WS-IMAGE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMAGE-FILE-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO DYNAMIC WS-SNAPSHOT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.

           SELECT SNAPSHOT-WORK-FILE ASSIGN TO "DSUBWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT DSUB-RPT-FILE ASSIGN TO "DSUBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSUB-RPT-STATUS.

           SELECT CERTIFICATE-FILE ASSIGN TO "DSUBCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICATE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCNTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT PARAM-FILE ASSIGN TO "DSUBPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DB-MASTER-FILE.
           COPY DBRECRD.

       FD  AUDIT-FILE.
           COPY AUDTREC.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  DORMANT-ARCHIVE-FILE.
           COPY DORMREC.

       FD  PENDING-FILE.
           COPY PENDREC.

       FD  MERGE-XREF-FILE.
           COPY MERGREC.

       FD  DQ-WORKLIST-FILE.
       01  DQ-WORKLIST-REC              PIC X(97).

       FD  SENT-LOG-FILE.
           COPY AGESREC.

       FD  IMAGE-FILE.
           COPY DBIMGREC.

      *    DBXSNAP/DBXPRIOR rows, the DBXTRACT prior-snapshot view.
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05  SNP-CUST-ID              PIC X(10).
           05  SNP-NAME                 PIC X(30).
           05  SNP-BIRTH-DATE           PIC X(8).
           05  SNP-AGE                  PIC 9(3).
           05  FILLER                   PIC X(1).

       FD  SNAPSHOT-WORK-FILE.
       01  SNAPSHOT-WORK-RECORD         PIC X(52).

       FD  DSUB-RPT-FILE.
       01  DSUB-RPT-RECORD              PIC X(132).

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-RECORD           PIC X(80).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC              PIC X(41).

       FD  PARAM-FILE.
       01  PARAM-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-JOB-ID                    PIC X(8)     VALUE "DSUBJECT".
       01  WS-RUN-ID                    PIC X(8).
       01  WS-TODAY                     PIC X(8).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                        PIC 9(8).

       01  WS-FLAGS.
           05  WS-EOF-SW                PIC X(1)     VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  WS-REFUSED-SW            PIC X(1)     VALUE "N".
               88  WS-RUN-REFUSED        VALUE "Y".
           05  WS-WINDOW-SW             PIC X(1)     VALUE "N".
               88  WS-WINDOW-OPENED      VALUE "Y".
           05  WS-IN-FAMILY-SW          PIC X(1)     VALUE "N".
               88  WS-IN-FAMILY          VALUE "Y".
           05  WS-FAMILY-GREW-SW        PIC X(1)     VALUE "N".
               88  WS-FAMILY-GREW        VALUE "Y".
           05  WS-FILE-PRESENT-SW       PIC X(1)     VALUE "N".
               88  WS-FILE-PRESENT       VALUE "Y".
           05  WS-MASTER-ROW-SW         PIC X(1)     VALUE "N".
               88  WS-MASTER-ROW-FOUND   VALUE "Y".
           05  WS-TRAILER-SW            PIC X(1)     VALUE "N".
               88  WS-TRAILER-SEEN       VALUE "Y".
           05  WS-TOMBSTONE-SW          PIC X(1)     VALUE "N".
               88  WS-TOMBSTONE-WRITTEN  VALUE "Y".

       01  WS-DB-MASTER-STATUS          PIC X(2)     VALUE "00".
       01  WS-AUDIT-FILE-STATUS         PIC X(2)     VALUE "00".
       01  WS-SUSPENSE-FILE-STATUS      PIC X(2)     VALUE "00".
       01  WS-ARCHIVE-FILE-STATUS       PIC X(2)     VALUE "00".
       01  WS-PENDING-FILE-STATUS       PIC X(2)     VALUE "00".
       01  WS-XREF-FILE-STATUS          PIC X(2)     VALUE "00".
       01  WS-WORKLIST-STATUS           PIC X(2)     VALUE "00".
       01  WS-SENT-LOG-STATUS           PIC X(2)     VALUE "00".
       01  WS-IMAGE-FILE-STATUS         PIC X(2)     VALUE "00".
       01  WS-SNAPSHOT-FILE-STATUS      PIC X(2)     VALUE "00".
       01  WS-WORK-FILE-STATUS          PIC X(2)     VALUE "00".
       01  WS-DSUB-RPT-STATUS           PIC X(2)     VALUE "00".
       01  WS-CERTIFICATE-STATUS        PIC X(2)     VALUE "00".
       01  WS-RUN-CONTROL-STATUS        PIC X(2)     VALUE "00".
       01  WS-PARAM-FILE-STATUS         PIC X(2)     VALUE "00".

           COPY RUNCREC.

           COPY AUDTCALL.

           COPY MERGCALL.

           COPY OPERCALL.

           COPY GENCCALL.

           COPY DQWKREC.

       01  WS-PARAM-MODE-SW             PIC X(1)     VALUE "N".
           88  WS-PARAM-MODE             VALUE "Y".
       01  WS-REPLY                     PIC X(80)    VALUE SPACES.

       01  WS-REQUEST.
           05  WS-REQ-FUNCTION          PIC X(6).
               88  WS-REQ-EXPORT         VALUE "EXPORT".
               88  WS-REQ-ERASE          VALUE "ERASE ".
           05  WS-REQ-CUST-ID           PIC X(10).
           05  WS-REQ-REFERENCE         PIC X(20).
           05  WS-REQ-SEARCH-FROM       PIC X(8).
           05  WS-REQ-SEARCH-FROM-NUM REDEFINES WS-REQ-SEARCH-FROM
                                        PIC 9(8).
           05  WS-REQ-CONFIRM           PIC X(3).

       01  WS-OPERATOR-ID               PIC X(8)     VALUE SPACES.
       01  WS-REFUSE-REASON             PIC X(40)    VALUE SPACES.

      *    Dynamic file names: the trail and each AUDARCH archive
      *    share one SELECT, the DBXSNAP generations and DBXPRIOR
      *    another, and
      *    WS-STORE-NAME labels the report lines for whichever is
      *    being searched.
       01  WS-AUDIT-NAME                PIC X(16)    VALUE SPACES.
       01  WS-IMAGE-NAME                PIC X(14)    VALUE SPACES.
       01  WS-SNAPSHOT-NAME             PIC X(16)    VALUE SPACES.
       01  WS-STORE-NAME                PIC X(16)    VALUE SPACES.
       01  WS-OPEN-STATUS               PIC X(2)     VALUE "00".

      *    The generation search runs day by day as integer dates.
       01  WS-FIRST-DAY                 PIC 9(7)     VALUE ZERO.
       01  WS-LAST-DAY                  PIC 9(7)     VALUE ZERO.
       01  WS-PROBE-DAY                 PIC 9(7)     VALUE ZERO.
       01  WS-PROBE-DATE                PIC 9(8)     VALUE ZERO.
       01  WS-PROBE-DATE-X REDEFINES WS-PROBE-DATE
                                        PIC X(8).

      *    The requested ID first, then every ID merged onto it.
       01  WS-FAMILY.
           05  WS-FAMILY-COUNT          PIC 9(3)  COMP  VALUE ZERO.
           05  WS-FAMILY-ID             PIC X(10)
                                        OCCURS 50 TIMES.
       01  WS-FX                        PIC 9(3)  COMP  VALUE ZERO.
       01  WS-CHECK-ID                  PIC X(10)    VALUE SPACES.

       01  WS-ERASED-NAME               PIC X(30)    VALUE "*ERASED*".

      *    DBIMG trailer re-control: the DBUNLOAD/DBRELOAD hashes of
      *    a row's old and masked values, and the running change to
      *    the image's trailer totals.
       01  WS-HASH-WORK.
           05  WS-HX                    PIC 9(2)  COMP  VALUE ZERO.
           05  WS-HASH-NAME             PIC X(30)    VALUE SPACES.
           05  WS-HASH-BDATE            PIC X(8)     VALUE SPACES.
           05  WS-HASH-BDATE-NUM REDEFINES WS-HASH-BDATE
                                        PIC 9(8).
           05  WS-HASH-RESULT           PIC 9(15)    VALUE ZERO.
           05  WS-MASKED-NAME-HASH      PIC 9(15)    VALUE ZERO.
           05  WS-NAME-ADJUST           PIC S9(15)   VALUE ZERO.
           05  WS-BDATE-ADJUST          PIC S9(15)   VALUE ZERO.

       01  WS-COUNTERS.
           05  WC-ROW-NUMBER            PIC 9(9)     VALUE ZERO.
           05  WC-FILE-FOUND            PIC 9(9)     VALUE ZERO.
           05  WC-MASTER-FOUND          PIC 9(9)     VALUE ZERO.
           05  WC-TRAIL-FOUND           PIC 9(9)     VALUE ZERO.
           05  WC-ARCHIVE-FOUND         PIC 9(9)     VALUE ZERO.
           05  WC-ARCHIVES-SEARCHED     PIC 9(5)     VALUE ZERO.
           05  WC-SUSPENSE-FOUND        PIC 9(9)     VALUE ZERO.
           05  WC-SUSPENSE-CLOSED       PIC 9(9)     VALUE ZERO.
           05  WC-DORMANT-FOUND         PIC 9(9)     VALUE ZERO.
           05  WC-PENDING-FOUND         PIC 9(9)     VALUE ZERO.
           05  WC-PENDING-CANCELLED     PIC 9(9)     VALUE ZERO.
           05  WC-XREF-FOUND            PIC 9(9)     VALUE ZERO.
           05  WC-WORKLIST-FOUND        PIC 9(9)     VALUE ZERO.
           05  WC-WORKLIST-CLOSED       PIC 9(9)     VALUE ZERO.
           05  WC-SENT-LOG-FOUND        PIC 9(9)     VALUE ZERO.
           05  WC-IMAGE-FOUND           PIC 9(9)     VALUE ZERO.
           05  WC-IMAGES-SEARCHED       PIC 9(5)     VALUE ZERO.
           05  WC-IMAGES-RECONTROLLED   PIC 9(5)     VALUE ZERO.
           05  WC-SNAP-FOUND            PIC 9(9)     VALUE ZERO.
           05  WC-PRIOR-FOUND           PIC 9(9)     VALUE ZERO.
           05  WC-STORE-ERRORS          PIC 9(9)     VALUE ZERO.

       01  WS-PRINT-LINE                PIC X(80)    VALUE SPACES.

       01  DSUB-COLUMN-HEADING.
           05  FILLER                   PIC X(16)    VALUE "STORE".
           05  FILLER                   PIC X(12)
               VALUE "       ROW  ".
           05  FILLER                   PIC X(11)    VALUE "CUST ID".
           05  FILLER                   PIC X(31)    VALUE "NAME".
           05  FILLER                   PIC X(10)    VALUE "BIRTH DT".
           05  FILLER                   PIC X(50)    VALUE "DETAIL".

       01  DSUB-DETAIL-LINE.
           05  DD-STORE                 PIC X(16).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  DD-ROW-NUMBER            PIC Z(8)9.
           05  FILLER                   PIC X(2)     VALUE SPACES.
           05  DD-CUST-ID               PIC X(10).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  DD-NAME                  PIC X(30).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  DD-BIRTH-DATE            PIC X(8).
           05  FILLER                   PIC X(2)     VALUE SPACES.
           05  DD-DETAIL                PIC X(50).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-REFUSED
               PERFORM 9100-REFUSE-RUN
           ELSE
               PERFORM 2000-SEARCH-MASTER
               PERFORM 3000-SEARCH-AUDIT-TRAIL
               PERFORM 4000-SEARCH-SUSPENSE
               PERFORM 4200-SEARCH-DORMANT-ARCHIVE
               PERFORM 4400-SEARCH-PENDING-QUEUE
               PERFORM 4600-SEARCH-MERGE-XREF
               PERFORM 4800-SEARCH-DQ-WORKLIST
               PERFORM 4850-SEARCH-AGE-SENT-LOG
               PERFORM 5000-SEARCH-DATED-GENERATIONS
               PERFORM 6000-SEARCH-EXTRACT-SNAPSHOTS
               IF WS-REQ-ERASE
                   PERFORM 6500-REMOVE-MASTER-ROW
               END-IF
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1010-ACCEPT-REQUEST
           IF NOT WS-RUN-REFUSED
               PERFORM 1040-GATHER-MERGE-FAMILY
           END-IF
           IF NOT WS-RUN-REFUSED AND WS-REQ-ERASE
               PERFORM 1030-OPEN-BATCH-WINDOW
           END-IF
           IF NOT WS-RUN-REFUSED
               IF WS-REQ-ERASE
                   OPEN I-O DB-MASTER-FILE
               ELSE
                   OPEN INPUT DB-MASTER-FILE
               END-IF
               IF WS-DB-MASTER-STATUS NOT = "00"
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "DBMASTER UNAVAILABLE" TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF NOT WS-RUN-REFUSED
               MOVE WS-ERASED-NAME TO WS-HASH-NAME
               PERFORM 8300-HASH-NAME
               MOVE WS-HASH-RESULT TO WS-MASKED-NAME-HASH
               OPEN OUTPUT DSUB-RPT-FILE
               PERFORM 1070-WRITE-REPORT-HEADING
           END-IF.

       1010-ACCEPT-REQUEST.
           MOVE SPACES TO WS-REQUEST
           PERFORM 1005-OPEN-PARAM-FILE
           PERFORM 1008-SIGN-ON-OPERATOR
           IF NOT WS-RUN-REFUSED
               PERFORM 1012-ACCEPT-FUNCTION
           END-IF
           IF WS-PARAM-MODE
               CLOSE PARAM-FILE
           END-IF.

       1012-ACCEPT-FUNCTION.
           IF NOT WS-PARAM-MODE
               DISPLAY "DSUBJECT: FUNCTION (EXPORT/ERASE)?"
           END-IF
           PERFORM 1015-GET-REQUEST-REPLY
           MOVE WS-REPLY(1:6) TO WS-REQ-FUNCTION
           IF NOT WS-PARAM-MODE
               DISPLAY "DSUBJECT: CUSTOMER ID?"
           END-IF
           PERFORM 1015-GET-REQUEST-REPLY
           MOVE WS-REPLY(1:10) TO WS-REQ-CUST-ID
           IF NOT WS-PARAM-MODE
               DISPLAY "DSUBJECT: REQUEST REFERENCE?"
           END-IF
           PERFORM 1015-GET-REQUEST-REPLY
           MOVE WS-REPLY(1:20) TO WS-REQ-REFERENCE
           IF NOT WS-PARAM-MODE
               DISPLAY "DSUBJECT: SEARCH GENERATIONS FROM "
                   "(YYYYMMDD, BLANK = 20000101)?"
           END-IF
           PERFORM 1015-GET-REQUEST-REPLY
           MOVE WS-REPLY(1:8) TO WS-REQ-SEARCH-FROM
           IF WS-REQ-SEARCH-FROM = SPACES
               MOVE "20000101" TO WS-REQ-SEARCH-FROM
           END-IF
           IF WS-REQ-ERASE
               IF NOT WS-PARAM-MODE
                   DISPLAY "DSUBJECT: ERASE CUSTOMER " WS-REQ-CUST-ID
                       " FROM EVERY STORE - ENTER YES TO CONFIRM"
               END-IF
               PERFORM 1015-GET-REQUEST-REPLY
               MOVE WS-REPLY(1:3) TO WS-REQ-CONFIRM
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-REQ-EXPORT AND NOT WS-REQ-ERASE
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "FUNCTION MUST BE EXPORT OR ERASE"
                                         TO WS-REFUSE-REASON
               WHEN WS-REQ-CUST-ID = SPACES
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "CUSTOMER ID IS REQUIRED" TO WS-REFUSE-REASON
               WHEN WS-REQ-REFERENCE = SPACES
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "REQUEST REFERENCE IS REQUIRED"
                                         TO WS-REFUSE-REASON
               WHEN WS-REQ-SEARCH-FROM NOT NUMERIC
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "SEARCH-FROM DATE MUST BE YYYYMMDD"
                                         TO WS-REFUSE-REASON
               WHEN WS-REQ-ERASE AND WS-REQ-CONFIRM NOT = "YES"
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "ERASURE NOT CONFIRMED" TO WS-REFUSE-REASON
           END-EVALUATE
           IF NOT WS-RUN-REFUSED
               PERFORM 1020-SET-SEARCH-DAYS
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 1009-CHECK-AUTHORITY
           END-IF.

      *    Who is running this: a console operator proves it with a
      *    password, a parameter-file run names a scheduler ID on
      *    line 1 (which has no password to leave lying on disk).
      *    Either must be active on OPERAUTH.
       1008-SIGN-ON-OPERATOR.
           IF NOT WS-PARAM-MODE
               DISPLAY "DSUBJECT: OPERATOR ID?"
           END-IF
           PERFORM 1015-GET-REQUEST-REPLY
           MOVE WS-REPLY(1:8) TO WS-OPERATOR-ID
           MOVE SPACES        TO OPRR-PASSWORD
           IF WS-PARAM-MODE
               MOVE "SCHD" TO OPRR-FUNCTION
           ELSE
               DISPLAY "DSUBJECT: PASSWORD?"
               PERFORM 1015-GET-REQUEST-REPLY
               MOVE WS-REPLY(1:8) TO OPRR-PASSWORD
               MOVE "SIGN" TO OPRR-FUNCTION
           END-IF
           MOVE WS-OPERATOR-ID TO OPRR-OPERATOR-ID
           MOVE SPACE          TO OPRR-AUTHORITY
           CALL "OPERSIGN" USING OPERATOR-REQUEST
           IF OPRR-RETURN-CODE NOT = ZERO
               SET WS-RUN-REFUSED TO TRUE
               MOVE "OPERATOR SIGN-ON REJECTED" TO WS-REFUSE-REASON
           END-IF.

      *    ERASE destroys customer data beyond recall and needs the
      *    erasure authority; EXPORT only looks.
       1009-CHECK-AUTHORITY.
           MOVE "CHEK"         TO OPRR-FUNCTION
           MOVE WS-OPERATOR-ID TO OPRR-OPERATOR-ID
           IF WS-REQ-ERASE
               MOVE "E" TO OPRR-AUTHORITY
           ELSE
               MOVE "I" TO OPRR-AUTHORITY
           END-IF
           CALL "OPERSIGN" USING OPERATOR-REQUEST
           IF OPRR-RETURN-CODE NOT = ZERO
               SET WS-RUN-REFUSED TO TRUE
               STRING "OPERATOR NOT AUTHORIZED FOR "
                   WS-REQ-FUNCTION
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
           END-IF.

       1005-OPEN-PARAM-FILE.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-FILE-STATUS = "00"
               SET WS-PARAM-MODE TO TRUE
           END-IF.

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

      *    An impossible date (20261345) converts to zero.
       1020-SET-SEARCH-DAYS.
           COMPUTE WS-FIRST-DAY =
               FUNCTION INTEGER-OF-DATE(WS-REQ-SEARCH-FROM-NUM)
           COMPUTE WS-LAST-DAY =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           IF WS-FIRST-DAY = ZERO OR WS-FIRST-DAY > WS-LAST-DAY
               SET WS-RUN-REFUSED TO TRUE
               MOVE "SEARCH-FROM DATE INVALID OR IN FUTURE"
                                         TO WS-REFUSE-REASON
           END-IF.

      *    Erasure rewrites the logs and deletes a master row, so
      *    the window is held under this job's identity exactly as
      *    DORMANT holds it; no session may be appending to the
      *    trail while it is rewritten.
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

      *    The customer is the requested ID plus every ID a merge
      *    retired onto it, directly or through a chain: MERGXREF is
      *    re-read until a pass adds nobody new.  A requested ID
      *    that is itself retired belongs to its survivor.
       1040-GATHER-MERGE-FAMILY.
           MOVE "FIND"         TO MRGR-FUNCTION
           MOVE WS-REQ-CUST-ID TO MRGR-CUST-ID
           CALL "MERGFIND" USING MERGE-REQUEST
           IF MRGR-RETURN-CODE = ZERO
               SET WS-RUN-REFUSED TO TRUE
               STRING "ID RETIRED BY MERGE - USE " MRGR-SURVIVOR-ID
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
           ELSE
               MOVE 1              TO WS-FAMILY-COUNT
               MOVE WS-REQ-CUST-ID TO WS-FAMILY-ID(1)
               SET WS-FAMILY-GREW TO TRUE
               PERFORM 1045-SCAN-XREF-FOR-FAMILY
                   UNTIL NOT WS-FAMILY-GREW OR WS-RUN-REFUSED
           END-IF.

       1045-SCAN-XREF-FOR-FAMILY.
           MOVE "N" TO WS-FAMILY-GREW-SW
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT MERGE-XREF-FILE
           IF WS-XREF-FILE-STATUS = "00"
               PERFORM 1046-NOTE-ONE-XREF-ROW
                   UNTIL WS-EOF OR WS-RUN-REFUSED
               CLOSE MERGE-XREF-FILE
           END-IF.

       1046-NOTE-ONE-XREF-ROW.
           READ MERGE-XREF-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   MOVE MRG-SURVIVOR-ID TO WS-CHECK-ID
                   PERFORM 8200-CHECK-FAMILY
                   IF WS-IN-FAMILY
                       MOVE MRG-RETIRED-ID TO WS-CHECK-ID
                       PERFORM 8200-CHECK-FAMILY
                       IF NOT WS-IN-FAMILY
                           PERFORM 1047-ADD-FAMILY-MEMBER
                       END-IF
                   END-IF
           END-READ.

       1047-ADD-FAMILY-MEMBER.
           IF WS-FAMILY-COUNT NOT < 50
               SET WS-RUN-REFUSED TO TRUE
               MOVE "MORE THAN 50 IDS MERGED INTO CUSTOMER"
                                         TO WS-REFUSE-REASON
           ELSE
               ADD 1 TO WS-FAMILY-COUNT
               MOVE MRG-RETIRED-ID TO WS-FAMILY-ID(WS-FAMILY-COUNT)
               SET WS-FAMILY-GREW TO TRUE
           END-IF.

       1070-WRITE-REPORT-HEADING.
           MOVE "DATA-SUBJECT REQUEST REPORT" TO DSUB-RPT-RECORD
           WRITE DSUB-RPT-RECORD
           MOVE SPACES TO DSUB-RPT-RECORD
           STRING "FUNCTION " WS-REQ-FUNCTION
               "  CUSTOMER " WS-REQ-CUST-ID
               "  REFERENCE " WS-REQ-REFERENCE
               DELIMITED BY SIZE INTO DSUB-RPT-RECORD
           WRITE DSUB-RPT-RECORD
           MOVE SPACES TO DSUB-RPT-RECORD
           STRING "OPERATOR " WS-OPERATOR-ID
               "  RUN " WS-TODAY " " WS-RUN-ID
               DELIMITED BY SIZE INTO DSUB-RPT-RECORD
           WRITE DSUB-RPT-RECORD
           MOVE SPACES TO DSUB-RPT-RECORD
           STRING "AUDARCH/DBIMG/DBXSNAP GENERATIONS FROM "
               WS-REQ-SEARCH-FROM " THRU " WS-TODAY
               DELIMITED BY SIZE INTO DSUB-RPT-RECORD
           WRITE DSUB-RPT-RECORD
           PERFORM 1075-WRITE-FAMILY-LINE
               VARYING WS-FX FROM 2 BY 1
               UNTIL WS-FX > WS-FAMILY-COUNT
           MOVE SPACES TO DSUB-RPT-RECORD
           IF WS-PARAM-MODE
               MOVE "PARAMETERS FROM DSUBPARM" TO DSUB-RPT-RECORD
           ELSE
               MOVE "PARAMETERS FROM CONSOLE"  TO DSUB-RPT-RECORD
           END-IF
           WRITE DSUB-RPT-RECORD
           MOVE SPACES TO DSUB-RPT-RECORD
           WRITE DSUB-RPT-RECORD
           MOVE DSUB-COLUMN-HEADING TO DSUB-RPT-RECORD
           WRITE DSUB-RPT-RECORD.

       1075-WRITE-FAMILY-LINE.
           MOVE SPACES TO DSUB-RPT-RECORD
           STRING "ALSO SEARCHED    : " WS-FAMILY-ID(WS-FX)
               " (RETIRED BY MERGE)"
               DELIMITED BY SIZE INTO DSUB-RPT-RECORD
           WRITE DSUB-RPT-RECORD.

      ******************************************************************
      *  DBMASTER - the live row.  A merged-away ID has no master
      *  row, so only the requested ID is read.  An erasure deletes
      *  it last (6500), after every copy of it has been masked.
      ******************************************************************
       2000-SEARCH-MASTER.
           MOVE WS-REQ-CUST-ID TO DB-CUST-ID
           READ DB-MASTER-FILE
           EVALUATE WS-DB-MASTER-STATUS
               WHEN "00"
                   SET WS-MASTER-ROW-FOUND TO TRUE
                   MOVE 1 TO WC-MASTER-FOUND
                   IF WS-REQ-EXPORT
                       MOVE "DBMASTER"    TO WS-STORE-NAME
                       MOVE 1             TO WC-ROW-NUMBER
                       MOVE DB-CUST-ID    TO DD-CUST-ID
                       MOVE DB-NAME       TO DD-NAME
                       MOVE DB-BIRTH-DATE TO DD-BIRTH-DATE
                       MOVE "LIVE MASTER ROW (KEYED BY CUSTOMER ID)"
                                          TO DD-DETAIL
                       PERFORM 8000-WRITE-DETAIL-LINE
                   END-IF
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE "DBMASTER"          TO WS-STORE-NAME
                   MOVE WS-DB-MASTER-STATUS TO WS-OPEN-STATUS
                   PERFORM 8100-NOTE-STORE-ERROR
           END-EVALUATE.

      ******************************************************************
      *  AUDITTRL and the AUDARCH archives - before and after images
      *  of every change.  A MERGE-DEL row's after-name is the
      *  survivor's ID and an ERASE-DEL row's the request reference,
      *  not customer data, so both are left as they are.
      ******************************************************************
       3000-SEARCH-AUDIT-TRAIL.
           MOVE "AUDITTRL" TO WS-AUDIT-NAME
           PERFORM 3100-SEARCH-ONE-AUDIT-FILE
           MOVE WC-FILE-FOUND TO WC-TRAIL-FOUND.

       3100-SEARCH-ONE-AUDIT-FILE.
           MOVE WS-AUDIT-NAME TO WS-STORE-NAME
           MOVE ZERO TO WC-ROW-NUMBER WC-FILE-FOUND
           MOVE "N"  TO WS-EOF-SW WS-FILE-PRESENT-SW
           IF WS-REQ-ERASE
               OPEN I-O AUDIT-FILE
           ELSE
               OPEN INPUT AUDIT-FILE
           END-IF
           EVALUATE WS-AUDIT-FILE-STATUS
               WHEN "00"
                   SET WS-FILE-PRESENT TO TRUE
                   PERFORM 3200-EXAMINE-AUDIT-ROW UNTIL WS-EOF
                   CLOSE AUDIT-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-AUDIT-FILE-STATUS TO WS-OPEN-STATUS
                   PERFORM 8100-NOTE-STORE-ERROR
           END-EVALUATE.

       3200-EXAMINE-AUDIT-ROW.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WC-ROW-NUMBER
                   MOVE AUD-CUST-ID TO WS-CHECK-ID
                   PERFORM 8200-CHECK-FAMILY
                   IF WS-IN-FAMILY
                       ADD 1 TO WC-FILE-FOUND
                       IF WS-REQ-ERASE
                           PERFORM 3300-MASK-AUDIT-ROW
                       ELSE
                           PERFORM 3400-EXPORT-AUDIT-ROW
                       END-IF
                   END-IF
           END-READ.

       3300-MASK-AUDIT-ROW.
           IF AUD-BEFORE-NAME NOT = SPACES
               MOVE WS-ERASED-NAME TO AUD-BEFORE-NAME
           END-IF
           MOVE SPACES TO AUD-BEFORE-BDATE
           IF AUD-AFTER-NAME NOT = SPACES
                   AND AUD-TRAN-TYPE NOT = "MERGE-DEL"
                   AND AUD-TRAN-TYPE NOT = "ERASE-DEL"
               MOVE WS-ERASED-NAME TO AUD-AFTER-NAME
           END-IF
           MOVE SPACES TO AUD-AFTER-BDATE
           REWRITE AUDIT-RECORD
           MOVE AUD-CUST-ID TO DD-CUST-ID
           MOVE WS-ERASED-NAME TO DD-NAME
           MOVE SPACES      TO DD-BIRTH-DATE
           IF WS-AUDIT-FILE-STATUS = "00"
               MOVE SPACES TO DD-DETAIL
               STRING "MASKED " AUD-TRAN-TYPE " "
                   AUD-TIMESTAMP(1:14)
                   DELIMITED BY SIZE INTO DD-DETAIL
           ELSE
               MOVE WS-AUDIT-FILE-STATUS TO WS-OPEN-STATUS
               PERFORM 8150-NOTE-REWRITE-ERROR
           END-IF
           PERFORM 8000-WRITE-DETAIL-LINE.

       3400-EXPORT-AUDIT-ROW.
           MOVE AUD-CUST-ID      TO DD-CUST-ID
           MOVE AUD-BEFORE-NAME  TO DD-NAME
           MOVE AUD-BEFORE-BDATE TO DD-BIRTH-DATE
           MOVE SPACES TO DD-DETAIL
           STRING AUD-TRAN-TYPE " " AUD-TIMESTAMP(1:14)
               " BEFORE  BY " AUD-OPERATOR-ID
               DELIMITED BY SIZE INTO DD-DETAIL
           PERFORM 8000-WRITE-DETAIL-LINE
           MOVE SPACES TO DD-DETAIL
           IF AUD-TRAN-TYPE = "MERGE-DEL"
               MOVE SPACES TO DD-NAME
               STRING AUD-TRAN-TYPE " " AUD-TIMESTAMP(1:14)
                   " MERGED INTO " AUD-MERGE-SURVIVOR-ID
                   DELIMITED BY SIZE INTO DD-DETAIL
           ELSE
               MOVE AUD-AFTER-NAME TO DD-NAME
               STRING AUD-TRAN-TYPE " " AUD-TIMESTAMP(1:14)
                   " AFTER   BY " AUD-OPERATOR-ID
                   DELIMITED BY SIZE INTO DD-DETAIL
           END-IF
           MOVE AUD-AFTER-BDATE TO DD-BIRTH-DATE
           PERFORM 8000-WRITE-DETAIL-LINE.

      ******************************************************************
      *  SUSPENSE - parked transactions.  An open row can never be
      *  posted once the customer is erased, so it is written off.
      ******************************************************************
       4000-SEARCH-SUSPENSE.
           MOVE "SUSPENSE" TO WS-STORE-NAME
           MOVE ZERO TO WC-ROW-NUMBER
           MOVE "N"  TO WS-EOF-SW
           IF WS-REQ-ERASE
               OPEN I-O SUSPENSE-FILE
           ELSE
               OPEN INPUT SUSPENSE-FILE
           END-IF
           EVALUATE WS-SUSPENSE-FILE-STATUS
               WHEN "00"
                   PERFORM 4100-EXAMINE-SUSPENSE-ROW UNTIL WS-EOF
                   CLOSE SUSPENSE-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-SUSPENSE-FILE-STATUS TO WS-OPEN-STATUS
                   PERFORM 8100-NOTE-STORE-ERROR
           END-EVALUATE.

       4100-EXAMINE-SUSPENSE-ROW.
           READ SUSPENSE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WC-ROW-NUMBER
                   MOVE SUSP-CUST-ID TO WS-CHECK-ID
                   PERFORM 8200-CHECK-FAMILY
                   IF WS-IN-FAMILY
                       ADD 1 TO WC-SUSPENSE-FOUND
                       IF WS-REQ-ERASE
                           PERFORM 4150-MASK-SUSPENSE-ROW
                       ELSE
                           PERFORM 4190-EXPORT-SUSPENSE-ROW
                       END-IF
                   END-IF
           END-READ.

       4150-MASK-SUSPENSE-ROW.
           MOVE WS-ERASED-NAME TO SUSP-NAME
           MOVE SPACES         TO SUSP-BIRTH-DATE
           MOVE "MASKED"       TO DD-DETAIL
           IF SUSP-OPEN
               SET SUSP-WRITTEN-OFF TO TRUE
               MOVE WS-TODAY TO SUSP-DATE-CLOSED
               ADD 1 TO WC-SUSPENSE-CLOSED
               MOVE "MASKED, OPEN ROW WRITTEN OFF" TO DD-DETAIL
           END-IF
           REWRITE SUSPENSE-RECORD
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               MOVE WS-SUSPENSE-FILE-STATUS TO WS-OPEN-STATUS
               PERFORM 8150-NOTE-REWRITE-ERROR
           END-IF
           PERFORM 4190-EXPORT-SUSPENSE-ROW.

       4190-EXPORT-SUSPENSE-ROW.
           MOVE SUSP-CUST-ID    TO DD-CUST-ID
           MOVE SUSP-NAME       TO DD-NAME
           MOVE SUSP-BIRTH-DATE TO DD-BIRTH-DATE
           IF WS-REQ-EXPORT
               MOVE SPACES TO DD-DETAIL
               STRING SUSP-REASON-CODE " STATUS " SUSP-STATUS
                   " ADDED " SUSP-DATE-ADDED " SRC " SUSP-SOURCE-ID
                   DELIMITED BY SIZE INTO DD-DETAIL
           END-IF
           PERFORM 8000-WRITE-DETAIL-LINE.

      ******************************************************************
      *  DORMARCH - archived customers.  An erased row is marked
      *  "E" so DORMREIN will never put it back on the master.
      ******************************************************************
       4200-SEARCH-DORMANT-ARCHIVE.
           MOVE "DORMARCH" TO WS-STORE-NAME
           MOVE ZERO TO WC-ROW-NUMBER
           MOVE "N"  TO WS-EOF-SW
           IF WS-REQ-ERASE
               OPEN I-O DORMANT-ARCHIVE-FILE
           ELSE
               OPEN INPUT DORMANT-ARCHIVE-FILE
           END-IF
           EVALUATE WS-ARCHIVE-FILE-STATUS
               WHEN "00"
                   PERFORM 4300-EXAMINE-DORMANT-ROW UNTIL WS-EOF
                   CLOSE DORMANT-ARCHIVE-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-ARCHIVE-FILE-STATUS TO WS-OPEN-STATUS
                   PERFORM 8100-NOTE-STORE-ERROR
           END-EVALUATE.

       4300-EXAMINE-DORMANT-ROW.
           READ DORMANT-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WC-ROW-NUMBER
                   MOVE DORM-CUST-ID TO WS-CHECK-ID
                   PERFORM 8200-CHECK-FAMILY
                   IF WS-IN-FAMILY
                       ADD 1 TO WC-DORMANT-FOUND
                       IF WS-REQ-ERASE
                           PERFORM 4350-MASK-DORMANT-ROW
                       ELSE
                           PERFORM 4390-EXPORT-DORMANT-ROW
                       END-IF
                   END-IF
           END-READ.

       4350-MASK-DORMANT-ROW.
           MOVE WS-ERASED-NAME TO DORM-NAME
           MOVE SPACES         TO DORM-BIRTH-DATE
           SET DORM-ERASED     TO TRUE
           MOVE "MASKED, MARKED ERASED" TO DD-DETAIL
           REWRITE DORMANT-RECORD
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               MOVE WS-ARCHIVE-FILE-STATUS TO WS-OPEN-STATUS
               PERFORM 8150-NOTE-REWRITE-ERROR
           END-IF
           PERFORM 4390-EXPORT-DORMANT-ROW.

       4390-EXPORT-DORMANT-ROW.
           MOVE DORM-CUST-ID    TO DD-CUST-ID
           MOVE DORM-NAME       TO DD-NAME
           MOVE DORM-BIRTH-DATE TO DD-BIRTH-DATE
           IF WS-REQ-EXPORT
               MOVE SPACES TO DD-DETAIL
               STRING "STATUS " DORM-STATUS
                   " LAST ACT " DORM-LAST-ACTIVITY
                   " ARCHIVED " DORM-DATE-ARCHIVED
                   DELIMITED BY SIZE INTO DD-DETAIL
           END-IF
           PERFORM 8000-WRITE-DETAIL-LINE.

      ******************************************************************
      *  PENDTXN - future-dated transactions.  A held row is
      *  cancelled: it must not re-create the customer when it
      *  comes due.
      ******************************************************************
       4400-SEARCH-PENDING-QUEUE.
           MOVE "PENDTXN" TO WS-STORE-NAME
           MOVE ZERO TO WC-ROW-NUMBER
           MOVE "N"  TO WS-EOF-SW
           IF WS-REQ-ERASE
               OPEN I-O PENDING-FILE
           ELSE
               OPEN INPUT PENDING-FILE
           END-IF
           EVALUATE WS-PENDING-FILE-STATUS
               WHEN "00"
                   PERFORM 4500-EXAMINE-PENDING-ROW UNTIL WS-EOF
                   CLOSE PENDING-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-PENDING-FILE-STATUS TO WS-OPEN-STATUS
                   PERFORM 8100-NOTE-STORE-ERROR
           END-EVALUATE.

       4500-EXAMINE-PENDING-ROW.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WC-ROW-NUMBER
                   MOVE PEND-CUST-ID TO WS-CHECK-ID
                   PERFORM 8200-CHECK-FAMILY
                   IF WS-IN-FAMILY
                       ADD 1 TO WC-PENDING-FOUND
                       IF WS-REQ-ERASE
                           PERFORM 4550-MASK-PENDING-ROW
                       ELSE
                           PERFORM 4590-EXPORT-PENDING-ROW
                       END-IF
                   END-IF
           END-READ.

       4550-MASK-PENDING-ROW.
           MOVE WS-ERASED-NAME TO PEND-NAME
           MOVE SPACES         TO PEND-BIRTH-DATE
           MOVE "MASKED"       TO DD-DETAIL
           IF PEND-HELD
               SET PEND-CANCELLED TO TRUE
               MOVE WS-TODAY  TO PEND-DATE-CLOSED
               MOVE WS-RUN-ID TO PEND-CLOSED-RUN-ID
               ADD 1 TO WC-PENDING-CANCELLED
               MOVE "MASKED, HELD ROW CANCELLED" TO DD-DETAIL
           END-IF
           REWRITE PENDING-RECORD
           IF WS-PENDING-FILE-STATUS NOT = "00"
               MOVE WS-PENDING-FILE-STATUS TO WS-OPEN-STATUS
               PERFORM 8150-NOTE-REWRITE-ERROR
           END-IF
           PERFORM 4590-EXPORT-PENDING-ROW.

       4590-EXPORT-PENDING-ROW.
           MOVE PEND-CUST-ID    TO DD-CUST-ID
           MOVE PEND-NAME       TO DD-NAME
           MOVE PEND-BIRTH-DATE TO DD-BIRTH-DATE
           IF WS-REQ-EXPORT
               MOVE SPACES TO DD-DETAIL
               STRING "TRAN " PEND-TRAN-CODE
                   " EFFECTIVE " PEND-EFFECTIVE-DATE
                   " STATUS " PEND-STATUS
                   " SRC " PEND-SOURCE-ID
                   DELIMITED BY SIZE INTO DD-DETAIL
           END-IF
           PERFORM 8000-WRITE-DETAIL-LINE.

      ******************************************************************
      *  MERGXREF - the retired IDs' last images.  The IDs stay: they
      *  are what redirects a late transaction to the survivor.
      ******************************************************************
       4600-SEARCH-MERGE-XREF.
           MOVE "MERGXREF" TO WS-STORE-NAME
           MOVE ZERO TO WC-ROW-NUMBER
           MOVE "N"  TO WS-EOF-SW
           IF WS-REQ-ERASE
               OPEN I-O MERGE-XREF-FILE
           ELSE
               OPEN INPUT MERGE-XREF-FILE
           END-IF
           EVALUATE WS-XREF-FILE-STATUS
               WHEN "00"
                   PERFORM 4700-EXAMINE-XREF-ROW UNTIL WS-EOF
                   CLOSE MERGE-XREF-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-XREF-FILE-STATUS TO WS-OPEN-STATUS
                   PERFORM 8100-NOTE-STORE-ERROR
           END-EVALUATE.

       4700-EXAMINE-XREF-ROW.
           READ MERGE-XREF-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WC-ROW-NUMBER
                   MOVE MRG-RETIRED-ID TO WS-CHECK-ID
                   PERFORM 8200-CHECK-FAMILY
                   IF WS-IN-FAMILY
                       ADD 1 TO WC-XREF-FOUND
                       IF WS-REQ-ERASE
                           PERFORM 4750-MASK-XREF-ROW
                       ELSE
                           PERFORM 4790-EXPORT-XREF-ROW
                       END-IF
                   END-IF
           END-READ.

       4750-MASK-XREF-ROW.
           MOVE WS-ERASED-NAME TO MRG-RETIRED-NAME
           MOVE SPACES         TO MRG-RETIRED-BDATE
           MOVE "MASKED"       TO DD-DETAIL
           REWRITE MERGE-XREF-RECORD
           IF WS-XREF-FILE-STATUS NOT = "00"
               MOVE WS-XREF-FILE-STATUS TO WS-OPEN-STATUS
               PERFORM 8150-NOTE-REWRITE-ERROR
           END-IF
           PERFORM 4790-EXPORT-XREF-ROW.

       4790-EXPORT-XREF-ROW.
           MOVE MRG-RETIRED-ID    TO DD-CUST-ID
           MOVE MRG-RETIRED-NAME  TO DD-NAME
           MOVE MRG-RETIRED-BDATE TO DD-BIRTH-DATE
           IF WS-REQ-EXPORT
               MOVE SPACES TO DD-DETAIL
               STRING "MERGED INTO " MRG-SURVIVOR-ID
                   " ON " MRG-DATE-MERGED
                   " BY " MRG-APPROVED-BY
                   DELIMITED BY SIZE INTO DD-DETAIL
           END-IF
           PERFORM 8000-WRITE-DETAIL-LINE.

      ******************************************************************
      *  DQWORK - the data-quality worklist, rebuilt by every DQSCORE
      *  run and read back by CORRSCRN NEXT.  An open row is closed
      *  as worked so NEXT never offers the erased customer again.
      ******************************************************************
       4800-SEARCH-DQ-WORKLIST.
           MOVE "DQWORK" TO WS-STORE-NAME
           MOVE ZERO TO WC-ROW-NUMBER
           MOVE "N"  TO WS-EOF-SW
           IF WS-REQ-ERASE
               OPEN I-O DQ-WORKLIST-FILE
           ELSE
               OPEN INPUT DQ-WORKLIST-FILE
           END-IF
           EVALUATE WS-WORKLIST-STATUS
               WHEN "00"
                   PERFORM 4900-EXAMINE-WORKLIST-ROW UNTIL WS-EOF
                   CLOSE DQ-WORKLIST-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-WORKLIST-STATUS TO WS-OPEN-STATUS
                   PERFORM 8100-NOTE-STORE-ERROR
           END-EVALUATE.

       4900-EXAMINE-WORKLIST-ROW.
           READ DQ-WORKLIST-FILE INTO DQ-WORKLIST-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WC-ROW-NUMBER
                   MOVE DQW-CUST-ID TO WS-CHECK-ID
                   PERFORM 8200-CHECK-FAMILY
                   IF WS-IN-FAMILY
                       ADD 1 TO WC-WORKLIST-FOUND
                       IF WS-REQ-ERASE
                           PERFORM 4950-MASK-WORKLIST-ROW
                       ELSE
                           PERFORM 4990-EXPORT-WORKLIST-ROW
                       END-IF
                   END-IF
           END-READ.

       4950-MASK-WORKLIST-ROW.
           MOVE WS-ERASED-NAME TO DQW-NAME
           MOVE SPACES         TO DQW-BIRTH-DATE
           MOVE "MASKED"       TO DD-DETAIL
           IF DQW-OPEN
               SET DQW-WORKED TO TRUE
               MOVE WS-TODAY       TO DQW-DATE-WORKED
               MOVE WS-OPERATOR-ID TO DQW-OPERATOR-ID
               ADD 1 TO WC-WORKLIST-CLOSED
               MOVE "MASKED, OPEN ROW CLOSED" TO DD-DETAIL
           END-IF
           REWRITE DQ-WORKLIST-REC FROM DQ-WORKLIST-RECORD
           IF WS-WORKLIST-STATUS NOT = "00"
               MOVE WS-WORKLIST-STATUS TO WS-OPEN-STATUS
               PERFORM 8150-NOTE-REWRITE-ERROR
           END-IF
           PERFORM 4990-EXPORT-WORKLIST-ROW.

       4990-EXPORT-WORKLIST-ROW.
           MOVE DQW-CUST-ID    TO DD-CUST-ID
           MOVE DQW-NAME       TO DD-NAME
           MOVE DQW-BIRTH-DATE TO DD-BIRTH-DATE
           IF WS-REQ-EXPORT
               MOVE SPACES TO DD-DETAIL
               STRING "PRIORITY " DQW-PRIORITY
                   " RULE " DQW-TOP-RULE
                   " SCANNED " DQW-SCAN-DATE
                   " STATUS " DQW-STATUS
                   DELIMITED BY SIZE INTO DD-DETAIL
           END-IF
           PERFORM 8000-WRITE-DETAIL-LINE.

      ******************************************************************
      *  AGESENT - AGEMILE's log of milestone events already sent.
      *  The ID and milestone stay so the event is never raised
      *  again; the send date and run are blanked.
      ******************************************************************
       4850-SEARCH-AGE-SENT-LOG.
           MOVE "AGESENT" TO WS-STORE-NAME
           MOVE ZERO TO WC-ROW-NUMBER
           MOVE "N"  TO WS-EOF-SW
           IF WS-REQ-ERASE
               OPEN I-O SENT-LOG-FILE
           ELSE
               OPEN INPUT SENT-LOG-FILE
           END-IF
           EVALUATE WS-SENT-LOG-STATUS
               WHEN "00"
                   PERFORM 4860-EXAMINE-SENT-LOG-ROW UNTIL WS-EOF
                   CLOSE SENT-LOG-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-SENT-LOG-STATUS TO WS-OPEN-STATUS
                   PERFORM 8100-NOTE-STORE-ERROR
           END-EVALUATE.

       4860-EXAMINE-SENT-LOG-ROW.
           READ SENT-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WC-ROW-NUMBER
                   MOVE AGES-CUST-ID TO WS-CHECK-ID
                   PERFORM 8200-CHECK-FAMILY
                   IF WS-IN-FAMILY
                       ADD 1 TO WC-SENT-LOG-FOUND
                       IF WS-REQ-ERASE
                           PERFORM 4870-MASK-SENT-LOG-ROW
                       ELSE
                           PERFORM 4890-EXPORT-SENT-LOG-ROW
                       END-IF
                   END-IF
           END-READ.

       4870-MASK-SENT-LOG-ROW.
           MOVE SPACES   TO AGES-DATE-SENT
           MOVE SPACES   TO AGES-RUN-ID
           MOVE "MASKED" TO DD-DETAIL
           REWRITE AGE-SENT-RECORD
           IF WS-SENT-LOG-STATUS NOT = "00"
               MOVE WS-SENT-LOG-STATUS TO WS-OPEN-STATUS
               PERFORM 8150-NOTE-REWRITE-ERROR
           END-IF
           PERFORM 4890-EXPORT-SENT-LOG-ROW.

       4890-EXPORT-SENT-LOG-ROW.
           MOVE AGES-CUST-ID TO DD-CUST-ID
           MOVE SPACES       TO DD-NAME
           MOVE SPACES       TO DD-BIRTH-DATE
           IF WS-REQ-EXPORT
               MOVE SPACES TO DD-DETAIL
               STRING "MILESTONE " AGES-MILESTONE-AGE
                   " SENT " AGES-DATE-SENT
                   " RUN " AGES-RUN-ID
                   DELIMITED BY SIZE INTO DD-DETAIL
           END-IF
           PERFORM 8000-WRITE-DETAIL-LINE.

      ******************************************************************
      *  AUDARCH.YYYYMMDD archives and DBIMG.YYYYMMDD image copies,
      *  tried for every date in the search range.
      ******************************************************************
       5000-SEARCH-DATED-GENERATIONS.
           MOVE WS-FIRST-DAY TO WS-PROBE-DAY
           PERFORM 5100-SEARCH-ONE-DAY
               UNTIL WS-PROBE-DAY > WS-LAST-DAY.

       5100-SEARCH-ONE-DAY.
           COMPUTE WS-PROBE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PROBE-DAY)
           MOVE SPACES TO WS-AUDIT-NAME
           STRING "AUDARCH." WS-PROBE-DATE-X
               DELIMITED BY SIZE INTO WS-AUDIT-NAME
           PERFORM 3100-SEARCH-ONE-AUDIT-FILE
           IF WS-FILE-PRESENT
               ADD 1 TO WC-ARCHIVES-SEARCHED
               ADD WC-FILE-FOUND TO WC-ARCHIVE-FOUND
           END-IF
           MOVE SPACES TO WS-IMAGE-NAME
           STRING "DBIMG." WS-PROBE-DATE-X
               DELIMITED BY SIZE INTO WS-IMAGE-NAME
           PERFORM 5200-SEARCH-ONE-IMAGE
           MOVE SPACES TO WS-SNAPSHOT-NAME
           STRING "DBXSNAP." WS-PROBE-DATE-X
               DELIMITED BY SIZE INTO WS-SNAPSHOT-NAME
           PERFORM 6100-SEARCH-ONE-SNAPSHOT
           ADD WC-FILE-FOUND TO WC-SNAP-FOUND
           ADD 1 TO WS-PROBE-DAY.

       5200-SEARCH-ONE-IMAGE.
           MOVE WS-IMAGE-NAME TO WS-STORE-NAME
           MOVE ZERO TO WC-ROW-NUMBER WC-FILE-FOUND
                        WS-NAME-ADJUST WS-BDATE-ADJUST
           MOVE "N"  TO WS-EOF-SW WS-TRAILER-SW
           IF WS-REQ-ERASE
               OPEN I-O IMAGE-FILE
           ELSE
               OPEN INPUT IMAGE-FILE
           END-IF
           EVALUATE WS-IMAGE-FILE-STATUS
               WHEN "00"
                   ADD 1 TO WC-IMAGES-SEARCHED
                   PERFORM 5300-EXAMINE-IMAGE-ROW UNTIL WS-EOF
                   CLOSE IMAGE-FILE
                   ADD WC-FILE-FOUND TO WC-IMAGE-FOUND
                   IF WS-REQ-ERASE AND WC-FILE-FOUND > ZERO
                           AND NOT WS-TRAILER-SEEN
                       MOVE "NT" TO WS-OPEN-STATUS
                       PERFORM 8100-NOTE-STORE-ERROR
                   END-IF
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-IMAGE-FILE-STATUS TO WS-OPEN-STATUS
                   PERFORM 8100-NOTE-STORE-ERROR
           END-EVALUATE.

       5300-EXAMINE-IMAGE-ROW.
           READ IMAGE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WC-ROW-NUMBER
                   EVALUATE TRUE
                       WHEN DBIH-HEADER
                           CONTINUE
                       WHEN DBIT-TRAILER
                           SET WS-TRAILER-SEEN TO TRUE
                           IF WS-REQ-ERASE AND WC-FILE-FOUND > ZERO
                               PERFORM 5500-RECONTROL-TRAILER
                           END-IF
                       WHEN OTHER
                           MOVE DBI-CUST-ID TO WS-CHECK-ID
                           PERFORM 8200-CHECK-FAMILY
                           IF WS-IN-FAMILY
                               ADD 1 TO WC-FILE-FOUND
                               PERFORM 5400-TAKE-IMAGE-ROW
                           END-IF
                   END-EVALUATE
           END-READ.

      *    The row's hash contribution comes out of the running
      *    adjustment and the masked value's goes in - only once the
      *    REWRITE has landed, so the trailer always matches what
      *    is actually on disk.
       5400-TAKE-IMAGE-ROW.
           IF WS-REQ-ERASE
               MOVE DBI-NAME       TO WS-HASH-NAME
               MOVE DBI-BIRTH-DATE TO WS-HASH-BDATE
               MOVE WS-ERASED-NAME TO DBI-NAME
               MOVE SPACES         TO DBI-BIRTH-DATE
               REWRITE DB-IMAGE-RECORD
               IF WS-IMAGE-FILE-STATUS = "00"
                   PERFORM 8300-HASH-NAME
                   SUBTRACT WS-HASH-RESULT FROM WS-NAME-ADJUST
                   ADD WS-MASKED-NAME-HASH TO WS-NAME-ADJUST
                   IF WS-HASH-BDATE NUMERIC
                       SUBTRACT WS-HASH-BDATE-NUM FROM WS-BDATE-ADJUST
                   END-IF
                   MOVE "MASKED" TO DD-DETAIL
               ELSE
                   MOVE WS-IMAGE-FILE-STATUS TO WS-OPEN-STATUS
                   PERFORM 8150-NOTE-REWRITE-ERROR
               END-IF
           ELSE
               MOVE "IMAGE COPY ROW" TO DD-DETAIL
           END-IF
           MOVE DBI-CUST-ID    TO DD-CUST-ID
           MOVE DBI-NAME       TO DD-NAME
           MOVE DBI-BIRTH-DATE TO DD-BIRTH-DATE
           PERFORM 8000-WRITE-DETAIL-LINE.

      *    Masking changes no row count, only the two hash totals.
       5500-RECONTROL-TRAILER.
           COMPUTE DBIT-NAME-HASH  = DBIT-NAME-HASH  + WS-NAME-ADJUST
           COMPUTE DBIT-BDATE-HASH = DBIT-BDATE-HASH + WS-BDATE-ADJUST
           REWRITE DBI-TRAILER-RECORD
           MOVE SPACES TO DD-CUST-ID DD-NAME DD-BIRTH-DATE
           IF WS-IMAGE-FILE-STATUS = "00"
               ADD 1 TO WC-IMAGES-RECONTROLLED
               IF WS-BDATE-ADJUST NOT = ZERO
                   MOVE "DBIMG"       TO GENR-FAMILY
                   MOVE WS-IMAGE-NAME TO GENR-DATASET-NAME
                   PERFORM 8400-ADJUST-CATALOG-HASH
               END-IF
               MOVE ZERO TO WS-NAME-ADJUST WS-BDATE-ADJUST
               MOVE "TRAILER HASH TOTALS RE-CONTROLLED" TO DD-DETAIL
           ELSE
               MOVE WS-IMAGE-FILE-STATUS TO WS-OPEN-STATUS
               PERFORM 8150-NOTE-REWRITE-ERROR
           END-IF
           PERFORM 8000-WRITE-DETAIL-LINE.

      ******************************************************************
      *  DBXSNAP/DBXPRIOR - what was last sent downstream: the
      *  dated DBXSNAP generations (searched day by day with the
      *  other generations) and the undated DBXSNAP and DBXPRIOR
      *  left from before the catalog.  These are line sequential,
      *  so an erasure copies the snapshot through DSUBWORK with
      *  the customer masked and copies it back; DSUBWORK keeps the
      *  masked copy until the next run.
      ******************************************************************
       6000-SEARCH-EXTRACT-SNAPSHOTS.
           MOVE "DBXSNAP" TO WS-SNAPSHOT-NAME
           PERFORM 6100-SEARCH-ONE-SNAPSHOT
           ADD WC-FILE-FOUND TO WC-SNAP-FOUND
           MOVE "DBXPRIOR" TO WS-SNAPSHOT-NAME
           PERFORM 6100-SEARCH-ONE-SNAPSHOT
           MOVE WC-FILE-FOUND TO WC-PRIOR-FOUND.

       6100-SEARCH-ONE-SNAPSHOT.
           MOVE WS-SNAPSHOT-NAME TO WS-STORE-NAME
           MOVE ZERO TO WC-ROW-NUMBER WC-FILE-FOUND WS-BDATE-ADJUST
           MOVE "N"  TO WS-EOF-SW
           OPEN INPUT SNAPSHOT-FILE
           EVALUATE WS-SNAPSHOT-FILE-STATUS
               WHEN "00"
                   IF WS-REQ-ERASE
                       OPEN OUTPUT SNAPSHOT-WORK-FILE
                   END-IF
                   PERFORM 6200-EXAMINE-SNAPSHOT-ROW UNTIL WS-EOF
                   CLOSE SNAPSHOT-FILE
                   IF WS-REQ-ERASE
                       CLOSE SNAPSHOT-WORK-FILE
                       IF WC-FILE-FOUND > ZERO
                           PERFORM 6300-COPY-BACK-SNAPSHOT
                       END-IF
                   END-IF
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-SNAPSHOT-FILE-STATUS TO WS-OPEN-STATUS
                   PERFORM 8100-NOTE-STORE-ERROR
           END-EVALUATE.

       6200-EXAMINE-SNAPSHOT-ROW.
           READ SNAPSHOT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WC-ROW-NUMBER
                   MOVE SNP-CUST-ID TO WS-CHECK-ID
                   PERFORM 8200-CHECK-FAMILY
                   IF WS-IN-FAMILY
                       ADD 1 TO WC-FILE-FOUND
                       PERFORM 6250-TAKE-SNAPSHOT-ROW
                   END-IF
                   IF WS-REQ-ERASE
                       WRITE SNAPSHOT-WORK-RECORD FROM SNAPSHOT-RECORD
                   END-IF
           END-READ.

       6250-TAKE-SNAPSHOT-ROW.
           IF WS-REQ-ERASE
               MOVE SNP-BIRTH-DATE TO WS-HASH-BDATE
               IF WS-HASH-BDATE NUMERIC
                   SUBTRACT WS-HASH-BDATE-NUM FROM WS-BDATE-ADJUST
               END-IF
               MOVE WS-ERASED-NAME TO SNP-NAME
               MOVE SPACES         TO SNP-BIRTH-DATE
               MOVE ZERO           TO SNP-AGE
               MOVE "MASKED"       TO DD-DETAIL
           ELSE
               MOVE SPACES TO DD-DETAIL
               STRING "EXTRACT SNAPSHOT ROW, AGE " SNP-AGE
                   DELIMITED BY SIZE INTO DD-DETAIL
           END-IF
           MOVE SNP-CUST-ID    TO DD-CUST-ID
           MOVE SNP-NAME       TO DD-NAME
           MOVE SNP-BIRTH-DATE TO DD-BIRTH-DATE
           PERFORM 8000-WRITE-DETAIL-LINE.

       6300-COPY-BACK-SNAPSHOT.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SNAPSHOT-WORK-FILE
           OPEN OUTPUT SNAPSHOT-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
                   OR WS-SNAPSHOT-FILE-STATUS NOT = "00"
               MOVE "CB" TO WS-OPEN-STATUS
               PERFORM 8100-NOTE-STORE-ERROR
           ELSE
               PERFORM 6310-COPY-ONE-SNAPSHOT-ROW UNTIL WS-EOF
               IF WS-BDATE-ADJUST NOT = ZERO
                   MOVE "DBXSNAP"        TO GENR-FAMILY
                   MOVE WS-SNAPSHOT-NAME TO GENR-DATASET-NAME
                   PERFORM 8400-ADJUST-CATALOG-HASH
               END-IF
           END-IF
           CLOSE SNAPSHOT-WORK-FILE
           CLOSE SNAPSHOT-FILE.

       6310-COPY-ONE-SNAPSHOT-ROW.
           READ SNAPSHOT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   WRITE SNAPSHOT-RECORD FROM SNAPSHOT-WORK-RECORD
           END-READ.

      ******************************************************************
      *  The master row goes last, audited as ERASE-DEL - the
      *  tombstone.  It is written only for a row deleted here: a
      *  customer already gone (to DORMARCH, a merge, or an earlier
      *  run) had its removal audited then, and a second delete on
      *  the trail would be counted by DBROLL as another customer
      *  leaving.  A failed DELETE writes none either, because the
      *  replay would then remove a row the master still has.
      ******************************************************************
       6500-REMOVE-MASTER-ROW.
           MOVE "DBMASTER"    TO WS-STORE-NAME
           MOVE 1             TO WC-ROW-NUMBER
           MOVE WS-REQ-CUST-ID TO DD-CUST-ID
           MOVE WS-ERASED-NAME TO DD-NAME
           MOVE SPACES         TO DD-BIRTH-DATE
           IF WS-MASTER-ROW-FOUND
               MOVE WS-REQ-CUST-ID TO DB-CUST-ID
               READ DB-MASTER-FILE
               IF WS-DB-MASTER-STATUS = "00"
                   DELETE DB-MASTER-FILE
               END-IF
               IF WS-DB-MASTER-STATUS = "00"
                   MOVE "ROW DELETED, ERASE-DEL AUDITED" TO DD-DETAIL
                   PERFORM 6600-WRITE-TOMBSTONE
               ELSE
                   MOVE WS-DB-MASTER-STATUS TO WS-OPEN-STATUS
                   PERFORM 8150-NOTE-REWRITE-ERROR
               END-IF
           ELSE
               MOVE "NO MASTER ROW, NO ERASE-DEL NEEDED" TO DD-DETAIL
           END-IF
           PERFORM 8000-WRITE-DETAIL-LINE.

       6600-WRITE-TOMBSTONE.
           MOVE "OPEN"            TO AUDR-FUNCTION
           CALL "AUDITWR" USING AUDIT-REQUEST
           MOVE "WRIT"            TO AUDR-FUNCTION
           MOVE "ERASE-DEL"       TO AUDR-TRAN-TYPE
           MOVE WS-JOB-ID         TO AUDR-JOB-ID
           MOVE WS-RUN-ID         TO AUDR-RUN-ID
           MOVE WS-REQ-CUST-ID    TO AUDR-CUST-ID
           MOVE WS-ERASED-NAME    TO AUDR-BEFORE-NAME
           MOVE SPACES            TO AUDR-BEFORE-BDATE
           MOVE WS-REQ-REFERENCE  TO AUDR-AFTER-NAME
           MOVE SPACES            TO AUDR-AFTER-BDATE
           MOVE WS-OPERATOR-ID    TO AUDR-OPERATOR-ID
           CALL "AUDITWR" USING AUDIT-REQUEST
           IF AUDR-RETURN-CODE = ZERO
               SET WS-TOMBSTONE-WRITTEN TO TRUE
           ELSE
               ADD 1 TO WC-STORE-ERRORS
               DISPLAY "DSUBJECT: ERASE-DEL AUDIT WRITE FAILED, RC "
                   AUDR-RETURN-CODE
           END-IF
           MOVE "CLOS"            TO AUDR-FUNCTION
           CALL "AUDITWR" USING AUDIT-REQUEST.

       8000-WRITE-DETAIL-LINE.
           MOVE WS-STORE-NAME TO DD-STORE
           MOVE WC-ROW-NUMBER TO DD-ROW-NUMBER
           MOVE SPACES           TO DSUB-RPT-RECORD
           MOVE DSUB-DETAIL-LINE TO DSUB-RPT-RECORD
           WRITE DSUB-RPT-RECORD.

      *    A store that cannot be opened (or an image whose masked
      *    rows found no trailer, status "NT") leaves the request
      *    unfinished: an export would be missing rows, an erasure
      *    would have left the customer behind.
       8100-NOTE-STORE-ERROR.
           ADD 1 TO WC-STORE-ERRORS
           DISPLAY "DSUBJECT: STORE " WS-STORE-NAME
               " NOT SEARCHED, STATUS " WS-OPEN-STATUS
           MOVE SPACES TO DSUB-RPT-RECORD
           STRING WS-STORE-NAME " NOT SEARCHED - STATUS "
               WS-OPEN-STATUS
               DELIMITED BY SIZE INTO DSUB-RPT-RECORD
           WRITE DSUB-RPT-RECORD.

       8150-NOTE-REWRITE-ERROR.
           ADD 1 TO WC-STORE-ERRORS
           DISPLAY "DSUBJECT: REWRITE FAILED IN " WS-STORE-NAME
               " ROW " WC-ROW-NUMBER " STATUS " WS-OPEN-STATUS
           MOVE SPACES TO DD-DETAIL
           STRING "NOT MASKED - REWRITE STATUS " WS-OPEN-STATUS
               DELIMITED BY SIZE INTO DD-DETAIL.

       8200-CHECK-FAMILY.
           MOVE "N" TO WS-IN-FAMILY-SW
           PERFORM 8210-TEST-ONE-MEMBER
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FAMILY-COUNT OR WS-IN-FAMILY.

       8210-TEST-ONE-MEMBER.
           IF WS-FAMILY-ID(WS-FX) = WS-CHECK-ID
               SET WS-IN-FAMILY TO TRUE
           END-IF.

      *    The DBUNLOAD/DBRELOAD name hash: the sum of the ordinal
      *    value of every name byte.
       8300-HASH-NAME.
           MOVE ZERO TO WS-HASH-RESULT
           PERFORM 8310-HASH-ONE-BYTE
               VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 30.

       8310-HASH-ONE-BYTE.
           ADD FUNCTION ORD(WS-HASH-NAME(WS-HX:1)) TO WS-HASH-RESULT.

      *    The cataloged control hash of a masked generation moves by
      *    exactly what the masking took out of it.  A generation the
      *    catalog never held (cut before it existed, or the undated
      *    snapshots) has nothing to adjust; a catalog that cannot be
      *    rewritten leaves the erasure incomplete, since the next
      *    proof of that generation would fail.
       8400-ADJUST-CATALOG-HASH.
           MOVE "ADJS"          TO GENR-FUNCTION
           MOVE SPACES          TO GENR-QUALIFIER
           MOVE WS-BDATE-ADJUST TO GENR-HASH-ADJUST
           CALL "GENCATLG" USING GENERATION-REQUEST
           IF GENR-RETURN-CODE NOT = ZERO AND NOT = 10
               ADD 1 TO WC-STORE-ERRORS
               DISPLAY "DSUBJECT: CATALOG HASH NOT ADJUSTED FOR "
                   WS-STORE-NAME " RETURN CODE " GENR-RETURN-CODE
               MOVE SPACES TO DSUB-RPT-RECORD
               STRING WS-STORE-NAME " CATALOG HASH NOT ADJUSTED - "
                   "RETURN CODE " GENR-RETURN-CODE
                   DELIMITED BY SIZE INTO DSUB-RPT-RECORD
               WRITE DSUB-RPT-RECORD
           END-IF.

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
           IF WS-REQ-ERASE
               OPEN OUTPUT CERTIFICATE-FILE
               PERFORM 9200-WRITE-CERTIFICATE-HEADING
           END-IF
           MOVE SPACES TO DSUB-RPT-RECORD
           WRITE DSUB-RPT-RECORD
           PERFORM 9300-WRITE-STORE-COUNTS
           IF WS-REQ-ERASE
               PERFORM 9400-WRITE-CERTIFICATE-CLOSE
               CLOSE CERTIFICATE-FILE
           END-IF
           CLOSE DSUB-RPT-FILE
           IF WS-WINDOW-OPENED
               PERFORM 7300-CLOSE-BATCH-WINDOW
           END-IF
           DISPLAY "DSUBJECT: " WS-REQ-FUNCTION " CUSTOMER "
               WS-REQ-CUST-ID " REFERENCE " WS-REQ-REFERENCE
           DISPLAY "DSUBJECT: IDS SEARCHED     = " WS-FAMILY-COUNT
           DISPLAY "DSUBJECT: ARCHIVES SEARCHED = "
               WC-ARCHIVES-SEARCHED
           DISPLAY "DSUBJECT: IMAGES SEARCHED  = " WC-IMAGES-SEARCHED
           IF WC-STORE-ERRORS > ZERO
               DISPLAY "DSUBJECT: STORE ERRORS     = "
                   WC-STORE-ERRORS " - REQUEST INCOMPLETE, REVIEW"
               MOVE 16 TO RETURN-CODE
           END-IF.

       9100-REFUSE-RUN.
           DISPLAY "DSUBJECT: RUN REFUSED - " WS-REFUSE-REASON
           IF WS-WINDOW-OPENED
               PERFORM 7300-CLOSE-BATCH-WINDOW
           END-IF
           MOVE 16 TO RETURN-CODE.

       9200-WRITE-CERTIFICATE-HEADING.
           MOVE "DATA-SUBJECT ERASURE CERTIFICATE"
                                      TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING "REQUEST REFERENCE: " WS-REQ-REFERENCE
               DELIMITED BY SIZE INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING "CUSTOMER ID      : " WS-REQ-CUST-ID
               DELIMITED BY SIZE INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           PERFORM 9210-WRITE-CERTIFICATE-ID
               VARYING WS-FX FROM 2 BY 1
               UNTIL WS-FX > WS-FAMILY-COUNT
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING "ERASED BY        : " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING "COMPLETED        : " FUNCTION CURRENT-DATE(1:14)
               "  RUN " WS-RUN-ID
               DELIMITED BY SIZE INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING "GENERATIONS FROM : " WS-REQ-SEARCH-FROM
               " THRU " WS-TODAY
               DELIMITED BY SIZE INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE "ROWS MASKED PER STORE (NAME *ERASED*, NO BIRTH DATE)"
                                      TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD.

       9210-WRITE-CERTIFICATE-ID.
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING "MERGED-IN ID     : " WS-FAMILY-ID(WS-FX)
               DELIMITED BY SIZE INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD.

      *    The same per-store counts close the report and, for an
      *    erasure, fill the body of the certificate.
       9300-WRITE-STORE-COUNTS.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DBMASTER ROWS    : " WC-MASTER-FOUND
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 9350-PUT-COUNT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "AUDITTRL ROWS    : " WC-TRAIL-FOUND
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 9350-PUT-COUNT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "AUDARCH ROWS     : " WC-ARCHIVE-FOUND
               "  IN " WC-ARCHIVES-SEARCHED " ARCHIVES SEARCHED"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 9350-PUT-COUNT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SUSPENSE ROWS    : " WC-SUSPENSE-FOUND
               "  OPEN ROWS WRITTEN OFF " WC-SUSPENSE-CLOSED
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 9350-PUT-COUNT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DORMARCH ROWS    : " WC-DORMANT-FOUND
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 9350-PUT-COUNT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PENDTXN ROWS     : " WC-PENDING-FOUND
               "  HELD ROWS CANCELLED " WC-PENDING-CANCELLED
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 9350-PUT-COUNT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "MERGXREF ROWS    : " WC-XREF-FOUND
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 9350-PUT-COUNT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DQWORK ROWS      : " WC-WORKLIST-FOUND
               "  OPEN ROWS CLOSED " WC-WORKLIST-CLOSED
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 9350-PUT-COUNT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "AGESENT ROWS     : " WC-SENT-LOG-FOUND
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 9350-PUT-COUNT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DBIMG ROWS       : " WC-IMAGE-FOUND
               "  IN " WC-IMAGES-SEARCHED " IMAGES SEARCHED"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 9350-PUT-COUNT-LINE
           IF WS-REQ-ERASE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "DBIMG TRAILERS RE-CONTROLLED : "
                   WC-IMAGES-RECONTROLLED
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 9350-PUT-COUNT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DBXSNAP ROWS     : " WC-SNAP-FOUND
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 9350-PUT-COUNT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DBXPRIOR ROWS    : " WC-PRIOR-FOUND
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 9350-PUT-COUNT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "STORE ERRORS     : " WC-STORE-ERRORS
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 9350-PUT-COUNT-LINE.

       9350-PUT-COUNT-LINE.
           MOVE SPACES        TO DSUB-RPT-RECORD
           MOVE WS-PRINT-LINE TO DSUB-RPT-RECORD
           WRITE DSUB-RPT-RECORD
           IF WS-REQ-ERASE
               MOVE WS-PRINT-LINE TO CERTIFICATE-RECORD
               WRITE CERTIFICATE-RECORD
           END-IF.

       9400-WRITE-CERTIFICATE-CLOSE.
           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           EVALUATE TRUE
               WHEN WS-TOMBSTONE-WRITTEN
                   MOVE "ERASE-DEL AUDIT ROW WRITTEN TO AUDITTRL"
                                      TO CERTIFICATE-RECORD
               WHEN NOT WS-MASTER-ROW-FOUND
                   MOVE "NO MASTER ROW - NO ERASE-DEL AUDIT ROW NEEDED"
                                      TO CERTIFICATE-RECORD
               WHEN OTHER
                   MOVE "ERASE-DEL AUDIT ROW NOT WRITTEN"
                                      TO CERTIFICATE-RECORD
           END-EVALUATE
           WRITE CERTIFICATE-RECORD
           MOVE "DOWNSTREAM DELETE GOES OUT ON THE NEXT DBXTRACT DELTA"
                                      TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-RECORD
           IF WC-STORE-ERRORS = ZERO
               MOVE "ERASURE COMPLETE - EVERY STORE SEARCHED AND MASKED"
                                      TO CERTIFICATE-RECORD
           ELSE
               STRING "ERASURE INCOMPLETE - " WC-STORE-ERRORS
                   " STORE ERRORS, FIX AND RERUN"
                   DELIMITED BY SIZE INTO CERTIFICATE-RECORD
           END-IF
           WRITE CERTIFICATE-RECORD.
