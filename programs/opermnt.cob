      ******************************************************************
      *  PROGRAM-ID.  OPERMNT
      *
      *  Operator authority maintenance - the only job that writes
      *  OPERAUTH (see OPERREC).  Console only: a parameter file
      *  would leave passwords lying on disk, and granting
      *  authority is exactly the kind of act that should have a
      *  person at the keyboard.  The operator signs on first and
      *  must hold the "S" security authority, then names one of
      *  three functions:
      *
      *    "REPORT" - list every operator's current standing (the
      *               last row per ID) to OPERRPT: name, type,
      *               status, authorities, and who granted them
      *               when.  Passwords are never printed.
      *
      *    "GRANT"  - enroll an operator or replace an existing
      *               operator's grant: ID, name, type (P person /
      *               S scheduler), password (persons only) and the
      *               authority codes held.  The new row supersedes
      *               any earlier one for the ID.
      *
      *    "REVOKE" - close an operator's access; OPERSIGN answers
      *               10 for the ID from then on.  A security
      *               operator may not revoke their own sign-on,
      *               so the table cannot be left with nobody able
      *               to administer it by accident.
      *
      *  Rows are appended, never rewritten, so OPERAUTH is also the
      *  history of every grant and revocation.  When no OPERAUTH
      *  exists yet there is nobody to sign on as, so the first
      *  GRANT is taken unsigned - and must enroll a person holding
      *  "S" - to seat the first security operator.  That holds only
      *  for a file that is missing or empty: an OPERAUTH that is
      *  there but cannot be opened refuses the run, return code 16,
      *  as does a grant or revocation that cannot be written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT OPERATOR-RPT-FILE ASSIGN TO "OPERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-AUTH-FILE.
           COPY OPERREC.

       FD  OPERATOR-RPT-FILE.
       01  OPERATOR-RPT-RECORD          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-JOB-ID                    PIC X(8)     VALUE "OPERMNT".

       01  WS-FLAGS.
           05  WS-EOF-SW                PIC X(1)     VALUE "N".
               88  WS-EOF                VALUE "Y".
           05  WS-REFUSED-SW            PIC X(1)     VALUE "N".
               88  WS-RUN-REFUSED        VALUE "Y".
           05  WS-BOOTSTRAP-SW          PIC X(1)     VALUE "N".
               88  WS-BOOTSTRAP          VALUE "Y".

       01  WS-AUTH-FILE-STATUS          PIC X(2)     VALUE "00".
       01  WS-OPERATOR-RPT-STATUS       PIC X(2)     VALUE "00".

       01  WS-REQUEST.
           05  WS-REQ-OPERATOR-ID       PIC X(8).
           05  WS-REQ-PASSWORD          PIC X(8).
           05  WS-REQ-FUNCTION          PIC X(6).
               88  WS-REQ-REPORT         VALUE "REPORT".
               88  WS-REQ-GRANT          VALUE "GRANT ".
               88  WS-REQ-REVOKE         VALUE "REVOKE".

      *    The grant or revocation being entered.
       01  WS-TARGET.
           05  WS-TG-OPERATOR-ID        PIC X(8).
           05  WS-TG-OPERATOR-NAME      PIC X(30).
           05  WS-TG-OPERATOR-TYPE      PIC X(1).
               88  WS-TG-PERSON          VALUE "P".
               88  WS-TG-SCHEDULER       VALUE "S".
           05  WS-TG-PASSWORD           PIC X(8).
           05  WS-TG-AUTHORITIES        PIC X(10).

       01  WS-TODAY                     PIC X(8)     VALUE SPACES.
       01  WS-REFUSE-REASON             PIC X(40)    VALUE SPACES.
       01  WS-GRANT-COUNT               PIC 9(2)     VALUE ZERO.
       01  WS-VALID-CODE-COUNT          PIC 9(2)     VALUE ZERO.

      *    REPORT's view of the table: one slot per operator ID,
      *    overwritten by each later row for the same ID so the slot
      *    ends holding the operator's current standing.
       01  WS-OPERATOR-TABLE.
           05  WS-OPERATOR-COUNT        PIC 9(3)  COMP  VALUE ZERO.
           05  WS-OX                    PIC 9(3)  COMP  VALUE ZERO.
           05  WS-OPERATOR-ENTRY OCCURS 300 TIMES.
               10  WS-OT-OPERATOR-ID    PIC X(8).
               10  WS-OT-OPERATOR-NAME  PIC X(30).
               10  WS-OT-OPERATOR-TYPE  PIC X(1).
               10  WS-OT-STATUS         PIC X(1).
               10  WS-OT-AUTHORITIES    PIC X(10).
               10  WS-OT-DATE-GRANTED   PIC X(8).
               10  WS-OT-GRANTED-BY     PIC X(8).

       01  WS-COUNTERS.
           05  WC-ROWS-READ             PIC 9(9)     VALUE ZERO.
           05  WC-OPERATORS-ACTIVE      PIC 9(9)     VALUE ZERO.
           05  WC-OPERATORS-REVOKED     PIC 9(9)     VALUE ZERO.
           05  WC-TABLE-OVERFLOW        PIC 9(9)     VALUE ZERO.

       01  OPERATOR-DETAIL-LINE.
           05  OD-OPERATOR-ID           PIC X(8).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  OD-OPERATOR-NAME         PIC X(30).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  OD-OPERATOR-TYPE         PIC X(9).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  OD-STATUS                PIC X(7).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  OD-AUTHORITIES           PIC X(10).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  OD-DATE-GRANTED          PIC X(8).
           05  FILLER                   PIC X(1)     VALUE SPACE.
           05  OD-GRANTED-BY            PIC X(8).

           COPY OPERCALL.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-REFUSED
               PERFORM 9100-REFUSE-RUN
           ELSE
               EVALUATE TRUE
                   WHEN WS-REQ-REPORT
                       PERFORM 3000-REPORT-OPERATORS
                   WHEN WS-REQ-GRANT
                       PERFORM 4000-GRANT-OPERATOR
                   WHEN WS-REQ-REVOKE
                       PERFORM 5000-REVOKE-OPERATOR
               END-EVALUATE
               IF WS-RUN-REFUSED
                   PERFORM 9100-REFUSE-RUN
               END-IF
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1020-CHECK-TABLE-EXISTS
           IF NOT WS-RUN-REFUSED AND NOT WS-BOOTSTRAP
               PERFORM 1010-SIGN-ON-OPERATOR
           END-IF
           IF NOT WS-RUN-REFUSED
               DISPLAY "OPERMNT: FUNCTION (REPORT/GRANT/REVOKE)?"
               ACCEPT WS-REQ-FUNCTION
               EVALUATE TRUE
                   WHEN WS-BOOTSTRAP AND NOT WS-REQ-GRANT
                       SET WS-RUN-REFUSED TO TRUE
                       MOVE "NO OPERAUTH YET - FIRST RUN MUST GRANT"
                                         TO WS-REFUSE-REASON
                   WHEN WS-REQ-REPORT
                   WHEN WS-REQ-GRANT
                   WHEN WS-REQ-REVOKE
                       CONTINUE
                   WHEN OTHER
                       SET WS-RUN-REFUSED TO TRUE
                       MOVE "UNKNOWN FUNCTION" TO WS-REFUSE-REASON
               END-EVALUATE
           END-IF.

       1010-SIGN-ON-OPERATOR.
           DISPLAY "OPERMNT: OPERATOR ID?"
           ACCEPT WS-REQ-OPERATOR-ID
           DISPLAY "OPERMNT: PASSWORD?"
           ACCEPT WS-REQ-PASSWORD
           MOVE "SIGN"             TO OPRR-FUNCTION
           MOVE WS-REQ-OPERATOR-ID TO OPRR-OPERATOR-ID
           MOVE WS-REQ-PASSWORD    TO OPRR-PASSWORD
           MOVE "S"                TO OPRR-AUTHORITY
           CALL "OPERSIGN" USING OPERATOR-REQUEST
           EVALUATE OPRR-RETURN-CODE
               WHEN 00
                   CONTINUE
               WHEN 20
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "OPERATOR NOT AUTHORIZED FOR SECURITY"
                                         TO WS-REFUSE-REASON
               WHEN OTHER
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "OPERATOR SIGN-ON REJECTED"
                                         TO WS-REFUSE-REASON
           END-EVALUATE.

      *    An OPERAUTH that does not exist ("35"), or has no rows,
      *    has nobody in it to sign on as.  Any other open failure -
      *    a locked or damaged file - is not an empty table, and must
      *    never hand out the unsigned first grant.
       1020-CHECK-TABLE-EXISTS.
           OPEN INPUT OPERATOR-AUTH-FILE
           EVALUATE WS-AUTH-FILE-STATUS
               WHEN "00"
                   READ OPERATOR-AUTH-FILE
                       AT END
                           SET WS-BOOTSTRAP TO TRUE
                   END-READ
                   CLOSE OPERATOR-AUTH-FILE
               WHEN "35"
                   SET WS-BOOTSTRAP TO TRUE
               WHEN OTHER
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "OPERAUTH UNAVAILABLE, STATUS "
                       WS-AUTH-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
           END-EVALUATE.

      ******************************************************************
      *  REPORT
      ******************************************************************
       3000-REPORT-OPERATORS.
           OPEN INPUT OPERATOR-AUTH-FILE
           PERFORM 3100-LOAD-ONE-ROW UNTIL WS-EOF
           CLOSE OPERATOR-AUTH-FILE
           OPEN OUTPUT OPERATOR-RPT-FILE
           MOVE "OPERMNT OPERATOR AUTHORITY REPORT"
                                       TO OPERATOR-RPT-RECORD
           WRITE OPERATOR-RPT-RECORD
           MOVE SPACES TO OPERATOR-RPT-RECORD
           STRING "RUN DATE         : " WS-TODAY
               "    SIGNED ON : " WS-REQ-OPERATOR-ID
               DELIMITED BY SIZE INTO OPERATOR-RPT-RECORD
           WRITE OPERATOR-RPT-RECORD
           MOVE "AUTHORITIES: I INQUIRY  C CORRECTION  W WRITE-OFF  A AR
      -        "CHIVE  R RELOAD" TO OPERATOR-RPT-RECORD
           WRITE OPERATOR-RPT-RECORD
           MOVE "             F FEED RELEASE  M MERGE  E ERASE  S SECURI
      -        "TY"              TO OPERATOR-RPT-RECORD
           WRITE OPERATOR-RPT-RECORD
           MOVE SPACES TO OPERATOR-RPT-RECORD
           WRITE OPERATOR-RPT-RECORD
           PERFORM 3200-LIST-ONE-OPERATOR
               VARYING WS-OX FROM 1 BY 1
               UNTIL WS-OX > WS-OPERATOR-COUNT
           MOVE SPACES TO OPERATOR-RPT-RECORD
           WRITE OPERATOR-RPT-RECORD
           MOVE SPACES TO OPERATOR-RPT-RECORD
           STRING "OPERATORS ACTIVE   : " WC-OPERATORS-ACTIVE
               DELIMITED BY SIZE INTO OPERATOR-RPT-RECORD
           WRITE OPERATOR-RPT-RECORD
           MOVE SPACES TO OPERATOR-RPT-RECORD
           STRING "OPERATORS REVOKED  : " WC-OPERATORS-REVOKED
               DELIMITED BY SIZE INTO OPERATOR-RPT-RECORD
           WRITE OPERATOR-RPT-RECORD
           IF WC-TABLE-OVERFLOW > ZERO
               MOVE SPACES TO OPERATOR-RPT-RECORD
               STRING "IDS NOT LISTED - TABLE FULL : "
                   WC-TABLE-OVERFLOW
                   DELIMITED BY SIZE INTO OPERATOR-RPT-RECORD
               WRITE OPERATOR-RPT-RECORD
           END-IF
           CLOSE OPERATOR-RPT-FILE
           DISPLAY "OPERMNT: OPERATORS ACTIVE / REVOKED = "
               WC-OPERATORS-ACTIVE " / " WC-OPERATORS-REVOKED.

       3100-LOAD-ONE-ROW.
           READ OPERATOR-AUTH-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WC-ROWS-READ
                   PERFORM 3110-FIND-SLOT
                   IF WS-OX > 300
                       ADD 1 TO WC-TABLE-OVERFLOW
                   ELSE
                       MOVE OPA-OPERATOR-ID
                                   TO WS-OT-OPERATOR-ID(WS-OX)
                       MOVE OPA-OPERATOR-NAME
                                   TO WS-OT-OPERATOR-NAME(WS-OX)
                       MOVE OPA-OPERATOR-TYPE
                                   TO WS-OT-OPERATOR-TYPE(WS-OX)
                       MOVE OPA-STATUS TO WS-OT-STATUS(WS-OX)
                       MOVE OPA-AUTHORITIES
                                   TO WS-OT-AUTHORITIES(WS-OX)
                       MOVE OPA-DATE-GRANTED
                                   TO WS-OT-DATE-GRANTED(WS-OX)
                       MOVE OPA-GRANTED-BY
                                   TO WS-OT-GRANTED-BY(WS-OX)
                   END-IF
           END-READ.

      *    Leaves WS-OX on the ID's existing slot, or on a new slot
      *    at the end of the table (past 300 when it is full).
       3110-FIND-SLOT.
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OPERATOR-COUNT
                      OR WS-OT-OPERATOR-ID(WS-OX) = OPA-OPERATOR-ID
               CONTINUE
           END-PERFORM
           IF WS-OX > WS-OPERATOR-COUNT AND WS-OPERATOR-COUNT < 300
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE WS-OPERATOR-COUNT TO WS-OX
           END-IF.

       3200-LIST-ONE-OPERATOR.
           MOVE WS-OT-OPERATOR-ID(WS-OX)   TO OD-OPERATOR-ID
           MOVE WS-OT-OPERATOR-NAME(WS-OX) TO OD-OPERATOR-NAME
           EVALUATE WS-OT-OPERATOR-TYPE(WS-OX)
               WHEN "P"
                   MOVE "PERSON"    TO OD-OPERATOR-TYPE
               WHEN "S"
                   MOVE "SCHEDULER" TO OD-OPERATOR-TYPE
               WHEN OTHER
                   MOVE SPACES      TO OD-OPERATOR-TYPE
           END-EVALUATE
           IF WS-OT-STATUS(WS-OX) = "A"
               MOVE "ACTIVE"  TO OD-STATUS
               ADD 1 TO WC-OPERATORS-ACTIVE
           ELSE
               MOVE "REVOKED" TO OD-STATUS
               ADD 1 TO WC-OPERATORS-REVOKED
           END-IF
           MOVE WS-OT-AUTHORITIES(WS-OX)  TO OD-AUTHORITIES
           MOVE WS-OT-DATE-GRANTED(WS-OX) TO OD-DATE-GRANTED
           MOVE WS-OT-GRANTED-BY(WS-OX)   TO OD-GRANTED-BY
           MOVE OPERATOR-DETAIL-LINE TO OPERATOR-RPT-RECORD
           WRITE OPERATOR-RPT-RECORD.

      ******************************************************************
      *  GRANT
      ******************************************************************
       4000-GRANT-OPERATOR.
           MOVE SPACES TO WS-TARGET
           DISPLAY "OPERMNT: OPERATOR ID TO GRANT?"
           ACCEPT WS-TG-OPERATOR-ID
           DISPLAY "OPERMNT: OPERATOR NAME?"
           ACCEPT WS-TG-OPERATOR-NAME
           DISPLAY "OPERMNT: TYPE (P=PERSON/S=SCHEDULER)?"
           ACCEPT WS-TG-OPERATOR-TYPE
           IF WS-TG-PERSON
               DISPLAY "OPERMNT: PASSWORD?"
               ACCEPT WS-TG-PASSWORD
           END-IF
           DISPLAY "OPERMNT: AUTHORITIES (ANY OF I C W A R F M E S)?"
           ACCEPT WS-TG-AUTHORITIES
           PERFORM 4100-VALIDATE-GRANT
           IF NOT WS-RUN-REFUSED
               MOVE WS-TG-OPERATOR-ID   TO OPA-OPERATOR-ID
               MOVE WS-TG-OPERATOR-NAME TO OPA-OPERATOR-NAME
               MOVE WS-TG-PASSWORD      TO OPA-PASSWORD
               MOVE WS-TG-OPERATOR-TYPE TO OPA-OPERATOR-TYPE
               SET OPA-ACTIVE TO TRUE
               MOVE WS-TG-AUTHORITIES   TO OPA-AUTHORITIES
               PERFORM 6000-APPEND-AUTH-ROW
               IF NOT WS-RUN-REFUSED
                   DISPLAY "OPERMNT: " WS-TG-OPERATOR-ID
                       " GRANTED " WS-TG-AUTHORITIES
               END-IF
           END-IF.

       4100-VALIDATE-GRANT.
           MOVE ZERO TO WS-GRANT-COUNT WS-VALID-CODE-COUNT
           INSPECT WS-TG-AUTHORITIES TALLYING WS-GRANT-COUNT
               FOR ALL "S"
           INSPECT WS-TG-AUTHORITIES TALLYING WS-VALID-CODE-COUNT
               FOR ALL "I" ALL "C" ALL "W" ALL "A" ALL "R"
                   ALL "F" ALL "M" ALL "E" ALL "S" ALL " "
           EVALUATE TRUE
               WHEN WS-TG-OPERATOR-ID = SPACES
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "OPERATOR ID IS REQUIRED" TO WS-REFUSE-REASON
               WHEN WS-TG-OPERATOR-NAME = SPACES
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "OPERATOR NAME IS REQUIRED"
                                         TO WS-REFUSE-REASON
               WHEN NOT WS-TG-PERSON AND NOT WS-TG-SCHEDULER
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "TYPE MUST BE P OR S" TO WS-REFUSE-REASON
               WHEN WS-TG-PERSON AND WS-TG-PASSWORD = SPACES
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "A PERSON MUST HAVE A PASSWORD"
                                         TO WS-REFUSE-REASON
               WHEN WS-TG-SCHEDULER AND WS-GRANT-COUNT > ZERO
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "SECURITY CANNOT GO TO A SCHEDULER ID"
                                         TO WS-REFUSE-REASON
               WHEN WS-VALID-CODE-COUNT NOT = 10
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "UNKNOWN AUTHORITY CODE" TO WS-REFUSE-REASON
               WHEN WS-TG-AUTHORITIES = SPACES
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "NO AUTHORITIES GIVEN" TO WS-REFUSE-REASON
               WHEN WS-BOOTSTRAP AND
                       (NOT WS-TG-PERSON OR WS-GRANT-COUNT = ZERO)
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "FIRST GRANT MUST BE A SECURITY PERSON"
                                         TO WS-REFUSE-REASON
           END-EVALUATE.

      ******************************************************************
      *  REVOKE
      ******************************************************************
       5000-REVOKE-OPERATOR.
           MOVE SPACES TO WS-TARGET
           DISPLAY "OPERMNT: OPERATOR ID TO REVOKE?"
           ACCEPT WS-TG-OPERATOR-ID
           MOVE "CHEK"            TO OPRR-FUNCTION
           MOVE WS-TG-OPERATOR-ID TO OPRR-OPERATOR-ID
           MOVE SPACES            TO OPRR-PASSWORD OPRR-AUTHORITY
           CALL "OPERSIGN" USING OPERATOR-REQUEST
           EVALUATE TRUE
               WHEN WS-TG-OPERATOR-ID = WS-REQ-OPERATOR-ID
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "CANNOT REVOKE YOUR OWN SIGN-ON"
                                         TO WS-REFUSE-REASON
               WHEN OPRR-RETURN-CODE NOT = ZERO
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE "NO ACTIVE OPERATOR WITH THAT ID"
                                         TO WS-REFUSE-REASON
               WHEN OTHER
                   MOVE WS-TG-OPERATOR-ID  TO OPA-OPERATOR-ID
                   MOVE OPRR-OPERATOR-NAME TO OPA-OPERATOR-NAME
                   MOVE SPACES TO OPA-PASSWORD OPA-OPERATOR-TYPE
                                  OPA-AUTHORITIES
                   SET OPA-REVOKED TO TRUE
                   PERFORM 6000-APPEND-AUTH-ROW
                   IF NOT WS-RUN-REFUSED
                       DISPLAY "OPERMNT: " WS-TG-OPERATOR-ID
                           " REVOKED"
                   END-IF
           END-EVALUATE.

      *    Stamped with who did it and when; on the bootstrap grant
      *    the new security operator is their own grantor.  A row
      *    that cannot be written refuses the run, so the console
      *    never reports a grant or revocation that did not happen.
       6000-APPEND-AUTH-ROW.
           MOVE WS-TODAY TO OPA-DATE-GRANTED
           IF WS-BOOTSTRAP
               MOVE WS-TG-OPERATOR-ID  TO OPA-GRANTED-BY
           ELSE
               MOVE WS-REQ-OPERATOR-ID TO OPA-GRANTED-BY
           END-IF
           OPEN EXTEND OPERATOR-AUTH-FILE
           IF WS-AUTH-FILE-STATUS = "35"
               OPEN OUTPUT OPERATOR-AUTH-FILE
           END-IF
           IF WS-AUTH-FILE-STATUS NOT = "00"
               SET WS-RUN-REFUSED TO TRUE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "OPERAUTH OPEN FAILED, STATUS "
                   WS-AUTH-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
           ELSE
               WRITE OPERATOR-AUTH-RECORD
               IF WS-AUTH-FILE-STATUS NOT = "00"
                   SET WS-RUN-REFUSED TO TRUE
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "OPERAUTH WRITE FAILED, STATUS "
                       WS-AUTH-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
               END-IF
               CLOSE OPERATOR-AUTH-FILE
           END-IF.

       9100-REFUSE-RUN.
           DISPLAY "OPERMNT: RUN REFUSED - " WS-REFUSE-REASON
           MOVE 16 TO RETURN-CODE.
