      ******************************************************************
      *  PROGRAM-ID.  OPERSIGN
      *
      *  Shared sign-on and authority check against the OPERAUTH
      *  operator authority table (see OPERREC and OPERCALL).  Every
      *  job that changes customer data on an operator's say-so
      *  CALLs here instead of reading the table itself, so there is
      *  one reading of "may this operator do this?" - the DORMREIN
      *  convention applied to operator authority.
      *
      *  The table is a plain sequential append log, so every call
      *  scans it end to end and the LAST row for the operator ID is
      *  the operator's current standing.  A missing table, or an ID
      *  with no row, is an unknown operator: nothing is granted by
      *  default.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERSIGN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-AUTH-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-RETURN-CODE               PIC 9(2)      VALUE ZERO.
       01  WS-AUTH-FILE-STATUS          PIC X(2)      VALUE "00".

       01  WS-SCAN-FLAGS.
           05  WS-SCAN-EOF-SW           PIC X(1)      VALUE "N".
               88  WS-SCAN-EOF           VALUE "Y".
           05  WS-FOUND-SW              PIC X(1)      VALUE "N".
               88  WS-ROW-FOUND          VALUE "Y".

      *    The operator's latest row, kept aside as the scan moves
      *    past it.
       01  WS-LATEST-ROW.
           05  WS-LT-OPERATOR-NAME      PIC X(30).
           05  WS-LT-PASSWORD           PIC X(8).
           05  WS-LT-OPERATOR-TYPE      PIC X(1).
               88  WS-LT-PERSON          VALUE "P".
               88  WS-LT-SCHEDULER       VALUE "S".
           05  WS-LT-STATUS             PIC X(1).
               88  WS-LT-ACTIVE          VALUE "A".
           05  WS-LT-AUTHORITIES        PIC X(10).

       01  WS-GRANT-COUNT               PIC 9(2)      VALUE ZERO.

       LINKAGE SECTION.
           COPY OPERCALL.

       PROCEDURE DIVISION USING OPERATOR-REQUEST.
       0000-MAINLINE.
           MOVE ZERO   TO WS-RETURN-CODE
           MOVE SPACES TO OPRR-OPERATOR-NAME
           EVALUATE OPRR-FUNCTION
               WHEN "SIGN"
               WHEN "SCHD"
               WHEN "CHEK"
                   PERFORM 1000-CHECK-OPERATOR
               WHEN OTHER
                   MOVE 99 TO WS-RETURN-CODE
           END-EVALUATE
           MOVE WS-RETURN-CODE TO OPRR-RETURN-CODE
           GOBACK.

      *    Identity first, then authority: a caller told 20 knows
      *    the operator is genuine and may offer something lesser
      *    (CORRSCRN drops to inquiry only).
       1000-CHECK-OPERATOR.
           PERFORM 8000-SCAN-FOR-LATEST-ROW
           EVALUATE TRUE
               WHEN NOT WS-ROW-FOUND
               WHEN OPRR-OPERATOR-ID = SPACES
               WHEN NOT WS-LT-ACTIVE
                   MOVE 10 TO WS-RETURN-CODE
               WHEN OPRR-FUNCTION = "SIGN"
                   AND (NOT WS-LT-PERSON
                        OR OPRR-PASSWORD NOT = WS-LT-PASSWORD)
                   MOVE 10 TO WS-RETURN-CODE
               WHEN OPRR-FUNCTION = "SCHD"
                   AND NOT WS-LT-SCHEDULER
                   MOVE 10 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE WS-LT-OPERATOR-NAME TO OPRR-OPERATOR-NAME
                   PERFORM 1100-CHECK-AUTHORITY
           END-EVALUATE.

       1100-CHECK-AUTHORITY.
           IF OPRR-AUTHORITY NOT = SPACE
               MOVE ZERO TO WS-GRANT-COUNT
               INSPECT WS-LT-AUTHORITIES TALLYING WS-GRANT-COUNT
                   FOR ALL OPRR-AUTHORITY
               IF WS-GRANT-COUNT = ZERO
                   MOVE 20 TO WS-RETURN-CODE
               END-IF
           END-IF.

       8000-SCAN-FOR-LATEST-ROW.
           MOVE "N"    TO WS-SCAN-EOF-SW WS-FOUND-SW
           MOVE SPACES TO WS-LATEST-ROW
           OPEN INPUT OPERATOR-AUTH-FILE
           IF WS-AUTH-FILE-STATUS NOT = "00"
               SET WS-SCAN-EOF TO TRUE
           ELSE
               PERFORM 8100-SCAN-ONE-ROW UNTIL WS-SCAN-EOF
               CLOSE OPERATOR-AUTH-FILE
           END-IF.

       8100-SCAN-ONE-ROW.
           READ OPERATOR-AUTH-FILE
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF OPA-OPERATOR-ID = OPRR-OPERATOR-ID
                       SET WS-ROW-FOUND TO TRUE
                       MOVE OPA-OPERATOR-NAME TO WS-LT-OPERATOR-NAME
                       MOVE OPA-PASSWORD      TO WS-LT-PASSWORD
                       MOVE OPA-OPERATOR-TYPE TO WS-LT-OPERATOR-TYPE
                       MOVE OPA-STATUS        TO WS-LT-STATUS
                       MOVE OPA-AUTHORITIES   TO WS-LT-AUTHORITIES
                   END-IF
           END-READ.
