       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERTAP.

      *****************************************************************
      *  RECERTAP takes the department supervisors' answers to the
      *  RECERT listing.  One card per operator on RCRTCRDS:
      *
      *    cols  1-8   KEEP or REVOKE
      *    col   9     (blank)
      *    cols 10-17  operator id
      *    col  18     (blank)
      *    cols 19-26  certifying supervisor id
      *
      *  The supervisor must be an active operator of the same
      *  department as the operator certified, and may not certify
      *  themselves.  KEEP writes a RECERT line to the maintenance
      *  audit file -- the certification evidence, and the date
      *  RECERT shows as last certified.  REVOKE writes the same
      *  kind of line and queues a DEACT on OPERPEND entered by the
      *  supervisor, so the revocation lands only on a second
      *  supervisor's APPROVE through OPERAPPR, like any other
      *  operator change under dual control.  A REVOKE for an
      *  operator with a DEACT already pending queues nothing more.
      *  A KEEP for an operator RECERT has proposed as idle leaves
      *  the proposal for OPERAPPR to DENY.
      *
      *  Blank cards and cards starting "*" are comments.  Rejected
      *  cards end the run with RETURN-CODE 8.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "RCRTCRDS"
               FILE STATUS IS CONTROL-CARD-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPM-OPERATOR-ID
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "OPERPEND"
               FILE STATUS IS PENDING-CHANGE-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-CARD-FILE.
       01 CONTROL-CARD.
           05 CARD-ACTION      PIC X(08).
           05 FILLER           PIC X(01).
           05 CARD-OPERATOR-ID PIC X(08).
           05 FILLER           PIC X(01).
           05 CARD-SUPERVISOR  PIC X(08).
           05 FILLER           PIC X(54).

       FD OPERATOR-MASTER-FILE.
       COPY opermast.

       FD PENDING-CHANGE-FILE.
       COPY operpend.

       FD MAINT-AUDIT-FILE.
       COPY mntaudit.

       WORKING-STORAGE SECTION.
       01 CONTROL-CARD-STATUS    PIC X(02).
       01 OPERATOR-MASTER-STATUS PIC X(02).
       01 PENDING-CHANGE-STATUS  PIC X(02).
       01 MAINT-AUDIT-STATUS     PIC X(02).
       01 CARD-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 CARD-EOF VALUE 'Y'.
       01 PENDING-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 PENDING-EOF VALUE 'Y'.
       01 CARD-OK-SWITCH PIC X(01).
           88 CARD-OK VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 SUPERVISOR-DEPARTMENT PIC X(04).
       01 OPERATOR-IMAGE PIC X(80).

      * Operators with a DEACT already waiting on OPERPEND.
       01 PENDING-DEACT-TABLE.
           05 PENDING-DEACT-ID PIC X(08) OCCURS 500 TIMES
               INDEXED BY PEND-IDX.
       01 PENDING-DEACT-COUNT PIC 9(03) COMP VALUE 0.
       01 PENDING-FOUND-SWITCH PIC X(01).
           88 PENDING-FOUND VALUE 'Y'.

       01 CARDS-KEPT-COUNT     PIC 9(05) COMP VALUE 0.
       01 CARDS-REVOKED-COUNT  PIC 9(05) COMP VALUE 0.
       01 CARDS-REJECTED-COUNT PIC 9(05) COMP VALUE 0.
       01 CARD-COUNT-EDIT      PIC ZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           OPEN INPUT OPERATOR-MASTER-FILE
           IF OPERATOR-MASTER-STATUS NOT = "00"
               DISPLAY "unable to open operator master, status "
                   OPERATOR-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PENDING-CHANGE-FILE
           IF PENDING-CHANGE-STATUS = "00"
               PERFORM LOAD-PENDING-DEACT UNTIL PENDING-EOF
               CLOSE PENDING-CHANGE-FILE
           END-IF
           OPEN EXTEND PENDING-CHANGE-FILE
           IF PENDING-CHANGE-STATUS = "35"
               OPEN OUTPUT PENDING-CHANGE-FILE
           END-IF
           IF PENDING-CHANGE-STATUS NOT = "00"
               DISPLAY "unable to open pending change file, status "
                   PENDING-CHANGE-STATUS
               CLOSE OPERATOR-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           IF MAINT-AUDIT-STATUS NOT = "00"
               DISPLAY "unable to open maintenance audit file, status "
                   MAINT-AUDIT-STATUS
               CLOSE OPERATOR-MASTER-FILE
               CLOSE PENDING-CHANGE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CONTROL-CARD-FILE
           IF CONTROL-CARD-STATUS NOT = "00"
               DISPLAY "unable to open recertification card file, "
                   "status " CONTROL-CARD-STATUS
               CLOSE OPERATOR-MASTER-FILE
               CLOSE PENDING-CHANGE-FILE
               CLOSE MAINT-AUDIT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-AND-APPLY-CARD UNTIL CARD-EOF
           CLOSE CONTROL-CARD-FILE
           CLOSE OPERATOR-MASTER-FILE
           CLOSE PENDING-CHANGE-FILE
           CLOSE MAINT-AUDIT-FILE
           MOVE CARDS-KEPT-COUNT TO CARD-COUNT-EDIT
           DISPLAY "operators recertified: " CARD-COUNT-EDIT
           MOVE CARDS-REVOKED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "revocations queued for approval: " CARD-COUNT-EDIT
           MOVE CARDS-REJECTED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "recertification cards rejected: " CARD-COUNT-EDIT
           IF CARDS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       LOAD-PENDING-DEACT SECTION.
           READ PENDING-CHANGE-FILE
               AT END
                   SET PENDING-EOF TO TRUE
               NOT AT END
                   IF OPND-ACTION = "DEACT   "
                           AND PENDING-DEACT-COUNT < 500
                       ADD 1 TO PENDING-DEACT-COUNT
                       MOVE OPND-OPERATOR-ID
                           TO PENDING-DEACT-ID(PENDING-DEACT-COUNT)
                   END-IF
           END-READ
           EXIT.

       READ-AND-APPLY-CARD SECTION.
           READ CONTROL-CARD-FILE
               AT END
                   SET CARD-EOF TO TRUE
               NOT AT END
                   IF CONTROL-CARD = SPACES
                           OR CONTROL-CARD(1:1) = "*"
                       CONTINUE
                   ELSE
                       PERFORM APPLY-CONTROL-CARD
                   END-IF
           END-READ
           EXIT.

       APPLY-CONTROL-CARD SECTION.
           EVALUATE CARD-ACTION
               WHEN "KEEP    "
               WHEN "REVOKE  "
                   PERFORM CHECK-CERTIFYING-SUPERVISOR
                   IF CARD-OK
                       PERFORM CHECK-CERTIFIED-OPERATOR
                   END-IF
                   IF CARD-OK
                       IF CARD-ACTION = "KEEP    "
                           PERFORM KEEP-OPERATOR
                       ELSE
                           PERFORM REVOKE-OPERATOR
                       END-IF
                   ELSE
                       ADD 1 TO CARDS-REJECTED-COUNT
                   END-IF
               WHEN OTHER
                   DISPLAY "unknown action '" CARD-ACTION
                       "' for operator " CARD-OPERATOR-ID
                   ADD 1 TO CARDS-REJECTED-COUNT
           END-EVALUATE
           EXIT.

       CHECK-CERTIFYING-SUPERVISOR SECTION.
           MOVE 'N' TO CARD-OK-SWITCH
           MOVE SPACES TO SUPERVISOR-DEPARTMENT
           IF CARD-SUPERVISOR = SPACES
               DISPLAY CARD-ACTION " " CARD-OPERATOR-ID
                   " rejected: no supervisor named"
           ELSE
               IF CARD-SUPERVISOR = CARD-OPERATOR-ID
                   DISPLAY CARD-ACTION " " CARD-OPERATOR-ID
                       " rejected: an operator may not certify "
                       "their own access"
               ELSE
                   MOVE CARD-SUPERVISOR TO OPM-OPERATOR-ID
                   READ OPERATOR-MASTER-FILE
                       INVALID KEY
                           DISPLAY CARD-ACTION " " CARD-OPERATOR-ID
                               " rejected: supervisor "
                               CARD-SUPERVISOR " not on file"
                       NOT INVALID KEY
                           IF OPM-ACTIVE
                               MOVE OPM-DEPARTMENT
                                   TO SUPERVISOR-DEPARTMENT
                               SET CARD-OK TO TRUE
                           ELSE
                               DISPLAY CARD-ACTION " "
                                   CARD-OPERATOR-ID
                                   " rejected: supervisor "
                                   CARD-SUPERVISOR " is inactive"
                           END-IF
                   END-READ
               END-IF
           END-IF
           EXIT.

       CHECK-CERTIFIED-OPERATOR SECTION.
           MOVE 'N' TO CARD-OK-SWITCH
           MOVE CARD-OPERATOR-ID TO OPM-OPERATOR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   DISPLAY CARD-ACTION " " CARD-OPERATOR-ID
                       " rejected: operator not on file"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT OPM-ACTIVE
                           DISPLAY CARD-ACTION " " CARD-OPERATOR-ID
                               " rejected: operator is already "
                               "inactive"
                       WHEN OPM-DEPARTMENT NOT = SUPERVISOR-DEPARTMENT
                           DISPLAY CARD-ACTION " " CARD-OPERATOR-ID
                               " rejected: supervisor "
                               CARD-SUPERVISOR
                               " is not of department "
                               OPM-DEPARTMENT
                       WHEN OTHER
                           MOVE OPERATOR-MASTER-RECORD
                               TO OPERATOR-IMAGE
                           SET CARD-OK TO TRUE
                   END-EVALUATE
           END-READ
           EXIT.

       KEEP-OPERATOR SECTION.
           ADD 1 TO CARDS-KEPT-COUNT
           DISPLAY "operator " CARD-OPERATOR-ID
               " recertified by " CARD-SUPERVISOR
           PERFORM FIND-PENDING-DEACT
           IF PENDING-FOUND
               DISPLAY "  a DEACT is still pending for "
                   CARD-OPERATOR-ID " -- DENY it through OPERAPPR"
           END-IF
           PERFORM WRITE-AUDIT-LINE
           EXIT.

       REVOKE-OPERATOR SECTION.
           ADD 1 TO CARDS-REVOKED-COUNT
           PERFORM FIND-PENDING-DEACT
           IF PENDING-FOUND
               DISPLAY "operator " CARD-OPERATOR-ID
                   " revoked by " CARD-SUPERVISOR
                   " -- DEACT already pending approval"
           ELSE
               MOVE "DEACT   "       TO OPND-ACTION
               MOVE CARD-OPERATOR-ID TO OPND-OPERATOR-ID
               MOVE OPM-NAME         TO OPND-NAME
               MOVE OPM-DEPARTMENT   TO OPND-DEPARTMENT
               MOVE CARD-SUPERVISOR  TO OPND-ENTERED-BY
               MOVE RUN-DATE         TO OPND-ENTRY-DATE
               MOVE RUN-TIME         TO OPND-ENTRY-TIME
               WRITE OPERATOR-PENDING-RECORD
               IF PENDING-DEACT-COUNT < 500
                   ADD 1 TO PENDING-DEACT-COUNT
                   MOVE CARD-OPERATOR-ID
                       TO PENDING-DEACT-ID(PENDING-DEACT-COUNT)
               END-IF
               DISPLAY "operator " CARD-OPERATOR-ID
                   " revoked by " CARD-SUPERVISOR
                   " -- DEACT queued for approval"
           END-IF
           PERFORM WRITE-AUDIT-LINE
           EXIT.

       FIND-PENDING-DEACT SECTION.
           MOVE 'N' TO PENDING-FOUND-SWITCH
           SET PEND-IDX TO 1
           PERFORM SEARCH-PENDING-DEACT
               UNTIL PEND-IDX > PENDING-DEACT-COUNT OR PENDING-FOUND
           EXIT.

       SEARCH-PENDING-DEACT SECTION.
           IF PENDING-DEACT-ID(PEND-IDX) = CARD-OPERATOR-ID
               SET PENDING-FOUND TO TRUE
           ELSE
               SET PEND-IDX UP BY 1
           END-IF
           EXIT.

      * The certification is evidence about the operator record,
      * not a change to it: both images are the record as it
      * stands.
       WRITE-AUDIT-LINE SECTION.
           MOVE "RECERT  "       TO MAUD-FILE-NAME
           MOVE CARD-ACTION      TO MAUD-ACTION
           MOVE SPACES           TO MAUD-RECORD-KEY
           MOVE CARD-OPERATOR-ID TO MAUD-RECORD-KEY
           MOVE CARD-SUPERVISOR  TO MAUD-OPERATOR-ID
           MOVE RUN-DATE         TO MAUD-RUN-DATE
           MOVE RUN-TIME         TO MAUD-RUN-TIME
           MOVE OPERATOR-IMAGE   TO MAUD-BEFORE-IMAGE
           MOVE OPERATOR-IMAGE   TO MAUD-AFTER-IMAGE
           WRITE MAINTENANCE-AUDIT-RECORD
           EXIT.
