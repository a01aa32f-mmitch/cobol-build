       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJAPPR.

      *****************************************************************
      *  ADJAPPR is the second pair of eyes on manual adjustments,
      *  in the PAYAPPR mold.  ADJPOST holds any adjustment over
      *  CALC-ADJ-APPROVAL-LIMIT on ADJPEND ("H", see
      *  copy/adjpend.cpy); this program lists what is waiting and
      *  applies the supervisor's decision cards from ADJACRDS:
      *
      *    cols  1-8   APPROVE / REJECT
      *    col   9     (blank)
      *    cols 10-19  adjustment reference
      *    col  20     (blank)
      *    cols 21-28  supervisor id
      *    col  29     (blank)
      *    cols 30-59  reason (REJECT)
      *
      *  APPROVE releases a held adjustment ("A") for the next
      *  ADJPOST run, which posts it with the supervisor on the
      *  journal line.  The supervisor must not be the operator who
      *  asked for the adjustment, and with OPERMAST mounted must
      *  be an active operator whose id is not locked.  REJECT
      *  drops an adjustment not yet posted, held or approved; no
      *  money has moved, so nothing needs reversing.
      *
      *  ADJPEND is read and written to ADJPNEW, which the JCL
      *  swaps back in.  A card that matches no adjustment, or
      *  does not suit its status, leaves RETURN-CODE 8.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "ADJPEND"
               FILE STATUS IS PENDING-STATUS.
           SELECT DECISION-CARD-FILE ASSIGN TO "ADJACRDS"
               FILE STATUS IS DECISION-CARD-STATUS.
           SELECT PENDING-NEW-FILE ASSIGN TO "ADJPNEW"
               FILE STATUS IS PENDING-NEW-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPM-OPERATOR-ID
               FILE STATUS IS OPERATOR-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PENDING-FILE.
       COPY adjpend.

       FD DECISION-CARD-FILE.
       01 DECISION-CARD.
           05 DEC-ACTION     PIC X(08).
           05 FILLER         PIC X(01).
           05 DEC-REFERENCE  PIC X(10).
           05 FILLER         PIC X(01).
           05 DEC-SUPERVISOR PIC X(08).
           05 FILLER         PIC X(01).
           05 DEC-REASON     PIC X(30).

       FD PENDING-NEW-FILE.
       01 PENDING-NEW-RECORD PIC X(120).

       FD OPERATOR-MASTER-FILE.
       COPY opermast.

       WORKING-STORAGE SECTION.
       01 PENDING-STATUS         PIC X(02).
       01 DECISION-CARD-STATUS   PIC X(02).
       01 PENDING-NEW-STATUS     PIC X(02).
       01 OPERATOR-MASTER-STATUS PIC X(02).
       01 PENDING-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 PENDING-EOF VALUE 'Y'.
       01 CARD-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 CARD-EOF VALUE 'Y'.
       01 OPERATOR-MASTER-SWITCH PIC X(01) VALUE 'N'.
           88 OPERATOR-MASTER-AVAILABLE VALUE 'Y'.

       01 DECISION-TABLE.
           05 DEC-ENTRY OCCURS 200 TIMES INDEXED BY DEC-IDX.
               10 DECT-ACTION     PIC X(01).
                   88 DECT-APPROVE VALUE 'A'.
                   88 DECT-REJECT  VALUE 'R'.
               10 DECT-REFERENCE  PIC X(10).
               10 DECT-SUPERVISOR PIC X(08).
               10 DECT-REASON     PIC X(30).
               10 DECT-USED-FLAG  PIC X(01).
                   88 DECT-USED VALUE 'Y'.
       01 DECISION-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 DECISION-FOUND-SWITCH PIC X(01).
           88 DECISION-FOUND VALUE 'Y'.
       01 DROP-SWITCH PIC X(01).
           88 ADJUSTMENT-DROPPED VALUE 'Y'.
       01 SUPERVISOR-VALID-SWITCH PIC X(01).
           88 SUPERVISOR-VALID VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 APPROVED-COUNT  PIC 9(05) COMP VALUE 0.
       01 REJECTED-COUNT  PIC 9(05) COMP VALUE 0.
       01 WAITING-COUNT   PIC 9(05) COMP VALUE 0.
       01 UNMATCHED-CARDS PIC 9(05) COMP VALUE 0.
       01 APPR-STAT-EDIT  PIC ZZZZ9.
       01 ADJUSTMENT-AMOUNT-EDIT PIC -(09)9.99.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-DECISION-CARDS
           OPEN INPUT PENDING-FILE
           IF PENDING-STATUS NOT = "00"
               DISPLAY "no pending adjustment file, status "
                   PENDING-STATUS
               GOBACK
           END-IF
           OPEN OUTPUT PENDING-NEW-FILE
           IF PENDING-NEW-STATUS NOT = "00"
               DISPLAY "unable to open new pending adjustments, "
                   "status " PENDING-NEW-STATUS
               CLOSE PENDING-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT OPERATOR-MASTER-FILE
           IF OPERATOR-MASTER-STATUS = "00"
               SET OPERATOR-MASTER-AVAILABLE TO TRUE
           END-IF
           PERFORM READ-AND-DECIDE-ADJUSTMENT UNTIL PENDING-EOF
           CLOSE PENDING-FILE
           CLOSE PENDING-NEW-FILE
           IF OPERATOR-MASTER-AVAILABLE
               CLOSE OPERATOR-MASTER-FILE
           END-IF
           PERFORM REPORT-UNMATCHED-CARDS
           MOVE APPROVED-COUNT TO APPR-STAT-EDIT
           DISPLAY "adjustments approved: " APPR-STAT-EDIT
           MOVE REJECTED-COUNT TO APPR-STAT-EDIT
           DISPLAY "adjustments rejected: " APPR-STAT-EDIT
           MOVE WAITING-COUNT TO APPR-STAT-EDIT
           DISPLAY "adjustments still waiting: " APPR-STAT-EDIT
           IF UNMATCHED-CARDS > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       LOAD-DECISION-CARDS SECTION.
           OPEN INPUT DECISION-CARD-FILE
           IF DECISION-CARD-STATUS NOT = "00"
               SET CARD-EOF TO TRUE
           ELSE
               PERFORM READ-DECISION-CARD UNTIL CARD-EOF
               CLOSE DECISION-CARD-FILE
           END-IF
           EXIT.

       READ-DECISION-CARD SECTION.
           READ DECISION-CARD-FILE
               AT END
                   SET CARD-EOF TO TRUE
               NOT AT END
                   IF DECISION-CARD = SPACES
                           OR DECISION-CARD(1:1) = "*"
                       CONTINUE
                   ELSE
                       PERFORM STORE-DECISION-CARD
                   END-IF
           END-READ
           EXIT.

       STORE-DECISION-CARD SECTION.
           IF DECISION-ENTRIES-USED >= 200
               DISPLAY "decision card table full -- card dropped: "
                   DECISION-CARD(1:30)
               ADD 1 TO UNMATCHED-CARDS
           ELSE
               IF DEC-ACTION = "APPROVE " OR DEC-ACTION = "REJECT  "
                   ADD 1 TO DECISION-ENTRIES-USED
                   SET DEC-IDX TO DECISION-ENTRIES-USED
                   MOVE DEC-ACTION(1:1) TO DECT-ACTION(DEC-IDX)
                   MOVE DEC-REFERENCE  TO DECT-REFERENCE(DEC-IDX)
                   MOVE DEC-SUPERVISOR TO DECT-SUPERVISOR(DEC-IDX)
                   MOVE DEC-REASON     TO DECT-REASON(DEC-IDX)
                   MOVE 'N' TO DECT-USED-FLAG(DEC-IDX)
               ELSE
                   DISPLAY "unknown decision card action: " DEC-ACTION
                   ADD 1 TO UNMATCHED-CARDS
               END-IF
           END-IF
           EXIT.

       READ-AND-DECIDE-ADJUSTMENT SECTION.
           READ PENDING-FILE
               AT END
                   SET PENDING-EOF TO TRUE
               NOT AT END
                   MOVE 'N' TO DROP-SWITCH
                   PERFORM MATCH-DECISION
                   IF DECISION-FOUND
                       SET DECT-USED(DEC-IDX) TO TRUE
                       IF DECT-APPROVE(DEC-IDX)
                           PERFORM APPROVE-HELD-ADJUSTMENT
                       ELSE
                           PERFORM REJECT-ADJUSTMENT
                       END-IF
                   END-IF
                   IF NOT ADJUSTMENT-DROPPED
                       IF ADJP-HELD
                           PERFORM LIST-STILL-WAITING
                       END-IF
                       WRITE PENDING-NEW-RECORD
                           FROM PENDING-ADJUSTMENT-RECORD
                   END-IF
           END-READ
           EXIT.

       MATCH-DECISION SECTION.
           MOVE 'N' TO DECISION-FOUND-SWITCH
           SET DEC-IDX TO 1
           PERFORM SEARCH-DECISION-TABLE
               UNTIL DEC-IDX > DECISION-ENTRIES-USED
                   OR DECISION-FOUND
           EXIT.

       SEARCH-DECISION-TABLE SECTION.
           IF DECT-REFERENCE(DEC-IDX) = ADJP-REFERENCE
                   AND NOT DECT-USED(DEC-IDX)
               SET DECISION-FOUND TO TRUE
           ELSE
               SET DEC-IDX UP BY 1
           END-IF
           EXIT.

       LIST-STILL-WAITING SECTION.
           ADD 1 TO WAITING-COUNT
           MOVE ADJP-AMOUNT TO ADJUSTMENT-AMOUNT-EDIT
           DISPLAY "adjustment " ADJP-REFERENCE " account "
               ADJP-ACCOUNT-ID " " ADJP-OPERATION
               ADJUSTMENT-AMOUNT-EDIT " reason " ADJP-REASON
               " requested by " ADJP-REQUESTED-BY " on "
               ADJP-REQUESTED-DATE
           DISPLAY "  " ADJP-JUSTIFICATION
           EXIT.

      * Two different people: whoever asked for the adjustment
      * cannot also release it.
       APPROVE-HELD-ADJUSTMENT SECTION.
           IF NOT ADJP-HELD
               DISPLAY "adjustment " ADJP-REFERENCE
                   " is not held for approval (status " ADJP-STATUS
                   ") -- APPROVE ignored"
               ADD 1 TO UNMATCHED-CARDS
           ELSE
               PERFORM CHECK-SUPERVISOR
               IF SUPERVISOR-VALID
                   SET ADJP-APPROVED TO TRUE
                   MOVE DECT-SUPERVISOR(DEC-IDX) TO ADJP-APPROVED-BY
                   MOVE RUN-DATE TO ADJP-APPROVED-DATE
                   ADD 1 TO APPROVED-COUNT
                   DISPLAY "adjustment " ADJP-REFERENCE
                       " approved by " ADJP-APPROVED-BY
               ELSE
                   ADD 1 TO UNMATCHED-CARDS
               END-IF
           END-IF
           EXIT.

       CHECK-SUPERVISOR SECTION.
           MOVE 'Y' TO SUPERVISOR-VALID-SWITCH
           IF DECT-SUPERVISOR(DEC-IDX) = SPACES
                   OR DECT-SUPERVISOR(DEC-IDX) = ADJP-REQUESTED-BY
               DISPLAY "adjustment " ADJP-REFERENCE
                   " needs a supervisor other than "
                   ADJP-REQUESTED-BY " -- APPROVE ignored"
               MOVE 'N' TO SUPERVISOR-VALID-SWITCH
           END-IF
           IF SUPERVISOR-VALID AND OPERATOR-MASTER-AVAILABLE
               MOVE DECT-SUPERVISOR(DEC-IDX) TO OPM-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       DISPLAY "supervisor " DECT-SUPERVISOR(DEC-IDX)
                           " not on file -- APPROVE ignored for "
                           ADJP-REFERENCE
                       MOVE 'N' TO SUPERVISOR-VALID-SWITCH
                   NOT INVALID KEY
                       IF NOT OPM-ACTIVE OR OPM-LOCKED
                           DISPLAY "supervisor "
                               DECT-SUPERVISOR(DEC-IDX)
                               " inactive or locked -- APPROVE "
                               "ignored for " ADJP-REFERENCE
                           MOVE 'N' TO SUPERVISOR-VALID-SWITCH
                       END-IF
               END-READ
           END-IF
           EXIT.

       REJECT-ADJUSTMENT SECTION.
           IF NOT ADJP-HELD AND NOT ADJP-APPROVED
               DISPLAY "adjustment " ADJP-REFERENCE
                   " is not waiting to post (status " ADJP-STATUS
                   ") -- REJECT ignored"
               ADD 1 TO UNMATCHED-CARDS
           ELSE
               SET ADJUSTMENT-DROPPED TO TRUE
               ADD 1 TO REJECTED-COUNT
               DISPLAY "adjustment " ADJP-REFERENCE
                   " rejected by " DECT-SUPERVISOR(DEC-IDX) ": "
                   DECT-REASON(DEC-IDX)
           END-IF
           EXIT.

       REPORT-UNMATCHED-CARDS SECTION.
           SET DEC-IDX TO 1
           PERFORM CHECK-UNMATCHED-CARD
               UNTIL DEC-IDX > DECISION-ENTRIES-USED
           EXIT.

       CHECK-UNMATCHED-CARD SECTION.
           IF NOT DECT-USED(DEC-IDX)
               DISPLAY "no pending adjustment matches decision card "
                   "reference " DECT-REFERENCE(DEC-IDX)
               ADD 1 TO UNMATCHED-CARDS
           END-IF
           SET DEC-IDX UP BY 1
           EXIT.
