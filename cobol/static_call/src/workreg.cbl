       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKREG.

      *****************************************************************
      *  WORKREG is the one register of everything waiting on a
      *  person.  The work sits in six places -- the error queue,
      *  suspense, the manual-review queue, pending reversals,
      *  pending operator changes and unacknowledged alerts -- each
      *  with its own listing program, and DAYEND only counts them.
      *  This run refreshes the work-item register (copy/
      *  workreg.cpy) from all six and reports every open item with
      *  its owner and its age in business days:
      *
      *    TODAY    queued since the last business day
      *    1-3      one to three business days old
      *    4-7      four to seven business days old
      *    OLDER    more than seven business days
      *
      *  Business days are those of the posting calendar (CALMAST),
      *  counted by the shared bizdate service, so an item queued
      *  on a Friday is one day old on the Monday and a holiday
      *  does not eat into anyone's service level.
      *
      *  An item is aged from its queue's own date where the queue
      *  carries one (REVQUEUE, OPERPEND, ALERTQ) and from the day
      *  the register first saw it where it doesn't (ERRQUEUE,
      *  SUSPENSE, PENDREV).  An item no longer on its queue is
      *  marked cleared; cleared items are dropped from the register
      *  after CALC-WORKREG-RETAIN-DAYS days (default 30).  A queue
      *  whose DD is missing is reported as not read and its items
      *  are left as they stood.
      *
      *  Each queue has a service level in business days -- CALC-SLA-
      *  ERRQUEUE, -SUSPENSE, -REVQUEUE, -PENDREV, -OPERPEND and
      *  -ALERTQ (defaults 1, 3, 1, 1, 2 and 1).  An open item older
      *  than its queue's service level is escalated to ALERTQ once,
      *  naming its number, queue, owner and age; any escalation
      *  ends the run with RETURN-CODE 4.
      *
      *  Supervisors hand items to named staff with assignment
      *  cards on WREGCRDS:
      *
      *    cols  1-8   ASSIGN
      *    col   9     (blank)
      *    cols 10-15  item number, from the register report
      *    col  16     (blank)
      *    cols 17-24  new owner -- an active operator on OPERMAST
      *    col  25     (blank)
      *    cols 26-33  supervisor making the assignment
      *
      *  Each assignment is audited on MNTAUDIT (file WORKREG).  A
      *  card naming an unknown or cleared item, an owner not
      *  active on OPERMAST, or no supervisor is rejected and ends
      *  the run with RETURN-CODE 8.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-REGISTER-FILE ASSIGN TO "WORKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WITM-KEY
               FILE STATUS IS WORK-REGISTER-STATUS.
           SELECT ERROR-QUEUE-FILE ASSIGN TO "ERRQUEUE"
               FILE STATUS IS ERROR-QUEUE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               FILE STATUS IS SUSPENSE-STATUS.
           SELECT REVIEW-QUEUE-FILE ASSIGN TO "REVQUEUE"
               FILE STATUS IS REVIEW-QUEUE-STATUS.
           SELECT PENDING-REVERSAL-FILE ASSIGN TO "PENDREV"
               FILE STATUS IS PENDING-REVERSAL-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "OPERPEND"
               FILE STATUS IS PENDING-CHANGE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTQ"
               FILE STATUS IS ALERT-STATUS.
           SELECT ASSIGN-CARD-FILE ASSIGN TO "WREGCRDS"
               FILE STATUS IS ASSIGN-CARD-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPM-OPERATOR-ID
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "WREGRPT".

       DATA DIVISION.
       FILE SECTION.
       FD WORK-REGISTER-FILE.
       COPY workreg.

       FD ERROR-QUEUE-FILE.
       01 ERROR-QUEUE-RECORD.
           05 ERRQ-SEQUENCE  PIC 9(08).
           05 ERRQ-ARGUMENTS PIC X(128).

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SUSP-REASON-CODE   PIC X(04).
           05 SUSP-ATTEMPT-COUNT PIC 9(03).
           05 SUSP-TRAN-IMAGE    PIC X(109).

       FD REVIEW-QUEUE-FILE.
       01 REVIEW-QUEUE-RECORD.
           05 REVQ-RUN-DATE   PIC 9(08).
           05 REVQ-RESULT     PIC S9(9)V99.
           05 REVQ-TRAN-IMAGE PIC X(109).

       FD PENDING-REVERSAL-FILE.
       COPY tranrec REPLACING LEADING ==TRAN== BY ==PEND==.

       FD PENDING-CHANGE-FILE.
       COPY operpend.

       FD ALERT-FILE.
       COPY alertrec.

       FD ASSIGN-CARD-FILE.
       01 ASSIGN-CARD.
           05 ASGC-ACTION      PIC X(08).
           05 FILLER           PIC X(01).
           05 ASGC-ITEM-NUMBER PIC X(06).
           05 FILLER           PIC X(01).
           05 ASGC-OWNER       PIC X(08).
           05 FILLER           PIC X(01).
           05 ASGC-SUPERVISOR  PIC X(08).
           05 FILLER           PIC X(47).

       FD OPERATOR-MASTER-FILE.
       COPY opermast.

       FD MAINT-AUDIT-FILE.
       COPY mntaudit.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-REGISTER-STATUS    PIC X(02).
       01 ERROR-QUEUE-STATUS      PIC X(02).
       01 SUSPENSE-STATUS         PIC X(02).
       01 REVIEW-QUEUE-STATUS     PIC X(02).
       01 PENDING-REVERSAL-STATUS PIC X(02).
       01 PENDING-CHANGE-STATUS   PIC X(02).
       01 ALERT-STATUS            PIC X(02).
       01 ASSIGN-CARD-STATUS      PIC X(02).
       01 OPERATOR-MASTER-STATUS  PIC X(02).
       01 MAINT-AUDIT-STATUS      PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.
       01 REGISTER-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 REGISTER-EOF VALUE 'Y'.
       01 OPERMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 OPERMAST-AVAILABLE VALUE 'Y'.
       01 ALERTQ-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 ALERTQ-WRITABLE VALUE 'Y'.
       01 ITEM-DROPPED-SWITCH PIC X(01).
           88 ITEM-DROPPED VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 RETAIN-DAYS-ENV PIC X(04).
       01 RETAIN-DAYS     PIC 9(04) VALUE 30.
       01 SLA-ENV         PIC X(04).

      * The queues, in register order, with each one's service
      * level in days.
       01 QUEUE-TABLE-VALUES.
           05 FILLER PIC X(12) VALUE "ERRQUEUE0001".
           05 FILLER PIC X(12) VALUE "SUSPENSE0003".
           05 FILLER PIC X(12) VALUE "REVQUEUE0001".
           05 FILLER PIC X(12) VALUE "PENDREV 0001".
           05 FILLER PIC X(12) VALUE "OPERPEND0002".
           05 FILLER PIC X(12) VALUE "ALERTQ  0001".
       01 QUEUE-TABLE REDEFINES QUEUE-TABLE-VALUES.
           05 QUEUE-ENTRY OCCURS 6 TIMES INDEXED BY QUEUE-IDX.
               10 QUEUE-NAME     PIC X(08).
               10 QUEUE-SLA-DAYS PIC 9(04).
       01 QUEUE-COUNT-TABLE.
           05 QUEUE-COUNTS OCCURS 6 TIMES.
               10 QUEUE-READ-FLAG    PIC X(01).
                   88 QUEUE-WAS-READ VALUE 'Y'.
               10 QUEUE-BUCKET-COUNT PIC 9(05) COMP OCCURS 4 TIMES.
               10 QUEUE-OVERDUE-COUNT PIC 9(05) COMP.
               10 QUEUE-UNOWNED-COUNT PIC 9(05) COMP.
       01 BUCKET-NAME-VALUES PIC X(24)
           VALUE "TODAY 1-3   4-7   OLDER ".
       01 BUCKET-NAME-TABLE REDEFINES BUCKET-NAME-VALUES.
           05 BUCKET-NAME PIC X(06) OCCURS 4 TIMES.
       01 BUCKET-IDX PIC 9(01) COMP.
       01 QUEUE-FOUND-SWITCH PIC X(01).
           88 QUEUE-FOUND VALUE 'Y'.
       01 CURRENT-QUEUE PIC X(08) VALUE SPACES.

      * The item being registered from its queue.
       01 ITEM-QUEUE       PIC X(08).
       01 ITEM-ID          PIC X(50).
       01 ITEM-DATE        PIC 9(08).
       01 ITEM-DESCRIPTION PIC X(40).
       COPY tranrec REPLACING LEADING ==TRAN== BY ==QTRN==.
       01 LAST-ITEM-NUMBER PIC 9(06) VALUE 0.

      * Assignment cards, held until the register sweep meets
      * their item.
       01 ASSIGN-TABLE.
           05 ASSIGN-ENTRY OCCURS 200 TIMES INDEXED BY ASGN-IDX.
               10 ASGT-ITEM-NUMBER PIC 9(06).
               10 ASGT-OWNER       PIC X(08).
               10 ASGT-SUPERVISOR  PIC X(08).
               10 ASGT-USED-FLAG   PIC X(01).
                   88 ASGT-USED VALUE 'Y'.
       01 ASSIGN-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 ASSIGN-FOUND-SWITCH PIC X(01).
           88 ASSIGN-FOUND VALUE 'Y'.
       01 BEFORE-IMAGE PIC X(80).
       01 AUDIT-IMAGE.
           05 AUDI-QUEUE         PIC X(08).
           05 AUDI-ITEM-NUMBER   PIC 9(06).
           05 AUDI-OWNER         PIC X(08).
           05 AUDI-ASSIGNED-BY   PIC X(08).
           05 AUDI-ASSIGNED-DATE PIC 9(08).
           05 AUDI-DESCRIPTION   PIC X(40).
           05 FILLER             PIC X(02) VALUE SPACES.

       01 AGE-DAYS PIC S9(08) COMP.
       01 AGE-EDIT PIC ZZZ9.
       01 OWNER-WORK PIC X(08).
       01 ESCALATION-WORK PIC X(10).

       01 SERIAL-INPUT-DATE PIC 9(08).
       01 SERIAL-DAYS   PIC 9(08) COMP.
       01 SERIAL-YEAR   PIC 9(04) COMP.
       01 SERIAL-MONTH  PIC 9(02) COMP.
       01 SERIAL-WORK   PIC 9(08) COMP.
       01 SERIAL-DAY    PIC 9(02) COMP.
       01 TODAY-SERIAL  PIC 9(08) COMP.

       01 ITEMS-REGISTERED PIC 9(07) COMP VALUE 0.
       01 ITEMS-CLEARED    PIC 9(07) COMP VALUE 0.
       01 ITEMS-DROPPED    PIC 9(07) COMP VALUE 0.
       01 ITEMS-OPEN       PIC 9(07) COMP VALUE 0.
       01 ITEMS-ESCALATED  PIC 9(07) COMP VALUE 0.
       01 CARDS-APPLIED    PIC 9(05) COMP VALUE 0.
       01 CARDS-REJECTED   PIC 9(05) COMP VALUE 0.
       01 COUNT-EDIT  PIC ZZZZZZ9.
       01 NUMBER-EDIT PIC 9(06).
       01 REPORT-WORK PIC X(132).
       COPY parmgetl.
       COPY bizdatel.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "WORKREG" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE "CALC-WORKREG-RETAIN-DAYS" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO RETAIN-DAYS-ENV
           IF RETAIN-DAYS-ENV NOT = SPACES
               MOVE RETAIN-DAYS-ENV TO RETAIN-DAYS
           END-IF
           PERFORM LOAD-SERVICE-LEVELS
           MOVE RUN-DATE TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           MOVE SERIAL-DAYS TO TODAY-SERIAL
           PERFORM CHECK-CALENDAR-MOUNTED
           OPEN I-O WORK-REGISTER-FILE
           IF WORK-REGISTER-STATUS = "35"
               OPEN OUTPUT WORK-REGISTER-FILE
               CLOSE WORK-REGISTER-FILE
               OPEN I-O WORK-REGISTER-FILE
           END-IF
           IF WORK-REGISTER-STATUS NOT = "00"
               DISPLAY "unable to open work-item register, status "
                   WORK-REGISTER-STATUS
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
               CLOSE WORK-REGISTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT OPERATOR-MASTER-FILE
           IF OPERATOR-MASTER-STATUS = "00"
               SET OPERMAST-AVAILABLE TO TRUE
           END-IF
           PERFORM READ-CONTROL-RECORD
           PERFORM LOAD-ASSIGN-CARDS
           PERFORM REGISTER-ERROR-QUEUE
           PERFORM REGISTER-SUSPENSE
           PERFORM REGISTER-REVIEW-QUEUE
           PERFORM REGISTER-PENDING-REVERSALS
           PERFORM REGISTER-PENDING-CHANGES
           PERFORM REGISTER-ALERTS
           PERFORM WRITE-CONTROL-RECORD
           OPEN EXTEND ALERT-FILE
           IF ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF ALERT-STATUS = "00"
               SET ALERTQ-WRITABLE TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           MOVE SPACES TO WITM-QUEUE
           MOVE SPACES TO WITM-ITEM-ID
           START WORK-REGISTER-FILE KEY > WITM-KEY
               INVALID KEY
                   SET REGISTER-EOF TO TRUE
           END-START
           PERFORM SWEEP-ONE-ITEM UNTIL REGISTER-EOF
           PERFORM REPORT-UNMATCHED-CARDS
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           IF ALERTQ-WRITABLE
               CLOSE ALERT-FILE
           END-IF
           IF OPERMAST-AVAILABLE
               CLOSE OPERATOR-MASTER-FILE
           END-IF
           CLOSE MAINT-AUDIT-FILE
           CLOSE WORK-REGISTER-FILE
           MOVE ITEMS-OPEN TO COUNT-EDIT
           DISPLAY "open work items: " COUNT-EDIT
           MOVE ITEMS-ESCALATED TO COUNT-EDIT
           DISPLAY "work items escalated: " COUNT-EDIT
           MOVE CARDS-REJECTED TO COUNT-EDIT
           DISPLAY "assignment cards rejected: " COUNT-EDIT
           EVALUATE TRUE
               WHEN CARDS-REJECTED > 0
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN ITEMS-ESCALATED > 0
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE
           GOBACK
           .

       LOAD-SERVICE-LEVELS SECTION.
           MOVE "CALC-SLA-ERRQUEUE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SLA-ENV
           IF SLA-ENV NOT = SPACES
               MOVE SLA-ENV TO QUEUE-SLA-DAYS(1)
           END-IF
           MOVE "CALC-SLA-SUSPENSE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SLA-ENV
           IF SLA-ENV NOT = SPACES
               MOVE SLA-ENV TO QUEUE-SLA-DAYS(2)
           END-IF
           MOVE "CALC-SLA-REVQUEUE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SLA-ENV
           IF SLA-ENV NOT = SPACES
               MOVE SLA-ENV TO QUEUE-SLA-DAYS(3)
           END-IF
           MOVE "CALC-SLA-PENDREV" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SLA-ENV
           IF SLA-ENV NOT = SPACES
               MOVE SLA-ENV TO QUEUE-SLA-DAYS(4)
           END-IF
           MOVE "CALC-SLA-OPERPEND" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SLA-ENV
           IF SLA-ENV NOT = SPACES
               MOVE SLA-ENV TO QUEUE-SLA-DAYS(5)
           END-IF
           MOVE "CALC-SLA-ALERTQ" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SLA-ENV
           IF SLA-ENV NOT = SPACES
               MOVE SLA-ENV TO QUEUE-SLA-DAYS(6)
           END-IF
           PERFORM CLEAR-QUEUE-COUNTS
               VARYING QUEUE-IDX FROM 1 BY 1 UNTIL QUEUE-IDX > 6
           EXIT.

       CLEAR-QUEUE-COUNTS SECTION.
           MOVE 'N' TO QUEUE-READ-FLAG(QUEUE-IDX)
           MOVE 0 TO QUEUE-BUCKET-COUNT(QUEUE-IDX, 1)
           MOVE 0 TO QUEUE-BUCKET-COUNT(QUEUE-IDX, 2)
           MOVE 0 TO QUEUE-BUCKET-COUNT(QUEUE-IDX, 3)
           MOVE 0 TO QUEUE-BUCKET-COUNT(QUEUE-IDX, 4)
           MOVE 0 TO QUEUE-OVERDUE-COUNT(QUEUE-IDX)
           MOVE 0 TO QUEUE-UNOWNED-COUNT(QUEUE-IDX)
           EXIT.

       READ-CONTROL-RECORD SECTION.
           MOVE SPACES TO WITMC-KEY
           READ WORK-REGISTER-FILE
               INVALID KEY
                   MOVE SPACES TO WORK-ITEM-CONTROL
                   MOVE 0 TO WITMC-LAST-NUMBER
                   WRITE WORK-ITEM-CONTROL
                   END-WRITE
           END-READ
           MOVE WITMC-LAST-NUMBER TO LAST-ITEM-NUMBER
           EXIT.

       WRITE-CONTROL-RECORD SECTION.
           MOVE SPACES TO WITMC-KEY
           READ WORK-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LAST-ITEM-NUMBER TO WITMC-LAST-NUMBER
                   REWRITE WORK-ITEM-CONTROL
           END-READ
           EXIT.

       LOAD-ASSIGN-CARDS SECTION.
           OPEN INPUT ASSIGN-CARD-FILE
           IF ASSIGN-CARD-STATUS = "00"
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-ASSIGN-CARD UNTIL SOURCE-EOF
               CLOSE ASSIGN-CARD-FILE
           END-IF
           EXIT.

       READ-ASSIGN-CARD SECTION.
           READ ASSIGN-CARD-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF ASSIGN-CARD = SPACES
                           OR ASSIGN-CARD(1:1) = "*"
                       CONTINUE
                   ELSE
                       PERFORM STORE-ASSIGN-CARD
                   END-IF
           END-READ
           EXIT.

      * The owner and supervisor are proved here; whether the item
      * exists and is still open is proved when the sweep meets it.
       STORE-ASSIGN-CARD SECTION.
           EVALUATE TRUE
               WHEN ASGC-ACTION NOT = "ASSIGN  "
                   DISPLAY "unknown action '" ASGC-ACTION
                       "' on assignment card"
                   ADD 1 TO CARDS-REJECTED
               WHEN ASGC-ITEM-NUMBER IS NOT NUMERIC
                   DISPLAY "assignment card item number not numeric: "
                       ASGC-ITEM-NUMBER
                   ADD 1 TO CARDS-REJECTED
               WHEN ASGC-OWNER = SPACES OR ASGC-SUPERVISOR = SPACES
                   DISPLAY "assignment card for item "
                       ASGC-ITEM-NUMBER
                       " rejected: owner and supervisor are required"
                   ADD 1 TO CARDS-REJECTED
               WHEN ASSIGN-ENTRIES-USED >= 200
                   DISPLAY "assignment card table full -- card for "
                       "item " ASGC-ITEM-NUMBER " dropped"
                   ADD 1 TO CARDS-REJECTED
               WHEN OTHER
                   PERFORM CHECK-NEW-OWNER
           END-EVALUATE
           EXIT.

       CHECK-NEW-OWNER SECTION.
           IF OPERMAST-AVAILABLE
               MOVE ASGC-OWNER TO OPM-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       MOVE 'I' TO OPM-STATUS
               END-READ
           ELSE
               MOVE 'A' TO OPM-STATUS
           END-IF
           IF OPM-ACTIVE
               ADD 1 TO ASSIGN-ENTRIES-USED
               SET ASGN-IDX TO ASSIGN-ENTRIES-USED
               MOVE ASGC-ITEM-NUMBER TO ASGT-ITEM-NUMBER(ASGN-IDX)
               MOVE ASGC-OWNER       TO ASGT-OWNER(ASGN-IDX)
               MOVE ASGC-SUPERVISOR  TO ASGT-SUPERVISOR(ASGN-IDX)
               MOVE 'N' TO ASGT-USED-FLAG(ASGN-IDX)
           ELSE
               DISPLAY "assignment card for item " ASGC-ITEM-NUMBER
                   " rejected: owner " ASGC-OWNER
                   " is not an active operator"
               ADD 1 TO CARDS-REJECTED
           END-IF
           EXIT.

       REGISTER-ERROR-QUEUE SECTION.
           OPEN INPUT ERROR-QUEUE-FILE
           IF ERROR-QUEUE-STATUS = "00"
               MOVE 'Y' TO QUEUE-READ-FLAG(1)
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-ERROR-ITEM UNTIL SOURCE-EOF
               CLOSE ERROR-QUEUE-FILE
           END-IF
           EXIT.

       READ-ERROR-ITEM SECTION.
           READ ERROR-QUEUE-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE "ERRQUEUE" TO ITEM-QUEUE
                   MOVE SPACES TO ITEM-ID
                   STRING ERRQ-SEQUENCE DELIMITED BY SIZE
                       ERRQ-ARGUMENTS DELIMITED BY SIZE
                       INTO ITEM-ID
                   MOVE 0 TO ITEM-DATE
                   MOVE SPACES TO ITEM-DESCRIPTION
                   STRING "SEQ " DELIMITED BY SIZE
                       ERRQ-SEQUENCE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ERRQ-ARGUMENTS DELIMITED BY SIZE
                       INTO ITEM-DESCRIPTION
                   PERFORM REGISTER-ONE-ITEM
           END-READ
           EXIT.

       REGISTER-SUSPENSE SECTION.
           OPEN INPUT SUSPENSE-FILE
           IF SUSPENSE-STATUS = "00"
               MOVE 'Y' TO QUEUE-READ-FLAG(2)
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-SUSPENSE-ITEM UNTIL SOURCE-EOF
               CLOSE SUSPENSE-FILE
           END-IF
           EXIT.

      * The attempt count climbs every run, so only the
      * transaction image identifies a suspense item.
       READ-SUSPENSE-ITEM SECTION.
           READ SUSPENSE-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE "SUSPENSE" TO ITEM-QUEUE
                   MOVE SUSP-TRAN-IMAGE TO QTRN-RECORD
                   MOVE SUSP-TRAN-IMAGE(1:50) TO ITEM-ID
                   MOVE 0 TO ITEM-DATE
                   MOVE SPACES TO ITEM-DESCRIPTION
                   STRING "REASON " DELIMITED BY SIZE
                       SUSP-REASON-CODE DELIMITED BY SIZE
                       " REF " DELIMITED BY SIZE
                       QTRN-REFERENCE-IN DELIMITED BY SIZE
                       " OPER " DELIMITED BY SIZE
                       QTRN-OPERATOR-ID-IN DELIMITED BY SIZE
                       INTO ITEM-DESCRIPTION
                   PERFORM REGISTER-ONE-ITEM
           END-READ
           EXIT.

       REGISTER-REVIEW-QUEUE SECTION.
           OPEN INPUT REVIEW-QUEUE-FILE
           IF REVIEW-QUEUE-STATUS = "00"
               MOVE 'Y' TO QUEUE-READ-FLAG(3)
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-REVIEW-ITEM UNTIL SOURCE-EOF
               CLOSE REVIEW-QUEUE-FILE
           END-IF
           EXIT.

       READ-REVIEW-ITEM SECTION.
           READ REVIEW-QUEUE-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE "REVQUEUE" TO ITEM-QUEUE
                   MOVE REVQ-TRAN-IMAGE TO QTRN-RECORD
                   MOVE REVQ-TRAN-IMAGE(1:50) TO ITEM-ID
                   MOVE REVQ-RUN-DATE TO ITEM-DATE
                   MOVE SPACES TO ITEM-DESCRIPTION
                   STRING "REVIEW REF " DELIMITED BY SIZE
                       QTRN-REFERENCE-IN DELIMITED BY SIZE
                       " OPER " DELIMITED BY SIZE
                       QTRN-OPERATOR-ID-IN DELIMITED BY SIZE
                       INTO ITEM-DESCRIPTION
                   PERFORM REGISTER-ONE-ITEM
           END-READ
           EXIT.

       REGISTER-PENDING-REVERSALS SECTION.
           OPEN INPUT PENDING-REVERSAL-FILE
           IF PENDING-REVERSAL-STATUS = "00"
               MOVE 'Y' TO QUEUE-READ-FLAG(4)
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-PENDING-REVERSAL UNTIL SOURCE-EOF
               CLOSE PENDING-REVERSAL-FILE
           END-IF
           EXIT.

       READ-PENDING-REVERSAL SECTION.
           READ PENDING-REVERSAL-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE "PENDREV " TO ITEM-QUEUE
                   MOVE PEND-RECORD(1:50) TO ITEM-ID
                   MOVE 0 TO ITEM-DATE
                   MOVE SPACES TO ITEM-DESCRIPTION
                   STRING "REVERSE " DELIMITED BY SIZE
                       PEND-ORIG-REFERENCE DELIMITED BY SIZE
                       " KEYED BY " DELIMITED BY SIZE
                       PEND-OPERATOR-ID-IN DELIMITED BY SIZE
                       INTO ITEM-DESCRIPTION
                   PERFORM REGISTER-ONE-ITEM
           END-READ
           EXIT.

       REGISTER-PENDING-CHANGES SECTION.
           OPEN INPUT PENDING-CHANGE-FILE
           IF PENDING-CHANGE-STATUS = "00"
               MOVE 'Y' TO QUEUE-READ-FLAG(5)
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-PENDING-CHANGE UNTIL SOURCE-EOF
               CLOSE PENDING-CHANGE-FILE
           END-IF
           EXIT.

       READ-PENDING-CHANGE SECTION.
           READ PENDING-CHANGE-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE "OPERPEND" TO ITEM-QUEUE
                   MOVE SPACES TO ITEM-ID
                   STRING OPND-ACTION DELIMITED BY SIZE
                       OPND-OPERATOR-ID DELIMITED BY SIZE
                       OPND-ENTERED-BY DELIMITED BY SIZE
                       OPND-ENTRY-DATE DELIMITED BY SIZE
                       OPND-ENTRY-TIME DELIMITED BY SIZE
                       INTO ITEM-ID
                   MOVE OPND-ENTRY-DATE TO ITEM-DATE
                   MOVE SPACES TO ITEM-DESCRIPTION
                   STRING OPND-ACTION DELIMITED BY SIZE
                       OPND-OPERATOR-ID DELIMITED BY SIZE
                       " ENTERED BY " DELIMITED BY SIZE
                       OPND-ENTERED-BY DELIMITED BY SIZE
                       INTO ITEM-DESCRIPTION
                   PERFORM REGISTER-ONE-ITEM
           END-READ
           EXIT.

       REGISTER-ALERTS SECTION.
           OPEN INPUT ALERT-FILE
           IF ALERT-STATUS = "00"
               MOVE 'Y' TO QUEUE-READ-FLAG(6)
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-ALERT-ITEM UNTIL SOURCE-EOF
               CLOSE ALERT-FILE
           END-IF
           EXIT.

      * An acknowledged alert is no longer anybody's work.
       READ-ALERT-ITEM SECTION.
           READ ALERT-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF NOT ALERT-ACKNOWLEDGED
                       MOVE "ALERTQ  " TO ITEM-QUEUE
                       MOVE SPACES TO ITEM-ID
                       STRING ALERT-RUN-DATE DELIMITED BY SIZE
                           ALERT-RUN-TIME DELIMITED BY SIZE
                           ALERT-MESSAGE DELIMITED BY SIZE
                           INTO ITEM-ID
                       MOVE ALERT-RUN-DATE TO ITEM-DATE
                       MOVE ALERT-MESSAGE(1:40) TO ITEM-DESCRIPTION
                       PERFORM REGISTER-ONE-ITEM
                   END-IF
           END-READ
           EXIT.

      * A known item is stamped seen today (and reopened if it had
      * cleared and come back); a new one is numbered and added.
       REGISTER-ONE-ITEM SECTION.
           MOVE ITEM-QUEUE TO WITM-QUEUE
           MOVE ITEM-ID    TO WITM-ITEM-ID
           READ WORK-REGISTER-FILE
               INVALID KEY
                   PERFORM ADD-NEW-ITEM
               NOT INVALID KEY
                   MOVE RUN-DATE TO WITM-LAST-SEEN
                   IF WITM-CLEARED
                       SET WITM-OPEN TO TRUE
                       MOVE 0 TO WITM-CLEARED-DATE
                   END-IF
                   REWRITE WORK-ITEM-RECORD
           END-READ
           EXIT.

       ADD-NEW-ITEM SECTION.
           ADD 1 TO LAST-ITEM-NUMBER
           ADD 1 TO ITEMS-REGISTERED
           MOVE ITEM-QUEUE       TO WITM-QUEUE
           MOVE ITEM-ID          TO WITM-ITEM-ID
           MOVE LAST-ITEM-NUMBER TO WITM-ITEM-NUMBER
           SET WITM-OPEN TO TRUE
           IF ITEM-DATE = 0
               MOVE RUN-DATE TO WITM-QUEUED-DATE
           ELSE
               MOVE ITEM-DATE TO WITM-QUEUED-DATE
           END-IF
           MOVE RUN-DATE TO WITM-FIRST-SEEN
           MOVE RUN-DATE TO WITM-LAST-SEEN
           MOVE 0        TO WITM-CLEARED-DATE
           MOVE SPACES   TO WITM-OWNER
           MOVE SPACES   TO WITM-ASSIGNED-BY
           MOVE 0        TO WITM-ASSIGNED-DATE
           MOVE 0        TO WITM-ESCALATED-DATE
           MOVE ITEM-DESCRIPTION TO WITM-DESCRIPTION
           WRITE WORK-ITEM-RECORD
           EXIT.

       SWEEP-ONE-ITEM SECTION.
           READ WORK-REGISTER-FILE NEXT RECORD
               AT END
                   SET REGISTER-EOF TO TRUE
               NOT AT END
                   PERFORM JUDGE-REGISTER-ITEM
           END-READ
           EXIT.

      * Only a queue actually read this run can clear its items.
       JUDGE-REGISTER-ITEM SECTION.
           PERFORM FIND-ITEM-QUEUE
           MOVE 'N' TO ITEM-DROPPED-SWITCH
           IF QUEUE-FOUND
               IF WITM-OPEN AND QUEUE-WAS-READ(QUEUE-IDX)
                       AND WITM-LAST-SEEN < RUN-DATE
                   SET WITM-CLEARED TO TRUE
                   MOVE RUN-DATE TO WITM-CLEARED-DATE
                   ADD 1 TO ITEMS-CLEARED
               END-IF
               IF WITM-CLEARED
                   PERFORM DROP-OLD-CLEARED-ITEM
               END-IF
               IF NOT ITEM-DROPPED
                   PERFORM APPLY-ASSIGNMENT
                   IF WITM-OPEN
                       PERFORM REPORT-OPEN-ITEM
                   END-IF
                   REWRITE WORK-ITEM-RECORD
               END-IF
           END-IF
           EXIT.

       FIND-ITEM-QUEUE SECTION.
           MOVE 'N' TO QUEUE-FOUND-SWITCH
           SET QUEUE-IDX TO 1
           PERFORM SEARCH-QUEUE-TABLE
               UNTIL QUEUE-IDX > 6 OR QUEUE-FOUND
           EXIT.

       SEARCH-QUEUE-TABLE SECTION.
           IF QUEUE-NAME(QUEUE-IDX) = WITM-QUEUE
               SET QUEUE-FOUND TO TRUE
           ELSE
               SET QUEUE-IDX UP BY 1
           END-IF
           EXIT.

       DROP-OLD-CLEARED-ITEM SECTION.
           MOVE WITM-CLEARED-DATE TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           COMPUTE AGE-DAYS = TODAY-SERIAL - SERIAL-DAYS
           IF AGE-DAYS > RETAIN-DAYS
               DELETE WORK-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               SET ITEM-DROPPED TO TRUE
               ADD 1 TO ITEMS-DROPPED
           END-IF
           EXIT.

       APPLY-ASSIGNMENT SECTION.
           MOVE 'N' TO ASSIGN-FOUND-SWITCH
           SET ASGN-IDX TO 1
           PERFORM SEARCH-ASSIGN-TABLE
               UNTIL ASGN-IDX > ASSIGN-ENTRIES-USED OR ASSIGN-FOUND
           IF ASSIGN-FOUND
               SET ASGT-USED(ASGN-IDX) TO TRUE
               IF WITM-CLEARED
                   MOVE WITM-ITEM-NUMBER TO NUMBER-EDIT
                   DISPLAY "assignment card for item " NUMBER-EDIT
                       " rejected: item has cleared"
                   ADD 1 TO CARDS-REJECTED
               ELSE
                   PERFORM BUILD-AUDIT-IMAGE
                   MOVE AUDIT-IMAGE TO BEFORE-IMAGE
                   MOVE ASGT-OWNER(ASGN-IDX) TO WITM-OWNER
                   MOVE ASGT-SUPERVISOR(ASGN-IDX) TO WITM-ASSIGNED-BY
                   MOVE RUN-DATE TO WITM-ASSIGNED-DATE
                   ADD 1 TO CARDS-APPLIED
                   MOVE WITM-ITEM-NUMBER TO NUMBER-EDIT
                   DISPLAY "item " NUMBER-EDIT " assigned to "
                       WITM-OWNER " by " WITM-ASSIGNED-BY
                   PERFORM WRITE-AUDIT-LINE
               END-IF
           END-IF
           EXIT.

       SEARCH-ASSIGN-TABLE SECTION.
           IF ASGT-ITEM-NUMBER(ASGN-IDX) = WITM-ITEM-NUMBER
                   AND NOT ASGT-USED(ASGN-IDX)
               SET ASSIGN-FOUND TO TRUE
           ELSE
               SET ASGN-IDX UP BY 1
           END-IF
           EXIT.

       WRITE-AUDIT-LINE SECTION.
           MOVE "WORKREG "       TO MAUD-FILE-NAME
           MOVE "ASSIGN  "       TO MAUD-ACTION
           MOVE SPACES           TO MAUD-RECORD-KEY
           MOVE WITM-ITEM-NUMBER TO NUMBER-EDIT
           STRING WITM-QUEUE DELIMITED BY SIZE
               NUMBER-EDIT DELIMITED BY SIZE
               INTO MAUD-RECORD-KEY
           MOVE WITM-ASSIGNED-BY TO MAUD-OPERATOR-ID
           MOVE RUN-DATE         TO MAUD-RUN-DATE
           MOVE RUN-TIME         TO MAUD-RUN-TIME
           MOVE BEFORE-IMAGE     TO MAUD-BEFORE-IMAGE
           PERFORM BUILD-AUDIT-IMAGE
           MOVE AUDIT-IMAGE      TO MAUD-AFTER-IMAGE
           WRITE MAINTENANCE-AUDIT-RECORD
           EXIT.

       BUILD-AUDIT-IMAGE SECTION.
           MOVE WITM-QUEUE         TO AUDI-QUEUE
           MOVE WITM-ITEM-NUMBER   TO AUDI-ITEM-NUMBER
           MOVE WITM-OWNER         TO AUDI-OWNER
           MOVE WITM-ASSIGNED-BY   TO AUDI-ASSIGNED-BY
           MOVE WITM-ASSIGNED-DATE TO AUDI-ASSIGNED-DATE
           MOVE WITM-DESCRIPTION   TO AUDI-DESCRIPTION
           EXIT.

       REPORT-OPEN-ITEM SECTION.
           ADD 1 TO ITEMS-OPEN
           IF WITM-QUEUE NOT = CURRENT-QUEUE
               PERFORM START-QUEUE-GROUP
           END-IF
           PERFORM MEASURE-ITEM-AGE
           IF AGE-DAYS < 0
               MOVE 0 TO AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN AGE-DAYS = 0
                   MOVE 1 TO BUCKET-IDX
               WHEN AGE-DAYS <= 3
                   MOVE 2 TO BUCKET-IDX
               WHEN AGE-DAYS <= 7
                   MOVE 3 TO BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO BUCKET-IDX
           END-EVALUATE
           ADD 1 TO QUEUE-BUCKET-COUNT(QUEUE-IDX, BUCKET-IDX)
           IF WITM-OWNER = SPACES
               MOVE "UNOWNED" TO OWNER-WORK
               ADD 1 TO QUEUE-UNOWNED-COUNT(QUEUE-IDX)
           ELSE
               MOVE WITM-OWNER TO OWNER-WORK
           END-IF
           MOVE SPACES TO ESCALATION-WORK
           IF AGE-DAYS > QUEUE-SLA-DAYS(QUEUE-IDX)
               ADD 1 TO QUEUE-OVERDUE-COUNT(QUEUE-IDX)
               MOVE "OVERDUE" TO ESCALATION-WORK
               IF WITM-ESCALATED-DATE = 0
                   PERFORM ESCALATE-OVERDUE-ITEM
               END-IF
           END-IF
           MOVE AGE-DAYS TO AGE-EDIT
           MOVE WITM-ITEM-NUMBER TO NUMBER-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING NUMBER-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WITM-QUEUED-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AGE-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BUCKET-NAME(BUCKET-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OWNER-WORK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ESCALATION-WORK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WITM-DESCRIPTION DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

      * Business days after the day the item was queued, up to
      * and including the run date.  A queued date bizdate cannot
      * read is aged in calendar days, as it stands.
       MEASURE-ITEM-AGE SECTION.
           MOVE "BETWEEN " TO BDAT-FUNCTION
           MOVE WITM-QUEUED-DATE TO BDAT-DATE
           MOVE RUN-DATE TO BDAT-TO-DATE
           MOVE SPACES TO BDAT-BRANCH-ID
           CALL 'bizdate' USING BUSINESS-DATE-AREA
           IF BDAT-RETURN-CODE NOT > 4
               MOVE BDAT-DAYS TO AGE-DAYS
           ELSE
               MOVE WITM-QUEUED-DATE TO SERIAL-INPUT-DATE
               PERFORM DATE-TO-SERIAL
               COMPUTE AGE-DAYS = TODAY-SERIAL - SERIAL-DAYS
           END-IF
           EXIT.

      * Once, up front: without the calendar only the weekends
      * come out of an item's age, and the run should say so.
       CHECK-CALENDAR-MOUNTED SECTION.
           MOVE "CHECK   " TO BDAT-FUNCTION
           MOVE RUN-DATE TO BDAT-DATE
           MOVE SPACES TO BDAT-BRANCH-ID
           CALL 'bizdate' USING BUSINESS-DATE-AREA
           IF BDAT-RETURN-CODE = 4
               DISPLAY "no posting calendar mounted -- item ages "
                   "skip weekends only"
           END-IF
           EXIT.

       START-QUEUE-GROUP SECTION.
           MOVE WITM-QUEUE TO CURRENT-QUEUE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE QUEUE-SLA-DAYS(QUEUE-IDX) TO AGE-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "QUEUE " DELIMITED BY SIZE
               WITM-QUEUE DELIMITED BY SIZE
               " -- SERVICE LEVEL " DELIMITED BY SIZE
               AGE-EDIT DELIMITED BY SIZE
               " BUSINESS DAYS" DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ITEM    QUEUED    AGE BUCKET OWNER             DETAIL"
               TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

      * An overdue alert raises its own alert once; the
      * escalations themselves are not escalated again.
       ESCALATE-OVERDUE-ITEM SECTION.
           IF WITM-QUEUE = "ALERTQ  "
                   AND WITM-DESCRIPTION(1:17) = "WORK ITEM OVERDUE"
               MOVE RUN-DATE TO WITM-ESCALATED-DATE
           ELSE
               IF ALERTQ-WRITABLE
                   MOVE AGE-DAYS TO AGE-EDIT
                   MOVE WITM-ITEM-NUMBER TO NUMBER-EDIT
                   MOVE RUN-DATE TO ALERT-RUN-DATE
                   MOVE RUN-TIME TO ALERT-RUN-TIME
                   MOVE SPACES TO ALERT-MESSAGE
                   STRING "WORK ITEM OVERDUE " DELIMITED BY SIZE
                       NUMBER-EDIT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WITM-QUEUE DELIMITED BY SPACE
                       " OWNER " DELIMITED BY SIZE
                       OWNER-WORK DELIMITED BY SPACE
                       " AGE " DELIMITED BY SIZE
                       AGE-EDIT DELIMITED BY SIZE
                       " DAYS" DELIMITED BY SIZE
                       INTO ALERT-MESSAGE
                   MOVE 'N'    TO ALERT-ACK-FLAG
                   MOVE SPACES TO ALERT-ACK-BY
                   MOVE 0      TO ALERT-ACK-DATE
                   MOVE 0      TO ALERT-ACK-TIME
                   MOVE SPACES TO ALERT-DISPOSITION
                   WRITE ALERT-RECORD
                   MOVE RUN-DATE TO WITM-ESCALATED-DATE
                   ADD 1 TO ITEMS-ESCALATED
                   MOVE "ESCALATED" TO ESCALATION-WORK
               END-IF
           END-IF
           EXIT.

       REPORT-UNMATCHED-CARDS SECTION.
           SET ASGN-IDX TO 1
           PERFORM CHECK-UNMATCHED-CARD
               UNTIL ASGN-IDX > ASSIGN-ENTRIES-USED
           EXIT.

       CHECK-UNMATCHED-CARD SECTION.
           IF NOT ASGT-USED(ASGN-IDX)
               DISPLAY "no work item " ASGT-ITEM-NUMBER(ASGN-IDX)
                   " on the register -- assignment card rejected"
               ADD 1 TO CARDS-REJECTED
           END-IF
           SET ASGN-IDX UP BY 1
           EXIT.

       WRITE-REPORT-HEADING SECTION.
           MOVE SPACES TO REPORT-WORK
           STRING "WORK-ITEM REGISTER AS OF " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       WRITE-SUMMARY SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "QUEUE     TODAY    1-3    4-7  OLDER OVERDUE UNOWNED"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-QUEUE-SUMMARY
               VARYING QUEUE-IDX FROM 1 BY 1 UNTIL QUEUE-IDX > 6
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ITEMS-REGISTERED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "NEW ITEMS REGISTERED: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ITEMS-CLEARED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ITEMS CLEARED:        " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ITEMS-OPEN TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ITEMS OPEN:           " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ITEMS-ESCALATED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ESCALATED TO ALERTQ:  " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CARDS-APPLIED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ASSIGNMENTS APPLIED:  " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT ALERTQ-WRITABLE
               MOVE "ALERTQ COULD NOT BE OPENED -- NOTHING ESCALATED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           EXIT.

       WRITE-QUEUE-SUMMARY SECTION.
           MOVE SPACES TO REPORT-WORK
           IF QUEUE-WAS-READ(QUEUE-IDX)
               MOVE QUEUE-NAME(QUEUE-IDX) TO REPORT-WORK(1:8)
               MOVE QUEUE-BUCKET-COUNT(QUEUE-IDX, 1) TO COUNT-EDIT
               MOVE COUNT-EDIT TO REPORT-WORK(8:7)
               MOVE QUEUE-BUCKET-COUNT(QUEUE-IDX, 2) TO COUNT-EDIT
               MOVE COUNT-EDIT TO REPORT-WORK(15:7)
               MOVE QUEUE-BUCKET-COUNT(QUEUE-IDX, 3) TO COUNT-EDIT
               MOVE COUNT-EDIT TO REPORT-WORK(22:7)
               MOVE QUEUE-BUCKET-COUNT(QUEUE-IDX, 4) TO COUNT-EDIT
               MOVE COUNT-EDIT TO REPORT-WORK(29:7)
               MOVE QUEUE-OVERDUE-COUNT(QUEUE-IDX) TO COUNT-EDIT
               MOVE COUNT-EDIT TO REPORT-WORK(37:7)
               MOVE QUEUE-UNOWNED-COUNT(QUEUE-IDX) TO COUNT-EDIT
               MOVE COUNT-EDIT TO REPORT-WORK(45:7)
           ELSE
               STRING QUEUE-NAME(QUEUE-IDX) DELIMITED BY SIZE
                   "  NOT READ -- ITEMS LEFT AS THEY STOOD"
                   DELIMITED BY SIZE
                   INTO REPORT-WORK
           END-IF
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       DATE-TO-SERIAL SECTION.
           MOVE SERIAL-INPUT-DATE(1:4) TO SERIAL-YEAR
           MOVE SERIAL-INPUT-DATE(5:2) TO SERIAL-MONTH
           IF SERIAL-MONTH < 3
               SUBTRACT 1 FROM SERIAL-YEAR
               ADD 12 TO SERIAL-MONTH
           END-IF
           COMPUTE SERIAL-DAYS = 365 * SERIAL-YEAR
           DIVIDE SERIAL-YEAR BY 4 GIVING SERIAL-WORK
           ADD SERIAL-WORK TO SERIAL-DAYS
           DIVIDE SERIAL-YEAR BY 100 GIVING SERIAL-WORK
           SUBTRACT SERIAL-WORK FROM SERIAL-DAYS
           DIVIDE SERIAL-YEAR BY 400 GIVING SERIAL-WORK
           ADD SERIAL-WORK TO SERIAL-DAYS
           COMPUTE SERIAL-WORK = 153 * (SERIAL-MONTH + 1)
           DIVIDE SERIAL-WORK BY 5 GIVING SERIAL-WORK
           ADD SERIAL-WORK TO SERIAL-DAYS
           MOVE SERIAL-INPUT-DATE(7:2) TO SERIAL-DAY
           ADD SERIAL-DAY TO SERIAL-DAYS
           EXIT.
