       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERT.

      *****************************************************************
      *  RECERT is the quarterly access recertification.  OPERMAST
      *  and AUTHMAST say who can do what; this run puts every
      *  active operator in front of their department's supervisor
      *  to say whether they still should.  RCRTRPT lists, one
      *  department at a time, each active operator with:
      *
      *    the operation codes AUTH-PERMITTED-OPS allows them
      *    the last run date they posted or approved on the journal
      *    the last DATENTRY keying session on RUNLOG
      *    OPM-CRED-CHANGED-DATE, the failed sign-on count and
      *      whether the id is locked
      *    the date a supervisor last certified them (RECERT KEEP
      *      lines on MNTAUDIT)
      *
      *  Supervisors answer with one KEEP or REVOKE card per
      *  operator through RECERTAP.
      *
      *  An operator with no activity of any kind -- journal,
      *  keying session, credential change, or being added,
      *  reactivated or unlocked on OPERMAST (MNTAUDIT) -- for more
      *  than CALC-IDLE-DAYS days (default 90, 0 = never propose)
      *  is proposed for deactivation: a DEACT is queued on OPERPEND
      *  entered by RECERT, so it lands only when a supervisor
      *  approves it through OPERAPPR, exactly like a DEACT card
      *  under dual control.  An operator with a DEACT already
      *  pending is not proposed twice.  Any new proposal ends the
      *  run with RETURN-CODE 4.
      *
      *  The whole journal is read (history and current
      *  generations), with RCRTWORK holding each operator's dates.
      *  AUTHMAST, RUNLOG, MNTAUDIT and OPERPEND are optional; the
      *  report says which were missing.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPM-OPERATOR-ID
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT AUTHORIZATION-FILE ASSIGN TO "AUTHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUTH-OPERATOR-ID
               FILE STATUS IS AUTHORIZATION-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               FILE STATUS IS JOURNAL-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               FILE STATUS IS RUN-LOG-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "OPERPEND"
               FILE STATUS IS PENDING-CHANGE-STATUS.
           SELECT ACTIVITY-WORK-FILE ASSIGN TO "RCRTWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCW-OPERATOR-ID
               FILE STATUS IS ACTIVITY-WORK-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
           SELECT REPORT-FILE ASSIGN TO "RCRTRPT".

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-MASTER-FILE.
       COPY opermast.

       FD AUTHORIZATION-FILE.
       COPY authrec.

       FD JOURNAL-FILE.
       COPY jrnlrec.

       FD RUN-LOG-FILE.
       COPY runlog.

       FD MAINT-AUDIT-FILE.
       COPY mntaudit.

       FD PENDING-CHANGE-FILE.
       COPY operpend.

      * One record per operator id seen anywhere: the latest date
      * of each kind of evidence, zero for none.
       FD ACTIVITY-WORK-FILE.
       01 ACTIVITY-WORK-RECORD.
           05 RCW-OPERATOR-ID     PIC X(08).
           05 RCW-LAST-JOURNAL    PIC 9(08).
           05 RCW-LAST-KEYING     PIC 9(08).
           05 RCW-LAST-MAINTAINED PIC 9(08).
           05 RCW-LAST-CERTIFIED  PIC 9(08).
           05 RCW-DEACT-FLAG      PIC X(01).
               88 RCW-DEACT-PENDING VALUE 'Y'.

       SD SORT-WORK-FILE.
       COPY opermast REPLACING LEADING ==OPM== BY ==SRT==
           LEADING ==OPERATOR-MASTER== BY ==SORT-OPERATOR==.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 OPERATOR-MASTER-STATUS PIC X(02).
       01 AUTHORIZATION-STATUS   PIC X(02).
       01 JOURNAL-STATUS         PIC X(02).
       01 RUN-LOG-STATUS         PIC X(02).
       01 MAINT-AUDIT-STATUS     PIC X(02).
       01 PENDING-CHANGE-STATUS  PIC X(02).
       01 ACTIVITY-WORK-STATUS   PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.
       01 SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 SORT-EOF VALUE 'Y'.
       01 AUTHMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 AUTHMAST-AVAILABLE VALUE 'Y'.
       01 RUNLOG-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 RUNLOG-AVAILABLE VALUE 'Y'.
       01 MNTAUDIT-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 MNTAUDIT-AVAILABLE VALUE 'Y'.
       01 OPERPEND-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 OPERPEND-AVAILABLE VALUE 'Y'.
       01 DEPARTMENT-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 DEPARTMENT-GROUP-OPEN VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 IDLE-DAYS-ENV PIC X(04).
       01 IDLE-DAYS     PIC 9(04) VALUE 90.
       01 CURRENT-DEPARTMENT PIC X(04).

      * The operator id and date being folded into RCRTWORK.
       01 ACTIVITY-ID   PIC X(08).
       01 ACTIVITY-DATE PIC 9(08).
       01 ACTIVITY-KIND PIC X(01).
           88 ACTIVITY-JOURNAL    VALUE 'J'.
           88 ACTIVITY-KEYING     VALUE 'K'.
           88 ACTIVITY-MAINTAINED VALUE 'M'.
           88 ACTIVITY-CERTIFIED  VALUE 'C'.
           88 ACTIVITY-DEACT      VALUE 'D'.

       01 PERMITTED-OPS-WORK PIC X(20).
       01 LOCK-WORK          PIC X(06).
       01 ACTION-WORK        PIC X(16).
       01 LAST-ACTIVITY-DATE PIC 9(08).
       01 FAIL-COUNT-EDIT    PIC Z9.

       01 SERIAL-INPUT-DATE PIC 9(08).
       01 SERIAL-DAYS   PIC 9(08) COMP.
       01 SERIAL-YEAR   PIC 9(04) COMP.
       01 SERIAL-MONTH  PIC 9(02) COMP.
       01 SERIAL-WORK   PIC 9(08) COMP.
       01 SERIAL-DAY    PIC 9(02) COMP.
       01 TODAY-SERIAL  PIC 9(08) COMP.
       01 IDLE-FOR-DAYS PIC S9(08) COMP.

       01 OPERATORS-LISTED  PIC 9(07) COMP VALUE 0.
       01 DEACTS-PROPOSED   PIC 9(07) COMP VALUE 0.
       01 DEACTS-PENDING    PIC 9(07) COMP VALUE 0.
       01 LOCKED-COUNT      PIC 9(07) COMP VALUE 0.
       01 COUNT-EDIT  PIC ZZZZZZ9.
       01 REPORT-WORK PIC X(132).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "RECERT" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE "CALC-IDLE-DAYS" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO IDLE-DAYS-ENV
           IF IDLE-DAYS-ENV NOT = SPACES
               MOVE IDLE-DAYS-ENV TO IDLE-DAYS
           END-IF
           MOVE RUN-DATE TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           MOVE SERIAL-DAYS TO TODAY-SERIAL
           OPEN INPUT OPERATOR-MASTER-FILE
           IF OPERATOR-MASTER-STATUS NOT = "00"
               DISPLAY "unable to open operator master, status "
                   OPERATOR-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE OPERATOR-MASTER-FILE
      * Without the journal every operator would look idle, so a
      * missing journal stops the run before anything is proposed.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "unable to open journal file, status "
                   JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ACTIVITY-WORK-FILE
           IF ACTIVITY-WORK-STATUS = "00"
               CLOSE ACTIVITY-WORK-FILE
               OPEN I-O ACTIVITY-WORK-FILE
           END-IF
           IF ACTIVITY-WORK-STATUS NOT = "00"
               DISPLAY "unable to open activity work file, status "
                   ACTIVITY-WORK-STATUS
               CLOSE JOURNAL-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM NOTE-JOURNAL-ACTIVITY UNTIL SOURCE-EOF
           CLOSE JOURNAL-FILE
           OPEN INPUT RUN-LOG-FILE
           IF RUN-LOG-STATUS = "00"
               SET RUNLOG-AVAILABLE TO TRUE
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM NOTE-KEYING-ACTIVITY UNTIL SOURCE-EOF
               CLOSE RUN-LOG-FILE
           END-IF
           OPEN INPUT MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS = "00"
               SET MNTAUDIT-AVAILABLE TO TRUE
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM NOTE-MAINTENANCE UNTIL SOURCE-EOF
               CLOSE MAINT-AUDIT-FILE
           END-IF
           OPEN INPUT PENDING-CHANGE-FILE
           IF PENDING-CHANGE-STATUS = "00"
               SET OPERPEND-AVAILABLE TO TRUE
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM NOTE-PENDING-DEACT UNTIL SOURCE-EOF
               CLOSE PENDING-CHANGE-FILE
           END-IF
           OPEN EXTEND PENDING-CHANGE-FILE
           IF PENDING-CHANGE-STATUS = "35"
               OPEN OUTPUT PENDING-CHANGE-FILE
           END-IF
           IF PENDING-CHANGE-STATUS NOT = "00"
               DISPLAY "unable to open pending change file, status "
                   PENDING-CHANGE-STATUS
               CLOSE ACTIVITY-WORK-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT AUTHORIZATION-FILE
           IF AUTHORIZATION-STATUS = "00"
               SET AUTHMAST-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-DEPARTMENT SRT-OPERATOR-ID
               INPUT PROCEDURE IS GATHER-ACTIVE-OPERATORS
               OUTPUT PROCEDURE IS PRINT-RECERTIFICATION
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           CLOSE PENDING-CHANGE-FILE
           CLOSE ACTIVITY-WORK-FILE
           IF AUTHMAST-AVAILABLE
               CLOSE AUTHORIZATION-FILE
           END-IF
           MOVE OPERATORS-LISTED TO COUNT-EDIT
           DISPLAY "active operators listed for recertification: "
               COUNT-EDIT
           MOVE DEACTS-PROPOSED TO COUNT-EDIT
           DISPLAY "idle operators proposed for deactivation: "
               COUNT-EDIT
           IF DEACTS-PROPOSED > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

      * Posting and approving both count: an operator whose only
      * work is approving is still using the id.
       NOTE-JOURNAL-ACTIVITY SECTION.
           READ JOURNAL-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF JRNLH-RECORD-TYPE NOT = "H"
                           AND JRNLH-RECORD-TYPE NOT = "T"
                       SET ACTIVITY-JOURNAL TO TRUE
                       MOVE JRNL-RUN-DATE TO ACTIVITY-DATE
                       IF JRNL-OPERATOR-ID NOT = SPACES
                           MOVE JRNL-OPERATOR-ID TO ACTIVITY-ID
                           PERFORM NOTE-ONE-ACTIVITY
                       END-IF
                       IF JRNL-APPROVED-BY NOT = SPACES
                           MOVE JRNL-APPROVED-BY TO ACTIVITY-ID
                           PERFORM NOTE-ONE-ACTIVITY
                       END-IF
                   END-IF
           END-READ
           EXIT.

       NOTE-KEYING-ACTIVITY SECTION.
           READ RUN-LOG-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF RLOG-OPERATOR-ID NOT = SPACES
                       SET ACTIVITY-KEYING TO TRUE
                       MOVE RLOG-OPERATOR-ID TO ACTIVITY-ID
                       MOVE RLOG-RUN-DATE TO ACTIVITY-DATE
                       PERFORM NOTE-ONE-ACTIVITY
                   END-IF
           END-READ
           EXIT.

      * Adding, reactivating or unlocking an operator restarts the
      * idle clock; a RECERT KEEP line is the last certification.
       NOTE-MAINTENANCE SECTION.
           READ MAINT-AUDIT-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   MOVE MAUD-RECORD-KEY(1:8) TO ACTIVITY-ID
                   MOVE MAUD-RUN-DATE TO ACTIVITY-DATE
                   IF MAUD-FILE-NAME = "OPERMAST"
                           AND (MAUD-ACTION = "ADD     "
                               OR MAUD-ACTION = "REACT   "
                               OR MAUD-ACTION = "UNLOCK  ")
                       SET ACTIVITY-MAINTAINED TO TRUE
                       PERFORM NOTE-ONE-ACTIVITY
                   END-IF
                   IF MAUD-FILE-NAME = "RECERT  "
                           AND MAUD-ACTION = "KEEP    "
                       SET ACTIVITY-CERTIFIED TO TRUE
                       PERFORM NOTE-ONE-ACTIVITY
                   END-IF
           END-READ
           EXIT.

       NOTE-PENDING-DEACT SECTION.
           READ PENDING-CHANGE-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF OPND-ACTION = "DEACT   "
                       SET ACTIVITY-DEACT TO TRUE
                       MOVE OPND-OPERATOR-ID TO ACTIVITY-ID
                       MOVE OPND-ENTRY-DATE TO ACTIVITY-DATE
                       PERFORM NOTE-ONE-ACTIVITY
                   END-IF
           END-READ
           EXIT.

       NOTE-ONE-ACTIVITY SECTION.
           MOVE ACTIVITY-ID TO RCW-OPERATOR-ID
           READ ACTIVITY-WORK-FILE
               INVALID KEY
                   PERFORM ADD-ACTIVITY-RECORD
               NOT INVALID KEY
                   PERFORM FOLD-ACTIVITY-DATE
                   REWRITE ACTIVITY-WORK-RECORD
           END-READ
           EXIT.

       ADD-ACTIVITY-RECORD SECTION.
           MOVE ACTIVITY-ID TO RCW-OPERATOR-ID
           MOVE 0 TO RCW-LAST-JOURNAL
           MOVE 0 TO RCW-LAST-KEYING
           MOVE 0 TO RCW-LAST-MAINTAINED
           MOVE 0 TO RCW-LAST-CERTIFIED
           MOVE 'N' TO RCW-DEACT-FLAG
           PERFORM FOLD-ACTIVITY-DATE
           WRITE ACTIVITY-WORK-RECORD
           EXIT.

       FOLD-ACTIVITY-DATE SECTION.
           EVALUATE TRUE
               WHEN ACTIVITY-JOURNAL
                   IF ACTIVITY-DATE > RCW-LAST-JOURNAL
                       MOVE ACTIVITY-DATE TO RCW-LAST-JOURNAL
                   END-IF
               WHEN ACTIVITY-KEYING
                   IF ACTIVITY-DATE > RCW-LAST-KEYING
                       MOVE ACTIVITY-DATE TO RCW-LAST-KEYING
                   END-IF
               WHEN ACTIVITY-MAINTAINED
                   IF ACTIVITY-DATE > RCW-LAST-MAINTAINED
                       MOVE ACTIVITY-DATE TO RCW-LAST-MAINTAINED
                   END-IF
               WHEN ACTIVITY-CERTIFIED
                   IF ACTIVITY-DATE > RCW-LAST-CERTIFIED
                       MOVE ACTIVITY-DATE TO RCW-LAST-CERTIFIED
                   END-IF
               WHEN ACTIVITY-DEACT
                   SET RCW-DEACT-PENDING TO TRUE
           END-EVALUATE
           EXIT.

       GATHER-ACTIVE-OPERATORS SECTION.
           OPEN INPUT OPERATOR-MASTER-FILE
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM READ-AND-RELEASE UNTIL SOURCE-EOF
           CLOSE OPERATOR-MASTER-FILE
           EXIT.

       READ-AND-RELEASE SECTION.
           READ OPERATOR-MASTER-FILE NEXT RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF OPM-ACTIVE
                       MOVE OPERATOR-MASTER-RECORD
                           TO SORT-OPERATOR-RECORD
                       RELEASE SORT-OPERATOR-RECORD
                   END-IF
           END-READ
           EXIT.

       PRINT-RECERTIFICATION SECTION.
           PERFORM RETURN-AND-PRINT UNTIL SORT-EOF
           EXIT.

       RETURN-AND-PRINT SECTION.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   IF NOT DEPARTMENT-GROUP-OPEN
                           OR SRT-DEPARTMENT NOT = CURRENT-DEPARTMENT
                       PERFORM START-DEPARTMENT-GROUP
                   END-IF
                   PERFORM PRINT-ONE-OPERATOR
           END-RETURN
           EXIT.

       START-DEPARTMENT-GROUP SECTION.
           SET DEPARTMENT-GROUP-OPEN TO TRUE
           MOVE SRT-DEPARTMENT TO CURRENT-DEPARTMENT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "DEPARTMENT " DELIMITED BY SIZE
               SRT-DEPARTMENT DELIMITED BY SIZE
               " -- FOR THE DEPARTMENT SUPERVISOR'S KEEP/REVOKE"
               DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "OPERATOR NAME                 PERMITTED OPS       "
               DELIMITED BY SIZE
               " LAST JRNL LAST KEY  CRED CHG FL LOCK   "
               DELIMITED BY SIZE
               "CERTIFIED ACTION" DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       PRINT-ONE-OPERATOR SECTION.
           ADD 1 TO OPERATORS-LISTED
           MOVE SRT-OPERATOR-ID TO RCW-OPERATOR-ID
           READ ACTIVITY-WORK-FILE
               INVALID KEY
                   MOVE 0 TO RCW-LAST-JOURNAL
                   MOVE 0 TO RCW-LAST-KEYING
                   MOVE 0 TO RCW-LAST-MAINTAINED
                   MOVE 0 TO RCW-LAST-CERTIFIED
                   MOVE 'N' TO RCW-DEACT-FLAG
           END-READ
           IF AUTHMAST-AVAILABLE
               MOVE SRT-OPERATOR-ID TO AUTH-OPERATOR-ID
               READ AUTHORIZATION-FILE
                   INVALID KEY
                       MOVE "(NONE ON AUTHMAST)" TO PERMITTED-OPS-WORK
                   NOT INVALID KEY
                       MOVE AUTH-PERMITTED-OPS TO PERMITTED-OPS-WORK
               END-READ
           ELSE
               MOVE "(NO AUTHMAST)" TO PERMITTED-OPS-WORK
           END-IF
           IF SRT-LOCKED
               MOVE "LOCKED" TO LOCK-WORK
               ADD 1 TO LOCKED-COUNT
           ELSE
               MOVE SPACES TO LOCK-WORK
           END-IF
           MOVE SRT-FAIL-COUNT TO FAIL-COUNT-EDIT
           PERFORM JUDGE-IDLE-OPERATOR
           MOVE SPACES TO REPORT-WORK
           STRING SRT-OPERATOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRT-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PERMITTED-OPS-WORK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCW-LAST-JOURNAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCW-LAST-KEYING DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRT-CRED-CHANGED-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FAIL-COUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LOCK-WORK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCW-LAST-CERTIFIED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ACTION-WORK DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

      * The latest of every kind of evidence is the operator's
      * last sign of life; nothing at all counts as idle.
       JUDGE-IDLE-OPERATOR SECTION.
           MOVE SPACES TO ACTION-WORK
           MOVE RCW-LAST-JOURNAL TO LAST-ACTIVITY-DATE
           IF RCW-LAST-KEYING > LAST-ACTIVITY-DATE
               MOVE RCW-LAST-KEYING TO LAST-ACTIVITY-DATE
           END-IF
           IF RCW-LAST-MAINTAINED > LAST-ACTIVITY-DATE
               MOVE RCW-LAST-MAINTAINED TO LAST-ACTIVITY-DATE
           END-IF
           IF SRT-CRED-CHANGED-DATE > LAST-ACTIVITY-DATE
               MOVE SRT-CRED-CHANGED-DATE TO LAST-ACTIVITY-DATE
           END-IF
           IF LAST-ACTIVITY-DATE = 0
               MOVE 99999999 TO IDLE-FOR-DAYS
           ELSE
               MOVE LAST-ACTIVITY-DATE TO SERIAL-INPUT-DATE
               PERFORM DATE-TO-SERIAL
               COMPUTE IDLE-FOR-DAYS = TODAY-SERIAL - SERIAL-DAYS
           END-IF
           IF IDLE-DAYS > 0 AND IDLE-FOR-DAYS > IDLE-DAYS
               IF RCW-DEACT-PENDING
                   MOVE "DEACT PENDING" TO ACTION-WORK
                   ADD 1 TO DEACTS-PENDING
               ELSE
                   PERFORM PROPOSE-DEACTIVATION
               END-IF
           END-IF
           EXIT.

      * Queued exactly as OPERMNT queues a DEACT card under dual
      * control; RECERT as the maker leaves any supervisor free to
      * be the checker.
       PROPOSE-DEACTIVATION SECTION.
           MOVE "DEACT   "      TO OPND-ACTION
           MOVE SRT-OPERATOR-ID TO OPND-OPERATOR-ID
           MOVE SRT-NAME        TO OPND-NAME
           MOVE SRT-DEPARTMENT  TO OPND-DEPARTMENT
           MOVE "RECERT  "      TO OPND-ENTERED-BY
           MOVE RUN-DATE        TO OPND-ENTRY-DATE
           MOVE RUN-TIME        TO OPND-ENTRY-TIME
           WRITE OPERATOR-PENDING-RECORD
           ADD 1 TO DEACTS-PROPOSED
           MOVE "DEACT QUEUED" TO ACTION-WORK
           EXIT.

       WRITE-REPORT-HEADING SECTION.
           MOVE SPACES TO REPORT-WORK
           STRING "OPERATOR ACCESS RECERTIFICATION AS OF "
               DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE IDLE-DAYS TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           IF IDLE-DAYS > 0
               STRING "OPERATORS IDLE MORE THAN " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   " DAYS ARE QUEUED FOR DEACTIVATION (OPERAPPR)"
                   DELIMITED BY SIZE
                   INTO REPORT-WORK
           ELSE
               MOVE "NO IDLE OPERATOR IS PROPOSED FOR DEACTIVATION"
                   TO REPORT-WORK
           END-IF
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       WRITE-SUMMARY SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE OPERATORS-LISTED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ACTIVE OPERATORS LISTED:      " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LOCKED-COUNT TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "LOCKED OUT:                   " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE DEACTS-PROPOSED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "IDLE -- DEACTIVATION QUEUED:  " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE DEACTS-PENDING TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "IDLE -- DEACT ALREADY PENDING:" DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT RUNLOG-AVAILABLE
               MOVE "NO RUN LOG -- KEYING SESSIONS NOT CONSIDERED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF NOT MNTAUDIT-AVAILABLE
               MOVE "NO MAINTENANCE AUDIT FILE -- ADD/REACT DATES "
                   & "AND CERTIFICATIONS NOT CONSIDERED" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF NOT OPERPEND-AVAILABLE
               MOVE "NO PENDING-CHANGE QUEUE WAS ON FILE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RETURN ONE CARD PER OPERATOR THROUGH RECERTAP: "
               & "KEEP OR REVOKE, OPERATOR ID, SUPERVISOR ID"
               TO REPORT-LINE
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
