       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODSCAN.

      *****************************************************************
      *  SODSCAN is audit's segregation-of-duties scan.  Each maker/
      *  checker step -- REVAPPR on large reversals, REVDISP on
      *  MANUAL REVIEW items, OPERAPPR on operator changes, HOLDMNT
      *  on holds -- assumes the checker is somebody else; this
      *  program lists every case, over the audit period, where one
      *  operator id turns up on both sides of a control:
      *
      *    SELF-APPROVED        a journal line whose approver is its
      *                         own operator (a reversal keyed and
      *                         approved by one id, a review accepted
      *                         by the clerk who keyed the posting)
      *    APPROVED OWN KEYING  a reversal whose approver keyed the
      *                         posting it reverses
      *    OWN OPERATOR RECORD  an OPERMAST or OPERPEND maintenance
      *                         line (MNTAUDIT) where the maintaining
      *                         or approving id is the operator
      *                         being changed
      *    QUEUED OWN CHANGE    an OPERPEND change still waiting that
      *                         was entered by the operator it changes
      *    LIFTED OWN HOLD      a HOLDMAST hold lifted by the
      *                         supervisor who placed it
      *
      *  and every case where the checker approved work belonging to
      *  their own department (OPM-DEPARTMENT on OPERMAST):
      *
      *    OWN DEPARTMENT       an approved journal line whose cost
      *                         center is the approver's department
      *                         or rolls up into it on CCMAST -- or,
      *                         with no cost center, whose keying
      *                         operator is of the approver's
      *                         department
      *    OWN DEPT OPERATOR    an operator-master change made by a
      *                         supervisor of the operator's own
      *                         department
      *
      *  REVDISP's REJECT writes its correcting reversal with the
      *  reviewing supervisor as operator and approver both, by
      *  design; such a reversal -- one whose original was journaled
      *  MANUAL REVIEW -- is judged on its original's keying only.
      *
      *  The audit period is CALC-AUDIT-FROM / CALC-AUDIT-TO
      *  (YYYYMMDD, as MNTAUDRP), either bound open-ended when
      *  unset; a reversal's original is looked for across the whole
      *  journal however old it is.  JOURNAL is read twice -- once
      *  to note the originals the period's approvals refer to
      *  (SODWORK, a keyed work file), once to judge.  OPERMAST,
      *  CCMAST, MNTAUDIT, OPERPEND and HOLDMAST are each optional;
      *  the checks that need a missing one are reported as not
      *  made.  Any case listed on SODRPT ends the run with
      *  RETURN-CODE 4.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               FILE STATUS IS JOURNAL-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPM-OPERATOR-ID
               FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT COST-CENTER-FILE ASSIGN TO "CCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CCM-COST-CENTER
               FILE STATUS IS COST-CENTER-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "OPERPEND"
               FILE STATUS IS PENDING-CHANGE-STATUS.
           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HLD-ACCOUNT-ID
               FILE STATUS IS HOLD-MASTER-STATUS.
           SELECT ORIGINAL-WORK-FILE ASSIGN TO "SODWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SODW-REFERENCE
               FILE STATUS IS ORIGINAL-WORK-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SODRPT".

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       COPY jrnlrec.

       FD OPERATOR-MASTER-FILE.
       COPY opermast.

       FD COST-CENTER-FILE.
       COPY ccmast.

       FD MAINT-AUDIT-FILE.
       COPY mntaudit.

       FD PENDING-CHANGE-FILE.
       COPY operpend.

       FD HOLD-MASTER-FILE.
       COPY holdrec.

      * One record per original posting an approval in the period
      * refers to: who keyed it, and whether it was flagged for
      * MANUAL REVIEW.
       FD ORIGINAL-WORK-FILE.
       01 ORIGINAL-WORK-RECORD.
           05 SODW-REFERENCE     PIC X(10).
           05 SODW-KEYED-BY      PIC X(08).
           05 SODW-FOUND-FLAG    PIC X(01).
               88 SODW-ORIGINAL-FOUND VALUE 'Y'.
           05 SODW-REVIEW-FLAG   PIC X(01).
               88 SODW-WAS-REVIEWED VALUE 'Y'.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 JOURNAL-STATUS         PIC X(02).
       01 OPERATOR-MASTER-STATUS PIC X(02).
       01 COST-CENTER-STATUS     PIC X(02).
       01 MAINT-AUDIT-STATUS     PIC X(02).
       01 PENDING-CHANGE-STATUS  PIC X(02).
       01 HOLD-MASTER-STATUS     PIC X(02).
       01 ORIGINAL-WORK-STATUS   PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.
       01 OPERMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 OPERMAST-AVAILABLE VALUE 'Y'.
       01 CCMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 CCMAST-AVAILABLE VALUE 'Y'.
       01 MNTAUDIT-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 MNTAUDIT-AVAILABLE VALUE 'Y'.
       01 OPERPEND-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 OPERPEND-AVAILABLE VALUE 'Y'.
       01 HOLDMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 HOLDMAST-AVAILABLE VALUE 'Y'.

       01 FROM-DATE-ENV PIC X(08).
       01 TO-DATE-ENV   PIC X(08).
       01 FROM-DATE     PIC 9(08) VALUE 0.
       01 TO-DATE       PIC 9(08) VALUE 99999999.

      * The other side of the control for the line being judged.
       01 KEYED-BY           PIC X(08).
       01 APPROVER-DEPARTMENT PIC X(04).
       01 WORK-DEPARTMENT    PIC X(04).
       01 CENTER-CODE        PIC X(04).
       01 CENTER-LEVEL       PIC 9(02) COMP.
       01 DEPT-MATCH-SWITCH PIC X(01).
           88 DEPT-MATCHED VALUE 'Y'.
       01 REVIEW-REVERSAL-SWITCH PIC X(01).
           88 REVIEW-REVERSAL VALUE 'Y'.

      * An operator-master image, for the department of the
      * operator an audit line changed.
       01 AUDIT-OPERATOR-IMAGE.
           05 AOPM-OPERATOR-ID PIC X(08).
           05 AOPM-NAME        PIC X(20).
           05 AOPM-DEPARTMENT  PIC X(04).
           05 FILLER           PIC X(48).

       01 CASE-CONTROL PIC X(20).
       01 CASE-WHO     PIC X(08).
       01 CASE-SOURCE  PIC X(08).
       01 CASE-KEY     PIC X(16).
       01 CASE-DATE    PIC 9(08).
       01 CASE-DETAIL  PIC X(60).

       01 APPROVALS-EXAMINED PIC 9(08) COMP VALUE 0.
       01 AUDIT-LINES-EXAMINED PIC 9(08) COMP VALUE 0.
       01 CASES-LISTED       PIC 9(07) COMP VALUE 0.
       01 COUNT-EDIT  PIC ZZZZZZZ9.
       01 REPORT-WORK PIC X(132).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "SODSCAN" TO PRMG-PROGRAM
           MOVE "CALC-AUDIT-FROM" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO FROM-DATE-ENV
           MOVE "CALC-AUDIT-TO" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO TO-DATE-ENV
           IF FROM-DATE-ENV NOT = SPACES
               MOVE FROM-DATE-ENV TO FROM-DATE
           END-IF
           IF TO-DATE-ENV NOT = SPACES
               MOVE TO-DATE-ENV TO TO-DATE
           END-IF
           OPEN OUTPUT ORIGINAL-WORK-FILE
           IF ORIGINAL-WORK-STATUS = "00"
               CLOSE ORIGINAL-WORK-FILE
               OPEN I-O ORIGINAL-WORK-FILE
           END-IF
           IF ORIGINAL-WORK-STATUS NOT = "00"
               DISPLAY "unable to open original-posting work file, "
                   "status " ORIGINAL-WORK-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "unable to open journal file, status "
                   JOURNAL-STATUS
               CLOSE ORIGINAL-WORK-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM NOTE-ONE-REVERSAL UNTIL SOURCE-EOF
           CLOSE JOURNAL-FILE
           OPEN INPUT OPERATOR-MASTER-FILE
           IF OPERATOR-MASTER-STATUS = "00"
               SET OPERMAST-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT COST-CENTER-FILE
           IF COST-CENTER-STATUS = "00"
               SET CCMAST-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           OPEN INPUT JOURNAL-FILE
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM JUDGE-ONE-JOURNAL-LINE UNTIL SOURCE-EOF
           CLOSE JOURNAL-FILE
           OPEN INPUT MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS = "00"
               SET MNTAUDIT-AVAILABLE TO TRUE
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM JUDGE-ONE-AUDIT-LINE UNTIL SOURCE-EOF
               CLOSE MAINT-AUDIT-FILE
           END-IF
           OPEN INPUT PENDING-CHANGE-FILE
           IF PENDING-CHANGE-STATUS = "00"
               SET OPERPEND-AVAILABLE TO TRUE
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM JUDGE-ONE-PENDING-CHANGE UNTIL SOURCE-EOF
               CLOSE PENDING-CHANGE-FILE
           END-IF
           OPEN INPUT HOLD-MASTER-FILE
           IF HOLD-MASTER-STATUS = "00"
               SET HOLDMAST-AVAILABLE TO TRUE
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM JUDGE-ONE-HOLD UNTIL SOURCE-EOF
               CLOSE HOLD-MASTER-FILE
           END-IF
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           IF OPERMAST-AVAILABLE
               CLOSE OPERATOR-MASTER-FILE
           END-IF
           IF CCMAST-AVAILABLE
               CLOSE COST-CENTER-FILE
           END-IF
           CLOSE ORIGINAL-WORK-FILE
           MOVE CASES-LISTED TO COUNT-EDIT
           DISPLAY "segregation-of-duties cases listed: " COUNT-EDIT
           IF CASES-LISTED > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

      * First pass: every approved reversal in the period notes
      * the reference of the posting it reverses.
       NOTE-ONE-REVERSAL SECTION.
           READ JOURNAL-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF JRNLH-RECORD-TYPE NOT = "H"
                           AND JRNLH-RECORD-TYPE NOT = "T"
                           AND JRNL-RUN-DATE NOT < FROM-DATE
                           AND JRNL-RUN-DATE NOT > TO-DATE
                           AND JRNL-APPROVED-BY NOT = SPACES
                           AND JRNL-ORIG-REFERENCE NOT = SPACES
                       MOVE JRNL-ORIG-REFERENCE TO SODW-REFERENCE
                       MOVE SPACES TO SODW-KEYED-BY
                       MOVE 'N' TO SODW-FOUND-FLAG
                       MOVE 'N' TO SODW-REVIEW-FLAG
                       WRITE ORIGINAL-WORK-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF
           END-READ
           EXIT.

      * Second pass.  An original always precedes its reversal on
      * the journal, so by the time a reversal is judged its
      * original has been noted.
       JUDGE-ONE-JOURNAL-LINE SECTION.
           READ JOURNAL-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF JRNLH-RECORD-TYPE NOT = "H"
                           AND JRNLH-RECORD-TYPE NOT = "T"
                       PERFORM NOTE-ORIGINAL-POSTING
                       IF JRNL-RUN-DATE NOT < FROM-DATE
                               AND JRNL-RUN-DATE NOT > TO-DATE
                               AND JRNL-APPROVED-BY NOT = SPACES
                           ADD 1 TO APPROVALS-EXAMINED
                           PERFORM JUDGE-APPROVED-LINE
                       END-IF
                   END-IF
           END-READ
           EXIT.

      * The first line carrying a noted reference is the keying of
      * the original; a MANUAL REVIEW line under it marks it as a
      * reviewed posting.
       NOTE-ORIGINAL-POSTING SECTION.
           IF JRNL-REFERENCE NOT = SPACES
               MOVE JRNL-REFERENCE TO SODW-REFERENCE
               READ ORIGINAL-WORK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT SODW-ORIGINAL-FOUND
                           MOVE JRNL-OPERATOR-ID TO SODW-KEYED-BY
                           SET SODW-ORIGINAL-FOUND TO TRUE
                       END-IF
                       IF JRNL-OUTCOME = "MANUAL REVIEW"
                           SET SODW-WAS-REVIEWED TO TRUE
                       END-IF
                       REWRITE ORIGINAL-WORK-RECORD
               END-READ
           END-IF
           EXIT.

       JUDGE-APPROVED-LINE SECTION.
           MOVE JRNL-OPERATOR-ID TO KEYED-BY
           MOVE 'N' TO REVIEW-REVERSAL-SWITCH
           MOVE "JOURNAL " TO CASE-SOURCE
           MOVE SPACES TO CASE-KEY
           MOVE JRNL-REFERENCE TO CASE-KEY
           MOVE JRNL-RUN-DATE TO CASE-DATE
           MOVE JRNL-APPROVED-BY TO CASE-WHO
           IF JRNL-ORIG-REFERENCE NOT = SPACES
               MOVE JRNL-ORIG-REFERENCE TO SODW-REFERENCE
               READ ORIGINAL-WORK-FILE
                   INVALID KEY
                       MOVE 'N' TO SODW-FOUND-FLAG
               END-READ
               IF SODW-ORIGINAL-FOUND
                   MOVE SODW-KEYED-BY TO KEYED-BY
                   IF SODW-WAS-REVIEWED
                       SET REVIEW-REVERSAL TO TRUE
                   END-IF
                   IF SODW-KEYED-BY = JRNL-APPROVED-BY
                       MOVE "APPROVED OWN KEYING" TO CASE-CONTROL
                       MOVE SPACES TO CASE-DETAIL
                       STRING "REVERSAL OF " DELIMITED BY SIZE
                           JRNL-ORIG-REFERENCE DELIMITED BY SIZE
                           " KEYED AND APPROVED BY ONE ID"
                           DELIMITED BY SIZE
                           INTO CASE-DETAIL
                       PERFORM LIST-ONE-CASE
                   END-IF
               END-IF
           END-IF
           IF JRNL-APPROVED-BY = JRNL-OPERATOR-ID
                   AND NOT REVIEW-REVERSAL
               MOVE "SELF-APPROVED" TO CASE-CONTROL
               MOVE SPACES TO CASE-DETAIL
               STRING "OUTCOME " DELIMITED BY SIZE
                   JRNL-OUTCOME DELIMITED BY SIZE
                   " -- OPERATOR IS ITS OWN APPROVER"
                   DELIMITED BY SIZE
                   INTO CASE-DETAIL
               PERFORM LIST-ONE-CASE
           END-IF
           IF OPERMAST-AVAILABLE
               PERFORM CHECK-APPROVER-DEPARTMENT
           END-IF
           EXIT.

      * The approver's own department against the department the
      * work belongs to: the cost center's chain on CCMAST when
      * the line has one, the keying operator's department when it
      * has not.
       CHECK-APPROVER-DEPARTMENT SECTION.
           MOVE 'N' TO DEPT-MATCH-SWITCH
           MOVE SPACES TO APPROVER-DEPARTMENT
           MOVE JRNL-APPROVED-BY TO OPM-OPERATOR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE OPM-DEPARTMENT TO APPROVER-DEPARTMENT
           END-READ
           IF APPROVER-DEPARTMENT NOT = SPACES
               IF JRNL-COST-CENTER NOT = SPACES
                   MOVE JRNL-COST-CENTER TO WORK-DEPARTMENT
                   MOVE JRNL-COST-CENTER TO CENTER-CODE
                   MOVE 0 TO CENTER-LEVEL
                   PERFORM CLIMB-ONE-CENTER
                       UNTIL DEPT-MATCHED
                       OR CENTER-CODE = SPACES
                       OR CENTER-LEVEL > 10
               ELSE
                   MOVE SPACES TO WORK-DEPARTMENT
                   MOVE KEYED-BY TO OPM-OPERATOR-ID
                   READ OPERATOR-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE OPM-DEPARTMENT TO WORK-DEPARTMENT
                   END-READ
                   IF WORK-DEPARTMENT = APPROVER-DEPARTMENT
                       SET DEPT-MATCHED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF DEPT-MATCHED
               MOVE "OWN DEPARTMENT" TO CASE-CONTROL
               MOVE SPACES TO CASE-DETAIL
               IF JRNL-COST-CENTER NOT = SPACES
                   STRING "COST CENTER " DELIMITED BY SIZE
                       JRNL-COST-CENTER DELIMITED BY SIZE
                       " IS IN APPROVER'S DEPARTMENT "
                       DELIMITED BY SIZE
                       APPROVER-DEPARTMENT DELIMITED BY SIZE
                       INTO CASE-DETAIL
               ELSE
                   STRING "KEYED BY " DELIMITED BY SIZE
                       KEYED-BY DELIMITED BY SIZE
                       " OF APPROVER'S DEPARTMENT "
                       DELIMITED BY SIZE
                       APPROVER-DEPARTMENT DELIMITED BY SIZE
                       INTO CASE-DETAIL
               END-IF
               PERFORM LIST-ONE-CASE
           END-IF
           EXIT.

      * Without CCMAST only the center itself can match.
       CLIMB-ONE-CENTER SECTION.
           ADD 1 TO CENTER-LEVEL
           IF CENTER-CODE = APPROVER-DEPARTMENT
               SET DEPT-MATCHED TO TRUE
           ELSE
               IF CCMAST-AVAILABLE
                   MOVE CENTER-CODE TO CCM-COST-CENTER
                   READ COST-CENTER-FILE
                       INVALID KEY
                           MOVE SPACES TO CENTER-CODE
                       NOT INVALID KEY
                           MOVE CCM-PARENT TO CENTER-CODE
                   END-READ
               ELSE
                   MOVE SPACES TO CENTER-CODE
               END-IF
           END-IF
           EXIT.

      * Operator-master maintenance, direct or through OPERAPPR:
      * nobody changes their own operator record, and a change to
      * an operator of the maintainer's own department is listed.
       JUDGE-ONE-AUDIT-LINE SECTION.
           READ MAINT-AUDIT-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF MAUD-RUN-DATE NOT < FROM-DATE
                           AND MAUD-RUN-DATE NOT > TO-DATE
                           AND (MAUD-FILE-NAME = "OPERMAST"
                               OR MAUD-FILE-NAME = "OPERPEND")
                       ADD 1 TO AUDIT-LINES-EXAMINED
                       PERFORM JUDGE-OPERATOR-MAINTENANCE
                   END-IF
           END-READ
           EXIT.

       JUDGE-OPERATOR-MAINTENANCE SECTION.
           MOVE MAUD-FILE-NAME TO CASE-SOURCE
           MOVE MAUD-RECORD-KEY TO CASE-KEY
           MOVE MAUD-RUN-DATE TO CASE-DATE
           MOVE MAUD-OPERATOR-ID TO CASE-WHO
           IF MAUD-OPERATOR-ID NOT = SPACES
                   AND MAUD-OPERATOR-ID = MAUD-RECORD-KEY(1:8)
               MOVE "OWN OPERATOR RECORD" TO CASE-CONTROL
               MOVE SPACES TO CASE-DETAIL
               STRING MAUD-ACTION DELIMITED BY SIZE
                   " OF THE MAINTAINER'S OWN OPERATOR RECORD"
                   DELIMITED BY SIZE
                   INTO CASE-DETAIL
               PERFORM LIST-ONE-CASE
           END-IF
           IF MAUD-FILE-NAME = "OPERMAST" AND OPERMAST-AVAILABLE
                   AND MAUD-OPERATOR-ID NOT = SPACES
               IF MAUD-AFTER-IMAGE NOT = SPACES
                   MOVE MAUD-AFTER-IMAGE TO AUDIT-OPERATOR-IMAGE
               ELSE
                   MOVE MAUD-BEFORE-IMAGE TO AUDIT-OPERATOR-IMAGE
               END-IF
               MOVE SPACES TO APPROVER-DEPARTMENT
               MOVE MAUD-OPERATOR-ID TO OPM-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OPM-DEPARTMENT TO APPROVER-DEPARTMENT
               END-READ
               IF APPROVER-DEPARTMENT NOT = SPACES
                       AND APPROVER-DEPARTMENT = AOPM-DEPARTMENT
                       AND MAUD-OPERATOR-ID NOT = AOPM-OPERATOR-ID
                   MOVE "OWN DEPT OPERATOR" TO CASE-CONTROL
                   MOVE SPACES TO CASE-DETAIL
                   STRING MAUD-ACTION DELIMITED BY SIZE
                       " OF AN OPERATOR IN THE MAINTAINER'S "
                       DELIMITED BY SIZE
                       "DEPARTMENT " DELIMITED BY SIZE
                       APPROVER-DEPARTMENT DELIMITED BY SIZE
                       INTO CASE-DETAIL
                   PERFORM LIST-ONE-CASE
               END-IF
           END-IF
           EXIT.

      * OPERAPPR refuses the entering supervisor as approver, but a
      * change queued by the operator it changes still needs
      * listing while it waits.
       JUDGE-ONE-PENDING-CHANGE SECTION.
           READ PENDING-CHANGE-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF OPND-ENTRY-DATE NOT < FROM-DATE
                           AND OPND-ENTRY-DATE NOT > TO-DATE
                           AND OPND-ENTERED-BY = OPND-OPERATOR-ID
                       MOVE "QUEUED OWN CHANGE" TO CASE-CONTROL
                       MOVE OPND-ENTERED-BY TO CASE-WHO
                       MOVE "OPERPEND" TO CASE-SOURCE
                       MOVE SPACES TO CASE-KEY
                       MOVE OPND-OPERATOR-ID TO CASE-KEY
                       MOVE OPND-ENTRY-DATE TO CASE-DATE
                       MOVE SPACES TO CASE-DETAIL
                       STRING OPND-ACTION DELIMITED BY SIZE
                           " OF OWN OPERATOR RECORD AWAITING "
                           DELIMITED BY SIZE
                           "APPROVAL" DELIMITED BY SIZE
                           INTO CASE-DETAIL
                       PERFORM LIST-ONE-CASE
                   END-IF
           END-READ
           EXIT.

       JUDGE-ONE-HOLD SECTION.
           READ HOLD-MASTER-FILE NEXT RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF HLD-HOLD-LIFTED
                           AND HLD-LIFTED-DATE NOT < FROM-DATE
                           AND HLD-LIFTED-DATE NOT > TO-DATE
                           AND HLD-LIFTED-BY = HLD-PLACED-BY
                       MOVE "LIFTED OWN HOLD" TO CASE-CONTROL
                       MOVE HLD-LIFTED-BY TO CASE-WHO
                       MOVE "HOLDMAST" TO CASE-SOURCE
                       MOVE SPACES TO CASE-KEY
                       MOVE HLD-ACCOUNT-ID TO CASE-KEY
                       MOVE HLD-LIFTED-DATE TO CASE-DATE
                       MOVE SPACES TO CASE-DETAIL
                       STRING "HOLD PLACED " DELIMITED BY SIZE
                           HLD-PLACED-DATE DELIMITED BY SIZE
                           " -- " DELIMITED BY SIZE
                           HLD-REASON DELIMITED BY SIZE
                           INTO CASE-DETAIL
                       PERFORM LIST-ONE-CASE
                   END-IF
           END-READ
           EXIT.

       LIST-ONE-CASE SECTION.
           ADD 1 TO CASES-LISTED
           MOVE SPACES TO REPORT-WORK
           STRING CASE-CONTROL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CASE-WHO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CASE-SOURCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CASE-KEY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CASE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CASE-DETAIL DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       WRITE-REPORT-HEADING SECTION.
           MOVE "SEGREGATION-OF-DUTIES SCAN" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "RUN DATES " DELIMITED BY SIZE
               FROM-DATE DELIMITED BY SIZE
               " THROUGH " DELIMITED BY SIZE
               TO-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "CONTROL              OPERATOR SOURCE   "
               DELIMITED BY SIZE
               "KEY              DATE     DETAIL" DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       WRITE-SUMMARY SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE APPROVALS-EXAMINED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "APPROVED JOURNAL LINES EXAMINED: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE AUDIT-LINES-EXAMINED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "OPERATOR MAINTENANCE EXAMINED:   " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CASES-LISTED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "CASES LISTED:                    " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT OPERMAST-AVAILABLE
               MOVE "NO OPERATOR MASTER -- DEPARTMENT CHECKS NOT MADE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF NOT MNTAUDIT-AVAILABLE
               MOVE "NO MAINTENANCE AUDIT FILE -- OPERATOR "
                   & "MAINTENANCE NOT CHECKED" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF NOT OPERPEND-AVAILABLE
               MOVE "NO PENDING-CHANGE QUEUE -- OPERPEND NOT CHECKED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF NOT HOLDMAST-AVAILABLE
               MOVE "NO HOLD MASTER -- HOLDS NOT CHECKED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           EXIT.
