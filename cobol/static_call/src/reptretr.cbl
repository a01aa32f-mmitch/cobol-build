      *  REPONEW, which the calling JCL swaps in as the live
      *  repository -- the same swap discipline the suspense file
      *  uses.  Age is measured from the report's store date.
      *
      *  A report under a litigation hold in force is never purged,
      *  whatever its age: one whose business date falls in a held
      *  date range, or with a held account or reference anywhere
      *  in its printed lines, is kept.  The lglhold subprogram
      *  (copy/lglholdl.cpy) answers for both, so a pass over the
      *  repository ahead of the purge marks the held reports by
      *  their place in it.  A register that cannot be read ends
      *  the run RC 12 before REPONEW is written, and the JCL's
      *  swap is skipped.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01 REPORTS-REPRINTED PIC 9(05) COMP VALUE 0.
       01 REPORTS-KEPT      PIC 9(05) COMP VALUE 0.
       01 REPORTS-PURGED    PIC 9(05) COMP VALUE 0.
       01 REPORTS-HELD      PIC 9(05) COMP VALUE 0.

      * One flag per report in repository order, set by the hold
      * pass.  A report past the end of the table is taken as held
      * -- it was never looked at, so it cannot be let go.
       01 HELD-REPORT-TABLE.
           05 HELD-REPORT-FLAG PIC X(01) OCCURS 20000 TIMES.
               88 REPORT-HELD VALUE 'Y'.
       01 HELD-REPORT-LIMIT PIC 9(05) COMP VALUE 20000.
       01 REPORT-ORDINAL    PIC 9(05) COMP VALUE 0.
       01 HELD-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
           88 HELD-OVERFLOW VALUE 'Y'.

       COPY lglholdl.
       01 COUNT-EDIT PIC ZZZZ9.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "REPTRETR" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           MOVE SERIAL-DAYS TO RUN-DATE-SERIAL
           MOVE "CALC-RPT-FUNCTION" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO FUNCTION-ENV
           MOVE "CALC-RPT-TYPE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO RPT-TYPE-ENV
           MOVE "CALC-RPT-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO RPT-DATE-ENV
           MOVE "CALC-RPT-DEPT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO RPT-DEPT-ENV
           IF RPT-TYPE-ENV NOT = SPACES
               MOVE RPT-TYPE-ENV TO WANTED-TYPE
           END-IF
               GOBACK
           END-IF
           IF FUNCTION-ENV = "PURGE"
               MOVE SPACES TO LEGAL-HOLD-AREA
               MOVE "OPEN    " TO LGHK-FUNCTION
               CALL "lglhold" USING LEGAL-HOLD-AREA
               IF LGHK-RETURN-CODE NOT = 0
                   DISPLAY "legal-hold register unreadable -- "
                       "nothing purged"
                   CLOSE REPOSITORY-FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM MARK-HELD-REPORTS
               PERFORM LOAD-RETENTION-RULES
               OPEN OUTPUT REPO-NEW-FILE
               PERFORM PURGE-ONE-RECORD UNTIL REPO-EOF
               CLOSE REPO-NEW-FILE
               MOVE REPORTS-KEPT TO COUNT-EDIT
               DISPLAY "reports kept: " COUNT-EDIT
               MOVE REPORTS-HELD TO COUNT-EDIT
               DISPLAY "  of which under legal hold: " COUNT-EDIT
               MOVE REPORTS-PURGED TO COUNT-EDIT
               DISPLAY "reports purged: " COUNT-EDIT
           ELSE
           END-READ
           EXIT.

      * The hold pass reads the whole repository, then reopens it
      * for the purge proper.
       MARK-HELD-REPORTS SECTION.
           MOVE SPACES TO HELD-REPORT-TABLE
           MOVE 0 TO REPORT-ORDINAL
           PERFORM MARK-ONE-RECORD UNTIL REPO-EOF
           CLOSE REPOSITORY-FILE
           OPEN INPUT REPOSITORY-FILE
           MOVE 'N' TO REPO-EOF-SWITCH
           MOVE 0 TO REPORT-ORDINAL
           IF HELD-OVERFLOW
               DISPLAY "more than " HELD-REPORT-LIMIT " reports on "
                   "file -- the rest are kept unexamined"
           END-IF
           EXIT.

       MARK-ONE-RECORD SECTION.
           READ REPOSITORY-FILE
               AT END
                   SET REPO-EOF TO TRUE
               NOT AT END
                   EVALUATE REPO-RECORD-TYPE
                       WHEN "H"
                           ADD 1 TO REPORT-ORDINAL
                           IF REPORT-ORDINAL > HELD-REPORT-LIMIT
                               SET HELD-OVERFLOW TO TRUE
                           ELSE
                               MOVE "MATCH   " TO LGHK-FUNCTION
                               MOVE SPACES TO LGHK-ACCOUNT-ID
                               MOVE SPACES TO LGHK-REFERENCE
                               MOVE SPACES TO LGHK-ORIG-REFERENCE
                               MOVE REPOH-BUSINESS-DATE TO LGHK-DATE
                               PERFORM MARK-IF-HELD
                           END-IF
                       WHEN "D"
                           IF REPORT-ORDINAL > 0
                                   AND REPORT-ORDINAL NOT >
                                       HELD-REPORT-LIMIT
                               IF NOT REPORT-HELD(REPORT-ORDINAL)
                                   MOVE "TEXT    " TO LGHK-FUNCTION
                                   MOVE REPO-TEXT TO LGHK-TEXT
                                   MOVE 0 TO LGHK-DATE
                                   PERFORM MARK-IF-HELD
                               END-IF
                           END-IF
                   END-EVALUATE
           END-READ
           EXIT.

       MARK-IF-HELD SECTION.
           CALL "lglhold" USING LEGAL-HOLD-AREA
           IF LGHK-RETURN-CODE = 0
               SET REPORT-HELD(REPORT-ORDINAL) TO TRUE
           END-IF
           EXIT.

       PURGE-ONE-RECORD SECTION.
           READ REPOSITORY-FILE
               AT END
      * A type with no rule keeps forever -- dropping reports is
      * the thing that needs explicit permission.
       JUDGE-RETENTION SECTION.
           ADD 1 TO REPORT-ORDINAL
           SET REPORT-WANTED TO TRUE
           MOVE 'N' TO RULE-FOUND-SWITCH
           SET RULE-IDX TO 1
                   MOVE 'N' TO REPORT-WANTED-SWITCH
               END-IF
           END-IF
           IF NOT REPORT-WANTED
               IF REPORT-ORDINAL > HELD-REPORT-LIMIT
                   SET REPORT-WANTED TO TRUE
               ELSE
                   IF REPORT-HELD(REPORT-ORDINAL)
                       SET REPORT-WANTED TO TRUE
                       ADD 1 TO REPORTS-HELD
                   END-IF
               END-IF
           END-IF
           IF REPORT-WANTED
               ADD 1 TO REPORTS-KEPT
           ELSE
