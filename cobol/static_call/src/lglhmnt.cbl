       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGLHMNT.

      *****************************************************************
      *  LGLHMNT maintains legal's litigation-hold register
      *  (copy/lglhold.cpy) -- the holds that keep records in the
      *  active files, out of reach of RETNPURG, BALHCONS and
      *  REPTRETR, while a matter is live.  One card per action on
      *  LGLHCRDS:
      *
      *    cols  1-8   action      PLACE / RELEASE
      *    cols 10-17  hold id     legal's own id for the hold
      *    col  19     key type    A account / R reference /
      *                            D date range        (PLACE only)
      *    cols 21-30  key         account id (21-28), reference
      *                            (21-30) or from-date YYYYMMDD
      *                            (21-28)             (PLACE only)
      *    cols 32-39  to-date     YYYYMMDD, type D only
      *    cols 41-64  matter      the case the hold is for
      *    cols 66-80  counsel     who asked for it    (PLACE only)
      *
      *  The placing or releasing officer comes from
      *  CALC-MAINT-OPERATOR and goes on the hold record; every
      *  action also writes the maintenance-audit before/after
      *  image, as HOLDMNT's do.  A hold id is never reused -- a
      *  released hold stays on file as the record of what was
      *  held and for how long -- so PLACE over any existing id is
      *  rejected, and RELEASE needs a hold still in force.
      *
      *  The run ends with the hold report on LGLHRPT: every hold
      *  on the register, what it covers, who placed and released
      *  it, and for each hold in force how many records it is
      *  protecting in the active transaction file, journal and
      *  balance history (TRANFILE, JOURNAL, BALHIST -- any left
      *  unmounted is shown as not counted).  The counts use the
      *  lglhold subprogram, so they are exactly what the
      *  housekeeping jobs will keep.  A rejected card ends the
      *  run RETURN-CODE 8.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-CARD-FILE ASSIGN TO "LGLHCRDS"
               FILE STATUS IS HOLD-CARD-STATUS.
           SELECT LEGAL-HOLD-FILE ASSIGN TO "LGLHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGH-HOLD-ID
               FILE STATUS IS LEGAL-HOLD-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LGLHRPT".
           SELECT TRAN-FILE ASSIGN TO "TRANFILE"
               FILE STATUS IS TRAN-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               FILE STATUS IS JOURNAL-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
               FILE STATUS IS BALANCE-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HOLD-CARD-FILE.
       01 HOLD-CARD.
           05 LCARD-ACTION     PIC X(08).
           05 FILLER           PIC X(01).
           05 LCARD-HOLD-ID    PIC X(08).
           05 FILLER           PIC X(01).
           05 LCARD-KEY-TYPE   PIC X(01).
           05 FILLER           PIC X(01).
           05 LCARD-KEY        PIC X(10).
           05 LCARD-ACCOUNT-KEY REDEFINES LCARD-KEY.
               10 LCARD-ACCOUNT-ID PIC X(08).
               10 FILLER           PIC X(02).
           05 LCARD-DATE-KEY REDEFINES LCARD-KEY.
               10 LCARD-FROM-DATE  PIC X(08).
               10 FILLER           PIC X(02).
           05 FILLER           PIC X(01).
           05 LCARD-TO-DATE    PIC X(08).
           05 FILLER           PIC X(01).
           05 LCARD-MATTER     PIC X(24).
           05 FILLER           PIC X(01).
           05 LCARD-COUNSEL    PIC X(15).

       FD LEGAL-HOLD-FILE.
       COPY lglhold.

       FD MAINT-AUDIT-FILE.
       COPY mntaudit.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       FD TRAN-FILE.
       COPY tranrec.

       FD JOURNAL-FILE.
       COPY jrnlrec.

       FD BALANCE-HISTORY-FILE.
       COPY balhist.

       WORKING-STORAGE SECTION.
       01 HOLD-CARD-STATUS       PIC X(02).
       01 LEGAL-HOLD-STATUS      PIC X(02).
       01 MAINT-AUDIT-STATUS     PIC X(02).
       01 TRAN-STATUS            PIC X(02).
       01 JOURNAL-STATUS         PIC X(02).
       01 BALANCE-HISTORY-STATUS PIC X(02).
       01 CARD-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 CARD-EOF VALUE 'Y'.
       01 SCAN-EOF-SWITCH PIC X(01).
           88 SCAN-EOF VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 MAINT-OPERATOR-ID PIC X(08) VALUE SPACES.
       01 BEFORE-IMAGE PIC X(80).
       01 CARD-VALID-SWITCH PIC X(01).
           88 CARD-VALID VALUE 'Y'.

       01 CARDS-APPLIED-COUNT  PIC 9(05) COMP VALUE 0.
       01 CARDS-REJECTED-COUNT PIC 9(05) COMP VALUE 0.
       01 HOLDS-IN-FORCE-COUNT PIC 9(05) COMP VALUE 0.
       01 HOLDS-RELEASED-COUNT PIC 9(05) COMP VALUE 0.
       01 CARD-COUNT-EDIT PIC ZZZZ9.
       01 PROTECTED-EDIT  PIC ZZZZZZZ9.

      * Which of the active files were on hand to count, and what
      * each hold in force matched in them, in register order.
       COPY lglholdl.
       01 COUNTS-AVAILABLE-SWITCH PIC X(01) VALUE 'N'.
           88 COUNTS-AVAILABLE VALUE 'Y'.
       01 TRAN-COUNTED-SWITCH PIC X(01) VALUE 'N'.
           88 TRAN-COUNTED VALUE 'Y'.
       01 JOURNAL-COUNTED-SWITCH PIC X(01) VALUE 'N'.
           88 JOURNAL-COUNTED VALUE 'Y'.
       01 BALH-COUNTED-SWITCH PIC X(01) VALUE 'N'.
           88 BALH-COUNTED VALUE 'Y'.
       01 COUNT-SOURCE-SWITCH PIC X(01).
           88 COUNTING-TRAN    VALUE 'T'.
           88 COUNTING-JOURNAL VALUE 'J'.
           88 COUNTING-BALH    VALUE 'B'.
       01 PROTECTED-TABLE.
           05 PROTECTED-ENTRY OCCURS 500 TIMES
                   INDEXED BY PROTECTED-IDX.
               10 PROTECTED-HOLD-ID PIC X(08).
               10 PROTECTED-TRAN    PIC 9(08) COMP.
               10 PROTECTED-JOURNAL PIC 9(08) COMP.
               10 PROTECTED-BALH    PIC 9(08) COMP.
       01 PROTECTED-USED PIC 9(04) COMP VALUE 0.
       01 PROTECTED-FOUND-SWITCH PIC X(01).
           88 PROTECTED-FOUND VALUE 'Y'.

       01 REPORT-WORK PIC X(132).

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           ACCEPT MAINT-OPERATOR-ID
               FROM ENVIRONMENT "CALC-MAINT-OPERATOR"
           IF MAINT-OPERATOR-ID = SPACES
               DISPLAY "CALC-MAINT-OPERATOR must name the "
                   "officer placing or releasing legal holds"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O LEGAL-HOLD-FILE
           IF LEGAL-HOLD-STATUS = "35"
               OPEN OUTPUT LEGAL-HOLD-FILE
               CLOSE LEGAL-HOLD-FILE
               OPEN I-O LEGAL-HOLD-FILE
           END-IF
           IF LEGAL-HOLD-STATUS NOT = "00"
               DISPLAY "unable to open legal-hold register, status "
                   LEGAL-HOLD-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           OPEN INPUT HOLD-CARD-FILE
           IF HOLD-CARD-STATUS NOT = "00"
               SET CARD-EOF TO TRUE
           END-IF
           PERFORM READ-AND-APPLY-CARD UNTIL CARD-EOF
           IF HOLD-CARD-STATUS = "00"
               CLOSE HOLD-CARD-FILE
           END-IF
           CLOSE MAINT-AUDIT-FILE
           CLOSE LEGAL-HOLD-FILE
           PERFORM COUNT-PROTECTED-RECORDS
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-HOLD-REPORT
           CLOSE REPORT-FILE
           MOVE CARDS-APPLIED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "legal-hold cards applied: " CARD-COUNT-EDIT
           MOVE CARDS-REJECTED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "legal-hold cards rejected: " CARD-COUNT-EDIT
           MOVE HOLDS-IN-FORCE-COUNT TO CARD-COUNT-EDIT
           DISPLAY "legal holds in force: " CARD-COUNT-EDIT
           IF CARDS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       READ-AND-APPLY-CARD SECTION.
           READ HOLD-CARD-FILE
               AT END
                   SET CARD-EOF TO TRUE
               NOT AT END
                   IF HOLD-CARD = SPACES OR HOLD-CARD(1:1) = "*"
                       CONTINUE
                   ELSE
                       PERFORM APPLY-HOLD-CARD
                   END-IF
           END-READ
           EXIT.

       APPLY-HOLD-CARD SECTION.
           EVALUATE LCARD-ACTION
               WHEN "PLACE   "
                   PERFORM PLACE-LEGAL-HOLD
               WHEN "RELEASE "
                   PERFORM RELEASE-LEGAL-HOLD
               WHEN OTHER
                   DISPLAY "unknown action '" LCARD-ACTION
                       "' for hold " LCARD-HOLD-ID
                   ADD 1 TO CARDS-REJECTED-COUNT
           END-EVALUATE
           EXIT.

       PLACE-LEGAL-HOLD SECTION.
           PERFORM VALIDATE-PLACE-CARD
           IF NOT CARD-VALID
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               MOVE LCARD-HOLD-ID TO LGH-HOLD-ID
               READ LEGAL-HOLD-FILE
                   INVALID KEY
                       PERFORM WRITE-NEW-HOLD
                   NOT INVALID KEY
                       DISPLAY "hold id " LCARD-HOLD-ID
                           " already on the register -- "
                           "use a new id"
                       ADD 1 TO CARDS-REJECTED-COUNT
               END-READ
           END-IF
           EXIT.

      * Every PLACE must say what it covers, for which matter and
      * at whose request -- the hold report is useless otherwise.
       VALIDATE-PLACE-CARD SECTION.
           SET CARD-VALID TO TRUE
           IF LCARD-HOLD-ID = SPACES OR LCARD-MATTER = SPACES
                   OR LCARD-COUNSEL = SPACES
               DISPLAY "PLACE card needs a hold id, matter and "
                   "counsel -- rejected"
               MOVE 'N' TO CARD-VALID-SWITCH
           ELSE
               EVALUATE LCARD-KEY-TYPE
                   WHEN "A"
                       IF LCARD-ACCOUNT-ID = SPACES
                               OR LCARD-KEY(9:2) NOT = SPACES
                           DISPLAY "hold " LCARD-HOLD-ID
                               " type A needs an account id in "
                               "cols 21-28 -- rejected"
                           MOVE 'N' TO CARD-VALID-SWITCH
                       END-IF
                   WHEN "R"
                       IF LCARD-KEY = SPACES
                           DISPLAY "hold " LCARD-HOLD-ID
                               " type R needs a reference in "
                               "cols 21-30 -- rejected"
                           MOVE 'N' TO CARD-VALID-SWITCH
                       END-IF
                   WHEN "D"
                       IF LCARD-FROM-DATE NOT NUMERIC
                               OR LCARD-TO-DATE NOT NUMERIC
                               OR LCARD-FROM-DATE > LCARD-TO-DATE
                           DISPLAY "hold " LCARD-HOLD-ID
                               " type D needs from and to dates "
                               "YYYYMMDD, in order -- rejected"
                           MOVE 'N' TO CARD-VALID-SWITCH
                       END-IF
                   WHEN OTHER
                       DISPLAY "hold " LCARD-HOLD-ID
                           " key type must be A, R or D -- rejected"
                       MOVE 'N' TO CARD-VALID-SWITCH
               END-EVALUATE
           END-IF
           EXIT.

       WRITE-NEW-HOLD SECTION.
           MOVE SPACES TO BEFORE-IMAGE
           MOVE SPACES TO LEGAL-HOLD-RECORD
           MOVE LCARD-HOLD-ID  TO LGH-HOLD-ID
           MOVE LCARD-KEY-TYPE TO LGH-KEY-TYPE
           MOVE "A"            TO LGH-STATUS
           MOVE 0 TO LGH-FROM-DATE
           MOVE 0 TO LGH-TO-DATE
           EVALUATE TRUE
               WHEN LGH-BY-ACCOUNT
                   MOVE LCARD-ACCOUNT-ID TO LGH-ACCOUNT-ID
               WHEN LGH-BY-REFERENCE
                   MOVE LCARD-KEY TO LGH-REFERENCE
               WHEN LGH-BY-DATE-RANGE
                   MOVE LCARD-FROM-DATE TO LGH-FROM-DATE
                   MOVE LCARD-TO-DATE   TO LGH-TO-DATE
           END-EVALUATE
           MOVE MAINT-OPERATOR-ID TO LGH-PLACED-BY
           MOVE RUN-DATE          TO LGH-PLACED-DATE
           MOVE 0                 TO LGH-RELEASED-DATE
           MOVE LCARD-MATTER      TO LGH-MATTER
           MOVE LCARD-COUNSEL     TO LGH-COUNSEL
           WRITE LEGAL-HOLD-RECORD
               INVALID KEY
                   DISPLAY "unable to add hold " LCARD-HOLD-ID
                       ", status " LEGAL-HOLD-STATUS
                   ADD 1 TO CARDS-REJECTED-COUNT
               NOT INVALID KEY
                   ADD 1 TO CARDS-APPLIED-COUNT
                   DISPLAY "legal hold " LGH-HOLD-ID " placed for "
                       LGH-MATTER " by " MAINT-OPERATOR-ID
                   PERFORM WRITE-AUDIT-LINE
           END-WRITE
           EXIT.

       RELEASE-LEGAL-HOLD SECTION.
           MOVE LCARD-HOLD-ID TO LGH-HOLD-ID
           READ LEGAL-HOLD-FILE
               INVALID KEY
                   DISPLAY "no legal hold on file under "
                       LCARD-HOLD-ID
                   ADD 1 TO CARDS-REJECTED-COUNT
               NOT INVALID KEY
                   IF NOT LGH-IN-FORCE
                       DISPLAY "legal hold " LCARD-HOLD-ID
                           " is already released"
                       ADD 1 TO CARDS-REJECTED-COUNT
                   ELSE
                       MOVE LEGAL-HOLD-RECORD TO BEFORE-IMAGE
                       MOVE "R" TO LGH-STATUS
                       MOVE MAINT-OPERATOR-ID TO LGH-RELEASED-BY
                       MOVE RUN-DATE TO LGH-RELEASED-DATE
                       REWRITE LEGAL-HOLD-RECORD
                       ADD 1 TO CARDS-APPLIED-COUNT
                       DISPLAY "legal hold " LCARD-HOLD-ID
                           " released by " MAINT-OPERATOR-ID
                       PERFORM WRITE-AUDIT-LINE
                   END-IF
           END-READ
           EXIT.

       WRITE-AUDIT-LINE SECTION.
           MOVE "LGLHOLD " TO MAUD-FILE-NAME
           MOVE LCARD-ACTION TO MAUD-ACTION
           MOVE SPACES TO MAUD-RECORD-KEY
           MOVE LGH-HOLD-ID TO MAUD-RECORD-KEY
           MOVE MAINT-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE RUN-DATE TO MAUD-RUN-DATE
           MOVE RUN-TIME TO MAUD-RUN-TIME
           MOVE BEFORE-IMAGE TO MAUD-BEFORE-IMAGE
           MOVE SPACES TO MAUD-AFTER-IMAGE
           MOVE LEGAL-HOLD-RECORD TO MAUD-AFTER-IMAGE
           WRITE MAINTENANCE-AUDIT-RECORD
           EXIT.

      *****************************************************************
      *  Counting what each hold protects.  The register as this
      *  run left it is loaded by lglhold; each active file on hand
      *  is then read once, every record put to MATCH exactly as
      *  the housekeeping jobs put it, and the per-hold counts
      *  collected with NEXT before the next file's RESET.
      *****************************************************************
       COUNT-PROTECTED-RECORDS SECTION.
           MOVE SPACES TO LEGAL-HOLD-AREA
           MOVE "OPEN    " TO LGHK-FUNCTION
           CALL "lglhold" USING LEGAL-HOLD-AREA
           IF LGHK-RETURN-CODE NOT = 0
               DISPLAY "legal-hold register unreadable -- "
                   "protected records not counted"
           ELSE
               SET COUNTS-AVAILABLE TO TRUE
      * A first pass names every hold in force, so each has its
      * slot even when none of the files is mounted.
               MOVE SPACE TO COUNT-SOURCE-SWITCH
               PERFORM COLLECT-HOLD-COUNTS
               PERFORM COUNT-TRAN-FILE
               PERFORM COUNT-JOURNAL-FILE
               PERFORM COUNT-BALANCE-HISTORY
           END-IF
           EXIT.

       COUNT-TRAN-FILE SECTION.
           OPEN INPUT TRAN-FILE
           IF TRAN-STATUS = "00"
               SET TRAN-COUNTED TO TRUE
               SET COUNTING-TRAN TO TRUE
               PERFORM RESET-HOLD-COUNTS
               MOVE 'N' TO SCAN-EOF-SWITCH
               PERFORM COUNT-ONE-TRAN UNTIL SCAN-EOF
               CLOSE TRAN-FILE
               PERFORM COLLECT-HOLD-COUNTS
           END-IF
           EXIT.

      * Comment, batch and control records carry no transaction.
       COUNT-ONE-TRAN SECTION.
           READ TRAN-FILE
               AT END
                   SET SCAN-EOF TO TRUE
               NOT AT END
                   IF TRAN-RECORD = SPACES OR TRAN-RECORD(1:1) = "*"
                           OR TRAN-RECORD(1:1) = "B"
                           OR TRAN-RECORD(1:1) = "E"
                           OR TRAN-RECORD(1:1) = "C"
                       CONTINUE
                   ELSE
                       MOVE "MATCH   " TO LGHK-FUNCTION
                       MOVE TRAN-ACCOUNT-ID TO LGHK-ACCOUNT-ID
                       MOVE TRAN-REFERENCE-IN TO LGHK-REFERENCE
                       MOVE TRAN-ORIG-REFERENCE
                           TO LGHK-ORIG-REFERENCE
                       MOVE TRAN-DATE-IN TO LGHK-DATE
                       CALL "lglhold" USING LEGAL-HOLD-AREA
                   END-IF
           END-READ
           EXIT.

       COUNT-JOURNAL-FILE SECTION.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = "00"
               SET JOURNAL-COUNTED TO TRUE
               SET COUNTING-JOURNAL TO TRUE
               PERFORM RESET-HOLD-COUNTS
               MOVE 'N' TO SCAN-EOF-SWITCH
               PERFORM COUNT-ONE-JOURNAL-LINE UNTIL SCAN-EOF
               CLOSE JOURNAL-FILE
               PERFORM COLLECT-HOLD-COUNTS
           END-IF
           EXIT.

      * Detail lines only; a line with no transaction date of its
      * own is matched on its run's date, as RETNPURG does.
       COUNT-ONE-JOURNAL-LINE SECTION.
           READ JOURNAL-FILE
               AT END
                   SET SCAN-EOF TO TRUE
               NOT AT END
                   IF JRNLH-RECORD-TYPE NOT = "H"
                           AND JRNLH-RECORD-TYPE NOT = "T"
                       MOVE "MATCH   " TO LGHK-FUNCTION
                       MOVE JRNL-ACCOUNT-ID TO LGHK-ACCOUNT-ID
                       MOVE JRNL-REFERENCE TO LGHK-REFERENCE
                       MOVE JRNL-ORIG-REFERENCE
                           TO LGHK-ORIG-REFERENCE
                       IF JRNL-DATE > 0
                           MOVE JRNL-DATE TO LGHK-DATE
                       ELSE
                           MOVE JRNL-RUN-DATE TO LGHK-DATE
                       END-IF
                       CALL "lglhold" USING LEGAL-HOLD-AREA
                   END-IF
           END-READ
           EXIT.

       COUNT-BALANCE-HISTORY SECTION.
           OPEN INPUT BALANCE-HISTORY-FILE
           IF BALANCE-HISTORY-STATUS = "00"
               SET BALH-COUNTED TO TRUE
               SET COUNTING-BALH TO TRUE
               PERFORM RESET-HOLD-COUNTS
               MOVE 'N' TO SCAN-EOF-SWITCH
               PERFORM COUNT-ONE-MOVEMENT UNTIL SCAN-EOF
               CLOSE BALANCE-HISTORY-FILE
               PERFORM COLLECT-HOLD-COUNTS
           END-IF
           EXIT.

       COUNT-ONE-MOVEMENT SECTION.
           READ BALANCE-HISTORY-FILE
               AT END
                   SET SCAN-EOF TO TRUE
               NOT AT END
                   MOVE "MATCH   " TO LGHK-FUNCTION
                   MOVE BALH-ACCOUNT-ID TO LGHK-ACCOUNT-ID
                   MOVE BALH-REFERENCE TO LGHK-REFERENCE
                   MOVE SPACES TO LGHK-ORIG-REFERENCE
                   MOVE BALH-RUN-DATE TO LGHK-DATE
                   CALL "lglhold" USING LEGAL-HOLD-AREA
           END-READ
           EXIT.

       RESET-HOLD-COUNTS SECTION.
           MOVE "RESET   " TO LGHK-FUNCTION
           CALL "lglhold" USING LEGAL-HOLD-AREA
           EXIT.

       COLLECT-HOLD-COUNTS SECTION.
           MOVE 0 TO LGHK-HOLD-INDEX
           MOVE "NEXT    " TO LGHK-FUNCTION
           CALL "lglhold" USING LEGAL-HOLD-AREA
           PERFORM COLLECT-ONE-HOLD-COUNT
               UNTIL LGHK-RETURN-CODE NOT = 0
           EXIT.

       COLLECT-ONE-HOLD-COUNT SECTION.
           SET PROTECTED-IDX TO LGHK-HOLD-INDEX
           IF LGHK-HOLD-INDEX > PROTECTED-USED
               MOVE LGHK-HOLD-INDEX TO PROTECTED-USED
               MOVE LGHK-HOLD-ID TO PROTECTED-HOLD-ID(PROTECTED-IDX)
               MOVE 0 TO PROTECTED-TRAN(PROTECTED-IDX)
               MOVE 0 TO PROTECTED-JOURNAL(PROTECTED-IDX)
               MOVE 0 TO PROTECTED-BALH(PROTECTED-IDX)
           END-IF
           EVALUATE TRUE
               WHEN COUNTING-TRAN
                   MOVE LGHK-MATCH-COUNT
                       TO PROTECTED-TRAN(PROTECTED-IDX)
               WHEN COUNTING-JOURNAL
                   MOVE LGHK-MATCH-COUNT
                       TO PROTECTED-JOURNAL(PROTECTED-IDX)
               WHEN COUNTING-BALH
                   MOVE LGHK-MATCH-COUNT
                       TO PROTECTED-BALH(PROTECTED-IDX)
           END-EVALUATE
           CALL "lglhold" USING LEGAL-HOLD-AREA
           EXIT.

      *****************************************************************
      *  The hold report: every hold on the register in id order.
      *****************************************************************
       WRITE-HOLD-REPORT SECTION.
           MOVE SPACES TO REPORT-WORK
           STRING "LITIGATION HOLD REGISTER AS OF " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-REPORT-WORK
           IF NOT COUNTS-AVAILABLE
               MOVE SPACES TO REPORT-WORK
               STRING "REGISTER COULD NOT BE LOADED -- "
                   DELIMITED BY SIZE
                   "PROTECTED RECORDS NOT COUNTED" DELIMITED BY SIZE
                   INTO REPORT-WORK
               PERFORM WRITE-REPORT-WORK
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT LEGAL-HOLD-FILE
           IF LEGAL-HOLD-STATUS NOT = "00"
               MOVE "NO HOLDS ON THE REGISTER" TO REPORT-WORK
               PERFORM WRITE-REPORT-WORK
           ELSE
               MOVE 'N' TO SCAN-EOF-SWITCH
               PERFORM REPORT-ONE-HOLD UNTIL SCAN-EOF
               CLOSE LEGAL-HOLD-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE HOLDS-IN-FORCE-COUNT TO CARD-COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "HOLDS IN FORCE: " DELIMITED BY SIZE
               CARD-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-REPORT-WORK
           MOVE HOLDS-RELEASED-COUNT TO CARD-COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "HOLDS RELEASED: " DELIMITED BY SIZE
               CARD-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-REPORT-WORK
           EXIT.

       REPORT-ONE-HOLD SECTION.
           READ LEGAL-HOLD-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
               NOT AT END
                   PERFORM WRITE-HOLD-ENTRY
           END-READ
           EXIT.

       WRITE-HOLD-ENTRY SECTION.
           MOVE SPACES TO REPORT-WORK
           IF LGH-IN-FORCE
               ADD 1 TO HOLDS-IN-FORCE-COUNT
               STRING "HOLD " DELIMITED BY SIZE
                   LGH-HOLD-ID DELIMITED BY SIZE
                   "  IN FORCE  MATTER " DELIMITED BY SIZE
                   LGH-MATTER DELIMITED BY SIZE
                   "  COUNSEL " DELIMITED BY SIZE
                   LGH-COUNSEL DELIMITED BY SIZE
                   INTO REPORT-WORK
           ELSE
               ADD 1 TO HOLDS-RELEASED-COUNT
               STRING "HOLD " DELIMITED BY SIZE
                   LGH-HOLD-ID DELIMITED BY SIZE
                   "  RELEASED  MATTER " DELIMITED BY SIZE
                   LGH-MATTER DELIMITED BY SIZE
                   "  COUNSEL " DELIMITED BY SIZE
                   LGH-COUNSEL DELIMITED BY SIZE
                   INTO REPORT-WORK
           END-IF
           PERFORM WRITE-REPORT-WORK
           MOVE SPACES TO REPORT-WORK
           EVALUATE TRUE
               WHEN LGH-BY-ACCOUNT
                   STRING "     COVERS ACCOUNT " DELIMITED BY SIZE
                       LGH-ACCOUNT-ID DELIMITED BY SIZE
                       INTO REPORT-WORK
               WHEN LGH-BY-REFERENCE
                   STRING "     COVERS REFERENCE " DELIMITED BY SIZE
                       LGH-REFERENCE DELIMITED BY SIZE
                       INTO REPORT-WORK
               WHEN OTHER
                   STRING "     COVERS DATES " DELIMITED BY SIZE
                       LGH-FROM-DATE DELIMITED BY SIZE
                       " THRU " DELIMITED BY SIZE
                       LGH-TO-DATE DELIMITED BY SIZE
                       INTO REPORT-WORK
           END-EVALUATE
           PERFORM WRITE-REPORT-WORK
           MOVE SPACES TO REPORT-WORK
           IF LGH-IN-FORCE
               STRING "     PLACED " DELIMITED BY SIZE
                   LGH-PLACED-DATE DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   LGH-PLACED-BY DELIMITED BY SIZE
                   INTO REPORT-WORK
           ELSE
               STRING "     PLACED " DELIMITED BY SIZE
                   LGH-PLACED-DATE DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   LGH-PLACED-BY DELIMITED BY SIZE
                   "  RELEASED " DELIMITED BY SIZE
                   LGH-RELEASED-DATE DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   LGH-RELEASED-BY DELIMITED BY SIZE
                   INTO REPORT-WORK
           END-IF
           PERFORM WRITE-REPORT-WORK
           IF LGH-IN-FORCE AND COUNTS-AVAILABLE
               PERFORM WRITE-PROTECTED-COUNTS
           END-IF
           EXIT.

       WRITE-PROTECTED-COUNTS SECTION.
           MOVE 'N' TO PROTECTED-FOUND-SWITCH
           SET PROTECTED-IDX TO 1
           PERFORM FIND-PROTECTED-ENTRY
               UNTIL PROTECTED-FOUND
                   OR PROTECTED-IDX > PROTECTED-USED
           IF PROTECTED-FOUND
               MOVE "     PROTECTING:" TO REPORT-WORK
               PERFORM WRITE-REPORT-WORK
               MOVE SPACES TO REPORT-WORK
               IF TRAN-COUNTED
                   MOVE PROTECTED-TRAN(PROTECTED-IDX)
                       TO PROTECTED-EDIT
                   STRING "       TRANSACTIONS       "
                       DELIMITED BY SIZE
                       PROTECTED-EDIT DELIMITED BY SIZE
                       INTO REPORT-WORK
               ELSE
                   MOVE "       TRANSACTIONS       NOT COUNTED"
                       TO REPORT-WORK
               END-IF
               PERFORM WRITE-REPORT-WORK
               MOVE SPACES TO REPORT-WORK
               IF JOURNAL-COUNTED
                   MOVE PROTECTED-JOURNAL(PROTECTED-IDX)
                       TO PROTECTED-EDIT
                   STRING "       JOURNAL LINES      "
                       DELIMITED BY SIZE
                       PROTECTED-EDIT DELIMITED BY SIZE
                       INTO REPORT-WORK
               ELSE
                   MOVE "       JOURNAL LINES      NOT COUNTED"
                       TO REPORT-WORK
               END-IF
               PERFORM WRITE-REPORT-WORK
               MOVE SPACES TO REPORT-WORK
               IF BALH-COUNTED
                   MOVE PROTECTED-BALH(PROTECTED-IDX)
                       TO PROTECTED-EDIT
                   STRING "       BALANCE MOVEMENTS  "
                       DELIMITED BY SIZE
                       PROTECTED-EDIT DELIMITED BY SIZE
                       INTO REPORT-WORK
               ELSE
                   MOVE "       BALANCE MOVEMENTS  NOT COUNTED"
                       TO REPORT-WORK
               END-IF
               PERFORM WRITE-REPORT-WORK
           END-IF
           EXIT.

       FIND-PROTECTED-ENTRY SECTION.
           IF PROTECTED-HOLD-ID(PROTECTED-IDX) = LGH-HOLD-ID
               SET PROTECTED-FOUND TO TRUE
           ELSE
               SET PROTECTED-IDX UP BY 1
           END-IF
           EXIT.

       WRITE-REPORT-WORK SECTION.
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.
