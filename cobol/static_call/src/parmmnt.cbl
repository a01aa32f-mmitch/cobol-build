       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMMNT.

      *****************************************************************
      *  PARMMNT maintains the processing-parameter master
      *  (copy/parmrec.cpy) every program reads its CALC-* settings
      *  from through parmget, so tonight's business date or a new
      *  tolerance is set once, by its owner, instead of in each
      *  job's PARM.  One card per action on PARMCRDS:
      *
      *    cols  1-8   action      ADD / CHANGE / DELETE
      *    col   9     (blank)
      *    cols 10-30  parameter   the name after CALC-, e.g.
      *                            BUSINESS-DATE
      *    col  31     (blank)
      *    cols 32-41  program     (blank = every program)
      *    col  42     (blank)
      *    cols 43-50  effective   YYYYMMDD
      *    col  51     (blank)
      *    cols 52-59  owner       the desk answerable for it
      *    col  60     (blank)
      *    cols 61-77  value       as the variable would be set
      *
      *  ADD writes a new row and rejects a name, program and date
      *  already on file -- a change of value from a later date is
      *  a new ADD with that date, and the old row stays as the
      *  record of what ran before it.  CHANGE corrects the value
      *  (and the owner, if the card names one) of an existing
      *  row; DELETE removes one (DELETE needs only the key).  The
      *  name must be catalogued in copy/parmuse.cpy, and a
      *  program-limited row must name a program that reads it,
      *  so nothing sits on the master that no job will ever ask
      *  for.  A blank value is rejected: DELETE the row instead.
      *
      *  The maintaining supervisor comes from CALC-MAINT-OPERATOR
      *  and is recorded on the row; every applied card also
      *  writes the maintenance-audit before/after image
      *  (copy/mntaudit.cpy) under file name PARMMAST, keyed on the
      *  name as the card gives it.  The run ends with a listing
      *  of every row on file; PARMLIST shows which row each
      *  program will be given.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-CARD-FILE ASSIGN TO "PARMCRDS"
               FILE STATUS IS PARAMETER-CARD-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "PARMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-KEY
               FILE STATUS IS PARAMETER-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETER-CARD-FILE.
       01 PARAMETER-CARD.
           05 PCARD-ACTION         PIC X(08).
           05 FILLER               PIC X(01).
           05 PCARD-NAME           PIC X(21).
           05 FILLER               PIC X(01).
           05 PCARD-PROGRAM        PIC X(10).
           05 FILLER               PIC X(01).
           05 PCARD-EFFECTIVE-DATE PIC X(08).
           05 PCARD-EFFECTIVE-PARTS REDEFINES PCARD-EFFECTIVE-DATE.
               10 PCARD-EFFECTIVE-YEAR  PIC 9(04).
               10 PCARD-EFFECTIVE-MONTH PIC 9(02).
               10 PCARD-EFFECTIVE-DAY   PIC 9(02).
           05 FILLER               PIC X(01).
           05 PCARD-OWNER          PIC X(08).
           05 FILLER               PIC X(01).
           05 PCARD-VALUE          PIC X(17).
           05 FILLER               PIC X(03).

       FD PARAMETER-FILE.
       COPY parmrec.

       FD MAINT-AUDIT-FILE.
       COPY mntaudit.

       WORKING-STORAGE SECTION.
       01 PARAMETER-CARD-STATUS PIC X(02).
       01 PARAMETER-STATUS      PIC X(02).
       01 MAINT-AUDIT-STATUS    PIC X(02).
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
       01 NAME-FOUND-SWITCH PIC X(01).
           88 NAME-FOUND VALUE 'Y'.
       01 PROGRAM-FOUND-SWITCH PIC X(01).
           88 PROGRAM-FOUND VALUE 'Y'.
       01 SCOPE-WORD PIC X(10).
       01 PARAMETER-NAME PIC X(26).

       01 CARDS-APPLIED-COUNT  PIC 9(05) COMP VALUE 0.
       01 CARDS-REJECTED-COUNT PIC 9(05) COMP VALUE 0.
       01 ROWS-ON-FILE-COUNT   PIC 9(05) COMP VALUE 0.
       01 CARD-COUNT-EDIT PIC ZZZZ9.
       COPY parmuse.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           ACCEPT MAINT-OPERATOR-ID
               FROM ENVIRONMENT "CALC-MAINT-OPERATOR"
           IF MAINT-OPERATOR-ID = SPACES
               DISPLAY "CALC-MAINT-OPERATOR must name the "
                   "supervisor maintaining the parameter master"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      * A parameter master that doesn't exist yet is created empty
      * here, so the first ADD card works without a one-time load.
           OPEN I-O PARAMETER-FILE
           IF PARAMETER-STATUS = "35"
               OPEN OUTPUT PARAMETER-FILE
               CLOSE PARAMETER-FILE
               OPEN I-O PARAMETER-FILE
           END-IF
           IF PARAMETER-STATUS NOT = "00"
               DISPLAY "unable to open parameter master, status "
                   PARAMETER-STATUS
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
               CLOSE PARAMETER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PARAMETER-CARD-FILE
           IF PARAMETER-CARD-STATUS NOT = "00"
               SET CARD-EOF TO TRUE
           END-IF
           PERFORM READ-AND-APPLY-CARD UNTIL CARD-EOF
           IF PARAMETER-CARD-STATUS = "00"
               CLOSE PARAMETER-CARD-FILE
           END-IF
           PERFORM LIST-PARAMETER-ROWS
           CLOSE PARAMETER-FILE
           CLOSE MAINT-AUDIT-FILE
           MOVE CARDS-APPLIED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "parameter cards applied: " CARD-COUNT-EDIT
           MOVE CARDS-REJECTED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "parameter cards rejected: " CARD-COUNT-EDIT
           MOVE ROWS-ON-FILE-COUNT TO CARD-COUNT-EDIT
           DISPLAY "parameter rows on file: " CARD-COUNT-EDIT
           IF CARDS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       READ-AND-APPLY-CARD SECTION.
           READ PARAMETER-CARD-FILE
               AT END
                   SET CARD-EOF TO TRUE
               NOT AT END
                   IF PARAMETER-CARD = SPACES
                           OR PARAMETER-CARD(1:1) = "*"
                       CONTINUE
                   ELSE
                       PERFORM APPLY-PARAMETER-CARD
                   END-IF
           END-READ
           EXIT.

       APPLY-PARAMETER-CARD SECTION.
           MOVE SPACES TO PARAMETER-NAME
           STRING "CALC-" PCARD-NAME DELIMITED BY SIZE
               INTO PARAMETER-NAME
           EVALUATE PCARD-ACTION
               WHEN "ADD     "
                   PERFORM ADD-PARAMETER-ROW
               WHEN "CHANGE  "
                   PERFORM CHANGE-PARAMETER-ROW
               WHEN "DELETE  "
                   PERFORM DELETE-PARAMETER-ROW
               WHEN OTHER
                   DISPLAY "unknown action '" PCARD-ACTION
                       "' for parameter " PARAMETER-NAME
                   ADD 1 TO CARDS-REJECTED-COUNT
           END-EVALUATE
           EXIT.

       ADD-PARAMETER-ROW SECTION.
           PERFORM VALIDATE-PARAMETER-CARD
           IF CARD-VALID AND PCARD-OWNER = SPACES
               DISPLAY "parameter " PARAMETER-NAME " needs an owner "
                   "-- rejected"
               MOVE 'N' TO CARD-VALID-SWITCH
               ADD 1 TO CARDS-REJECTED-COUNT
           END-IF
           IF CARD-VALID
               PERFORM MOVE-CARD-KEY
               READ PARAMETER-FILE
                   INVALID KEY
                       MOVE SPACES TO BEFORE-IMAGE
                       MOVE PCARD-VALUE TO PRM-VALUE
                       MOVE PCARD-OWNER TO PRM-OWNER
                       MOVE MAINT-OPERATOR-ID TO PRM-CHANGED-BY
                       WRITE PARAMETER-RECORD
                       ADD 1 TO CARDS-APPLIED-COUNT
                       DISPLAY "parameter added: " PARAMETER-NAME " "
                           PCARD-PROGRAM " from " PCARD-EFFECTIVE-DATE
                       PERFORM WRITE-AUDIT-LINE
                   NOT INVALID KEY
                       DISPLAY "parameter already on file: "
                           PARAMETER-NAME " " PCARD-PROGRAM " from "
                           PCARD-EFFECTIVE-DATE
                       ADD 1 TO CARDS-REJECTED-COUNT
               END-READ
           END-IF
           EXIT.

       CHANGE-PARAMETER-ROW SECTION.
           PERFORM VALIDATE-PARAMETER-CARD
           IF CARD-VALID
               PERFORM MOVE-CARD-KEY
               READ PARAMETER-FILE
                   INVALID KEY
                       DISPLAY "parameter not on file: "
                           PARAMETER-NAME " " PCARD-PROGRAM " from "
                           PCARD-EFFECTIVE-DATE
                       ADD 1 TO CARDS-REJECTED-COUNT
                   NOT INVALID KEY
                       MOVE PARAMETER-RECORD TO BEFORE-IMAGE
                       MOVE PCARD-VALUE TO PRM-VALUE
                       IF PCARD-OWNER NOT = SPACES
                           MOVE PCARD-OWNER TO PRM-OWNER
                       END-IF
                       MOVE MAINT-OPERATOR-ID TO PRM-CHANGED-BY
                       REWRITE PARAMETER-RECORD
                       ADD 1 TO CARDS-APPLIED-COUNT
                       DISPLAY "parameter changed: " PARAMETER-NAME " "
                           PCARD-PROGRAM " from " PCARD-EFFECTIVE-DATE
                       PERFORM WRITE-AUDIT-LINE
               END-READ
           END-IF
           EXIT.

       DELETE-PARAMETER-ROW SECTION.
           IF PCARD-EFFECTIVE-DATE IS NOT NUMERIC
               DISPLAY "parameter " PARAMETER-NAME " effective date '"
                   PCARD-EFFECTIVE-DATE "' is not YYYYMMDD -- "
                   "rejected"
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               PERFORM MOVE-CARD-KEY
               READ PARAMETER-FILE
                   INVALID KEY
                       DISPLAY "parameter not on file: "
                           PARAMETER-NAME " " PCARD-PROGRAM " from "
                           PCARD-EFFECTIVE-DATE
                       ADD 1 TO CARDS-REJECTED-COUNT
                   NOT INVALID KEY
                       MOVE PARAMETER-RECORD TO BEFORE-IMAGE
                       DELETE PARAMETER-FILE
                       ADD 1 TO CARDS-APPLIED-COUNT
                       DISPLAY "parameter deleted: " PARAMETER-NAME " "
                           PCARD-PROGRAM " from " PCARD-EFFECTIVE-DATE
                       MOVE SPACES TO PARAMETER-RECORD
                       PERFORM MOVE-CARD-KEY
                       PERFORM WRITE-AUDIT-LINE
               END-READ
           END-IF
           EXIT.

       MOVE-CARD-KEY SECTION.
           MOVE PARAMETER-NAME TO PRM-NAME
           MOVE PCARD-PROGRAM TO PRM-PROGRAM
           MOVE PCARD-EFFECTIVE-DATE TO PRM-EFFECTIVE-DATE
           EXIT.

      * Everything parmget will rely on is checked here, so a row
      * on file is always one some program will ask for.
       VALIDATE-PARAMETER-CARD SECTION.
           MOVE 'Y' TO CARD-VALID-SWITCH
           PERFORM FIND-CATALOGUED-NAME
           IF NOT NAME-FOUND
               DISPLAY "parameter '" PARAMETER-NAME "' is not read by "
                   "any program -- rejected"
               MOVE 'N' TO CARD-VALID-SWITCH
           ELSE
           IF PCARD-PROGRAM NOT = SPACES AND NOT PROGRAM-FOUND
               DISPLAY "program " PCARD-PROGRAM " does not read "
                   PARAMETER-NAME " -- rejected"
               MOVE 'N' TO CARD-VALID-SWITCH
           ELSE
           IF PCARD-EFFECTIVE-DATE IS NOT NUMERIC
                   OR PCARD-EFFECTIVE-MONTH < 1
                   OR PCARD-EFFECTIVE-MONTH > 12
                   OR PCARD-EFFECTIVE-DAY < 1
                   OR PCARD-EFFECTIVE-DAY > 31
               DISPLAY "parameter " PARAMETER-NAME " effective date '"
                   PCARD-EFFECTIVE-DATE "' is not YYYYMMDD -- "
                   "rejected"
               MOVE 'N' TO CARD-VALID-SWITCH
           ELSE
           IF PCARD-VALUE = SPACES
               DISPLAY "parameter " PARAMETER-NAME " has no value -- "
                   "DELETE the row instead -- rejected"
               MOVE 'N' TO CARD-VALID-SWITCH
           END-IF
           END-IF
           END-IF
           END-IF
           IF NOT CARD-VALID
               ADD 1 TO CARDS-REJECTED-COUNT
           END-IF
           EXIT.

       FIND-CATALOGUED-NAME SECTION.
           MOVE 'N' TO NAME-FOUND-SWITCH
           MOVE 'N' TO PROGRAM-FOUND-SWITCH
           SET PARM-USE-IDX TO 1
           SEARCH PARM-USE-ENTRY
               AT END
                   CONTINUE
               WHEN PARM-USE-NAME(PARM-USE-IDX) = PARAMETER-NAME
                   SET NAME-FOUND TO TRUE
           END-SEARCH
           IF NAME-FOUND AND PCARD-PROGRAM NOT = SPACES
               SET PARM-USE-IDX TO 1
               SEARCH PARM-USE-ENTRY
                   AT END
                       CONTINUE
                   WHEN PARM-USE-NAME(PARM-USE-IDX) = PARAMETER-NAME
                           AND PARM-USE-PROGRAM(PARM-USE-IDX)
                               = PCARD-PROGRAM
                       SET PROGRAM-FOUND TO TRUE
               END-SEARCH
           END-IF
           EXIT.

       WRITE-AUDIT-LINE SECTION.
           MOVE "PARMMAST" TO MAUD-FILE-NAME
           MOVE PCARD-ACTION TO MAUD-ACTION
           MOVE SPACES TO MAUD-RECORD-KEY
           MOVE PRM-NAME(6:16) TO MAUD-RECORD-KEY
           MOVE MAINT-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE RUN-DATE TO MAUD-RUN-DATE
           MOVE RUN-TIME TO MAUD-RUN-TIME
           MOVE BEFORE-IMAGE TO MAUD-BEFORE-IMAGE
           MOVE SPACES TO MAUD-AFTER-IMAGE
           IF PCARD-ACTION NOT = "DELETE  "
               MOVE PARAMETER-RECORD TO MAUD-AFTER-IMAGE
           END-IF
           WRITE MAINTENANCE-AUDIT-RECORD
           EXIT.

       LIST-PARAMETER-ROWS SECTION.
           MOVE 'N' TO SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO PRM-KEY
           START PARAMETER-FILE KEY >= PRM-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           PERFORM LIST-ONE-ROW UNTIL SCAN-EOF
           EXIT.

       LIST-ONE-ROW SECTION.
           READ PARAMETER-FILE NEXT
               AT END
                   SET SCAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ROWS-ON-FILE-COUNT
                   IF PRM-PROGRAM = SPACES
                       MOVE "(ALL)" TO SCOPE-WORD
                   ELSE
                       MOVE PRM-PROGRAM TO SCOPE-WORD
                   END-IF
                   DISPLAY "parameter: " PRM-NAME " " SCOPE-WORD
                       " from " PRM-EFFECTIVE-DATE " = '" PRM-VALUE
                       "' owner " PRM-OWNER " by " PRM-CHANGED-BY
           END-READ
           EXIT.
