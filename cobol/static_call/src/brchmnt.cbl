       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCHMNT.

      *****************************************************************
      *  BRCHMNT maintains the branch master (see copy/brchrec.cpy)
      *  -- name, region and daily cut-off per four-character
      *  branch code -- that CALCULATOR's multi-branch run and
      *  SETTLE read.  One card per action on BRCHCRDS:
      *
      *    cols  1-8   action      SET / REMOVE
      *    col   9     (blank)
      *    cols 10-13  branch code
      *    col  14     (blank)
      *    cols 15-44  branch name (SET)
      *    col  45     (blank)
      *    cols 46-55  region (SET)
      *    col  56     (blank)
      *    cols 57-60  cut-off time HHMM (SET); blank for none
      *
      *  SET adds or replaces the row; REMOVE deletes it.  The
      *  branch's own holidays are not kept here -- they are
      *  ADDHOL cards to CALMNT carrying the branch code.  Every
      *  applied card writes the maintenance-audit image under
      *  CALC-MAINT-OPERATOR.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-CARD-FILE ASSIGN TO "BRCHCRDS"
               FILE STATUS IS BRANCH-CARD-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRCHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRM-BRANCH-ID
               FILE STATUS IS BRANCH-MASTER-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BRANCH-CARD-FILE.
       01 BRANCH-CARD.
           05 BCARD-ACTION      PIC X(08).
           05 FILLER            PIC X(01).
           05 BCARD-BRANCH-ID   PIC X(04).
           05 FILLER            PIC X(01).
           05 BCARD-NAME        PIC X(30).
           05 FILLER            PIC X(01).
           05 BCARD-REGION      PIC X(10).
           05 FILLER            PIC X(01).
           05 BCARD-CUTOFF      PIC X(04).
           05 BCARD-CUTOFF-PARTS REDEFINES BCARD-CUTOFF.
               10 BCARD-CUTOFF-HH PIC 9(02).
               10 BCARD-CUTOFF-MM PIC 9(02).
           05 FILLER            PIC X(20).

      * Shared with CALCULATOR and SETTLE.
       FD BRANCH-MASTER-FILE.
       COPY brchrec.

       FD MAINT-AUDIT-FILE.
       COPY mntaudit.

       WORKING-STORAGE SECTION.
       01 BRANCH-CARD-STATUS   PIC X(02).
       01 BRANCH-MASTER-STATUS PIC X(02).
       01 MAINT-AUDIT-STATUS   PIC X(02).
       01 CARD-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 CARD-EOF VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 MAINT-OPERATOR-ID PIC X(08) VALUE SPACES.
       01 BEFORE-IMAGE PIC X(80).
       01 CARD-CUTOFF-TIME PIC 9(04).
       01 ROW-REPLACED-SWITCH PIC X(01).
           88 ROW-REPLACED VALUE 'Y'.

       01 CARDS-APPLIED-COUNT  PIC 9(05) COMP VALUE 0.
       01 CARDS-REJECTED-COUNT PIC 9(05) COMP VALUE 0.
       01 CARD-COUNT-EDIT PIC ZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           ACCEPT MAINT-OPERATOR-ID
               FROM ENVIRONMENT "CALC-MAINT-OPERATOR"
           OPEN I-O BRANCH-MASTER-FILE
           IF BRANCH-MASTER-STATUS = "35"
               OPEN OUTPUT BRANCH-MASTER-FILE
               CLOSE BRANCH-MASTER-FILE
               OPEN I-O BRANCH-MASTER-FILE
           END-IF
           IF BRANCH-MASTER-STATUS NOT = "00"
               DISPLAY "unable to open branch master, status "
                   BRANCH-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           OPEN INPUT BRANCH-CARD-FILE
           IF BRANCH-CARD-STATUS NOT = "00"
               SET CARD-EOF TO TRUE
           END-IF
           PERFORM READ-AND-APPLY-CARD UNTIL CARD-EOF
           IF BRANCH-CARD-STATUS = "00"
               CLOSE BRANCH-CARD-FILE
           END-IF
           CLOSE BRANCH-MASTER-FILE
           CLOSE MAINT-AUDIT-FILE
           MOVE CARDS-APPLIED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "branch master cards applied: " CARD-COUNT-EDIT
           MOVE CARDS-REJECTED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "branch master cards rejected: " CARD-COUNT-EDIT
           IF CARDS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       READ-AND-APPLY-CARD SECTION.
           READ BRANCH-CARD-FILE
               AT END
                   SET CARD-EOF TO TRUE
               NOT AT END
                   IF BRANCH-CARD = SPACES
                           OR BRANCH-CARD(1:1) = "*"
                       CONTINUE
                   ELSE
                       PERFORM APPLY-BRANCH-CARD
                   END-IF
           END-READ
           EXIT.

       APPLY-BRANCH-CARD SECTION.
           IF BCARD-BRANCH-ID = SPACES
               DISPLAY "branch code missing -- card rejected: "
                   BRANCH-CARD(1:44)
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               EVALUATE BCARD-ACTION
                   WHEN "SET     "
                       PERFORM SET-BRANCH-ROW
                   WHEN "REMOVE  "
                       PERFORM REMOVE-BRANCH-ROW
                   WHEN OTHER
                       DISPLAY "unknown action '" BCARD-ACTION
                           "' -- card rejected"
                       ADD 1 TO CARDS-REJECTED-COUNT
               END-EVALUATE
           END-IF
           EXIT.

      * A blank cut-off is no cut-off; anything else must be a
      * real time of day.
       SET-BRANCH-ROW SECTION.
           EVALUATE TRUE
               WHEN BCARD-NAME = SPACES
                   DISPLAY "branch name missing -- card rejected: "
                       BRANCH-CARD(1:44)
                   ADD 1 TO CARDS-REJECTED-COUNT
               WHEN BCARD-CUTOFF = SPACES
                   MOVE 0 TO CARD-CUTOFF-TIME
                   PERFORM STORE-BRANCH-ROW
               WHEN BCARD-CUTOFF NOT NUMERIC
                   DISPLAY "cut-off must be HHMM -- card rejected: "
                       BRANCH-CARD(1:44)
                   ADD 1 TO CARDS-REJECTED-COUNT
               WHEN BCARD-CUTOFF-HH > 23 OR BCARD-CUTOFF-MM > 59
                   DISPLAY "cut-off is not a time of day -- card "
                       "rejected: " BRANCH-CARD(1:44)
                   ADD 1 TO CARDS-REJECTED-COUNT
               WHEN OTHER
                   MOVE BCARD-CUTOFF TO CARD-CUTOFF-TIME
                   PERFORM STORE-BRANCH-ROW
           END-EVALUATE
           EXIT.

       STORE-BRANCH-ROW SECTION.
           MOVE 'N' TO ROW-REPLACED-SWITCH
           MOVE SPACES TO BEFORE-IMAGE
           PERFORM BUILD-BRANCH-ROW
           WRITE BRANCH-MASTER-RECORD
               INVALID KEY
                   SET ROW-REPLACED TO TRUE
           END-WRITE
           IF ROW-REPLACED
               READ BRANCH-MASTER-FILE
                   NOT INVALID KEY
                       MOVE BRANCH-MASTER-RECORD TO BEFORE-IMAGE
               END-READ
               PERFORM BUILD-BRANCH-ROW
               REWRITE BRANCH-MASTER-RECORD
               DISPLAY "branch replaced: " BRM-BRANCH-ID
           ELSE
               DISPLAY "branch set: " BRM-BRANCH-ID
           END-IF
           ADD 1 TO CARDS-APPLIED-COUNT
           PERFORM WRITE-AUDIT-LINE
           EXIT.

       BUILD-BRANCH-ROW SECTION.
           MOVE SPACES TO BRANCH-MASTER-RECORD
           MOVE BCARD-BRANCH-ID  TO BRM-BRANCH-ID
           MOVE BCARD-NAME       TO BRM-BRANCH-NAME
           MOVE BCARD-REGION     TO BRM-REGION
           MOVE CARD-CUTOFF-TIME TO BRM-CUTOFF-TIME
           EXIT.

       REMOVE-BRANCH-ROW SECTION.
           MOVE BCARD-BRANCH-ID TO BRM-BRANCH-ID
           READ BRANCH-MASTER-FILE
               INVALID KEY
                   DISPLAY "no branch master row for "
                       BCARD-BRANCH-ID
                   ADD 1 TO CARDS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE BRANCH-MASTER-RECORD TO BEFORE-IMAGE
                   DELETE BRANCH-MASTER-FILE
                   DISPLAY "branch removed: " BCARD-BRANCH-ID
                   ADD 1 TO CARDS-APPLIED-COUNT
                   MOVE SPACES TO BRANCH-MASTER-RECORD
                   PERFORM WRITE-AUDIT-LINE
           END-READ
           EXIT.

       WRITE-AUDIT-LINE SECTION.
           MOVE "BRCHMAST" TO MAUD-FILE-NAME
           MOVE BCARD-ACTION TO MAUD-ACTION
           MOVE SPACES TO MAUD-RECORD-KEY
           MOVE BCARD-BRANCH-ID TO MAUD-RECORD-KEY
           MOVE MAINT-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE RUN-DATE TO MAUD-RUN-DATE
           MOVE RUN-TIME TO MAUD-RUN-TIME
           MOVE BEFORE-IMAGE TO MAUD-BEFORE-IMAGE
           MOVE SPACES TO MAUD-AFTER-IMAGE
           MOVE BRANCH-MASTER-RECORD TO MAUD-AFTER-IMAGE
           WRITE MAINTENANCE-AUDIT-RECORD
           EXIT.
