       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJRMNT.

      *****************************************************************
      *  ADJRMNT maintains the adjustment reason-code master (see
      *  copy/adjreas.cpy) -- the reasons a manual adjustment may
      *  be posted under -- that ADJPOST judges every adjustment
      *  card against.  One card per action on ADJRCRDS:
      *
      *    cols  1-8   action      SET / RETIRE
      *    col   9     (blank)
      *    cols 10-13  reason code
      *    col  14     (blank)
      *    cols 15-44  description (SET)
      *
      *  SET adds the code, or replaces its description and puts a
      *  retired code back in use.  RETIRE stops new adjustments
      *  under the code; the row stays so adjustments already
      *  posted under it still report by name.  Every applied card
      *  writes the maintenance-audit image under
      *  CALC-MAINT-OPERATOR.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REASON-CARD-FILE ASSIGN TO "ADJRCRDS"
               FILE STATUS IS REASON-CARD-STATUS.
           SELECT REASON-MASTER-FILE ASSIGN TO "ADJREAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADJR-CODE
               FILE STATUS IS REASON-MASTER-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REASON-CARD-FILE.
       01 REASON-CARD.
           05 RCARD-ACTION      PIC X(08).
           05 FILLER            PIC X(01).
           05 RCARD-CODE        PIC X(04).
           05 FILLER            PIC X(01).
           05 RCARD-DESCRIPTION PIC X(30).
           05 FILLER            PIC X(36).

      * Shared with ADJPOST and ADJRPT.
       FD REASON-MASTER-FILE.
       COPY adjreas.

       FD MAINT-AUDIT-FILE.
       COPY mntaudit.

       WORKING-STORAGE SECTION.
       01 REASON-CARD-STATUS   PIC X(02).
       01 REASON-MASTER-STATUS PIC X(02).
       01 MAINT-AUDIT-STATUS   PIC X(02).
       01 CARD-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 CARD-EOF VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 MAINT-OPERATOR-ID PIC X(08) VALUE SPACES.
       01 BEFORE-IMAGE PIC X(80).
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
           OPEN I-O REASON-MASTER-FILE
           IF REASON-MASTER-STATUS = "35"
               OPEN OUTPUT REASON-MASTER-FILE
               CLOSE REASON-MASTER-FILE
               OPEN I-O REASON-MASTER-FILE
           END-IF
           IF REASON-MASTER-STATUS NOT = "00"
               DISPLAY "unable to open reason-code master, status "
                   REASON-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           OPEN INPUT REASON-CARD-FILE
           IF REASON-CARD-STATUS NOT = "00"
               SET CARD-EOF TO TRUE
           END-IF
           PERFORM READ-AND-APPLY-CARD UNTIL CARD-EOF
           IF REASON-CARD-STATUS = "00"
               CLOSE REASON-CARD-FILE
           END-IF
           CLOSE REASON-MASTER-FILE
           CLOSE MAINT-AUDIT-FILE
           MOVE CARDS-APPLIED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "reason-code cards applied: " CARD-COUNT-EDIT
           MOVE CARDS-REJECTED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "reason-code cards rejected: " CARD-COUNT-EDIT
           IF CARDS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       READ-AND-APPLY-CARD SECTION.
           READ REASON-CARD-FILE
               AT END
                   SET CARD-EOF TO TRUE
               NOT AT END
                   IF REASON-CARD = SPACES
                           OR REASON-CARD(1:1) = "*"
                       CONTINUE
                   ELSE
                       PERFORM APPLY-REASON-CARD
                   END-IF
           END-READ
           EXIT.

       APPLY-REASON-CARD SECTION.
           IF RCARD-CODE = SPACES
               DISPLAY "reason code missing -- card rejected: "
                   REASON-CARD(1:44)
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               EVALUATE RCARD-ACTION
                   WHEN "SET     "
                       PERFORM SET-REASON-ROW
                   WHEN "RETIRE  "
                       PERFORM RETIRE-REASON-ROW
                   WHEN OTHER
                       DISPLAY "unknown action '" RCARD-ACTION
                           "' -- card rejected"
                       ADD 1 TO CARDS-REJECTED-COUNT
               END-EVALUATE
           END-IF
           EXIT.

      * A reason nobody can read on the monthly report is no
      * reason at all, so SET insists on the description.
       SET-REASON-ROW SECTION.
           IF RCARD-DESCRIPTION = SPACES
               DISPLAY "description missing -- card rejected: "
                   REASON-CARD(1:44)
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               PERFORM STORE-REASON-ROW
           END-IF
           EXIT.

       STORE-REASON-ROW SECTION.
           MOVE 'N' TO ROW-REPLACED-SWITCH
           MOVE SPACES TO BEFORE-IMAGE
           PERFORM BUILD-REASON-ROW
           WRITE ADJUST-REASON-RECORD
               INVALID KEY
                   SET ROW-REPLACED TO TRUE
           END-WRITE
           IF ROW-REPLACED
               READ REASON-MASTER-FILE
                   NOT INVALID KEY
                       MOVE ADJUST-REASON-RECORD TO BEFORE-IMAGE
               END-READ
               PERFORM BUILD-REASON-ROW
               REWRITE ADJUST-REASON-RECORD
               DISPLAY "reason code replaced: " ADJR-CODE
           ELSE
               DISPLAY "reason code set: " ADJR-CODE
           END-IF
           ADD 1 TO CARDS-APPLIED-COUNT
           PERFORM WRITE-AUDIT-LINE
           EXIT.

       BUILD-REASON-ROW SECTION.
           MOVE SPACES TO ADJUST-REASON-RECORD
           MOVE RCARD-CODE        TO ADJR-CODE
           MOVE RCARD-DESCRIPTION TO ADJR-DESCRIPTION
           SET ADJR-ACTIVE TO TRUE
           MOVE RUN-DATE          TO ADJR-CHANGED-DATE
           EXIT.

       RETIRE-REASON-ROW SECTION.
           MOVE RCARD-CODE TO ADJR-CODE
           READ REASON-MASTER-FILE
               INVALID KEY
                   DISPLAY "no reason-code row for " RCARD-CODE
                   ADD 1 TO CARDS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE ADJUST-REASON-RECORD TO BEFORE-IMAGE
                   SET ADJR-RETIRED TO TRUE
                   MOVE RUN-DATE TO ADJR-CHANGED-DATE
                   REWRITE ADJUST-REASON-RECORD
                   DISPLAY "reason code retired: " RCARD-CODE
                   ADD 1 TO CARDS-APPLIED-COUNT
                   PERFORM WRITE-AUDIT-LINE
           END-READ
           EXIT.

       WRITE-AUDIT-LINE SECTION.
           MOVE "ADJREAS " TO MAUD-FILE-NAME
           MOVE RCARD-ACTION TO MAUD-ACTION
           MOVE SPACES TO MAUD-RECORD-KEY
           MOVE RCARD-CODE TO MAUD-RECORD-KEY
           MOVE MAINT-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE RUN-DATE TO MAUD-RUN-DATE
           MOVE RUN-TIME TO MAUD-RUN-TIME
           MOVE BEFORE-IMAGE TO MAUD-BEFORE-IMAGE
           MOVE SPACES TO MAUD-AFTER-IMAGE
           MOVE ADJUST-REASON-RECORD TO MAUD-AFTER-IMAGE
           WRITE MAINTENANCE-AUDIT-RECORD
           EXIT.
