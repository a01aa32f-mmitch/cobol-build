       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDITMNT.

      *****************************************************************
      *  EDITMNT maintains the front-end edit rule master
      *  (copy/editrule.cpy) TRANEDIT applies alongside its built-in
      *  checks, so a new business rule -- a department barred from
      *  an operation, a cost center required over an amount, a
      *  currency that must carry its second tag -- is a control
      *  card, not a program change.  One card per action on
      *  EDITCRDS:
      *
      *    cols  1-8   action      ADD / CHANGE / DELETE
      *    col   9     (blank)
      *    cols 10-13  rule id
      *    col  14     (blank)
      *    cols 15-18  field       VAL1 VAL2 OPCD OPID REF CUR1
      *                            CUR2 ORIG APPR COST PROD VDAT
      *                            ACCT
      *    col  19     (blank)
      *    cols 20-21  condition   PR AB EQ NE LE GE
      *    col  22     (blank)
      *    cols 23-33  value       (EQ NE LE GE; digits, 9(9)V99
      *                            implied, on VAL1 and VAL2)
      *    col  34     (blank)
      *    cols 35-38  reject code
      *    col  39     (blank)
      *    cols 40-43  scope: department    (blank = any)
      *    col  44     (blank)
      *    col  45     scope: operation     (blank = any)
      *    col  46     (blank)
      *    cols 47-49  scope: currency      (blank = any)
      *    col  50     (blank)
      *    cols 51-61  scope: VALUE-2 over, digits, 9(9)V99
      *                implied              (blank = any amount)
      *    col  62     (blank)
      *    cols 63-80  description
      *
      *  ADD writes a new rule and rejects an id already on file;
      *  CHANGE replaces every item of an existing rule from the
      *  card; DELETE removes one (DELETE needs only the id).  A
      *  reject code may not reuse one of TRANEDIT's own (V1NN,
      *  V2NN, DATE, OPCD, OPER, ACOP, ACAM) -- the reject file
      *  must say which check bounced the record.
      *
      *  The maintaining supervisor comes from CALC-MAINT-OPERATOR
      *  and is recorded on the rule; every applied card also
      *  writes the maintenance-audit before/after image
      *  (copy/mntaudit.cpy) under file name EDITRULE.  The run
      *  ends with a listing of every rule on file.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDIT-CARD-FILE ASSIGN TO "EDITCRDS"
               FILE STATUS IS EDIT-CARD-STATUS.
           SELECT EDIT-RULE-FILE ASSIGN TO "EDITRULE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERL-RULE-ID
               FILE STATUS IS EDIT-RULE-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EDIT-CARD-FILE.
       01 EDIT-CARD.
           05 ECARD-ACTION      PIC X(08).
           05 FILLER            PIC X(01).
           05 ECARD-RULE-ID     PIC X(04).
           05 FILLER            PIC X(01).
           05 ECARD-FIELD       PIC X(04).
           05 FILLER            PIC X(01).
           05 ECARD-CONDITION   PIC X(02).
           05 FILLER            PIC X(01).
           05 ECARD-VALUE       PIC X(11).
           05 FILLER            PIC X(01).
           05 ECARD-REJECT-CODE PIC X(04).
           05 FILLER            PIC X(01).
           05 ECARD-DEPARTMENT  PIC X(04).
           05 FILLER            PIC X(01).
           05 ECARD-OPERATION   PIC X(01).
           05 FILLER            PIC X(01).
           05 ECARD-CURRENCY    PIC X(03).
           05 FILLER            PIC X(01).
           05 ECARD-AMOUNT      PIC X(11).
           05 FILLER            PIC X(01).
           05 ECARD-DESCRIPTION PIC X(18).

       FD EDIT-RULE-FILE.
       COPY editrule.

       FD MAINT-AUDIT-FILE.
       COPY mntaudit.

       WORKING-STORAGE SECTION.
       01 EDIT-CARD-STATUS   PIC X(02).
       01 EDIT-RULE-STATUS   PIC X(02).
       01 MAINT-AUDIT-STATUS PIC X(02).
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
       01 CARD-AMOUNT-VALUE PIC 9(9)V99.
       01 CARD-AMOUNT-RAW REDEFINES CARD-AMOUNT-VALUE PIC 9(11).
       01 FIELD-NAME-TEST PIC X(04).
           88 FIELD-NAME-KNOWN VALUE "VAL1" "VAL2" "OPCD" "OPID"
                                     "REF " "CUR1" "CUR2" "ORIG"
                                     "APPR" "COST" "PROD" "VDAT"
                                     "ACCT".
           88 FIELD-IS-AMOUNT  VALUE "VAL1" "VAL2".
       01 REJECT-CODE-TEST PIC X(04).
           88 REJECT-CODE-BUILT-IN VALUE "V1NN" "V2NN" "DATE"
                                         "OPCD" "OPER" "ACOP"
                                         "ACAM".
       01 CONDITION-TEST PIC X(02).
           88 CONDITION-KNOWN      VALUE "PR" "AB" "EQ" "NE"
                                         "LE" "GE".
           88 CONDITION-NEEDS-VALUE VALUE "EQ" "NE" "LE" "GE".

       01 CARDS-APPLIED-COUNT  PIC 9(05) COMP VALUE 0.
       01 CARDS-REJECTED-COUNT PIC 9(05) COMP VALUE 0.
       01 RULES-ON-FILE-COUNT  PIC 9(05) COMP VALUE 0.
       01 CARD-COUNT-EDIT PIC ZZZZ9.
       01 AMOUNT-EDIT PIC ZZZZZZZZ9.99.
       COPY optable.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           ACCEPT MAINT-OPERATOR-ID
               FROM ENVIRONMENT "CALC-MAINT-OPERATOR"
           IF MAINT-OPERATOR-ID = SPACES
               DISPLAY "CALC-MAINT-OPERATOR must name the "
                   "supervisor maintaining the edit rules"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      * A rule master that doesn't exist yet is created empty here,
      * so the first ADD card works without a one-time load job.
           OPEN I-O EDIT-RULE-FILE
           IF EDIT-RULE-STATUS = "35"
               OPEN OUTPUT EDIT-RULE-FILE
               CLOSE EDIT-RULE-FILE
               OPEN I-O EDIT-RULE-FILE
           END-IF
           IF EDIT-RULE-STATUS NOT = "00"
               DISPLAY "unable to open edit rule master, status "
                   EDIT-RULE-STATUS
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
               CLOSE EDIT-RULE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EDIT-CARD-FILE
           IF EDIT-CARD-STATUS NOT = "00"
               SET CARD-EOF TO TRUE
           END-IF
           PERFORM READ-AND-APPLY-CARD UNTIL CARD-EOF
           IF EDIT-CARD-STATUS = "00"
               CLOSE EDIT-CARD-FILE
           END-IF
           PERFORM LIST-EDIT-RULES
           CLOSE EDIT-RULE-FILE
           CLOSE MAINT-AUDIT-FILE
           MOVE CARDS-APPLIED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "edit rule cards applied: " CARD-COUNT-EDIT
           MOVE CARDS-REJECTED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "edit rule cards rejected: " CARD-COUNT-EDIT
           MOVE RULES-ON-FILE-COUNT TO CARD-COUNT-EDIT
           DISPLAY "edit rules on file: " CARD-COUNT-EDIT
           IF CARDS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       READ-AND-APPLY-CARD SECTION.
           READ EDIT-CARD-FILE
               AT END
                   SET CARD-EOF TO TRUE
               NOT AT END
                   IF EDIT-CARD = SPACES OR EDIT-CARD(1:1) = "*"
                       CONTINUE
                   ELSE
                       PERFORM APPLY-EDIT-CARD
                   END-IF
           END-READ
           EXIT.

       APPLY-EDIT-CARD SECTION.
           EVALUATE ECARD-ACTION
               WHEN "ADD     "
                   PERFORM ADD-EDIT-RULE
               WHEN "CHANGE  "
                   PERFORM CHANGE-EDIT-RULE
               WHEN "DELETE  "
                   PERFORM DELETE-EDIT-RULE
               WHEN OTHER
                   DISPLAY "unknown action '" ECARD-ACTION
                       "' for rule " ECARD-RULE-ID
                   ADD 1 TO CARDS-REJECTED-COUNT
           END-EVALUATE
           EXIT.

       ADD-EDIT-RULE SECTION.
           PERFORM VALIDATE-RULE-CARD
           IF CARD-VALID
               MOVE ECARD-RULE-ID TO ERL-RULE-ID
               READ EDIT-RULE-FILE
                   INVALID KEY
                       MOVE SPACES TO BEFORE-IMAGE
                       PERFORM BUILD-RULE-FROM-CARD
                       WRITE EDIT-RULE-RECORD
                       ADD 1 TO CARDS-APPLIED-COUNT
                       DISPLAY "edit rule added: " ECARD-RULE-ID
                       PERFORM WRITE-AUDIT-LINE
                   NOT INVALID KEY
                       DISPLAY "edit rule already on file: "
                           ECARD-RULE-ID
                       ADD 1 TO CARDS-REJECTED-COUNT
               END-READ
           END-IF
           EXIT.

       CHANGE-EDIT-RULE SECTION.
           PERFORM VALIDATE-RULE-CARD
           IF CARD-VALID
               MOVE ECARD-RULE-ID TO ERL-RULE-ID
               READ EDIT-RULE-FILE
                   INVALID KEY
                       DISPLAY "edit rule not on file: "
                           ECARD-RULE-ID
                       ADD 1 TO CARDS-REJECTED-COUNT
                   NOT INVALID KEY
                       MOVE EDIT-RULE-RECORD TO BEFORE-IMAGE
                       PERFORM BUILD-RULE-FROM-CARD
                       REWRITE EDIT-RULE-RECORD
                       ADD 1 TO CARDS-APPLIED-COUNT
                       DISPLAY "edit rule changed: " ECARD-RULE-ID
                       PERFORM WRITE-AUDIT-LINE
               END-READ
           END-IF
           EXIT.

       DELETE-EDIT-RULE SECTION.
           MOVE ECARD-RULE-ID TO ERL-RULE-ID
           READ EDIT-RULE-FILE
               INVALID KEY
                   DISPLAY "edit rule not on file: " ECARD-RULE-ID
                   ADD 1 TO CARDS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE EDIT-RULE-RECORD TO BEFORE-IMAGE
                   DELETE EDIT-RULE-FILE
                   ADD 1 TO CARDS-APPLIED-COUNT
                   DISPLAY "edit rule deleted: " ECARD-RULE-ID
                   MOVE SPACES TO EDIT-RULE-RECORD
                   MOVE ECARD-RULE-ID TO ERL-RULE-ID
                   PERFORM WRITE-AUDIT-LINE
           END-READ
           EXIT.

      * Everything TRANEDIT will rely on is checked here, so a
      * rule on file can always be applied as written.
       VALIDATE-RULE-CARD SECTION.
           MOVE 'Y' TO CARD-VALID-SWITCH
           MOVE ECARD-FIELD       TO FIELD-NAME-TEST
           MOVE ECARD-CONDITION   TO CONDITION-TEST
           MOVE ECARD-REJECT-CODE TO REJECT-CODE-TEST
           IF ECARD-RULE-ID = SPACES
               DISPLAY ECARD-ACTION " card with blank rule id "
                   "rejected"
               MOVE 'N' TO CARD-VALID-SWITCH
           ELSE
           IF NOT FIELD-NAME-KNOWN
               DISPLAY "rule " ECARD-RULE-ID " names unknown field '"
                   ECARD-FIELD "' -- rejected"
               MOVE 'N' TO CARD-VALID-SWITCH
           ELSE
           IF NOT CONDITION-KNOWN
               DISPLAY "rule " ECARD-RULE-ID " has unknown "
                   "condition '" ECARD-CONDITION "' -- rejected"
               MOVE 'N' TO CARD-VALID-SWITCH
           ELSE
           IF CONDITION-NEEDS-VALUE AND FIELD-IS-AMOUNT
                   AND ECARD-VALUE IS NOT NUMERIC
               DISPLAY "rule " ECARD-RULE-ID " needs an 11-digit "
                   "amount to compare " ECARD-FIELD " with -- "
                   "rejected"
               MOVE 'N' TO CARD-VALID-SWITCH
           ELSE
           IF ECARD-REJECT-CODE = SPACES OR REJECT-CODE-BUILT-IN
               DISPLAY "rule " ECARD-RULE-ID " needs a reject code "
                   "of its own -- rejected"
               MOVE 'N' TO CARD-VALID-SWITCH
           ELSE
           IF ECARD-AMOUNT NOT = SPACES
                   AND ECARD-AMOUNT IS NOT NUMERIC
               DISPLAY "rule " ECARD-RULE-ID " scope amount is not "
                   "11 digits -- rejected"
               MOVE 'N' TO CARD-VALID-SWITCH
           ELSE
           IF ECARD-OPERATION NOT = SPACE
               PERFORM VALIDATE-SCOPE-OPERATION
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF NOT CARD-VALID
               ADD 1 TO CARDS-REJECTED-COUNT
           END-IF
           EXIT.

       VALIDATE-SCOPE-OPERATION SECTION.
           SET OP-TABLE-IDX TO 1
           SEARCH OP-TABLE-ENTRY
               AT END
                   DISPLAY "rule " ECARD-RULE-ID " scope operation '"
                       ECARD-OPERATION "' is not an operation code "
                       "-- rejected"
                   MOVE 'N' TO CARD-VALID-SWITCH
               WHEN OP-TABLE-CODE(OP-TABLE-IDX) = ECARD-OPERATION
                   CONTINUE
           END-SEARCH
           EXIT.

       BUILD-RULE-FROM-CARD SECTION.
           MOVE ECARD-RULE-ID     TO ERL-RULE-ID
           MOVE ECARD-FIELD       TO ERL-FIELD
           MOVE ECARD-CONDITION   TO ERL-CONDITION
           MOVE ECARD-VALUE       TO ERL-VALUE
           MOVE ECARD-REJECT-CODE TO ERL-REJECT-CODE
           MOVE ECARD-DEPARTMENT  TO ERL-SCOPE-DEPARTMENT
           MOVE ECARD-OPERATION   TO ERL-SCOPE-OPERATION
           MOVE ECARD-CURRENCY    TO ERL-SCOPE-CURRENCY
           IF ECARD-AMOUNT = SPACES
               MOVE 0 TO ERL-SCOPE-AMOUNT
           ELSE
               MOVE ECARD-AMOUNT TO CARD-AMOUNT-RAW
               MOVE CARD-AMOUNT-VALUE TO ERL-SCOPE-AMOUNT
           END-IF
           MOVE ECARD-DESCRIPTION TO ERL-DESCRIPTION
           MOVE MAINT-OPERATOR-ID TO ERL-CHANGED-BY
           MOVE RUN-DATE          TO ERL-CHANGED-DATE
           EXIT.

       WRITE-AUDIT-LINE SECTION.
           MOVE "EDITRULE" TO MAUD-FILE-NAME
           MOVE ECARD-ACTION TO MAUD-ACTION
           MOVE SPACES TO MAUD-RECORD-KEY
           MOVE ERL-RULE-ID TO MAUD-RECORD-KEY
           MOVE MAINT-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE RUN-DATE TO MAUD-RUN-DATE
           MOVE RUN-TIME TO MAUD-RUN-TIME
           MOVE BEFORE-IMAGE TO MAUD-BEFORE-IMAGE
           MOVE SPACES TO MAUD-AFTER-IMAGE
           IF ECARD-ACTION NOT = "DELETE  "
               MOVE EDIT-RULE-RECORD TO MAUD-AFTER-IMAGE
           END-IF
           WRITE MAINTENANCE-AUDIT-RECORD
           EXIT.

       LIST-EDIT-RULES SECTION.
           MOVE 'N' TO SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO ERL-RULE-ID
           START EDIT-RULE-FILE KEY >= ERL-RULE-ID
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           PERFORM LIST-ONE-RULE UNTIL SCAN-EOF
           EXIT.

       LIST-ONE-RULE SECTION.
           READ EDIT-RULE-FILE NEXT
               AT END
                   SET SCAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RULES-ON-FILE-COUNT
                   MOVE ERL-SCOPE-AMOUNT TO AMOUNT-EDIT
                   DISPLAY "edit rule " ERL-RULE-ID
                       ": " ERL-FIELD " " ERL-CONDITION
                       " " ERL-VALUE
                       " reject " ERL-REJECT-CODE
                       " dept '" ERL-SCOPE-DEPARTMENT
                       "' op '" ERL-SCOPE-OPERATION
                       "' ccy '" ERL-SCOPE-CURRENCY
                       "' over " AMOUNT-EDIT
                       " -- " ERL-DESCRIPTION
           END-READ
           EXIT.
