       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHDSP.

      *****************************************************************
      *  WATCHDSP is compliance's disposition workflow for the
      *  watch-list queue (WATCHQ, copy/watchhit.cpy) that ACCTMNT
      *  and WATCHSCN fill.  One card per decision on WDSPCRDS:
      *
      *    cols  1-8   CONFIRM or CLEAR
      *    col   9     (blank)
      *    cols 10-17  account id
      *    col  18     (blank)
      *    cols 19-28  watch-list entry id of the hit
      *    col  29     (blank)
      *    cols 30-37  compliance officer deciding
      *    col  38     (blank)
      *    cols 39-68  note
      *
      *  Only a pending hit can be decided; the officer, date and
      *  note are stamped on it and it stays on the queue as the
      *  record of the decision.  CONFIRM places a full hold on the
      *  account in HOLDMAST in the officer's name, exactly as a
      *  HOLDMNT PLACE card would -- a debit-only hold already in
      *  force is raised to full, a full hold is left as it is.
      *  CLEAR marks the hit a false positive; an account held
      *  pending review at OPEN is opened once none of its hits is
      *  pending or confirmed.  Every change to WATCHQ, HOLDMAST
      *  and ACCTMAST writes the maintenance-audit image.  A hold
      *  placed raises the HOLDPLAC business event, as HOLDMNT's
      *  do, and an account opened raises ACCTOPEN from PENDING
      *  REVIEW to OPEN, the sequel to the one ACCTMNT raised --
      *  both through evntpost onto EVENTQ (copy/evntrec.cpy).
      *  The run ends listing the hits still pending; any rejected
      *  card ends it with RETURN-CODE 8.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISP-CARD-FILE ASSIGN TO "WDSPCRDS"
               FILE STATUS IS DISP-CARD-STATUS.
           SELECT WATCH-HIT-FILE ASSIGN TO "WATCHQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WHIT-KEY
               FILE STATUS IS WATCH-HIT-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-ACCOUNT-ID
               FILE STATUS IS HOLD-MASTER-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DISP-CARD-FILE.
       01 DISP-CARD.
           05 DISPC-ACTION     PIC X(08).
           05 FILLER           PIC X(01).
           05 DISPC-ACCOUNT-ID PIC X(08).
           05 FILLER           PIC X(01).
           05 DISPC-ENTRY-ID   PIC X(10).
           05 FILLER           PIC X(01).
           05 DISPC-OFFICER    PIC X(08).
           05 FILLER           PIC X(01).
           05 DISPC-NOTE       PIC X(30).
           05 FILLER           PIC X(12).

       FD WATCH-HIT-FILE.
       COPY watchhit.

       FD ACCOUNT-MASTER-FILE.
       COPY acctrec.

       FD HOLD-MASTER-FILE.
       COPY holdrec.

       FD MAINT-AUDIT-FILE.
       COPY mntaudit.

       WORKING-STORAGE SECTION.
       01 DISP-CARD-STATUS      PIC X(02).
       01 WATCH-HIT-STATUS      PIC X(02).
       01 ACCOUNT-MASTER-STATUS PIC X(02).
       01 HOLD-MASTER-STATUS    PIC X(02).
       01 MAINT-AUDIT-STATUS    PIC X(02).
       01 CARD-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 CARD-EOF VALUE 'Y'.
       01 SCAN-EOF-SWITCH PIC X(01).
           88 SCAN-EOF VALUE 'Y'.
       01 HIT-VALID-SWITCH PIC X(01).
           88 HIT-VALID VALUE 'Y'.
       01 HOLD-EXISTS-SWITCH PIC X(01).
           88 HOLD-RECORD-EXISTS VALUE 'Y'.
       01 OPEN-HITS-SWITCH PIC X(01).
           88 ACCOUNT-HAS-OPEN-HITS VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 BEFORE-IMAGE PIC X(80).
       01 RELEASE-ACCOUNT-ID PIC X(08).
       01 PRIOR-HOLD-WORD PIC X(20).
       COPY evntpstl.

       01 CARDS-APPLIED-COUNT  PIC 9(05) COMP VALUE 0.
       01 CARDS-REJECTED-COUNT PIC 9(05) COMP VALUE 0.
       01 HOLDS-PLACED-COUNT   PIC 9(05) COMP VALUE 0.
       01 ACCOUNTS-OPENED-COUNT PIC 9(05) COMP VALUE 0.
       01 PENDING-HIT-COUNT    PIC 9(05) COMP VALUE 0.
       01 CARD-COUNT-EDIT PIC ZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           OPEN I-O WATCH-HIT-FILE
           IF WATCH-HIT-STATUS NOT = "00"
               DISPLAY "unable to open watch-list queue, status "
                   WATCH-HIT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "unable to open account master, status "
                   ACCOUNT-MASTER-STATUS
               CLOSE WATCH-HIT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O HOLD-MASTER-FILE
           IF HOLD-MASTER-STATUS = "35"
               OPEN OUTPUT HOLD-MASTER-FILE
               CLOSE HOLD-MASTER-FILE
               OPEN I-O HOLD-MASTER-FILE
           END-IF
           IF HOLD-MASTER-STATUS NOT = "00"
               DISPLAY "unable to open hold master, status "
                   HOLD-MASTER-STATUS
               CLOSE WATCH-HIT-FILE
               CLOSE ACCOUNT-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           OPEN INPUT DISP-CARD-FILE
           IF DISP-CARD-STATUS NOT = "00"
               SET CARD-EOF TO TRUE
           END-IF
           PERFORM READ-AND-APPLY-CARD UNTIL CARD-EOF
           IF DISP-CARD-STATUS = "00"
               CLOSE DISP-CARD-FILE
           END-IF
           PERFORM LIST-PENDING-HITS
           CLOSE WATCH-HIT-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE HOLD-MASTER-FILE
           CLOSE MAINT-AUDIT-FILE
           MOVE CARDS-APPLIED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "disposition cards applied: " CARD-COUNT-EDIT
           MOVE CARDS-REJECTED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "disposition cards rejected: " CARD-COUNT-EDIT
           MOVE HOLDS-PLACED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "full holds placed: " CARD-COUNT-EDIT
           MOVE ACCOUNTS-OPENED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "accounts released from review: " CARD-COUNT-EDIT
           MOVE PENDING-HIT-COUNT TO CARD-COUNT-EDIT
           DISPLAY "watch-list hits still pending: " CARD-COUNT-EDIT
           IF CARDS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       READ-AND-APPLY-CARD SECTION.
           READ DISP-CARD-FILE
               AT END
                   SET CARD-EOF TO TRUE
               NOT AT END
                   IF DISP-CARD = SPACES OR DISP-CARD(1:1) = "*"
                       CONTINUE
                   ELSE
                       PERFORM APPLY-DISP-CARD
                   END-IF
           END-READ
           EXIT.

       APPLY-DISP-CARD SECTION.
           MOVE 'Y' TO HIT-VALID-SWITCH
           IF DISPC-ACTION NOT = "CONFIRM " AND
                   DISPC-ACTION NOT = "CLEAR   "
               DISPLAY "unknown action '" DISPC-ACTION
                   "' for account " DISPC-ACCOUNT-ID
               MOVE 'N' TO HIT-VALID-SWITCH
           END-IF
           IF HIT-VALID AND DISPC-OFFICER = SPACES
               DISPLAY "disposition card for " DISPC-ACCOUNT-ID
                   " names no compliance officer -- rejected"
               MOVE 'N' TO HIT-VALID-SWITCH
           END-IF
           IF HIT-VALID
               MOVE DISPC-ACCOUNT-ID TO WHIT-ACCOUNT-ID
               MOVE DISPC-ENTRY-ID   TO WHIT-ENTRY-ID
               READ WATCH-HIT-FILE
                   INVALID KEY
                       DISPLAY "no watch-list hit on file for "
                           DISPC-ACCOUNT-ID " entry " DISPC-ENTRY-ID
                       MOVE 'N' TO HIT-VALID-SWITCH
                   NOT INVALID KEY
                       IF NOT WHIT-PENDING
                           DISPLAY "hit " DISPC-ACCOUNT-ID " entry "
                               DISPC-ENTRY-ID
                               " is already dispositioned"
                           MOVE 'N' TO HIT-VALID-SWITCH
                       END-IF
               END-READ
           END-IF
           IF HIT-VALID
               MOVE WATCH-HIT-RECORD TO BEFORE-IMAGE
               IF DISPC-ACTION = "CONFIRM "
                   SET WHIT-CONFIRMED TO TRUE
               ELSE
                   SET WHIT-CLEARED TO TRUE
               END-IF
               MOVE DISPC-OFFICER TO WHIT-DISPOSED-BY
               MOVE RUN-DATE      TO WHIT-DISPOSED-DATE
               MOVE DISPC-NOTE    TO WHIT-NOTE
               REWRITE WATCH-HIT-RECORD
               ADD 1 TO CARDS-APPLIED-COUNT
               DISPLAY "hit " DISPC-ACCOUNT-ID " entry "
                   DISPC-ENTRY-ID " " DISPC-ACTION " by "
                   DISPC-OFFICER
               MOVE "WATCHQ" TO MAUD-FILE-NAME
               MOVE DISPC-ACTION TO MAUD-ACTION
               MOVE SPACES TO MAUD-RECORD-KEY
               MOVE WHIT-KEY TO MAUD-RECORD-KEY
               MOVE SPACES TO MAUD-AFTER-IMAGE
               MOVE WATCH-HIT-RECORD TO MAUD-AFTER-IMAGE
               PERFORM WRITE-AUDIT-LINE
               IF WHIT-CONFIRMED
                   PERFORM PLACE-WATCH-HOLD
               ELSE
                   PERFORM RELEASE-CLEARED-ACCOUNT
               END-IF
           ELSE
               ADD 1 TO CARDS-REJECTED-COUNT
           END-IF
           EXIT.

      * The hold HOLDMNT would place for a PLACE card of type F,
      * in the deciding officer's name.
       PLACE-WATCH-HOLD SECTION.
           MOVE 'N' TO HOLD-EXISTS-SWITCH
           MOVE SPACES TO BEFORE-IMAGE
           MOVE SPACES TO PRIOR-HOLD-WORD
           MOVE DISPC-ACCOUNT-ID TO HLD-ACCOUNT-ID
           READ HOLD-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HOLD-RECORD-EXISTS TO TRUE
                   MOVE HOLD-MASTER-RECORD TO BEFORE-IMAGE
                   IF HLD-HOLD-ACTIVE
                       MOVE "DEBIT HOLD" TO PRIOR-HOLD-WORD
                   END-IF
           END-READ
           IF HOLD-RECORD-EXISTS AND HLD-HOLD-ACTIVE
                   AND HLD-FULL-HOLD
               DISPLAY "account " DISPC-ACCOUNT-ID
                   " already under a full hold"
           ELSE
               MOVE DISPC-ACCOUNT-ID TO HLD-ACCOUNT-ID
               SET HLD-FULL-HOLD TO TRUE
               SET HLD-HOLD-ACTIVE TO TRUE
               MOVE DISPC-OFFICER TO HLD-PLACED-BY
               MOVE RUN-DATE      TO HLD-PLACED-DATE
               MOVE SPACES TO HLD-REASON
               STRING "WATCH-LIST MATCH " DELIMITED BY SIZE
                   DISPC-ENTRY-ID DELIMITED BY SIZE
                   INTO HLD-REASON
               MOVE SPACES TO HLD-LIFTED-BY
               MOVE 0      TO HLD-LIFTED-DATE
               IF HOLD-RECORD-EXISTS
                   REWRITE HOLD-MASTER-RECORD
               ELSE
                   WRITE HOLD-MASTER-RECORD
               END-IF
               ADD 1 TO HOLDS-PLACED-COUNT
               DISPLAY "full hold placed on " DISPC-ACCOUNT-ID
                   " by " DISPC-OFFICER
               MOVE "HOLDMAST" TO MAUD-FILE-NAME
               MOVE "PLACE   " TO MAUD-ACTION
               MOVE SPACES TO MAUD-RECORD-KEY
               MOVE HLD-ACCOUNT-ID TO MAUD-RECORD-KEY
               MOVE SPACES TO MAUD-AFTER-IMAGE
               MOVE HOLD-MASTER-RECORD TO MAUD-AFTER-IMAGE
               PERFORM WRITE-AUDIT-LINE
               MOVE "HOLDPLAC" TO EVPK-EVENT-TYPE
               MOVE PRIOR-HOLD-WORD TO EVPK-BEFORE-VALUE
               MOVE "FULL HOLD" TO EVPK-AFTER-VALUE
               PERFORM RAISE-WATCH-EVENT
           END-IF
           EXIT.

      * A cleared hit opens an account held at OPEN only when none
      * of its other hits is still pending or was confirmed.
       RELEASE-CLEARED-ACCOUNT SECTION.
           MOVE DISPC-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-PENDING-REVIEW
                       PERFORM CHECK-OTHER-HITS
                       IF NOT ACCOUNT-HAS-OPEN-HITS
                           PERFORM OPEN-RELEASED-ACCOUNT
                       END-IF
                   END-IF
           END-READ
           EXIT.

       CHECK-OTHER-HITS SECTION.
           MOVE 'N' TO OPEN-HITS-SWITCH
           MOVE 'N' TO SCAN-EOF-SWITCH
           MOVE DISPC-ACCOUNT-ID TO RELEASE-ACCOUNT-ID
           MOVE DISPC-ACCOUNT-ID TO WHIT-ACCOUNT-ID
           MOVE LOW-VALUES TO WHIT-ENTRY-ID
           START WATCH-HIT-FILE KEY NOT < WHIT-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           PERFORM CHECK-ONE-OTHER-HIT
               UNTIL SCAN-EOF OR ACCOUNT-HAS-OPEN-HITS
           EXIT.

       CHECK-ONE-OTHER-HIT SECTION.
           READ WATCH-HIT-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
               NOT AT END
                   IF WHIT-ACCOUNT-ID NOT = RELEASE-ACCOUNT-ID
                       SET SCAN-EOF TO TRUE
                   ELSE
                       IF WHIT-PENDING OR WHIT-CONFIRMED
                           SET ACCOUNT-HAS-OPEN-HITS TO TRUE
                       END-IF
                   END-IF
           END-READ
           EXIT.

       OPEN-RELEASED-ACCOUNT SECTION.
           MOVE ACCOUNT-MASTER-RECORD TO BEFORE-IMAGE
           SET ACCT-OPEN TO TRUE
           REWRITE ACCOUNT-MASTER-RECORD
           ADD 1 TO ACCOUNTS-OPENED-COUNT
           DISPLAY "account " ACCT-ACCOUNT-ID
               " cleared of every hit -- opened"
           MOVE "ACCTMAST" TO MAUD-FILE-NAME
           MOVE "RELEASE " TO MAUD-ACTION
           MOVE SPACES TO MAUD-RECORD-KEY
           MOVE ACCT-ACCOUNT-ID TO MAUD-RECORD-KEY
           MOVE SPACES TO MAUD-AFTER-IMAGE
           MOVE ACCOUNT-MASTER-RECORD TO MAUD-AFTER-IMAGE
           PERFORM WRITE-AUDIT-LINE
           MOVE "ACCTOPEN" TO EVPK-EVENT-TYPE
           MOVE "PENDING REVIEW" TO EVPK-BEFORE-VALUE
           MOVE "OPEN" TO EVPK-AFTER-VALUE
           PERFORM RAISE-WATCH-EVENT
           EXIT.

      * The caller sets the event type and the before and after
      * words.
       RAISE-WATCH-EVENT SECTION.
           MOVE "WATCHDSP" TO EVPK-SOURCE-PROGRAM
           MOVE RUN-DATE TO EVPK-BUSINESS-DATE
           MOVE DISPC-ACCOUNT-ID TO EVPK-ACCOUNT-ID
           MOVE SPACES TO EVPK-REFERENCE
           MOVE 0 TO EVPK-AMOUNT
           MOVE DISPC-OFFICER TO EVPK-OPERATOR-ID
           CALL 'evntpost' USING EVENT-POST-AREA
           EXIT.

      * The caller sets the file, action, key and after image.
       WRITE-AUDIT-LINE SECTION.
           MOVE DISPC-OFFICER TO MAUD-OPERATOR-ID
           MOVE RUN-DATE TO MAUD-RUN-DATE
           MOVE RUN-TIME TO MAUD-RUN-TIME
           MOVE BEFORE-IMAGE TO MAUD-BEFORE-IMAGE
           WRITE MAINTENANCE-AUDIT-RECORD
           EXIT.

       LIST-PENDING-HITS SECTION.
           MOVE 'N' TO SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO WHIT-KEY
           START WATCH-HIT-FILE KEY NOT < WHIT-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START
           PERFORM LIST-ONE-HIT UNTIL SCAN-EOF
           EXIT.

       LIST-ONE-HIT SECTION.
           READ WATCH-HIT-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
               NOT AT END
                   IF WHIT-PENDING
                       ADD 1 TO PENDING-HIT-COUNT
                       DISPLAY "pending hit: " WHIT-ACCOUNT-ID " "
                           WHIT-ACCOUNT-NAME " entry " WHIT-ENTRY-ID
                           " " WHIT-LIST-SOURCE " " WHIT-LISTED-NAME
                           " found " WHIT-FOUND-DATE
                   END-IF
           END-READ
           EXIT.
