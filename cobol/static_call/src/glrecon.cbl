      *  quietly drift apart between month-ends.  The acceptance
      *  records load onto the RECONWK keyed work file first, so
      *  volume is bounded by disk, not a table.
      *
      *  With the GL reject register (GLREJECT, copy/glrejrec.cpy)
      *  mounted, every rejected or unanswered leg is also kept
      *  there, and a leg the register holds open is marked resent
      *  the first run the GL posts it.  What stays open is what
      *  the GL has never booked -- GLPROOF lists it against the
      *  control account it leaves short.  No GLREJECT DD, no
      *  register, as before.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECW-KEY
               FILE STATUS IS RECON-WORK-STATUS.
           SELECT GL-REJECT-FILE ASSIGN TO "GLREJECT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLRJ-KEY
               FILE STATUS IS GL-REJECT-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTQ"
               FILE STATUS IS ALERT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "GLRECRPT".
           05 RECW-MATCHED-FLAG PIC X(01).
               88 RECW-MATCHED VALUE "Y".

       FD GL-REJECT-FILE.
       COPY glrejrec.

       FD ALERT-FILE.
       COPY alertrec.

       01 GL-ACCEPT-STATUS  PIC X(02).
       01 RECON-WORK-STATUS PIC X(02).
       01 ALERT-STATUS      PIC X(02).
       01 GL-REJECT-STATUS  PIC X(02).
       01 REGISTER-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 REGISTER-AVAILABLE VALUE 'Y'.
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 REJECT-IMAGE     PIC X(80).
       01 FIRST-FOUND-DATE PIC 9(08).

       01 ACCEPT-RECORDS-LOADED PIC 9(08) COMP VALUE 0.
       01 EXTRACT-LEGS-READ     PIC 9(08) COMP VALUE 0.
       01 LEGS-MISSING          PIC 9(08) COMP VALUE 0.
       01 PHANTOM-RECORDS       PIC 9(08) COMP VALUE 0.
       01 AMOUNT-MISMATCHES     PIC 9(08) COMP VALUE 0.
       01 REJECTS-REGISTERED    PIC 9(08) COMP VALUE 0.
       01 REJECTS-RESENT        PIC 9(08) COMP VALUE 0.
       01 COUNT-EDIT    PIC ZZZZZZZ9.
       01 COUNT-EDIT-2  PIC ZZZZZZZ9.
       01 AMOUNT-EDIT   PIC ZZZZZZZZ9.99.
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O GL-REJECT-FILE
           IF GL-REJECT-STATUS = "35"
               OPEN OUTPUT GL-REJECT-FILE
               CLOSE GL-REJECT-FILE
               OPEN I-O GL-REJECT-FILE
           END-IF
           IF GL-REJECT-STATUS = "00"
               SET REGISTER-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE "GL EXTRACT ACCEPTANCE RECONCILIATION"
               TO REPORT-LINE
           PERFORM WRITE-RECON-SUMMARY
           CLOSE RECON-WORK-FILE
           CLOSE REPORT-FILE
           IF REGISTER-AVAILABLE
               CLOSE GL-REJECT-FILE
           END-IF
           IF (LEGS-REJECTED > 0 OR LEGS-MISSING > 0
                   OR AMOUNT-MISMATCHES > 0)
               PERFORM RAISE-RECON-ALERT
               INVALID KEY
                   ADD 1 TO LEGS-MISSING
                   PERFORM REPORT-MISSING-LEG
                   IF REGISTER-AVAILABLE
                       MOVE "M" TO GLRJ-KIND
                       MOVE "NO ACCEPTANCE RECORD" TO GLRJ-REASON
                       PERFORM REGISTER-UNPOSTED-LEG
                   END-IF
               NOT INVALID KEY
                   MOVE "Y" TO RECW-MATCHED-FLAG
                   REWRITE RECON-WORK-RECORD
                       IF RECW-STATUS = "R"
                           ADD 1 TO LEGS-REJECTED
                           PERFORM REPORT-REJECTED-LEG
                           IF REGISTER-AVAILABLE
                               MOVE "R" TO GLRJ-KIND
                               MOVE RECW-REASON TO GLRJ-REASON
                               PERFORM REGISTER-UNPOSTED-LEG
                           END-IF
                       ELSE
                           ADD 1 TO LEGS-POSTED
                           IF REGISTER-AVAILABLE
                               PERFORM CLEAR-RESENT-LEG
                           END-IF
                       END-IF
                   END-IF
           END-READ
           EXIT.

      * A leg already on the register -- this extract rerun, or the
      * leg resent and bounced again -- keeps the date it was first
      * found and is opened again.
       REGISTER-UNPOSTED-LEG SECTION.
           MOVE GL-REFERENCE    TO GLRJ-REFERENCE
           MOVE GL-ACCOUNT      TO GLRJ-ACCOUNT
           MOVE GL-DC-INDICATOR TO GLRJ-DC-INDICATOR
           MOVE GL-AMOUNT       TO GLRJ-AMOUNT
           MOVE GL-POSTING-DATE TO GLRJ-POSTING-DATE
           MOVE GL-COST-CENTER  TO GLRJ-COST-CENTER
           MOVE RUN-DATE        TO GLRJ-FOUND-DATE
           SET GLRJ-OPEN TO TRUE
           MOVE 0               TO GLRJ-CLEARED-DATE
           WRITE GL-REJECT-RECORD
               INVALID KEY
                   PERFORM REOPEN-REGISTERED-LEG
               NOT INVALID KEY
                   ADD 1 TO REJECTS-REGISTERED
           END-WRITE
           EXIT.

       REOPEN-REGISTERED-LEG SECTION.
           MOVE GL-REJECT-RECORD TO REJECT-IMAGE
           READ GL-REJECT-FILE
               NOT INVALID KEY
                   MOVE GLRJ-FOUND-DATE TO FIRST-FOUND-DATE
                   MOVE REJECT-IMAGE TO GL-REJECT-RECORD
                   MOVE FIRST-FOUND-DATE TO GLRJ-FOUND-DATE
                   REWRITE GL-REJECT-RECORD
           END-READ
           EXIT.

       CLEAR-RESENT-LEG SECTION.
           MOVE GL-REFERENCE    TO GLRJ-REFERENCE
           MOVE GL-ACCOUNT      TO GLRJ-ACCOUNT
           MOVE GL-DC-INDICATOR TO GLRJ-DC-INDICATOR
           READ GL-REJECT-FILE
               NOT INVALID KEY
                   IF GLRJ-OPEN
                       SET GLRJ-RESENT TO TRUE
                       MOVE RUN-DATE TO GLRJ-CLEARED-DATE
                       REWRITE GL-REJECT-RECORD
                       ADD 1 TO REJECTS-RESENT
                   END-IF
           END-READ
           EXIT.

       REPORT-MISSING-LEG SECTION.
           MOVE GL-AMOUNT TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           IF REGISTER-AVAILABLE
               MOVE REJECTS-REGISTERED TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "NEWLY ON REJECT REGISTER:" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE REJECTS-RESENT TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "RESENT AND NOW POSTED:  " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF LEGS-REJECTED = 0 AND LEGS-MISSING = 0
                   AND AMOUNT-MISMATCHES = 0
                   AND PHANTOM-RECORDS = 0
