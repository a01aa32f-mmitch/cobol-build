       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHSCN.

      *****************************************************************
      *  WATCHSCN is the weekly rescan: it runs after WATCHLOD has
      *  rebuilt the watch master from compliance's new feed and
      *  screens every account on ACCTMAST that is not closed
      *  against it, so a customer who joins a list after the
      *  account was opened is caught the same week.  Names are
      *  compared in namenorm's normalised form, exactly as
      *  ACCTMNT screens them at OPEN.
      *
      *  Each hit not already on the WATCHQ compliance queue is
      *  queued pending review (found by rescan) for WATCHDSP.  A
      *  hit already queued -- pending, confirmed or cleared -- is
      *  not raised again: a false positive cleared once stays
      *  cleared until the list entry itself changes.  The account
      *  itself is left as it is; a confirmed hit freezes it
      *  through HOLDMAST.  WATCHRPT lists the new hits, and any
      *  new hit ends the run with RETURN-CODE 4.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WTCH-KEY
               FILE STATUS IS WATCH-LIST-STATUS.
           SELECT WATCH-HIT-FILE ASSIGN TO "WATCHQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WHIT-KEY
               FILE STATUS IS WATCH-HIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "WATCHRPT".

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MASTER-FILE.
       COPY acctrec.

       FD WATCH-LIST-FILE.
       COPY watchrec.

       FD WATCH-HIT-FILE.
       COPY watchhit.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 ACCOUNT-MASTER-STATUS PIC X(02).
       01 WATCH-LIST-STATUS     PIC X(02).
       01 WATCH-HIT-STATUS      PIC X(02).
       01 ACCOUNT-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 ACCOUNT-EOF VALUE 'Y'.
       01 WATCH-SCAN-DONE-SWITCH PIC X(01).
           88 WATCH-SCAN-DONE VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       COPY namenrml.

       01 ACCOUNTS-SCREENED PIC 9(07) COMP VALUE 0.
       01 NEW-HIT-COUNT     PIC 9(07) COMP VALUE 0.
       01 KNOWN-HIT-COUNT   PIC 9(07) COMP VALUE 0.
       01 COUNT-EDIT  PIC ZZZZZZ9.
       01 REPORT-WORK PIC X(120).

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT WATCH-LIST-FILE
           IF WATCH-LIST-STATUS NOT = "00"
               DISPLAY "unable to open watch master, status "
                   WATCH-LIST-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "unable to open account master, status "
                   ACCOUNT-MASTER-STATUS
               CLOSE WATCH-LIST-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O WATCH-HIT-FILE
           IF WATCH-HIT-STATUS = "35"
               OPEN OUTPUT WATCH-HIT-FILE
               CLOSE WATCH-HIT-FILE
               OPEN I-O WATCH-HIT-FILE
           END-IF
           IF WATCH-HIT-STATUS NOT = "00"
               DISPLAY "unable to open watch-list queue, status "
                   WATCH-HIT-STATUS
               CLOSE WATCH-LIST-FILE
               CLOSE ACCOUNT-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "WATCH-LIST RESCAN OF THE ACCOUNT MASTER -- "
               DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNT  ACCOUNT NAME         ENTRY ID   LIST     "
               DELIMITED BY SIZE
               "LISTED NAME" DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM SCREEN-NEXT-ACCOUNT UNTIL ACCOUNT-EOF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACCOUNTS-SCREENED TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ACCOUNTS SCREENED:    " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE NEW-HIT-COUNT TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "NEW HITS QUEUED:      " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE KNOWN-HIT-COUNT TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "HITS ALREADY QUEUED:  " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           CLOSE WATCH-HIT-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE WATCH-LIST-FILE
           MOVE ACCOUNTS-SCREENED TO COUNT-EDIT
           DISPLAY "accounts screened: " COUNT-EDIT
           MOVE NEW-HIT-COUNT TO COUNT-EDIT
           DISPLAY "new watch-list hits queued: " COUNT-EDIT
           IF NEW-HIT-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

      * Closed accounts are past screening; open ones and those
      * still pending review are screened against this week's list.
       SCREEN-NEXT-ACCOUNT SECTION.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET ACCOUNT-EOF TO TRUE
               NOT AT END
                   IF NOT ACCT-CLOSED
                       ADD 1 TO ACCOUNTS-SCREENED
                       PERFORM SCREEN-ACCOUNT-NAME
                   END-IF
           END-READ
           EXIT.

       SCREEN-ACCOUNT-NAME SECTION.
           MOVE ACCT-NAME TO NNRM-NAME-IN
           CALL 'namenorm' USING NAME-NORMAL-AREA
           IF NNRM-WORD-COUNT > 0
               MOVE 'N' TO WATCH-SCAN-DONE-SWITCH
               MOVE NNRM-NAME-OUT TO WTCH-NORMAL-NAME
               MOVE LOW-VALUES TO WTCH-ENTRY-ID
               START WATCH-LIST-FILE KEY NOT < WTCH-KEY
                   INVALID KEY
                       SET WATCH-SCAN-DONE TO TRUE
               END-START
               PERFORM SCAN-WATCH-ENTRY UNTIL WATCH-SCAN-DONE
           END-IF
           EXIT.

       SCAN-WATCH-ENTRY SECTION.
           READ WATCH-LIST-FILE NEXT RECORD
               AT END
                   SET WATCH-SCAN-DONE TO TRUE
               NOT AT END
                   IF WTCH-NORMAL-NAME NOT = NNRM-NAME-OUT
                       SET WATCH-SCAN-DONE TO TRUE
                   ELSE
                       PERFORM QUEUE-WATCH-HIT
                   END-IF
           END-READ
           EXIT.

       QUEUE-WATCH-HIT SECTION.
           MOVE ACCT-ACCOUNT-ID TO WHIT-ACCOUNT-ID
           MOVE WTCH-ENTRY-ID   TO WHIT-ENTRY-ID
           READ WATCH-HIT-FILE
               INVALID KEY
                   PERFORM WRITE-NEW-HIT
               NOT INVALID KEY
                   ADD 1 TO KNOWN-HIT-COUNT
           END-READ
           EXIT.

       WRITE-NEW-HIT SECTION.
           SET WHIT-FOUND-ON-RESCAN TO TRUE
           MOVE RUN-DATE         TO WHIT-FOUND-DATE
           MOVE ACCT-NAME        TO WHIT-ACCOUNT-NAME
           MOVE WTCH-LIST-SOURCE TO WHIT-LIST-SOURCE
           MOVE WTCH-LISTED-NAME TO WHIT-LISTED-NAME
           SET WHIT-PENDING TO TRUE
           MOVE SPACES TO WHIT-DISPOSED-BY
           MOVE 0      TO WHIT-DISPOSED-DATE
           MOVE SPACES TO WHIT-NOTE
           WRITE WATCH-HIT-RECORD
           ADD 1 TO NEW-HIT-COUNT
           MOVE SPACES TO REPORT-WORK
           STRING ACCT-ACCOUNT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ACCT-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WTCH-ENTRY-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WTCH-LIST-SOURCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WTCH-LISTED-NAME DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.
