       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHLOD.

      *****************************************************************
      *  WATCHLOD loads compliance's weekly sanctions and watch-list
      *  feed onto the watch master (copy/watchrec.cpy).  Each feed
      *  is the complete current list, so the master is rebuilt
      *  from it rather than updated.  One record per listed name
      *  on WATCHFD:
      *
      *    cols  1-10  list entry id
      *    col  11     (blank)
      *    cols 12-19  list the entry comes from (OFAC, HMT, ...)
      *    col  20     (blank)
      *    cols 21-60  name as listed
      *
      *  Blank lines and lines starting "*" are comments, as
      *  everywhere else.  Each name is keyed in namenorm's
      *  normalised form.  An entry with no id, or no letters or
      *  digits in its name, or a repeat of an entry already
      *  loaded, is reported and skipped and the run ends with
      *  RETURN-CODE 8.  A feed that is missing or holds no
      *  entries at all ends the run with RETURN-CODE 12 before
      *  the master is touched -- last week's list stays in force
      *  rather than screening against nothing.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-FEED-FILE ASSIGN TO "WATCHFD"
               FILE STATUS IS WATCH-FEED-STATUS.
           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WTCH-KEY
               FILE STATUS IS WATCH-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WATCH-FEED-FILE.
       01 WATCH-FEED-RECORD.
           05 FEED-ENTRY-ID    PIC X(10).
           05 FILLER           PIC X(01).
           05 FEED-LIST-SOURCE PIC X(08).
           05 FILLER           PIC X(01).
           05 FEED-NAME        PIC X(40).
           05 FILLER           PIC X(20).

       FD WATCH-LIST-FILE.
       COPY watchrec.

       WORKING-STORAGE SECTION.
       01 WATCH-FEED-STATUS PIC X(02).
       01 WATCH-LIST-STATUS PIC X(02).
       01 FEED-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 FEED-EOF VALUE 'Y'.
       01 ENTRY-READY-SWITCH PIC X(01).
           88 ENTRY-READY VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       COPY namenrml.

       01 ENTRIES-LOADED   PIC 9(07) COMP VALUE 0.
       01 ENTRIES-REJECTED PIC 9(07) COMP VALUE 0.
       01 ENTRY-COUNT-EDIT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT WATCH-FEED-FILE
           IF WATCH-FEED-STATUS NOT = "00"
               DISPLAY "watch-list feed not available, status "
                   WATCH-FEED-STATUS " -- watch master left as is"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      * The first entry is read before the master is opened, so an
      * empty feed never wipes the list.
           PERFORM READ-NEXT-ENTRY
           IF FEED-EOF
               DISPLAY "watch-list feed holds no entries -- "
                   "watch master left as is"
               CLOSE WATCH-FEED-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT WATCH-LIST-FILE
           IF WATCH-LIST-STATUS NOT = "00"
               DISPLAY "unable to open watch master, status "
                   WATCH-LIST-STATUS
               CLOSE WATCH-FEED-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-AND-READ-ENTRY UNTIL FEED-EOF
           CLOSE WATCH-FEED-FILE
           CLOSE WATCH-LIST-FILE
           MOVE ENTRIES-LOADED TO ENTRY-COUNT-EDIT
           DISPLAY "watch-list entries loaded: " ENTRY-COUNT-EDIT
           MOVE ENTRIES-REJECTED TO ENTRY-COUNT-EDIT
           DISPLAY "watch-list entries rejected: " ENTRY-COUNT-EDIT
           IF ENTRIES-REJECTED > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

      * Skips comment lines; leaves the next entry in the record
      * area or sets end of feed.
       READ-NEXT-ENTRY SECTION.
           MOVE 'N' TO ENTRY-READY-SWITCH
           PERFORM READ-ONE-FEED-LINE UNTIL ENTRY-READY OR FEED-EOF
           EXIT.

       READ-ONE-FEED-LINE SECTION.
           READ WATCH-FEED-FILE
               AT END
                   SET FEED-EOF TO TRUE
               NOT AT END
                   IF WATCH-FEED-RECORD NOT = SPACES
                           AND WATCH-FEED-RECORD(1:1) NOT = "*"
                       SET ENTRY-READY TO TRUE
                   END-IF
           END-READ
           EXIT.

       LOAD-AND-READ-ENTRY SECTION.
           PERFORM LOAD-ONE-ENTRY
           PERFORM READ-NEXT-ENTRY
           EXIT.

       LOAD-ONE-ENTRY SECTION.
           MOVE FEED-NAME TO NNRM-NAME-IN
           CALL 'namenorm' USING NAME-NORMAL-AREA
           IF FEED-ENTRY-ID = SPACES OR NNRM-WORD-COUNT = 0
               DISPLAY "watch-list entry rejected: "
                   WATCH-FEED-RECORD(1:60)
               ADD 1 TO ENTRIES-REJECTED
           ELSE
               MOVE NNRM-NAME-OUT    TO WTCH-NORMAL-NAME
               MOVE FEED-ENTRY-ID    TO WTCH-ENTRY-ID
               MOVE FEED-LIST-SOURCE TO WTCH-LIST-SOURCE
               MOVE FEED-NAME        TO WTCH-LISTED-NAME
               MOVE RUN-DATE         TO WTCH-LOADED-DATE
               WRITE WATCH-LIST-RECORD
                   INVALID KEY
                       DISPLAY "watch-list entry repeated: "
                           FEED-ENTRY-ID " " FEED-NAME
                       ADD 1 TO ENTRIES-REJECTED
                   NOT INVALID KEY
                       ADD 1 TO ENTRIES-LOADED
               END-WRITE
           END-IF
           EXIT.
