      *                holiday; GENYEAR the year in cols 10-13)
      *    col  18     (blank)
      *    cols 19-26  second date (ADDPER end)
      *    cols 19-22  branch code (ADDHOL/DROPHOL) -- blank for a
      *                shop-wide holiday, else the one branch
      *                the holiday belongs to
      *
      *  Every card is edited (real calendar dates, end not before
      *  start, no overlap with what's on file, a branch holiday's
      *  code on the branch master when BRCHMAST is mounted);
      *  GENYEAR writes
      *  twelve open monthly periods for a year the calendar
      *  doesn't know yet.  After the cards the whole calendar
      *  faces the structural checks nothing ever made before:
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.
           SELECT LISTING-FILE ASSIGN TO "CALLIST".
           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRCHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRM-BRANCH-ID
               FILE STATUS IS BRANCH-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 CALENDAR-HOLIDAY REDEFINES CALENDAR-RECORD.
           05 FILLER           PIC X(01).
           05 CAL-HOLIDAY-DATE PIC 9(08).
           05 CAL-HOLIDAY-BRANCH PIC X(04).
           05 FILLER           PIC X(17).

       FD CALENDAR-OUT-FILE.
       01 CALENDAR-OUT-RECORD PIC X(30).
           05 CCAL-DATE-1 PIC X(08).
           05 FILLER      PIC X(01).
           05 CCAL-DATE-2 PIC X(08).
           05 CCAL-BRANCH-ID REDEFINES CCAL-DATE-2 PIC X(04).
           05 FILLER      PIC X(53).

       FD MAINT-AUDIT-FILE.
       FD LISTING-FILE.
       01 LISTING-LINE PIC X(100).

       FD BRANCH-MASTER-FILE.
       COPY brchrec.

       WORKING-STORAGE SECTION.
       01 CALENDAR-STATUS      PIC X(02).
       01 CALENDAR-CARD-STATUS PIC X(02).
       01 MAINT-AUDIT-STATUS   PIC X(02).
       01 BRANCH-MASTER-STATUS PIC X(02).
       01 BRANCH-MASTER-SWITCH PIC X(01) VALUE 'N'.
           88 BRANCH-MASTER-AVAILABLE VALUE 'Y'.
       01 CALENDAR-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 CALENDAR-EOF VALUE 'Y'.
       01 CARD-EOF-SWITCH PIC X(01) VALUE 'N'.
               10 PER-END   PIC 9(08).
               10 PER-FLAG  PIC X(01).
       01 PERIOD-ENTRIES-USED PIC 9(03) COMP VALUE 0.
      * A holiday is its date and the branch it belongs to,
      * blank for the whole shop; the pair compares as one key.
       01 HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 200 TIMES INDEXED BY HOL-IDX.
               10 HOL-DATE   PIC 9(08).
               10 HOL-BRANCH PIC X(04).
       01 HOLIDAY-ENTRIES-USED PIC 9(03) COMP VALUE 0.

       01 CARD-DATE-1 PIC 9(08).
       01 CARD-DATE-2 PIC 9(08).
       01 CARD-YEAR   PIC 9(04).
       01 CARD-BRANCH PIC X(04).
       01 CARD-VALID-SWITCH PIC X(01).
           88 CARD-VALID VALUE 'Y'.
       01 ENTRY-FOUND-SWITCH PIC X(01).
           88 ENTRY-FOUND VALUE 'Y'.
       01 BRANCH-KNOWN-SWITCH PIC X(01).
           88 BRANCH-KNOWN VALUE 'Y'.
       01 OVERLAP-FOUND-SWITCH PIC X(01).
           88 OVERLAP-FOUND VALUE 'Y'.

       01 SWAP-START PIC 9(08).
       01 SWAP-END   PIC 9(08).
       01 SWAP-FLAG  PIC X(01).
       01 SWAP-HOLIDAY PIC X(12).
       01 GAP-COUNT     PIC 9(03) COMP VALUE 0.
       01 OVERLAP-COUNT PIC 9(03) COMP VALUE 0.
       01 GEN-MONTH PIC 9(02).
           ACCEPT MAINT-OPERATOR-ID
               FROM ENVIRONMENT "CALC-MAINT-OPERATOR"
           PERFORM LOAD-LIVE-CALENDAR
           OPEN INPUT BRANCH-MASTER-FILE
           IF BRANCH-MASTER-STATUS = "00"
               SET BRANCH-MASTER-AVAILABLE TO TRUE
           END-IF
           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           PERFORM WRITE-NEW-CALENDAR
           PERFORM PRINT-CALENDAR-LISTING
           CLOSE MAINT-AUDIT-FILE
           IF BRANCH-MASTER-AVAILABLE
               CLOSE BRANCH-MASTER-FILE
           END-IF
           MOVE CARDS-APPLIED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "calendar cards applied: " CARD-COUNT-EDIT
           MOVE CARDS-REJECTED-COUNT TO CARD-COUNT-EDIT
                               SET HOL-IDX
                                   TO HOLIDAY-ENTRIES-USED
                               MOVE CAL-HOLIDAY-DATE
                                   TO HOL-DATE(HOL-IDX)
                               MOVE CAL-HOLIDAY-BRANCH
                                   TO HOL-BRANCH(HOL-IDX)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   MOVE 'N' TO CARD-VALID-SWITCH
               END-IF
           END-IF
           MOVE CCAL-BRANCH-ID TO CARD-BRANCH
           PERFORM CHECK-HOLIDAY-BRANCH
           EVALUATE TRUE
               WHEN NOT CARD-VALID
                   DISPLAY "bad date on ADDHOL card -- rejected"
                   ADD 1 TO CARDS-REJECTED-COUNT
               WHEN NOT BRANCH-KNOWN
                   DISPLAY "branch " CARD-BRANCH
                       " not on the branch master -- rejected"
                   ADD 1 TO CARDS-REJECTED-COUNT
               WHEN OTHER
                   PERFORM STORE-NEW-HOLIDAY
           END-EVALUATE
           EXIT.

      * A shop-wide holiday needs no branch; a branch's own is
      * proved against the branch master when it's mounted.
       CHECK-HOLIDAY-BRANCH SECTION.
           SET BRANCH-KNOWN TO TRUE
           IF CARD-BRANCH NOT = SPACES
                   AND BRANCH-MASTER-AVAILABLE
               MOVE CARD-BRANCH TO BRM-BRANCH-ID
               READ BRANCH-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO BRANCH-KNOWN-SWITCH
               END-READ
           END-IF
           EXIT.

       STORE-NEW-HOLIDAY SECTION.
           MOVE 'N' TO ENTRY-FOUND-SWITCH
           SET HOL-IDX TO 1
           PERFORM FIND-HOLIDAY-ENTRY
               UNTIL HOL-IDX > HOLIDAY-ENTRIES-USED
                   OR ENTRY-FOUND
           IF ENTRY-FOUND
               DISPLAY "holiday already on file: " CCAL-DATE-1
                   " " CARD-BRANCH
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               IF HOLIDAY-ENTRIES-USED >= 200
                   DISPLAY "holiday table full -- rejected"
                   ADD 1 TO CARDS-REJECTED-COUNT
               ELSE
                   ADD 1 TO HOLIDAY-ENTRIES-USED
                   SET HOL-IDX TO HOLIDAY-ENTRIES-USED
                   MOVE CARD-DATE-1 TO HOL-DATE(HOL-IDX)
                   MOVE CARD-BRANCH TO HOL-BRANCH(HOL-IDX)
                   ADD 1 TO CARDS-APPLIED-COUNT
                   DISPLAY "holiday added: " CCAL-DATE-1
                       " " CARD-BRANCH
                   PERFORM WRITE-HOLIDAY-AUDIT
               END-IF
           END-IF
           EXIT.
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               MOVE CCAL-DATE-1 TO CARD-DATE-1
               MOVE CCAL-BRANCH-ID TO CARD-BRANCH
               MOVE 'N' TO ENTRY-FOUND-SWITCH
               SET HOL-IDX TO 1
               PERFORM FIND-HOLIDAY-ENTRY
                       OR ENTRY-FOUND
               IF NOT ENTRY-FOUND
                   DISPLAY "holiday not on file: " CCAL-DATE-1
                       " " CARD-BRANCH
                   ADD 1 TO CARDS-REJECTED-COUNT
               ELSE
      * The dropped date swaps with the last entry; the sort
                   SUBTRACT 1 FROM HOLIDAY-ENTRIES-USED
                   ADD 1 TO CARDS-APPLIED-COUNT
                   DISPLAY "holiday dropped: " CCAL-DATE-1
                       " " CARD-BRANCH
                   PERFORM WRITE-HOLIDAY-AUDIT
               END-IF
           END-IF
           EXIT.

       FIND-HOLIDAY-ENTRY SECTION.
           IF HOL-DATE(HOL-IDX) = CARD-DATE-1
                   AND HOL-BRANCH(HOL-IDX) = CARD-BRANCH
               SET ENTRY-FOUND TO TRUE
           ELSE
               SET HOL-IDX UP BY 1
           MOVE SPACES TO MAUD-RECORD-KEY
           STRING "H " DELIMITED BY SIZE
               CARD-DATE-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CARD-BRANCH DELIMITED BY SIZE
               INTO MAUD-RECORD-KEY
           MOVE MAINT-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE RUN-DATE TO MAUD-RUN-DATE
           MOVE RUN-TIME TO MAUD-RUN-TIME
           MOVE SPACES TO MAUD-BEFORE-IMAGE
           MOVE SPACES TO MAUD-AFTER-IMAGE
           IF CARD-BRANCH = SPACES
               STRING "HOLIDAY " DELIMITED BY SIZE
                   CARD-DATE-1 DELIMITED BY SIZE
                   INTO MAUD-AFTER-IMAGE
           ELSE
               STRING "HOLIDAY " DELIMITED BY SIZE
                   CARD-DATE-1 DELIMITED BY SIZE
                   " BRANCH " DELIMITED BY SIZE
                   CARD-BRANCH DELIMITED BY SIZE
                   INTO MAUD-AFTER-IMAGE
           END-IF
           WRITE MAINTENANCE-AUDIT-RECORD
           EXIT.

       WRITE-ONE-HOLIDAY-ROW SECTION.
           MOVE SPACES TO CALENDAR-RECORD
           MOVE "H" TO CAL-RECORD-TYPE
           MOVE HOL-DATE(HOL-IDX)   TO CAL-HOLIDAY-DATE
           MOVE HOL-BRANCH(HOL-IDX) TO CAL-HOLIDAY-BRANCH
           WRITE CALENDAR-OUT-RECORD FROM CALENDAR-RECORD
           SET HOL-IDX UP BY 1
           EXIT.

       LIST-ONE-HOLIDAY SECTION.
           MOVE SPACES TO LISTING-WORK
           IF HOL-BRANCH(HOL-IDX) = SPACES
               STRING "  " DELIMITED BY SIZE
                   HOL-DATE(HOL-IDX) DELIMITED BY SIZE
                   "  ALL BRANCHES" DELIMITED BY SIZE
                   INTO LISTING-WORK
           ELSE
               STRING "  " DELIMITED BY SIZE
                   HOL-DATE(HOL-IDX) DELIMITED BY SIZE
                   "  BRANCH " DELIMITED BY SIZE
                   HOL-BRANCH(HOL-IDX) DELIMITED BY SIZE
                   INTO LISTING-WORK
           END-IF
           MOVE LISTING-WORK TO LISTING-LINE
           WRITE LISTING-LINE
           SET HOL-IDX UP BY 1
