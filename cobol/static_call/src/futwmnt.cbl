       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUTWMNT.

      *****************************************************************
      *  FUTWMNT looks after the future-dated warehouse CALCULATOR
      *  parks forward-dated transactions in until their day comes:
      *  a department can ask what is waiting under a reference, or
      *  pull an item before its release date, from control cards,
      *  and the report lists everything due to release over the
      *  next few days.
      *
      *    FUTWHSE   in   the warehouse as the last batch run left
      *                   it (copy/futwhse.cpy)
      *    FUTWCRDS  in   inquiry and cancel cards
      *    FUTWNEW   out  the warehouse with the cancels applied,
      *                   swapped back in as FUTWHSE by the JCL
      *                   (the same split-and-swap CALCBAT uses)
      *    FUTWRPT   out  card responses and the release schedule
      *    MNTAUDIT  out  before image of every cancelled item
      *
      *  One card per action on the FUTWCRDS dataset:
      *
      *    cols  1-8   action      INQUIRE / CANCEL
      *    col   9     (blank)
      *    cols 10-19  reference number
      *    col  20     (blank)
      *    cols 21-24  department asking
      *
      *  An item that arrived inside a department batch can only be
      *  cancelled by a card naming that department; one that came
      *  in outside any batch can be cancelled by any department's
      *  card, but a CANCEL card must always name one.  A cancelled
      *  item is dropped from FUTWNEW and never posts -- the audit
      *  line keeps its image.  INQUIRE changes nothing.
      *
      *  CALC-WAREHOUSE-REPORT-DAYS (default 7) sets how far ahead
      *  the release schedule looks.  Items whose date has already
      *  come -- the batch run that releases them has not run yet
      *  -- head the list as due now.
      *
      *  The warehouse is held in a table while the cards are
      *  applied.  A card that fails leaves RETURN-CODE 8; a
      *  warehouse too big for the table stops the run with 12
      *  before FUTWNEW is written, so the JCL's swap step is
      *  skipped and nothing is lost.  Run it between batch runs,
      *  never alongside CALCBAT: both rewrite the warehouse.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAREHOUSE-FILE ASSIGN TO "FUTWHSE"
               FILE STATUS IS WAREHOUSE-STATUS.
           SELECT WAREHOUSE-NEW-FILE ASSIGN TO "FUTWNEW"
               FILE STATUS IS WAREHOUSE-NEW-STATUS.
           SELECT WAREHOUSE-CARD-FILE ASSIGN TO "FUTWCRDS"
               FILE STATUS IS WAREHOUSE-CARD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FUTWRPT".
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WAREHOUSE-FILE.
       COPY futwhse.

       FD WAREHOUSE-NEW-FILE.
       COPY futwhse REPLACING LEADING ==FUTW== BY ==FUTN==.

       FD WAREHOUSE-CARD-FILE.
       01 WAREHOUSE-CARD.
           05 WCARD-ACTION     PIC X(08).
           05 FILLER           PIC X(01).
           05 WCARD-REFERENCE  PIC X(10).
           05 FILLER           PIC X(01).
           05 WCARD-DEPARTMENT PIC X(04).
           05 FILLER           PIC X(56).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD MAINT-AUDIT-FILE.
       COPY mntaudit.

       WORKING-STORAGE SECTION.
       01 WAREHOUSE-STATUS      PIC X(02).
       01 WAREHOUSE-NEW-STATUS  PIC X(02).
       01 WAREHOUSE-CARD-STATUS PIC X(02).
       01 MAINT-AUDIT-STATUS    PIC X(02).
       01 WAREHOUSE-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 WAREHOUSE-EOF VALUE 'Y'.
       01 CARD-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 CARD-EOF VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 MAINT-OPERATOR-ID PIC X(08) VALUE SPACES.
       01 BEFORE-IMAGE PIC X(80).
       01 AFTER-IMAGE  PIC X(80).
       01 REPORT-DAYS     PIC 9(04) VALUE 7.
       01 REPORT-DAYS-ENV PIC X(04).

      * The transaction an item carries, for the listing.
       COPY tranrec REPLACING LEADING ==TRAN== BY ==QTRN==.

      * The warehouse in file order.  A cancelled slot stays in the
      * table but is not written.  Each slot carries its release
      * date's distance from today, worked out once as it loads.
       01 ITEM-TABLE.
           05 ITEM-SLOT OCCURS 2000 TIMES.
               10 ITEM-SLOT-STATE PIC X(01).
                   88 ITEM-SLOT-LIVE      VALUE "L".
                   88 ITEM-SLOT-CANCELLED VALUE "C".
               10 ITEM-SLOT-GAP   PIC S9(08) COMP.
               10 ITEM-SLOT-IMAGE PIC X(133).
       01 ITEM-SLOT-LIMIT PIC 9(05) COMP VALUE 2000.
       01 ITEM-SLOT-COUNT PIC 9(05) COMP VALUE 0.
       01 ITEM-SUB        PIC 9(05) COMP.
       01 FOUND-SUB       PIC 9(05) COMP.
       01 ITEM-TABLE-FULL-SWITCH PIC X(01) VALUE 'N'.
           88 ITEM-TABLE-FULL VALUE 'Y'.

      * Day numbering for the schedule's look-ahead, the same
      * arithmetic CALCULATOR judges the warehouse horizon with.
       01 RUN-SERIAL          PIC 9(08) COMP.
       01 SERIAL-INPUT-DATE   PIC 9(08).
       01 SERIAL-DAYS         PIC 9(08) COMP.
       01 SERIAL-YEAR         PIC 9(04) COMP.
       01 SERIAL-MONTH        PIC 9(02) COMP.
       01 SERIAL-WORK         PIC 9(08) COMP.
       01 SERIAL-DAY          PIC 9(02) COMP.
       01 SCHEDULE-OFFSET     PIC S9(08) COMP.

       01 CARDS-APPLIED-COUNT  PIC 9(05) COMP VALUE 0.
       01 CARDS-REJECTED-COUNT PIC 9(05) COMP VALUE 0.
       01 ITEMS-KEPT-COUNT     PIC 9(05) COMP VALUE 0.
       01 ITEMS-LISTED-COUNT   PIC 9(05) COMP VALUE 0.
       01 ITEMS-LATER-COUNT    PIC 9(05) COMP VALUE 0.
       01 SCHEDULE-TOTAL       PIC S9(11)V99 VALUE 0.
       01 CARD-COUNT-EDIT PIC ZZZZ9.
       01 DAYS-EDIT       PIC ZZZ9.
       01 VALUE-1-EDIT    PIC ZZZZZZZZ9.99-.
       01 VALUE-2-EDIT    PIC ZZZZZZZZ9.99-.
       01 TOTAL-EDIT      PIC ZZZZZZZZZZ9.99-.
       01 DUE-TEXT        PIC X(08).
       01 REPORT-WORK     PIC X(100).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "FUTWMNT" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           ACCEPT MAINT-OPERATOR-ID
               FROM ENVIRONMENT "CALC-MAINT-OPERATOR"
           MOVE "CALC-WAREHOUSE-REPORT-DAYS" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO REPORT-DAYS-ENV
           IF REPORT-DAYS-ENV NOT = SPACES
               MOVE REPORT-DAYS-ENV TO REPORT-DAYS
           END-IF
           MOVE RUN-DATE TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           MOVE SERIAL-DAYS TO RUN-SERIAL
      * No FUTWHSE yet is an empty warehouse -- nothing has been
      * parked since the warehouse was set up.
           OPEN INPUT WAREHOUSE-FILE
           IF WAREHOUSE-STATUS = "00"
               PERFORM LOAD-ONE-ITEM UNTIL WAREHOUSE-EOF
               CLOSE WAREHOUSE-FILE
           ELSE
               IF WAREHOUSE-STATUS NOT = "35"
                   DISPLAY "unable to open future-dated warehouse, "
                       "status " WAREHOUSE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF ITEM-TABLE-FULL
               DISPLAY "future-dated warehouse holds more than "
                   ITEM-SLOT-LIMIT " records -- nothing applied"
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
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT WAREHOUSE-NEW-FILE
           IF WAREHOUSE-NEW-STATUS NOT = "00"
               DISPLAY "unable to open new future-dated warehouse, "
                   "status " WAREHOUSE-NEW-STATUS
               CLOSE MAINT-AUDIT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "FUTURE-DATED WAREHOUSE MAINTENANCE ON "
               DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT WAREHOUSE-CARD-FILE
           IF WAREHOUSE-CARD-STATUS NOT = "00"
               SET CARD-EOF TO TRUE
           END-IF
           PERFORM READ-AND-APPLY-CARD UNTIL CARD-EOF
           IF WAREHOUSE-CARD-STATUS = "00"
               CLOSE WAREHOUSE-CARD-FILE
           END-IF
           CLOSE MAINT-AUDIT-FILE
           PERFORM WRITE-ONE-ITEM
               VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > ITEM-SLOT-COUNT
           CLOSE WAREHOUSE-NEW-FILE
           PERFORM WRITE-RELEASE-SCHEDULE
           CLOSE REPORT-FILE
           MOVE CARDS-APPLIED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "warehouse cards applied: " CARD-COUNT-EDIT
           MOVE CARDS-REJECTED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "warehouse cards rejected: " CARD-COUNT-EDIT
           MOVE ITEMS-KEPT-COUNT TO CARD-COUNT-EDIT
           DISPLAY "warehouse items on file: " CARD-COUNT-EDIT
           IF CARDS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       LOAD-ONE-ITEM SECTION.
           READ WAREHOUSE-FILE
               AT END
                   SET WAREHOUSE-EOF TO TRUE
               NOT AT END
                   IF ITEM-SLOT-COUNT >= ITEM-SLOT-LIMIT
                       SET ITEM-TABLE-FULL TO TRUE
                       SET WAREHOUSE-EOF TO TRUE
                   ELSE
                       ADD 1 TO ITEM-SLOT-COUNT
                       SET ITEM-SLOT-LIVE(ITEM-SLOT-COUNT) TO TRUE
                       MOVE FUTW-RECORD
                           TO ITEM-SLOT-IMAGE(ITEM-SLOT-COUNT)
                       MOVE FUTW-RELEASE-DATE TO SERIAL-INPUT-DATE
                       PERFORM DATE-TO-SERIAL
                       COMPUTE ITEM-SLOT-GAP(ITEM-SLOT-COUNT) =
                           SERIAL-DAYS - RUN-SERIAL
                   END-IF
           END-READ
           EXIT.

      * Blank cards and cards beginning with an asterisk are comment
      * lines, the same annotation convention the transaction file
      * uses.
       READ-AND-APPLY-CARD SECTION.
           READ WAREHOUSE-CARD-FILE
               AT END
                   SET CARD-EOF TO TRUE
               NOT AT END
                   IF WAREHOUSE-CARD = SPACES
                           OR WAREHOUSE-CARD(1:1) = "*"
                       CONTINUE
                   ELSE
                       PERFORM APPLY-WAREHOUSE-CARD
                   END-IF
           END-READ
           EXIT.

       APPLY-WAREHOUSE-CARD SECTION.
           IF WCARD-REFERENCE = SPACES
               MOVE SPACES TO REPORT-WORK
               STRING WCARD-ACTION DELIMITED BY SIZE
                   " CARD WITH BLANK REFERENCE REJECTED"
                   DELIMITED BY SIZE
                   INTO REPORT-WORK
               PERFORM WRITE-CARD-RESPONSE
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               PERFORM FIND-ITEM-SLOT
               EVALUATE WCARD-ACTION
                   WHEN "INQUIRE "
                       PERFORM INQUIRE-ITEM
                   WHEN "CANCEL  "
                       PERFORM CANCEL-ITEM
                   WHEN OTHER
                       MOVE SPACES TO REPORT-WORK
                       STRING "UNKNOWN ACTION '" DELIMITED BY SIZE
                           WCARD-ACTION DELIMITED BY SIZE
                           "' FOR REFERENCE " DELIMITED BY SIZE
                           WCARD-REFERENCE DELIMITED BY SIZE
                           INTO REPORT-WORK
                       PERFORM WRITE-CARD-RESPONSE
                       ADD 1 TO CARDS-REJECTED-COUNT
               END-EVALUATE
           END-IF
           EXIT.

      * Leaves FOUND-SUB pointing at the card's item among the live
      * slots, or zero when it isn't there.
       FIND-ITEM-SLOT SECTION.
           MOVE 0 TO FOUND-SUB
           PERFORM CHECK-ONE-ITEM-SLOT
               VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > ITEM-SLOT-COUNT
                   OR FOUND-SUB > 0
           EXIT.

       CHECK-ONE-ITEM-SLOT SECTION.
           IF ITEM-SLOT-LIVE(ITEM-SUB)
               MOVE ITEM-SLOT-IMAGE(ITEM-SUB) TO FUTW-RECORD
               MOVE FUTW-TRAN-IMAGE TO QTRN-RECORD
               IF QTRN-REFERENCE-IN = WCARD-REFERENCE
                   MOVE ITEM-SUB TO FOUND-SUB
               END-IF
           END-IF
           EXIT.

       INQUIRE-ITEM SECTION.
           IF FOUND-SUB = 0
               PERFORM REPORT-ITEM-NOT-FOUND
           ELSE
               MOVE ITEM-SLOT-IMAGE(FOUND-SUB) TO FUTW-RECORD
               MOVE FUTW-TRAN-IMAGE TO QTRN-RECORD
               MOVE QTRN-VALUE-1 TO VALUE-1-EDIT
               MOVE QTRN-VALUE-2 TO VALUE-2-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "INQUIRE  " DELIMITED BY SIZE
                   WCARD-REFERENCE DELIMITED BY SIZE
                   " RELEASES " DELIMITED BY SIZE
                   FUTW-RELEASE-DATE DELIMITED BY SIZE
                   " DEPT " DELIMITED BY SIZE
                   FUTW-DEPARTMENT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   QTRN-OPERATION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VALUE-1-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VALUE-2-EDIT DELIMITED BY SIZE
                   " RECEIVED " DELIMITED BY SIZE
                   FUTW-RECEIVED-DATE DELIMITED BY SIZE
                   INTO REPORT-WORK
               PERFORM WRITE-CARD-RESPONSE
               ADD 1 TO CARDS-APPLIED-COUNT
           END-IF
           EXIT.

      * Only the department the item arrived under may pull it; an
      * item that came in outside a batch answers to any
      * department, but the card still has to say which one is
      * asking so the audit line shows it.
       CANCEL-ITEM SECTION.
           IF FOUND-SUB = 0
               PERFORM REPORT-ITEM-NOT-FOUND
           ELSE
               MOVE ITEM-SLOT-IMAGE(FOUND-SUB) TO FUTW-RECORD
               IF WCARD-DEPARTMENT = SPACES
                   MOVE SPACES TO REPORT-WORK
                   STRING "CANCEL   " DELIMITED BY SIZE
                       WCARD-REFERENCE DELIMITED BY SIZE
                       " REJECTED -- NO DEPARTMENT ON CARD"
                       DELIMITED BY SIZE
                       INTO REPORT-WORK
                   PERFORM WRITE-CARD-RESPONSE
                   ADD 1 TO CARDS-REJECTED-COUNT
               ELSE
               IF FUTW-DEPARTMENT NOT = SPACES
                       AND FUTW-DEPARTMENT NOT = WCARD-DEPARTMENT
                   MOVE SPACES TO REPORT-WORK
                   STRING "CANCEL   " DELIMITED BY SIZE
                       WCARD-REFERENCE DELIMITED BY SIZE
                       " REJECTED -- ITEM BELONGS TO DEPT "
                       DELIMITED BY SIZE
                       FUTW-DEPARTMENT DELIMITED BY SIZE
                       INTO REPORT-WORK
                   PERFORM WRITE-CARD-RESPONSE
                   ADD 1 TO CARDS-REJECTED-COUNT
               ELSE
                   SET ITEM-SLOT-CANCELLED(FOUND-SUB) TO TRUE
                   MOVE SPACES TO REPORT-WORK
                   STRING "CANCEL   " DELIMITED BY SIZE
                       WCARD-REFERENCE DELIMITED BY SIZE
                       " DUE " DELIMITED BY SIZE
                       FUTW-RELEASE-DATE DELIMITED BY SIZE
                       " CANCELLED FOR DEPT " DELIMITED BY SIZE
                       WCARD-DEPARTMENT DELIMITED BY SIZE
                       INTO REPORT-WORK
                   PERFORM WRITE-CARD-RESPONSE
                   ADD 1 TO CARDS-APPLIED-COUNT
                   MOVE SPACES TO BEFORE-IMAGE
                   MOVE FUTW-RECORD TO BEFORE-IMAGE
                   MOVE SPACES TO AFTER-IMAGE
                   PERFORM WRITE-AUDIT-LINE
               END-IF
               END-IF
           END-IF
           EXIT.

       REPORT-ITEM-NOT-FOUND SECTION.
           MOVE SPACES TO REPORT-WORK
           STRING WCARD-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WCARD-REFERENCE DELIMITED BY SIZE
               " NOT IN THE WAREHOUSE" DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-CARD-RESPONSE
           ADD 1 TO CARDS-REJECTED-COUNT
           EXIT.

       WRITE-CARD-RESPONSE SECTION.
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       WRITE-ONE-ITEM SECTION.
           IF ITEM-SLOT-LIVE(ITEM-SUB)
               WRITE FUTN-RECORD FROM ITEM-SLOT-IMAGE(ITEM-SUB)
               ADD 1 TO ITEMS-KEPT-COUNT
           END-IF
           EXIT.

      * One pass over the table per day of the look-ahead keeps the
      * schedule in release order without a sort; the first pass
      * also takes everything already due.
       WRITE-RELEASE-SCHEDULE SECTION.
           MOVE REPORT-DAYS TO DAYS-EDIT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "SCHEDULED TO RELEASE WITHIN " DELIMITED BY SIZE
               DAYS-EDIT DELIMITED BY SIZE
               " DAYS OF " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "RELEASE  REFERENCE  DEPT BRCH OP       VALUE 1"
               DELIMITED BY SIZE
               "       VALUE 2 OPERATOR RECEIVED" DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM LIST-ONE-SCHEDULE-DAY
               VARYING SCHEDULE-OFFSET FROM 0 BY 1
               UNTIL SCHEDULE-OFFSET > REPORT-DAYS
           PERFORM COUNT-ONE-LATER-ITEM
               VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > ITEM-SLOT-COUNT
           MOVE ITEMS-LISTED-COUNT TO CARD-COUNT-EDIT
           MOVE SCHEDULE-TOTAL TO TOTAL-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ITEMS SCHEDULED: " DELIMITED BY SIZE
               CARD-COUNT-EDIT DELIMITED BY SIZE
               "  VALUE 1 TOTAL: " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ITEMS-LATER-COUNT TO CARD-COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "ITEMS RELEASING LATER: " DELIMITED BY SIZE
               CARD-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       LIST-ONE-SCHEDULE-DAY SECTION.
           PERFORM LIST-ONE-SCHEDULED-ITEM
               VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > ITEM-SLOT-COUNT
           EXIT.

       LIST-ONE-SCHEDULED-ITEM SECTION.
           IF ITEM-SLOT-LIVE(ITEM-SUB)
               IF ITEM-SLOT-GAP(ITEM-SUB) = SCHEDULE-OFFSET
                       OR (SCHEDULE-OFFSET = 0
                           AND ITEM-SLOT-GAP(ITEM-SUB) < 0)
                   MOVE ITEM-SLOT-IMAGE(ITEM-SUB) TO FUTW-RECORD
                   MOVE FUTW-TRAN-IMAGE TO QTRN-RECORD
                   PERFORM LIST-ONE-ITEM
               END-IF
           END-IF
           EXIT.

       LIST-ONE-ITEM SECTION.
           ADD 1 TO ITEMS-LISTED-COUNT
           ADD QTRN-VALUE-1 TO SCHEDULE-TOTAL
           MOVE FUTW-RELEASE-DATE TO DUE-TEXT
           IF ITEM-SLOT-GAP(ITEM-SUB) < 0
               MOVE "DUE NOW " TO DUE-TEXT
           END-IF
           MOVE QTRN-VALUE-1 TO VALUE-1-EDIT
           MOVE QTRN-VALUE-2 TO VALUE-2-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING DUE-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               QTRN-REFERENCE-IN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUTW-DEPARTMENT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUTW-BRANCH-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               QTRN-OPERATION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VALUE-1-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VALUE-2-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               QTRN-OPERATOR-ID-IN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUTW-RECEIVED-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       COUNT-ONE-LATER-ITEM SECTION.
           IF ITEM-SLOT-LIVE(ITEM-SUB)
                   AND ITEM-SLOT-GAP(ITEM-SUB) > REPORT-DAYS
               ADD 1 TO ITEMS-LATER-COUNT
           END-IF
           EXIT.

       DATE-TO-SERIAL SECTION.
           MOVE SERIAL-INPUT-DATE(1:4) TO SERIAL-YEAR
           MOVE SERIAL-INPUT-DATE(5:2) TO SERIAL-MONTH
           IF SERIAL-MONTH < 3
               SUBTRACT 1 FROM SERIAL-YEAR
               ADD 12 TO SERIAL-MONTH
           END-IF
           COMPUTE SERIAL-DAYS = 365 * SERIAL-YEAR
           DIVIDE SERIAL-YEAR BY 4 GIVING SERIAL-WORK
           ADD SERIAL-WORK TO SERIAL-DAYS
           DIVIDE SERIAL-YEAR BY 100 GIVING SERIAL-WORK
           SUBTRACT SERIAL-WORK FROM SERIAL-DAYS
           DIVIDE SERIAL-YEAR BY 400 GIVING SERIAL-WORK
           ADD SERIAL-WORK TO SERIAL-DAYS
           COMPUTE SERIAL-WORK = 153 * (SERIAL-MONTH + 1)
           DIVIDE SERIAL-WORK BY 5 GIVING SERIAL-WORK
           ADD SERIAL-WORK TO SERIAL-DAYS
           MOVE SERIAL-INPUT-DATE(7:2) TO SERIAL-DAY
           ADD SERIAL-DAY TO SERIAL-DAYS
           EXIT.

       WRITE-AUDIT-LINE SECTION.
           MOVE "FUTWHSE "    TO MAUD-FILE-NAME
           MOVE WCARD-ACTION  TO MAUD-ACTION
           MOVE SPACES        TO MAUD-RECORD-KEY
           MOVE WCARD-REFERENCE TO MAUD-RECORD-KEY
           MOVE MAINT-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE RUN-DATE      TO MAUD-RUN-DATE
           MOVE RUN-TIME      TO MAUD-RUN-TIME
           MOVE BEFORE-IMAGE  TO MAUD-BEFORE-IMAGE
           MOVE AFTER-IMAGE   TO MAUD-AFTER-IMAGE
           WRITE MAINTENANCE-AUDIT-RECORD
           EXIT.
