       IDENTIFICATION DIVISION.
       PROGRAM-ID. bizdate.

      *****************************************************************
      *  bizdate is the one place a date is moved by business days.
      *  The programs that schedule -- STORDGEN's next-due dates,
      *  AMBILL's due dates, DORMANT's inactivity clock and
      *  WORKREG's queue aging -- each did their own calendar
      *  arithmetic and none of them looked at the holiday list,
      *  so they could not agree on what a working day was.
      *
      *  A business day is a Monday to Friday that the posting
      *  calendar (CALMAST, maintained by CALMNT) does not name as
      *  a holiday.  The calendar knows holidays only; Saturday and
      *  Sunday are closed days here whatever it says.  Shop-wide
      *  holidays always count; a branch's own holidays count too
      *  when the caller names the branch.  With no calendar
      *  mounted only the weekends are stepped over, and the
      *  return code says so.
      *
      *  The calendar is read once, on the first call, and held in
      *  storage for the run; a holiday falling on a weekend is not
      *  kept, the weekend having closed the day already.  Business
      *  days between two dates are counted arithmetically -- whole
      *  weeks at five, the odd days one by one, less the holidays
      *  in the range -- so a span of years costs no more than a
      *  span of days.
      *
      *  The caller drives it through copy/bizdatel.cpy.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALMAST"
               FILE STATUS IS CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
           05 CAL-RECORD-TYPE    PIC X(01).
           05 CAL-HOLIDAY-DATE   PIC 9(08).
           05 CAL-HOLIDAY-BRANCH PIC X(04).
           05 FILLER             PIC X(17).

       WORKING-STORAGE SECTION.
       01 CALENDAR-STATUS PIC X(02).
       01 CALENDAR-LOADED-SWITCH PIC X(01) VALUE 'N'.
           88 CALENDAR-LOADED VALUE 'Y'.
       01 CALENDAR-MOUNTED-SWITCH PIC X(01) VALUE 'N'.
           88 CALENDAR-MOUNTED VALUE 'Y'.
       01 CALENDAR-EOF-SWITCH PIC X(01).
           88 CALENDAR-EOF VALUE 'Y'.
       01 CALENDAR-BROKEN-SWITCH PIC X(01).
           88 CALENDAR-BROKEN VALUE 'Y'.

      * The weekday holidays, shop-wide (blank branch) and each
      * branch's own; the date and branch compare as one key.
       01 HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 200 TIMES
                   INDEXED BY HOLIDAY-IDX HOLIDAY-SCAN-IDX.
               10 HOLIDAY-DATE-ENTRY   PIC 9(08).
               10 HOLIDAY-BRANCH-ENTRY PIC X(04).
       01 HOLIDAY-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 HOLIDAY-MATCH-SWITCH PIC X(01).
           88 HOLIDAY-MATCHED VALUE 'Y'.
       01 SHOP-HOLIDAY-SWITCH PIC X(01).
           88 SHOP-HOLIDAY-FOUND VALUE 'Y'.

      * The date being stepped, with its day serial alongside so
      * the weekday is one division away.
       01 STEP-DATE.
           05 STEP-YEAR  PIC 9(04).
           05 STEP-MONTH PIC 9(02).
           05 STEP-DAY   PIC 9(02).
       01 STEP-DATE-NUM REDEFINES STEP-DATE PIC 9(08).
       01 STEP-SERIAL     PIC 9(08) COMP.
       01 STEP-DIRECTION  PIC X(01).
           88 STEPPING-FORWARD VALUE 'F'.
           88 STEPPING-BACK    VALUE 'B'.
       01 STEP-ATTEMPTS   PIC 9(03) COMP.
       01 DAYS-TO-STEP    PIC 9(05) COMP.
       01 START-MONTH     PIC 9(02).
       01 BUSINESS-DAY-SWITCH PIC X(01).
           88 STEP-IS-BUSINESS-DAY VALUE 'Y'.
      * A day serial divided by seven leaves 0 on a Saturday and 1
      * on a Sunday; 2 through 6 are Monday to Friday.
       01 WEEKDAY-QUOTIENT  PIC 9(08) COMP.
       01 WEEKDAY-REMAINDER PIC 9(01) COMP.

       01 EDIT-DATE-NUM PIC 9(08).
       01 DATE-VALID-SWITCH PIC X(01).
           88 DATE-VALID VALUE 'Y'.
       01 DAYS-IN-MONTH-TABLE.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 DAYS-IN-MONTH REDEFINES DAYS-IN-MONTH-TABLE.
           05 MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
       01 MONTH-LIMIT    PIC 9(02).
       01 LEAP-QUOTIENT  PIC 9(04) COMP.
       01 LEAP-REMAINDER PIC 9(04) COMP.

      * Business days between two dates.
       01 RANGE-FROM-DATE PIC 9(08).
       01 RANGE-TO-DATE   PIC 9(08).
       01 RANGE-FROM-SERIAL PIC 9(08) COMP.
       01 RANGE-TO-SERIAL   PIC 9(08) COMP.
       01 RANGE-DAYS      PIC 9(08) COMP.
       01 RANGE-WEEKS     PIC 9(08) COMP.
       01 RANGE-ODD-DAYS  PIC 9(01) COMP.
       01 RANGE-COUNT     PIC 9(08) COMP.
       01 RANGE-TEST-SERIAL PIC 9(08) COMP.
       01 RANGE-REVERSED-SWITCH PIC X(01).
           88 RANGE-REVERSED VALUE 'Y'.

      * Day-serial arithmetic, in the shop's usual form.
       01 SERIAL-INPUT-DATE PIC 9(08).
       01 SERIAL-DAYS       PIC 9(08) COMP.
       01 SERIAL-YEAR       PIC 9(04) COMP.
       01 SERIAL-MONTH      PIC 9(02) COMP.
       01 SERIAL-WORK       PIC 9(08) COMP.
       01 SERIAL-DAY        PIC 9(02) COMP.

       LINKAGE SECTION.
       COPY bizdatel.

       PROCEDURE DIVISION USING BUSINESS-DATE-AREA.
           IF NOT CALENDAR-LOADED
               PERFORM LOAD-HOLIDAYS
           END-IF
           MOVE 0 TO BDAT-RETURN-CODE
           MOVE 'N' TO BDAT-DAY-FLAG
           MOVE 'N' TO CALENDAR-BROKEN-SWITCH
           MOVE 'Y' TO DATE-VALID-SWITCH
           IF BDAT-FUNCTION = "BETWEEN "
               IF BDAT-TO-DATE IS NUMERIC
                   MOVE BDAT-TO-DATE TO EDIT-DATE-NUM
                   PERFORM EDIT-ONE-DATE
               ELSE
                   MOVE 'N' TO DATE-VALID-SWITCH
               END-IF
           END-IF
           IF DATE-VALID
               IF BDAT-DATE IS NUMERIC
                   MOVE BDAT-DATE TO EDIT-DATE-NUM
                   PERFORM EDIT-ONE-DATE
               ELSE
                   MOVE 'N' TO DATE-VALID-SWITCH
               END-IF
           END-IF
           IF NOT DATE-VALID
               MOVE 8 TO BDAT-RETURN-CODE
               MOVE 0 TO BDAT-RESULT-DATE
               GOBACK
           END-IF
           MOVE BDAT-DATE TO STEP-DATE-NUM
           PERFORM SET-STEP-SERIAL
           PERFORM JUDGE-STEP-DATE
           IF STEP-IS-BUSINESS-DAY
               SET BDAT-BUSINESS-DAY TO TRUE
           END-IF
           MOVE BDAT-DATE TO BDAT-RESULT-DATE
           EVALUATE BDAT-FUNCTION
               WHEN "CHECK   "
                   CONTINUE
               WHEN "ADD     "
                   PERFORM ADD-BUSINESS-DAYS
               WHEN "NEXT    "
                   SET STEPPING-FORWARD TO TRUE
                   PERFORM STEP-TO-BUSINESS-DAY
                   MOVE STEP-DATE-NUM TO BDAT-RESULT-DATE
               WHEN "PREVIOUS"
                   SET STEPPING-BACK TO TRUE
                   PERFORM STEP-TO-BUSINESS-DAY
                   MOVE STEP-DATE-NUM TO BDAT-RESULT-DATE
               WHEN "LASTBDAY"
                   PERFORM FIND-LAST-BUSINESS-DAY
               WHEN "BETWEEN "
                   PERFORM COUNT-BUSINESS-DAYS
               WHEN "FOLLOW  "
                   PERFORM FOLLOW-TO-BUSINESS-DAY
               WHEN "MODFOLL "
                   PERFORM MODIFIED-FOLLOW
               WHEN OTHER
                   MOVE 12 TO BDAT-RETURN-CODE
           END-EVALUATE
           IF CALENDAR-BROKEN
               MOVE 12 TO BDAT-RETURN-CODE
           END-IF
           IF BDAT-RETURN-CODE = 0 AND NOT CALENDAR-MOUNTED
               MOVE 4 TO BDAT-RETURN-CODE
           END-IF
           GOBACK
           .

      *****************************************************************
      *  The holidays are read once; a calendar that will not open
      *  is not tried again on every call.
      *****************************************************************
       LOAD-HOLIDAYS SECTION.
           SET CALENDAR-LOADED TO TRUE
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-STATUS = "00"
               SET CALENDAR-MOUNTED TO TRUE
               MOVE 'N' TO CALENDAR-EOF-SWITCH
               PERFORM READ-CALENDAR-RECORD UNTIL CALENDAR-EOF
               CLOSE CALENDAR-FILE
           END-IF
           EXIT.

       READ-CALENDAR-RECORD SECTION.
           READ CALENDAR-FILE
               AT END
                   SET CALENDAR-EOF TO TRUE
               NOT AT END
                   IF CAL-RECORD-TYPE = "H"
                           AND CAL-HOLIDAY-DATE IS NUMERIC
                       PERFORM KEEP-ONE-HOLIDAY
                   END-IF
           END-READ
           EXIT.

       KEEP-ONE-HOLIDAY SECTION.
           MOVE CAL-HOLIDAY-DATE TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           DIVIDE SERIAL-DAYS BY 7 GIVING WEEKDAY-QUOTIENT
               REMAINDER WEEKDAY-REMAINDER
           IF WEEKDAY-REMAINDER > 1
               IF HOLIDAY-ENTRIES-USED < 200
                   ADD 1 TO HOLIDAY-ENTRIES-USED
                   SET HOLIDAY-IDX TO HOLIDAY-ENTRIES-USED
                   MOVE CAL-HOLIDAY-DATE
                       TO HOLIDAY-DATE-ENTRY(HOLIDAY-IDX)
                   MOVE CAL-HOLIDAY-BRANCH
                       TO HOLIDAY-BRANCH-ENTRY(HOLIDAY-IDX)
               ELSE
                   DISPLAY "bizdate: holiday table full -- "
                       CAL-HOLIDAY-DATE " not kept"
               END-IF
           END-IF
           EXIT.

      * A real calendar date: month 1-12 and a day the month has.
       EDIT-ONE-DATE SECTION.
           MOVE EDIT-DATE-NUM TO STEP-DATE-NUM
           IF STEP-YEAR = 0 OR STEP-MONTH < 1 OR STEP-MONTH > 12
                   OR STEP-DAY < 1
               MOVE 'N' TO DATE-VALID-SWITCH
           ELSE
               PERFORM SET-MONTH-LIMIT
               IF STEP-DAY > MONTH-LIMIT
                   MOVE 'N' TO DATE-VALID-SWITCH
               END-IF
           END-IF
           EXIT.

      *****************************************************************
      *  The functions.
      *****************************************************************
       ADD-BUSINESS-DAYS SECTION.
           IF BDAT-DAYS NOT NUMERIC
               MOVE 8 TO BDAT-RETURN-CODE
           ELSE
               IF BDAT-DAYS < 0
                   SET STEPPING-BACK TO TRUE
                   COMPUTE DAYS-TO-STEP = 0 - BDAT-DAYS
               ELSE
                   SET STEPPING-FORWARD TO TRUE
                   MOVE BDAT-DAYS TO DAYS-TO-STEP
               END-IF
               PERFORM STEP-ONE-BUSINESS-DAY
                   UNTIL DAYS-TO-STEP = 0 OR CALENDAR-BROKEN
               MOVE STEP-DATE-NUM TO BDAT-RESULT-DATE
           END-IF
           EXIT.

       STEP-ONE-BUSINESS-DAY SECTION.
           PERFORM STEP-TO-BUSINESS-DAY
           SUBTRACT 1 FROM DAYS-TO-STEP
           EXIT.

      * From the month's last calendar day back to a business day.
       FIND-LAST-BUSINESS-DAY SECTION.
           PERFORM SET-MONTH-LIMIT
           MOVE MONTH-LIMIT TO STEP-DAY
           PERFORM SET-STEP-SERIAL
           PERFORM JUDGE-STEP-DATE
           IF NOT STEP-IS-BUSINESS-DAY
               SET STEPPING-BACK TO TRUE
               PERFORM STEP-TO-BUSINESS-DAY
           END-IF
           MOVE STEP-DATE-NUM TO BDAT-RESULT-DATE
           EXIT.

       FOLLOW-TO-BUSINESS-DAY SECTION.
           IF NOT BDAT-BUSINESS-DAY
               SET STEPPING-FORWARD TO TRUE
               PERFORM STEP-TO-BUSINESS-DAY
           END-IF
           MOVE STEP-DATE-NUM TO BDAT-RESULT-DATE
           EXIT.

      * Following, but never out of the month: a date that would
      * roll into the next month goes back to the last business
      * day before it instead.
       MODIFIED-FOLLOW SECTION.
           MOVE STEP-MONTH TO START-MONTH
           PERFORM FOLLOW-TO-BUSINESS-DAY
           IF STEP-MONTH NOT = START-MONTH
               MOVE BDAT-DATE TO STEP-DATE-NUM
               PERFORM SET-STEP-SERIAL
               SET STEPPING-BACK TO TRUE
               PERFORM STEP-TO-BUSINESS-DAY
           END-IF
           MOVE STEP-DATE-NUM TO BDAT-RESULT-DATE
           EXIT.

      * The days after the earlier date up to and including the
      * later: five for every whole week, the odd days judged by
      * weekday, then each weekday holiday inside the range taken
      * off once -- a branch holiday the shop also keeps is not
      * taken off twice.
       COUNT-BUSINESS-DAYS SECTION.
           MOVE 'N' TO RANGE-REVERSED-SWITCH
           IF BDAT-TO-DATE < BDAT-DATE
               SET RANGE-REVERSED TO TRUE
               MOVE BDAT-TO-DATE TO RANGE-FROM-DATE
               MOVE BDAT-DATE    TO RANGE-TO-DATE
           ELSE
               MOVE BDAT-DATE    TO RANGE-FROM-DATE
               MOVE BDAT-TO-DATE TO RANGE-TO-DATE
           END-IF
           MOVE RANGE-FROM-DATE TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           MOVE SERIAL-DAYS TO RANGE-FROM-SERIAL
           MOVE RANGE-TO-DATE TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           MOVE SERIAL-DAYS TO RANGE-TO-SERIAL
           COMPUTE RANGE-DAYS = RANGE-TO-SERIAL - RANGE-FROM-SERIAL
           DIVIDE RANGE-DAYS BY 7 GIVING RANGE-WEEKS
               REMAINDER RANGE-ODD-DAYS
           COMPUTE RANGE-COUNT = RANGE-WEEKS * 5
           MOVE RANGE-FROM-SERIAL TO RANGE-TEST-SERIAL
           PERFORM COUNT-ONE-ODD-DAY RANGE-ODD-DAYS TIMES
           SET HOLIDAY-IDX TO 1
           PERFORM DEDUCT-ONE-HOLIDAY
               UNTIL HOLIDAY-IDX > HOLIDAY-ENTRIES-USED
           IF RANGE-REVERSED
               COMPUTE BDAT-DAYS = 0 - RANGE-COUNT
           ELSE
               MOVE RANGE-COUNT TO BDAT-DAYS
           END-IF
           EXIT.

       COUNT-ONE-ODD-DAY SECTION.
           ADD 1 TO RANGE-TEST-SERIAL
           DIVIDE RANGE-TEST-SERIAL BY 7 GIVING WEEKDAY-QUOTIENT
               REMAINDER WEEKDAY-REMAINDER
           IF WEEKDAY-REMAINDER > 1
               ADD 1 TO RANGE-COUNT
           END-IF
           EXIT.

       DEDUCT-ONE-HOLIDAY SECTION.
           IF HOLIDAY-DATE-ENTRY(HOLIDAY-IDX) > RANGE-FROM-DATE
                   AND HOLIDAY-DATE-ENTRY(HOLIDAY-IDX)
                       NOT > RANGE-TO-DATE
               IF HOLIDAY-BRANCH-ENTRY(HOLIDAY-IDX) = SPACES
                   SUBTRACT 1 FROM RANGE-COUNT
               ELSE
                   IF HOLIDAY-BRANCH-ENTRY(HOLIDAY-IDX)
                           = BDAT-BRANCH-ID
                       PERFORM FIND-SHOP-HOLIDAY
                       IF NOT SHOP-HOLIDAY-FOUND
                           SUBTRACT 1 FROM RANGE-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF
           SET HOLIDAY-IDX UP BY 1
           EXIT.

       FIND-SHOP-HOLIDAY SECTION.
           MOVE 'N' TO SHOP-HOLIDAY-SWITCH
           SET HOLIDAY-SCAN-IDX TO 1
           PERFORM CHECK-ONE-SHOP-HOLIDAY
               UNTIL HOLIDAY-SCAN-IDX > HOLIDAY-ENTRIES-USED
                   OR SHOP-HOLIDAY-FOUND
           EXIT.

       CHECK-ONE-SHOP-HOLIDAY SECTION.
           IF HOLIDAY-DATE-ENTRY(HOLIDAY-SCAN-IDX)
                   = HOLIDAY-DATE-ENTRY(HOLIDAY-IDX)
                   AND HOLIDAY-BRANCH-ENTRY(HOLIDAY-SCAN-IDX) = SPACES
               SET SHOP-HOLIDAY-FOUND TO TRUE
           ELSE
               SET HOLIDAY-SCAN-IDX UP BY 1
           END-IF
           EXIT.

      *****************************************************************
      *  Stepping: a calendar day at a time in STEP-DIRECTION until
      *  a business day is reached.  A month's worth of days with
      *  no business day in it means a broken calendar, and the
      *  step stops there.
      *****************************************************************
       STEP-TO-BUSINESS-DAY SECTION.
           MOVE 0 TO STEP-ATTEMPTS
           MOVE 'N' TO BUSINESS-DAY-SWITCH
           PERFORM STEP-ONE-DAY
               UNTIL STEP-IS-BUSINESS-DAY OR STEP-ATTEMPTS >= 31
           IF NOT STEP-IS-BUSINESS-DAY
               SET CALENDAR-BROKEN TO TRUE
           END-IF
           EXIT.

       STEP-ONE-DAY SECTION.
           IF STEPPING-FORWARD
               PERFORM ADVANCE-ONE-DAY
           ELSE
               PERFORM BACK-ONE-DAY
           END-IF
           ADD 1 TO STEP-ATTEMPTS
           PERFORM JUDGE-STEP-DATE
           EXIT.

       ADVANCE-ONE-DAY SECTION.
           PERFORM SET-MONTH-LIMIT
           IF STEP-DAY < MONTH-LIMIT
               ADD 1 TO STEP-DAY
           ELSE
               MOVE 1 TO STEP-DAY
               IF STEP-MONTH < 12
                   ADD 1 TO STEP-MONTH
               ELSE
                   MOVE 1 TO STEP-MONTH
                   ADD 1 TO STEP-YEAR
               END-IF
           END-IF
           ADD 1 TO STEP-SERIAL
           EXIT.

       BACK-ONE-DAY SECTION.
           IF STEP-DAY > 1
               SUBTRACT 1 FROM STEP-DAY
           ELSE
               IF STEP-MONTH > 1
                   SUBTRACT 1 FROM STEP-MONTH
               ELSE
                   MOVE 12 TO STEP-MONTH
                   SUBTRACT 1 FROM STEP-YEAR
               END-IF
               PERFORM SET-MONTH-LIMIT
               MOVE MONTH-LIMIT TO STEP-DAY
           END-IF
           SUBTRACT 1 FROM STEP-SERIAL
           EXIT.

       JUDGE-STEP-DATE SECTION.
           MOVE 'N' TO BUSINESS-DAY-SWITCH
           DIVIDE STEP-SERIAL BY 7 GIVING WEEKDAY-QUOTIENT
               REMAINDER WEEKDAY-REMAINDER
           IF WEEKDAY-REMAINDER > 1
               PERFORM SEARCH-HOLIDAY-TABLE
               IF NOT HOLIDAY-MATCHED
                   SET STEP-IS-BUSINESS-DAY TO TRUE
               END-IF
           END-IF
           EXIT.

       SEARCH-HOLIDAY-TABLE SECTION.
           MOVE 'N' TO HOLIDAY-MATCH-SWITCH
           SET HOLIDAY-IDX TO 1
           PERFORM CHECK-ONE-HOLIDAY
               UNTIL HOLIDAY-IDX > HOLIDAY-ENTRIES-USED
                   OR HOLIDAY-MATCHED
           EXIT.

       CHECK-ONE-HOLIDAY SECTION.
           IF HOLIDAY-DATE-ENTRY(HOLIDAY-IDX) = STEP-DATE-NUM
                   AND (HOLIDAY-BRANCH-ENTRY(HOLIDAY-IDX) = SPACES
                       OR HOLIDAY-BRANCH-ENTRY(HOLIDAY-IDX)
                           = BDAT-BRANCH-ID)
               SET HOLIDAY-MATCHED TO TRUE
           ELSE
               SET HOLIDAY-IDX UP BY 1
           END-IF
           EXIT.

       SET-STEP-SERIAL SECTION.
           MOVE STEP-DATE-NUM TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           MOVE SERIAL-DAYS TO STEP-SERIAL
           EXIT.

       SET-MONTH-LIMIT SECTION.
           MOVE MONTH-DAYS(STEP-MONTH) TO MONTH-LIMIT
           IF STEP-MONTH = 2
               DIVIDE STEP-YEAR BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = 0
                   DIVIDE STEP-YEAR BY 100 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER NOT = 0
                       MOVE 29 TO MONTH-LIMIT
                   ELSE
                       DIVIDE STEP-YEAR BY 400 GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER
                       IF LEAP-REMAINDER = 0
                           MOVE 29 TO MONTH-LIMIT
                       END-IF
                   END-IF
               END-IF
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
