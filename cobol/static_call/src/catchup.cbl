       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATCHUP.

      *****************************************************************
      *  CATCHUP drives the catch-up of business dates an outage
      *  left unrun, so the operator stops rerunning CALCBAT by hand
      *  once per day and re-deriving the DAYSTAT order in between.
      *  CALC-CATCHUP-RANGE=YYYYMMDD-YYYYMMDD names the missed
      *  dates; each one that CALMAST makes a business date -- in
      *  an open period and off the holiday list -- is run in
      *  calendar order as two jobs off the procedure library:
      *
      *    CATCHPST  posting: pre-flight, edit, sequence and
      *              CALCULATOR against that date's staged file
      *              CALC.PROD.TRANFILE.Dyymmdd, then the suspense
      *              and warehouse swap
      *    CATCHEOD  end of day: interest accrual, dormancy sweep
      *              and the DAYEND checklist
      *
      *  Every program in both runs as the date being caught up,
      *  through CALC-BUSINESS-DATE (CALC-ACCRUAL-DATE for INTACCR),
      *  so CALCULATOR's DAYSTAT record, run log and statistics,
      *  and the interest, fee and dormancy dates all carry that
      *  date rather than the day the catch-up happened to run.
      *
      *  This program writes one job to CATCHJCL (the internal
      *  reader) and each job's last step runs it again to write
      *  the next, so the chain walks the range one job at a time
      *  and a failing step simply ends it.  Where it stands is
      *  read back from DAYSTAT every time, never carried along:
      *
      *    CALCULAT  the date is posted (CALCULATOR's own record)
      *    CATCHPST  a catch-up posting was started for the date
      *    CATCHRLS  the operator released a failed posting
      *    CATCHUP   the date's end of day passed -- date closed
      *
      *  so resubmitting the CATCHUP job with the same range picks
      *  up at the first date not closed: at its end of day if it
      *  is posted, at its posting if not.  A posting that was
      *  started and never recorded is not guessed at -- part of
      *  the file may have posted -- and the chain refuses that
      *  date until the operator either finishes it the CALCBAT
      *  restart way (with CALC-BUSINESS-DATE set) or backs it out
      *  and releases it with CALC-CATCHUP-EVENT=RELEASE.  The
      *  chain also pauses after the last date of a month, for the
      *  month-end stream to be run for that month (dated with
      *  CALC-BUSINESS-DATE); resubmitting carries on.
      *
      *  CALC-CATCHUP-EVENT:
      *    PLAN     (default) print the range's status on CATCHRPT
      *             and write the next job.  CALC-CATCHUP-CLOSE
      *             names a date whose end of day has just passed,
      *             to be recorded closed first.
      *    GUARD    CALC-CATCHUP-DATE, just ahead of CALCULATOR:
      *             0 post it (the start is recorded), 4 already
      *             posted, 12 a started posting is unresolved.
      *    RELEASE  CALC-CATCHUP-DATE: clear an unresolved start.
      *
      *  RC 0 normal; 4 nothing submitted -- range complete or
      *  month-end pause; 8 bad range or card; 12 refused, or
      *  DAYSTAT / CATCHJCL unusable.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALMAST"
               FILE STATUS IS CALENDAR-STATUS.
           SELECT DAY-STATUS-FILE ASSIGN TO "DAYSTAT"
               FILE STATUS IS DAY-STATUS-STATUS.
           SELECT JOB-FILE ASSIGN TO "CATCHJCL"
               FILE STATUS IS JOB-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CATCHRPT".

       DATA DIVISION.
       FILE SECTION.
       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
           05 CAL-RECORD-TYPE  PIC X(01).
           05 CAL-PERIOD-START PIC 9(08).
           05 CAL-PERIOD-END   PIC 9(08).
           05 CAL-OPEN-FLAG    PIC X(01).
           05 FILLER           PIC X(12).
       01 CALENDAR-HOLIDAY REDEFINES CALENDAR-RECORD.
           05 FILLER           PIC X(01).
           05 CAL-HOLIDAY-DATE PIC 9(08).
           05 CAL-HOLIDAY-BRANCH PIC X(04).
           05 FILLER           PIC X(17).

       FD DAY-STATUS-FILE.
       COPY daystat.

       FD JOB-FILE.
       01 JOB-CARD PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 CALENDAR-STATUS   PIC X(02).
       01 DAY-STATUS-STATUS PIC X(02).
       01 JOB-STATUS        PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.
       01 CALENDAR-LOADED-SWITCH PIC X(01) VALUE 'N'.
           88 CALENDAR-LOADED VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 CATCHUP-EVENT-ENV PIC X(08).
       01 CATCHUP-RANGE-ENV.
           05 RANGE-FROM-TEXT PIC X(08).
           05 RANGE-DASH      PIC X(01).
           05 RANGE-TO-TEXT   PIC X(08).
       01 CATCHUP-DATE-ENV  PIC X(08).
       01 CATCHUP-CLOSE-ENV PIC X(08).
       01 RANGE-FROM  PIC 9(08).
       01 RANGE-TO    PIC 9(08).
       01 CLOSE-DATE  PIC 9(08) VALUE 0.

      * Date editing and stepping, the way CALCULATOR edits a
      * transaction date.
       01 CAL-WORK-DATE.
           05 CAL-WORK-YEAR   PIC 9(04).
           05 CAL-WORK-MONTH  PIC 9(02).
           05 CAL-WORK-DAY    PIC 9(02).
       01 CAL-WORK-DATE-NUM REDEFINES CAL-WORK-DATE PIC 9(08).
       01 CAL-DAYS-TABLE.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 CAL-DAYS-IN-MONTH REDEFINES CAL-DAYS-TABLE.
           05 CAL-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
       01 CAL-MONTH-LIMIT    PIC 9(02).
       01 CAL-LEAP-QUOTIENT  PIC 9(04) COMP.
       01 CAL-LEAP-REMAINDER PIC 9(04) COMP.
       01 DATE-VALID-SWITCH PIC X(01).
           88 DATE-VALID VALUE 'Y'.

       01 PERIOD-TABLE.
           05 PERIOD-ENTRY OCCURS 60 TIMES INDEXED BY PERIOD-IDX.
               10 PERIOD-START-DATE PIC 9(08).
               10 PERIOD-END-DATE   PIC 9(08).
               10 PERIOD-OPEN-FLAG  PIC X(01).
                   88 PERIOD-IS-OPEN VALUE "O".
       01 PERIOD-ENTRIES-USED PIC 9(02) COMP VALUE 0.
       01 HOLIDAY-TABLE.
           05 HOLIDAY-DATE-ENTRY OCCURS 200 TIMES
                   INDEXED BY HOLIDAY-IDX PIC 9(08).
       01 HOLIDAY-ENTRIES-USED PIC 9(03) COMP VALUE 0.

      * One row per calendar day of the range, in date order.
       01 DAY-TABLE.
           05 DAY-ENTRY OCCURS 62 TIMES INDEXED BY DAY-IDX.
               10 DAY-DATE       PIC 9(08).
               10 DAY-KIND       PIC X(01).
                   88 DAY-BUSINESS      VALUE "B".
                   88 DAY-HOLIDAY       VALUE "H".
                   88 DAY-PERIOD-CLOSED VALUE "C".
                   88 DAY-NO-PERIOD     VALUE "N".
               10 DAY-POSTED-FLAG  PIC X(01).
                   88 DAY-POSTED VALUE "Y".
               10 DAY-CLOSED-FLAG  PIC X(01).
                   88 DAY-CLOSED VALUE "Y".
               10 DAY-STARTED-FLAG PIC X(01).
                   88 DAY-STARTED VALUE "Y".
       01 DAYS-IN-RANGE PIC 9(03) COMP VALUE 0.
       01 MAX-RANGE-DAYS PIC 9(03) COMP VALUE 62.
       01 RANGE-BAD-SWITCH PIC X(01) VALUE 'N'.
           88 RANGE-BAD VALUE 'Y'.
       01 KIND-SETTLED-SWITCH PIC X(01).
           88 KIND-SETTLED VALUE 'Y'.

       01 NEXT-DAY-NUMBER PIC 9(03) COMP VALUE 0.
       01 CLOSED-MONTH    PIC 9(06) VALUE 0.
       01 NEXT-JOB-SWITCH PIC X(01) VALUE SPACE.
           88 NEXT-JOB-NONE     VALUE SPACE.
           88 NEXT-JOB-POSTING  VALUE "P".
           88 NEXT-JOB-DAY-END  VALUE "E".
           88 NEXT-JOB-REFUSED  VALUE "R".
           88 NEXT-JOB-PAUSED   VALUE "M".

       01 PROC-NAME   PIC X(08).
       01 FILE-SUFFIX PIC X(07).
       01 STATUS-TEXT PIC X(36).
       01 REPORT-WORK PIC X(100).
       01 JOB-WORK    PIC X(80).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "CATCHUP" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE "CALC-CATCHUP-EVENT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO CATCHUP-EVENT-ENV
           MOVE "CALC-CATCHUP-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO CATCHUP-DATE-ENV
           EVALUATE CATCHUP-EVENT-ENV
               WHEN SPACES
               WHEN "PLAN    "
                   PERFORM PLAN-CATCHUP-RANGE
               WHEN "GUARD   "
                   PERFORM GUARD-DATE-POSTING
               WHEN "RELEASE "
                   PERFORM RELEASE-DATE-POSTING
               WHEN OTHER
                   DISPLAY "CALC-CATCHUP-EVENT must be PLAN, GUARD "
                       "or RELEASE"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .

      *****************************************************************
      *  PLAN -- settle the range, record a date just closed, find
      *  the first date not closed and write the job it needs.
      *****************************************************************
       PLAN-CATCHUP-RANGE SECTION.
           MOVE "CALC-CATCHUP-RANGE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO CATCHUP-RANGE-ENV
           MOVE "CALC-CATCHUP-CLOSE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO CATCHUP-CLOSE-ENV
           PERFORM EDIT-CATCHUP-RANGE
           IF NOT RANGE-BAD AND CATCHUP-CLOSE-ENV NOT = SPACES
               IF CATCHUP-CLOSE-ENV IS NUMERIC
                   MOVE CATCHUP-CLOSE-ENV TO CLOSE-DATE
               END-IF
               IF CLOSE-DATE < RANGE-FROM OR CLOSE-DATE > RANGE-TO
                   DISPLAY "CALC-CATCHUP-CLOSE " CATCHUP-CLOSE-ENV
                       " is not a date in the range"
                   SET RANGE-BAD TO TRUE
               END-IF
           END-IF
           IF RANGE-BAD
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM BUILD-DAY-TABLE
           END-IF
           IF NOT RANGE-BAD
               PERFORM SCAN-DAY-STATUS
               IF DAY-STATUS-STATUS NOT = "00"
                   DISPLAY "DAYSTAT cannot be read, status "
                       DAY-STATUS-STATUS " -- catch-up refused"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF CLOSE-DATE > 0
                       PERFORM CLOSE-CAUGHT-UP-DATE
                   END-IF
                   IF RETURN-CODE = 0
                       PERFORM CHOOSE-NEXT-JOB
                       PERFORM PRINT-CATCHUP-PLAN
                       PERFORM FINISH-CATCHUP-PLAN
                   END-IF
               END-IF
           END-IF
           EXIT.

      * The range must be two real dates, in order, wholly before
      * today -- today's file is the ordinary CALCBAT run's -- and
      * no longer than the day table.
       EDIT-CATCHUP-RANGE SECTION.
           IF RANGE-FROM-TEXT IS NOT NUMERIC
                   OR RANGE-TO-TEXT IS NOT NUMERIC
                   OR RANGE-DASH NOT = "-"
               DISPLAY "CALC-CATCHUP-RANGE must read "
                   "YYYYMMDD-YYYYMMDD"
               SET RANGE-BAD TO TRUE
           ELSE
               MOVE RANGE-FROM-TEXT TO RANGE-FROM
               MOVE RANGE-TO-TEXT TO RANGE-TO
               MOVE RANGE-FROM TO CAL-WORK-DATE-NUM
               PERFORM EDIT-CALENDAR-DATE
               IF NOT DATE-VALID
                   DISPLAY "range start " RANGE-FROM
                       " is not a real date"
                   SET RANGE-BAD TO TRUE
               END-IF
               MOVE RANGE-TO TO CAL-WORK-DATE-NUM
               PERFORM EDIT-CALENDAR-DATE
               IF NOT DATE-VALID
                   DISPLAY "range end " RANGE-TO
                       " is not a real date"
                   SET RANGE-BAD TO TRUE
               END-IF
           END-IF
           IF NOT RANGE-BAD
               IF RANGE-FROM > RANGE-TO
                   DISPLAY "range start is after range end"
                   SET RANGE-BAD TO TRUE
               ELSE
                   IF RANGE-TO NOT < RUN-DATE
                       DISPLAY "range must end before today ("
                           RUN-DATE ")"
                       SET RANGE-BAD TO TRUE
                   END-IF
               END-IF
           END-IF
           EXIT.

       EDIT-CALENDAR-DATE SECTION.
           MOVE 'N' TO DATE-VALID-SWITCH
           IF CAL-WORK-MONTH > 0 AND CAL-WORK-MONTH < 13
                   AND CAL-WORK-DAY > 0
               PERFORM SET-CAL-MONTH-LIMIT
               IF CAL-WORK-DAY NOT > CAL-MONTH-LIMIT
                   SET DATE-VALID TO TRUE
               END-IF
           END-IF
           EXIT.

       SET-CAL-MONTH-LIMIT SECTION.
           MOVE CAL-MONTH-DAYS(CAL-WORK-MONTH) TO CAL-MONTH-LIMIT
           IF CAL-WORK-MONTH = 2
               DIVIDE CAL-WORK-YEAR BY 4 GIVING CAL-LEAP-QUOTIENT
                   REMAINDER CAL-LEAP-REMAINDER
               IF CAL-LEAP-REMAINDER = 0
                   DIVIDE CAL-WORK-YEAR BY 100
                       GIVING CAL-LEAP-QUOTIENT
                       REMAINDER CAL-LEAP-REMAINDER
                   IF CAL-LEAP-REMAINDER NOT = 0
                       MOVE 29 TO CAL-MONTH-LIMIT
                   ELSE
                       DIVIDE CAL-WORK-YEAR BY 400
                           GIVING CAL-LEAP-QUOTIENT
                           REMAINDER CAL-LEAP-REMAINDER
                       IF CAL-LEAP-REMAINDER = 0
                           MOVE 29 TO CAL-MONTH-LIMIT
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

      * One row per calendar day from the range start, each judged
      * against CALMAST as CALCULATOR would judge a transaction
      * dated that day.  No CALMAST makes every day a business
      * date, the usual absent-file convention.
       BUILD-DAY-TABLE SECTION.
           PERFORM LOAD-POSTING-CALENDAR
           MOVE 0 TO DAYS-IN-RANGE
           MOVE RANGE-FROM TO CAL-WORK-DATE-NUM
           PERFORM ADD-ONE-DAY
               UNTIL CAL-WORK-DATE-NUM > RANGE-TO OR RANGE-BAD
           EXIT.

       ADD-ONE-DAY SECTION.
           IF DAYS-IN-RANGE NOT < MAX-RANGE-DAYS
               DISPLAY "range runs past " MAX-RANGE-DAYS
                   " days -- catch up in shorter ranges"
               SET RANGE-BAD TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO DAYS-IN-RANGE
               SET DAY-IDX TO DAYS-IN-RANGE
               MOVE CAL-WORK-DATE-NUM TO DAY-DATE(DAY-IDX)
               MOVE 'N' TO DAY-POSTED-FLAG(DAY-IDX)
               MOVE 'N' TO DAY-CLOSED-FLAG(DAY-IDX)
               MOVE 'N' TO DAY-STARTED-FLAG(DAY-IDX)
               PERFORM JUDGE-DAY-KIND
               PERFORM STEP-WORK-DATE
           END-IF
           EXIT.

       JUDGE-DAY-KIND SECTION.
           SET DAY-BUSINESS(DAY-IDX) TO TRUE
           IF CALENDAR-LOADED
               SET DAY-NO-PERIOD(DAY-IDX) TO TRUE
               MOVE 'N' TO KIND-SETTLED-SWITCH
               SET PERIOD-IDX TO 1
               PERFORM CHECK-ONE-PERIOD
                   UNTIL PERIOD-IDX > PERIOD-ENTRIES-USED
                       OR KIND-SETTLED
               IF DAY-BUSINESS(DAY-IDX)
                   MOVE 'N' TO KIND-SETTLED-SWITCH
                   SET HOLIDAY-IDX TO 1
                   PERFORM CHECK-ONE-HOLIDAY
                       UNTIL HOLIDAY-IDX > HOLIDAY-ENTRIES-USED
                           OR KIND-SETTLED
               END-IF
           END-IF
           EXIT.

       CHECK-ONE-PERIOD SECTION.
           IF DAY-DATE(DAY-IDX) >= PERIOD-START-DATE(PERIOD-IDX)
                   AND DAY-DATE(DAY-IDX) <= PERIOD-END-DATE(PERIOD-IDX)
               IF PERIOD-IS-OPEN(PERIOD-IDX)
                   SET DAY-BUSINESS(DAY-IDX) TO TRUE
               ELSE
                   SET DAY-PERIOD-CLOSED(DAY-IDX) TO TRUE
               END-IF
               SET KIND-SETTLED TO TRUE
           ELSE
               SET PERIOD-IDX UP BY 1
           END-IF
           EXIT.

       CHECK-ONE-HOLIDAY SECTION.
           IF HOLIDAY-DATE-ENTRY(HOLIDAY-IDX) = DAY-DATE(DAY-IDX)
               SET DAY-HOLIDAY(DAY-IDX) TO TRUE
               SET KIND-SETTLED TO TRUE
           ELSE
               SET HOLIDAY-IDX UP BY 1
           END-IF
           EXIT.

       STEP-WORK-DATE SECTION.
           PERFORM SET-CAL-MONTH-LIMIT
           IF CAL-WORK-DAY < CAL-MONTH-LIMIT
               ADD 1 TO CAL-WORK-DAY
           ELSE
               MOVE 1 TO CAL-WORK-DAY
               IF CAL-WORK-MONTH < 12
                   ADD 1 TO CAL-WORK-MONTH
               ELSE
                   MOVE 1 TO CAL-WORK-MONTH
                   ADD 1 TO CAL-WORK-YEAR
               END-IF
           END-IF
           EXIT.

       LOAD-POSTING-CALENDAR SECTION.
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-STATUS = "00"
               SET CALENDAR-LOADED TO TRUE
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-CALENDAR-RECORD UNTIL SOURCE-EOF
               CLOSE CALENDAR-FILE
           END-IF
           EXIT.

       READ-CALENDAR-RECORD SECTION.
           READ CALENDAR-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   EVALUATE CAL-RECORD-TYPE
                       WHEN "P"
                           IF PERIOD-ENTRIES-USED < 60
                               ADD 1 TO PERIOD-ENTRIES-USED
                               SET PERIOD-IDX TO PERIOD-ENTRIES-USED
                               MOVE CAL-PERIOD-START
                                   TO PERIOD-START-DATE(PERIOD-IDX)
                               MOVE CAL-PERIOD-END
                                   TO PERIOD-END-DATE(PERIOD-IDX)
                               MOVE CAL-OPEN-FLAG
                                   TO PERIOD-OPEN-FLAG(PERIOD-IDX)
                           END-IF
      * A branch's own holiday is still a business date for the
      * shop -- CALCULATOR turns that branch's file away itself.
                       WHEN "H"
                           IF HOLIDAY-ENTRIES-USED < 200
                                   AND CAL-HOLIDAY-BRANCH = SPACES
                               ADD 1 TO HOLIDAY-ENTRIES-USED
                               SET HOLIDAY-IDX
                                   TO HOLIDAY-ENTRIES-USED
                               MOVE CAL-HOLIDAY-DATE TO
                                   HOLIDAY-DATE-ENTRY(HOLIDAY-IDX)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           EXIT.

      * The whole file is read in the order it was written, so a
      * release cancels only the start recorded ahead of it.  No
      * DAYSTAT yet means nothing has run.
       SCAN-DAY-STATUS SECTION.
           OPEN INPUT DAY-STATUS-FILE
           IF DAY-STATUS-STATUS = "35"
               MOVE "00" TO DAY-STATUS-STATUS
           ELSE
               IF DAY-STATUS-STATUS = "00"
                   MOVE 'N' TO SOURCE-EOF-SWITCH
                   PERFORM READ-DAY-STATUS-RECORD UNTIL SOURCE-EOF
                   CLOSE DAY-STATUS-FILE
                   MOVE "00" TO DAY-STATUS-STATUS
               END-IF
           END-IF
           EXIT.

       READ-DAY-STATUS-RECORD SECTION.
           READ DAY-STATUS-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF DSTA-BUSINESS-DATE NOT < RANGE-FROM
                           AND DSTA-BUSINESS-DATE NOT > RANGE-TO
                       PERFORM NOTE-DAY-STATUS
                   END-IF
           END-READ
           EXIT.

       NOTE-DAY-STATUS SECTION.
           SET DAY-IDX TO 1
           SEARCH DAY-ENTRY
               WHEN DAY-DATE(DAY-IDX) = DSTA-BUSINESS-DATE
                   EVALUATE DSTA-PROGRAM
                       WHEN "CALCULAT"
                           IF DSTA-RETURN-CODE = 0
                               SET DAY-POSTED(DAY-IDX) TO TRUE
                           END-IF
                       WHEN "CATCHUP "
                           SET DAY-CLOSED(DAY-IDX) TO TRUE
                       WHEN "CATCHPST"
                           SET DAY-STARTED(DAY-IDX) TO TRUE
                       WHEN "CATCHRLS"
                           MOVE 'N' TO DAY-STARTED-FLAG(DAY-IDX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-SEARCH
           EXIT.

      * Reached only from the end-of-day job's last step, which
      * runs only when the day's steps ended clean; the date must
      * still show posted before it is recorded closed.
       CLOSE-CAUGHT-UP-DATE SECTION.
           SET DAY-IDX TO 1
           SEARCH DAY-ENTRY
               WHEN DAY-DATE(DAY-IDX) = CLOSE-DATE
                   CONTINUE
           END-SEARCH
           EVALUATE TRUE
               WHEN DAY-CLOSED(DAY-IDX)
                   CONTINUE
               WHEN NOT DAY-POSTED(DAY-IDX)
                   DISPLAY CLOSE-DATE " is not posted -- cannot be "
                       "closed"
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   MOVE "CATCHUP " TO DSTA-PROGRAM
                   PERFORM APPEND-DAY-STATUS
                   IF RETURN-CODE = 0
                       SET DAY-CLOSED(DAY-IDX) TO TRUE
                       MOVE CLOSE-DATE(1:6) TO CLOSED-MONTH
                       DISPLAY CLOSE-DATE " closed by catch-up"
                   END-IF
           END-EVALUATE
           EXIT.

       CHOOSE-NEXT-JOB SECTION.
           MOVE 0 TO NEXT-DAY-NUMBER
           SET DAY-IDX TO 1
           PERFORM FIND-FIRST-OPEN-DAY
               UNTIL DAY-IDX > DAYS-IN-RANGE OR NEXT-DAY-NUMBER > 0
           IF NEXT-DAY-NUMBER > 0
               SET DAY-IDX TO NEXT-DAY-NUMBER
               EVALUATE TRUE
                   WHEN CLOSED-MONTH > 0
                           AND DAY-DATE(DAY-IDX)(1:6) NOT =
                               CLOSED-MONTH
                       SET NEXT-JOB-PAUSED TO TRUE
                   WHEN DAY-POSTED(DAY-IDX)
                       SET NEXT-JOB-DAY-END TO TRUE
                   WHEN DAY-STARTED(DAY-IDX)
                       SET NEXT-JOB-REFUSED TO TRUE
                   WHEN OTHER
                       SET NEXT-JOB-POSTING TO TRUE
               END-EVALUATE
           END-IF
           EXIT.

       FIND-FIRST-OPEN-DAY SECTION.
           IF DAY-BUSINESS(DAY-IDX) AND NOT DAY-CLOSED(DAY-IDX)
               SET NEXT-DAY-NUMBER TO DAY-IDX
           END-IF
           SET DAY-IDX UP BY 1
           EXIT.

       PRINT-CATCHUP-PLAN SECTION.
           OPEN OUTPUT REPORT-FILE
           MOVE "BUSINESS DATE CATCH-UP" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "RANGE " DELIMITED BY SIZE
               RANGE-FROM DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               RANGE-TO DELIMITED BY SIZE
               "    RUN " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RUN-TIME DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PRINT-ONE-DAY
               VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > DAYS-IN-RANGE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       PRINT-ONE-DAY SECTION.
           EVALUATE TRUE
               WHEN DAY-HOLIDAY(DAY-IDX)
                   MOVE "HOLIDAY -- NOT A BUSINESS DATE" TO STATUS-TEXT
               WHEN DAY-PERIOD-CLOSED(DAY-IDX)
                   MOVE "PERIOD CLOSED -- NOT RUN" TO STATUS-TEXT
               WHEN DAY-NO-PERIOD(DAY-IDX)
                   MOVE "IN NO CALMAST PERIOD -- NOT RUN"
                       TO STATUS-TEXT
               WHEN DAY-CLOSED(DAY-IDX)
                   MOVE "CLOSED" TO STATUS-TEXT
               WHEN DAY-POSTED(DAY-IDX)
                   MOVE "POSTED -- END OF DAY OUTSTANDING"
                       TO STATUS-TEXT
               WHEN DAY-STARTED(DAY-IDX)
                   MOVE "POSTING STARTED, NOT COMPLETE"
                       TO STATUS-TEXT
               WHEN OTHER
                   MOVE "NOT RUN" TO STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO REPORT-WORK
           STRING "  " DELIMITED BY SIZE
               DAY-DATE(DAY-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               STATUS-TEXT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       FINISH-CATCHUP-PLAN SECTION.
           IF NEXT-DAY-NUMBER > 0
               SET DAY-IDX TO NEXT-DAY-NUMBER
           END-IF
           MOVE SPACES TO REPORT-WORK
           EVALUATE TRUE
               WHEN NEXT-JOB-NONE
                   STRING "RANGE COMPLETE -- EVERY BUSINESS DATE "
                       DELIMITED BY SIZE
                       "IS CLOSED" DELIMITED BY SIZE
                       INTO REPORT-WORK
                   MOVE 4 TO RETURN-CODE
               WHEN NEXT-JOB-PAUSED
                   STRING "PAUSED AT MONTH END: RUN THE MONTH-END "
                       DELIMITED BY SIZE
                       "WORK FOR " DELIMITED BY SIZE
                       CLOSED-MONTH DELIMITED BY SIZE
                       ", THEN RESUBMIT CATCHUP FOR " DELIMITED BY SIZE
                       DAY-DATE(DAY-IDX) DELIMITED BY SIZE
                       INTO REPORT-WORK
                   MOVE 4 TO RETURN-CODE
               WHEN NEXT-JOB-REFUSED
                   STRING "REFUSED: POSTING FOR " DELIMITED BY SIZE
                       DAY-DATE(DAY-IDX) DELIMITED BY SIZE
                       " STARTED AND NEVER COMPLETED -- FINISH "
                       DELIMITED BY SIZE
                       "IT OR BACK IT OUT AND RELEASE IT"
                       DELIMITED BY SIZE
                       INTO REPORT-WORK
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   PERFORM WRITE-NEXT-JOB
                   IF RETURN-CODE = 0
                       STRING "SUBMITTED " DELIMITED BY SIZE
                           PROC-NAME DELIMITED BY SIZE
                           " FOR " DELIMITED BY SIZE
                           DAY-DATE(DAY-IDX) DELIMITED BY SIZE
                           INTO REPORT-WORK
                   ELSE
                       STRING "CATCHJCL UNUSABLE -- NOTHING "
                           DELIMITED BY SIZE
                           "SUBMITTED" DELIMITED BY SIZE
                           INTO REPORT-WORK
                   END-IF
           END-EVALUATE
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY REPORT-WORK
           EXIT.

      * The job calls the date's procedure out of CALC.PROCLIB;
      * every step in it is written there, once.
       WRITE-NEXT-JOB SECTION.
           IF NEXT-JOB-POSTING
               MOVE "CATCHPST" TO PROC-NAME
           ELSE
               MOVE "CATCHEOD" TO PROC-NAME
           END-IF
           MOVE SPACES TO FILE-SUFFIX
           STRING "D" DELIMITED BY SIZE
               DAY-DATE(DAY-IDX)(3:6) DELIMITED BY SIZE
               INTO FILE-SUFFIX
           OPEN OUTPUT JOB-FILE
           IF JOB-STATUS NOT = "00"
               DISPLAY "unable to open CATCHJCL, status " JOB-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACES TO JOB-WORK
               STRING "//CATCHDAY JOB (ACCTNO),'CATCH-UP "
                   DELIMITED BY SIZE
                   DAY-DATE(DAY-IDX) DELIMITED BY SIZE
                   "',CLASS=A,MSGCLASS=X," DELIMITED BY SIZE
                   INTO JOB-WORK
               PERFORM WRITE-JOB-CARD
               MOVE "//             NOTIFY=&SYSUID" TO JOB-WORK
               PERFORM WRITE-JOB-CARD
               MOVE "//         JCLLIB ORDER=CALC.PROCLIB" TO JOB-WORK
               PERFORM WRITE-JOB-CARD
               MOVE SPACES TO JOB-WORK
               STRING "//DAY      EXEC " DELIMITED BY SIZE
                   PROC-NAME DELIMITED BY SIZE
                   ",BDATE=" DELIMITED BY SIZE
                   DAY-DATE(DAY-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   INTO JOB-WORK
               PERFORM WRITE-JOB-CARD
               MOVE SPACES TO JOB-WORK
               IF NEXT-JOB-POSTING
                   STRING "//             TDATE=" DELIMITED BY SIZE
                       FILE-SUFFIX DELIMITED BY SIZE
                       ",CFROM=" DELIMITED BY SIZE
                       RANGE-FROM DELIMITED BY SIZE
                       ",CTO=" DELIMITED BY SIZE
                       RANGE-TO DELIMITED BY SIZE
                       INTO JOB-WORK
               ELSE
                   STRING "//             CFROM=" DELIMITED BY SIZE
                       RANGE-FROM DELIMITED BY SIZE
                       ",CTO=" DELIMITED BY SIZE
                       RANGE-TO DELIMITED BY SIZE
                       INTO JOB-WORK
               END-IF
               PERFORM WRITE-JOB-CARD
               CLOSE JOB-FILE
           END-IF
           EXIT.

       WRITE-JOB-CARD SECTION.
           MOVE JOB-WORK TO JOB-CARD
           WRITE JOB-CARD
           EXIT.

      *****************************************************************
      *  GUARD -- CATCHPST's step just ahead of CALCULATOR.
      *****************************************************************
       GUARD-DATE-POSTING SECTION.
           PERFORM EDIT-SINGLE-DATE
           IF NOT RANGE-BAD
               IF DAY-POSTED(1)
                   DISPLAY RANGE-FROM " already posted -- "
                       "CALCULATOR step skipped"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   IF DAY-STARTED(1)
                       DISPLAY "posting for " RANGE-FROM
                           " started and never completed -- finish "
                           "it or back it out and release it"
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       MOVE "CATCHPST" TO DSTA-PROGRAM
                       PERFORM APPEND-DAY-STATUS
                       IF RETURN-CODE = 0
                           DISPLAY "posting for " RANGE-FROM
                               " cleared to run"
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

      *****************************************************************
      *  RELEASE -- the operator's word that nothing from a failed
      *  catch-up posting stands (it posted nothing, or BACKOUT has
      *  taken it out again), so the date may be posted afresh.
      *****************************************************************
       RELEASE-DATE-POSTING SECTION.
           PERFORM EDIT-SINGLE-DATE
           IF NOT RANGE-BAD
               EVALUATE TRUE
                   WHEN DAY-POSTED(1)
                       DISPLAY RANGE-FROM " is posted -- nothing to "
                           "release"
                       MOVE 8 TO RETURN-CODE
                   WHEN NOT DAY-STARTED(1)
                       DISPLAY "no unresolved posting for "
                           RANGE-FROM
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       MOVE "CATCHRLS" TO DSTA-PROGRAM
                       PERFORM APPEND-DAY-STATUS
                       IF RETURN-CODE = 0
                           DISPLAY "posting for " RANGE-FROM
                               " released"
                       END-IF
               END-EVALUATE
           END-IF
           EXIT.

      * GUARD and RELEASE work on one date: a one-day range, so the
      * same table and DAYSTAT scan serve.
       EDIT-SINGLE-DATE SECTION.
           IF CATCHUP-DATE-ENV IS NOT NUMERIC
               DISPLAY "CALC-CATCHUP-DATE must be YYYYMMDD"
               SET RANGE-BAD TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE CATCHUP-DATE-ENV TO RANGE-FROM
               MOVE CATCHUP-DATE-ENV TO RANGE-TO
               MOVE 1 TO DAYS-IN-RANGE
               SET DAY-IDX TO 1
               MOVE RANGE-FROM TO DAY-DATE(DAY-IDX)
               MOVE 'N' TO DAY-POSTED-FLAG(DAY-IDX)
               MOVE 'N' TO DAY-CLOSED-FLAG(DAY-IDX)
               MOVE 'N' TO DAY-STARTED-FLAG(DAY-IDX)
               SET DAY-BUSINESS(DAY-IDX) TO TRUE
               PERFORM SCAN-DAY-STATUS
               IF DAY-STATUS-STATUS NOT = "00"
                   DISPLAY "DAYSTAT cannot be read, status "
                       DAY-STATUS-STATUS
                   SET RANGE-BAD TO TRUE
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           EXIT.

      * DSTA-PROGRAM is set by the caller; DAY-IDX names the date.
       APPEND-DAY-STATUS SECTION.
           MOVE DSTA-PROGRAM TO PROC-NAME
           OPEN EXTEND DAY-STATUS-FILE
           IF DAY-STATUS-STATUS = "35"
               OPEN OUTPUT DAY-STATUS-FILE
           END-IF
           IF DAY-STATUS-STATUS NOT = "00"
               DISPLAY "unable to record " PROC-NAME
                   " on DAYSTAT, status " DAY-STATUS-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE DAY-DATE(DAY-IDX) TO DSTA-BUSINESS-DATE
               MOVE PROC-NAME TO DSTA-PROGRAM
               MOVE RUN-DATE  TO DSTA-RUN-DATE
               MOVE RUN-TIME  TO DSTA-RUN-TIME
               MOVE 0         TO DSTA-RETURN-CODE
               WRITE DAY-STATUS-RECORD
               CLOSE DAY-STATUS-FILE
           END-IF
           EXIT.
