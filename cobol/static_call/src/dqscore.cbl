       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQSCORE.

      *****************************************************************
      *  DQSCORE is the monthly data-quality scorecard, one page per
      *  submitting department (the TRANB-DEPARTMENT of its "B"
      *  batch headers), built from the data-quality history
      *  (copy/dqhist.cpy) that TRANEDIT, CALCULATOR and ERRRESUB
      *  append to.  For the scorecard month each page shows:
      *
      *    volume submitted      the detail records TRANEDIT read
      *                          for the department -- or, in a
      *                          month its files were posted without
      *                          the front-end edit, the records
      *                          CALCULATOR received
      *    first-pass clean      the volume less every record that
      *                          bounced the first time through:
      *                          edit rejects, posting errors,
      *                          duplicates and suspense entries
      *    rejects by reason     the edit reject codes, then the
      *                          posting-side bounces
      *    batches               received, and how many did not
      *                          balance to their trailer (or came
      *                          with no header or no trailer)
      *    resubmission          error-queue items ERRRESUB sent
      *                          back in, and the average calendar
      *                          days they waited on the queue
      *
      *  and closes with the department's trend: the same figures
      *  for each of the six months before, oldest first.
      *
      *  Each page opens with the department's banner from the
      *  print-distribution master (copy/distrec.cpy) -- name and
      *  routing code -- the way CALCULATOR's print report does, so
      *  the print room bursts the scorecard into the same in-trays.
      *  With no DISTMAST the pages print unrouted.
      *
      *  CALC-DQ-MONTH (YYYYMM) names the month, defaulting to the
      *  current month; it is normally supplied in the first days
      *  of the month after.  RC 12 when the history will not open
      *  or the month is not a month; RC 4 when the department or
      *  reason table fills (what is past it is left off).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUALITY-HISTORY-FILE ASSIGN TO "DQHIST"
               FILE STATUS IS QUALITY-HISTORY-STATUS.
           SELECT DISTRIBUTION-MASTER-FILE ASSIGN TO "DISTMAST"
               FILE STATUS IS DISTRIBUTION-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DQSCORE".

       DATA DIVISION.
       FILE SECTION.
       FD QUALITY-HISTORY-FILE.
       COPY dqhist.

       FD DISTRIBUTION-MASTER-FILE.
       COPY distrec.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 QUALITY-HISTORY-STATUS     PIC X(02).
       01 DISTRIBUTION-MASTER-STATUS PIC X(02).
       01 HISTORY-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 HISTORY-EOF VALUE 'Y'.
       01 DISTMAST-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 DISTMAST-EOF VALUE 'Y'.

       01 TODAYS-DATE PIC 9(08).
       01 SCORE-MONTH-ENV PIC X(06).
       01 SCORE-MONTH PIC 9(06).
       01 WORK-MONTH-KEY.
           05 WORK-YEAR  PIC 9(04).
           05 WORK-MONTH PIC 9(02).
       01 RECORD-MONTH PIC 9(06).

      * The scorecard month is slot 7; slots 1 to 6 are the six
      * months before it, oldest first.
       01 MONTH-TABLE.
           05 MONTH-KEY PIC 9(06) OCCURS 7 TIMES.
       01 MONTH-SLOT PIC 9(02) COMP.
       01 MONTH-FOUND-SWITCH PIC X(01).
           88 MONTH-FOUND VALUE 'Y'.

       01 DEPARTMENT-TABLE.
           05 DEPT-ENTRY OCCURS 100 TIMES INDEXED BY DEPT-IDX.
               10 DEPT-ID           PIC X(04).
               10 DEPT-PRINTED-FLAG PIC X(01).
                   88 DEPT-PRINTED VALUE 'Y'.
               10 DEPT-MONTH OCCURS 7 TIMES.
                   15 DM-SUBMITTED    PIC 9(08) COMP.
                   15 DM-RECEIVED     PIC 9(08) COMP.
                   15 DM-EDIT-REJECTS PIC 9(08) COMP.
                   15 DM-POST-ERRORS  PIC 9(08) COMP.
                   15 DM-DUPLICATES   PIC 9(08) COMP.
                   15 DM-SUSPENDED    PIC 9(08) COMP.
                   15 DM-BATCHES      PIC 9(08) COMP.
                   15 DM-OUT-OF-BALANCE PIC 9(08) COMP.
                   15 DM-RESUBMITTED  PIC 9(08) COMP.
                   15 DM-RESUB-DAYS   PIC 9(08) COMP.
       01 DEPT-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 DEPT-FOUND-SWITCH PIC X(01).
           88 DEPT-FOUND VALUE 'Y'.
       01 NEXT-DEPT-IDX PIC 9(03) COMP.
       01 LOWEST-DEPT   PIC X(04).

      * The scorecard month's edit rejects by department and reason.
       01 REASON-TABLE.
           05 REASON-ENTRY OCCURS 1000 TIMES INDEXED BY REASON-IDX.
               10 RSN-DEPARTMENT PIC X(04).
               10 RSN-CODE       PIC X(04).
               10 RSN-COUNT      PIC 9(08) COMP.
       01 REASON-ENTRIES-USED PIC 9(04) COMP VALUE 0.
       01 REASON-FOUND-SWITCH PIC X(01).
           88 REASON-FOUND VALUE 'Y'.
       01 REASONS-PRINTED PIC 9(04) COMP.
       01 BOUNCE-NAME  PIC X(13).
       01 BOUNCE-COUNT PIC 9(08) COMP.

       01 TABLE-FULL-SWITCH PIC X(01) VALUE 'N'.
           88 TABLE-FULL VALUE 'Y'.

       01 ROUTING-TABLE.
           05 ROUTE-ENTRY OCCURS 100 TIMES INDEXED BY ROUTE-IDX.
               10 ROUTE-DEPARTMENT PIC X(04).
               10 ROUTE-CODE       PIC X(08).
               10 ROUTE-DEPT-NAME  PIC X(20).
       01 ROUTE-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 ROUTE-FOUND-SWITCH PIC X(01).
           88 ROUTE-FOUND VALUE 'Y'.

      * One month's figures for one department, worked out for
      * printing.
       01 SCORE-VOLUME    PIC 9(08) COMP.
       01 SCORE-BOUNCED   PIC 9(08) COMP.
       01 SCORE-CLEAN     PIC 9(08) COMP.
       01 SCORE-RATE      PIC 9(03)V9.
       01 SCORE-AVG-DAYS  PIC 9(05)V9.

       01 COUNT-EDIT    PIC ZZZZZZZ9.
       01 COUNT-EDIT-2  PIC ZZZZZZZ9.
       01 COUNT-EDIT-3  PIC ZZZZZZZ9.
       01 COUNT-EDIT-4  PIC ZZZZZZZ9.
       01 RATE-EDIT     PIC ZZ9.9.
       01 RATE-TEXT     PIC X(06).
       01 DAYS-EDIT     PIC ZZZZ9.9.
       01 DAYS-TEXT     PIC X(07).
       01 DEPARTMENTS-PRINTED PIC 9(03) COMP VALUE 0.
       01 REPORT-WORK PIC X(132).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "DQSCORE" TO PRMG-PROGRAM
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           MOVE TODAYS-DATE(1:6) TO SCORE-MONTH
           MOVE "CALC-DQ-MONTH" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SCORE-MONTH-ENV
           IF SCORE-MONTH-ENV NOT = SPACES
               IF SCORE-MONTH-ENV IS NUMERIC
                   MOVE SCORE-MONTH-ENV TO SCORE-MONTH
               ELSE
                   MOVE 0 TO SCORE-MONTH
               END-IF
           END-IF
           MOVE SCORE-MONTH TO WORK-MONTH-KEY
           IF WORK-MONTH < 1 OR WORK-MONTH > 12
               DISPLAY "scorecard month '" SCORE-MONTH-ENV
                   "' is not a YYYYMM month -- scorecard cannot run"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SET-MONTH-KEYS
           OPEN INPUT QUALITY-HISTORY-FILE
           IF QUALITY-HISTORY-STATUS NOT = "00"
               DISPLAY "no data-quality history on file, status "
                   QUALITY-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-QUALITY-RECORD UNTIL HISTORY-EOF
           CLOSE QUALITY-HISTORY-FILE
           PERFORM LOAD-DISTRIBUTION-MASTER
           OPEN OUTPUT REPORT-FILE
           PERFORM PRINT-NEXT-DEPARTMENT
               UNTIL DEPARTMENTS-PRINTED = DEPT-ENTRIES-USED
           IF DEPT-ENTRIES-USED = 0
               MOVE SPACES TO REPORT-WORK
               STRING "DATA-QUALITY SCORECARD FOR " DELIMITED BY SIZE
                   SCORE-MONTH DELIMITED BY SIZE
                   " -- NO DEPARTMENT ACTIVITY ON FILE"
                       DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF TABLE-FULL
               MOVE "*** TABLE FULL -- FIGURES MISSING ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE REPORT-FILE
           MOVE DEPARTMENTS-PRINTED TO COUNT-EDIT
           DISPLAY "departments scored: " COUNT-EDIT
           GOBACK
           .

       SET-MONTH-KEYS SECTION.
           MOVE SCORE-MONTH TO MONTH-KEY(7)
           MOVE 7 TO MONTH-SLOT
           PERFORM STEP-BACK-ONE-MONTH UNTIL MONTH-SLOT = 1
           EXIT.

       STEP-BACK-ONE-MONTH SECTION.
           IF WORK-MONTH = 1
               SUBTRACT 1 FROM WORK-YEAR
               MOVE 12 TO WORK-MONTH
           ELSE
               SUBTRACT 1 FROM WORK-MONTH
           END-IF
           SUBTRACT 1 FROM MONTH-SLOT
           MOVE WORK-MONTH-KEY TO MONTH-KEY(MONTH-SLOT)
           EXIT.

       READ-QUALITY-RECORD SECTION.
           READ QUALITY-HISTORY-FILE
               AT END
                   SET HISTORY-EOF TO TRUE
               NOT AT END
                   IF DQH-DEPARTMENT NOT = SPACES
                       PERFORM FIND-MONTH-SLOT
                       IF MONTH-FOUND
                           PERFORM ADD-QUALITY-RECORD
                       END-IF
                   END-IF
           END-READ
           EXIT.

       FIND-MONTH-SLOT SECTION.
           MOVE DQH-RUN-DATE(1:6) TO RECORD-MONTH
           MOVE 'N' TO MONTH-FOUND-SWITCH
           MOVE 1 TO MONTH-SLOT
           PERFORM MATCH-MONTH-SLOT
               UNTIL MONTH-SLOT > 7 OR MONTH-FOUND
           EXIT.

       MATCH-MONTH-SLOT SECTION.
           IF MONTH-KEY(MONTH-SLOT) = RECORD-MONTH
               SET MONTH-FOUND TO TRUE
           ELSE
               ADD 1 TO MONTH-SLOT
           END-IF
           EXIT.

       ADD-QUALITY-RECORD SECTION.
           PERFORM FIND-DEPARTMENT
           IF DEPT-FOUND
               EVALUATE TRUE
                   WHEN DQH-SUBMITTED
                       ADD DQH-COUNT
                           TO DM-SUBMITTED(DEPT-IDX, MONTH-SLOT)
                   WHEN DQH-EDIT-REJECT
                       ADD DQH-COUNT
                           TO DM-EDIT-REJECTS(DEPT-IDX, MONTH-SLOT)
                       IF MONTH-SLOT = 7
                           PERFORM TALLY-REJECT-REASON
                       END-IF
                   WHEN DQH-RECEIVED
                       ADD DQH-COUNT
                           TO DM-RECEIVED(DEPT-IDX, MONTH-SLOT)
                   WHEN DQH-POSTING-ERROR
                       ADD DQH-COUNT
                           TO DM-POST-ERRORS(DEPT-IDX, MONTH-SLOT)
                   WHEN DQH-DUPLICATE
                       ADD DQH-COUNT
                           TO DM-DUPLICATES(DEPT-IDX, MONTH-SLOT)
                   WHEN DQH-SUSPENDED
                       ADD DQH-COUNT
                           TO DM-SUSPENDED(DEPT-IDX, MONTH-SLOT)
                   WHEN DQH-BATCH
                       ADD DQH-COUNT
                           TO DM-BATCHES(DEPT-IDX, MONTH-SLOT)
                   WHEN DQH-OUT-OF-BALANCE
                       ADD DQH-COUNT
                           TO DM-OUT-OF-BALANCE(DEPT-IDX, MONTH-SLOT)
                   WHEN DQH-RESUBMITTED
                       ADD DQH-COUNT
                           TO DM-RESUBMITTED(DEPT-IDX, MONTH-SLOT)
                       ADD DQH-DAYS
                           TO DM-RESUB-DAYS(DEPT-IDX, MONTH-SLOT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           EXIT.

      * Finds DQH-DEPARTMENT's entry, adding it on first sight.
       FIND-DEPARTMENT SECTION.
           MOVE 'N' TO DEPT-FOUND-SWITCH
           SET DEPT-IDX TO 1
           PERFORM SEARCH-DEPARTMENT-TABLE
               UNTIL DEPT-IDX > DEPT-ENTRIES-USED OR DEPT-FOUND
           IF NOT DEPT-FOUND
               IF DEPT-ENTRIES-USED < 100
                   ADD 1 TO DEPT-ENTRIES-USED
                   SET DEPT-IDX TO DEPT-ENTRIES-USED
                   INITIALIZE DEPT-ENTRY(DEPT-IDX)
                   MOVE DQH-DEPARTMENT TO DEPT-ID(DEPT-IDX)
                   MOVE 'N' TO DEPT-PRINTED-FLAG(DEPT-IDX)
                   SET DEPT-FOUND TO TRUE
               ELSE
                   SET TABLE-FULL TO TRUE
               END-IF
           END-IF
           EXIT.

       SEARCH-DEPARTMENT-TABLE SECTION.
           IF DEPT-ID(DEPT-IDX) = DQH-DEPARTMENT
               SET DEPT-FOUND TO TRUE
           ELSE
               SET DEPT-IDX UP BY 1
           END-IF
           EXIT.

       TALLY-REJECT-REASON SECTION.
           MOVE 'N' TO REASON-FOUND-SWITCH
           SET REASON-IDX TO 1
           PERFORM SEARCH-REASON-TABLE
               UNTIL REASON-IDX > REASON-ENTRIES-USED OR REASON-FOUND
           IF NOT REASON-FOUND
               IF REASON-ENTRIES-USED < 1000
                   ADD 1 TO REASON-ENTRIES-USED
                   SET REASON-IDX TO REASON-ENTRIES-USED
                   MOVE DQH-DEPARTMENT TO RSN-DEPARTMENT(REASON-IDX)
                   MOVE DQH-REASON     TO RSN-CODE(REASON-IDX)
                   MOVE 0 TO RSN-COUNT(REASON-IDX)
                   SET REASON-FOUND TO TRUE
               ELSE
                   SET TABLE-FULL TO TRUE
               END-IF
           END-IF
           IF REASON-FOUND
               ADD DQH-COUNT TO RSN-COUNT(REASON-IDX)
           END-IF
           EXIT.

       SEARCH-REASON-TABLE SECTION.
           IF RSN-DEPARTMENT(REASON-IDX) = DQH-DEPARTMENT
                   AND RSN-CODE(REASON-IDX) = DQH-REASON
               SET REASON-FOUND TO TRUE
           ELSE
               SET REASON-IDX UP BY 1
           END-IF
           EXIT.

       LOAD-DISTRIBUTION-MASTER SECTION.
           OPEN INPUT DISTRIBUTION-MASTER-FILE
           IF DISTRIBUTION-MASTER-STATUS = "00"
               PERFORM READ-DISTRIBUTION-ROW UNTIL DISTMAST-EOF
               CLOSE DISTRIBUTION-MASTER-FILE
           END-IF
           EXIT.

       READ-DISTRIBUTION-ROW SECTION.
           READ DISTRIBUTION-MASTER-FILE
               AT END
                   SET DISTMAST-EOF TO TRUE
               NOT AT END
                   IF DISTRIBUTION-MASTER-ROW = SPACES
                           OR DISTRIBUTION-MASTER-ROW(1:1) = "*"
                       CONTINUE
                   ELSE
                       IF ROUTE-ENTRIES-USED < 100
                           ADD 1 TO ROUTE-ENTRIES-USED
                           SET ROUTE-IDX TO ROUTE-ENTRIES-USED
                           MOVE DSM-DEPARTMENT
                               TO ROUTE-DEPARTMENT(ROUTE-IDX)
                           MOVE DSM-ROUTING-CODE
                               TO ROUTE-CODE(ROUTE-IDX)
                           MOVE DSM-DEPT-NAME
                               TO ROUTE-DEPT-NAME(ROUTE-IDX)
                       END-IF
                   END-IF
           END-READ
           EXIT.

      * Departments print in department order: each pass picks the
      * lowest one not yet printed.
       PRINT-NEXT-DEPARTMENT SECTION.
           MOVE HIGH-VALUES TO LOWEST-DEPT
           MOVE 0 TO NEXT-DEPT-IDX
           PERFORM PICK-LOWEST-DEPARTMENT
               VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > DEPT-ENTRIES-USED
           SET DEPT-IDX TO NEXT-DEPT-IDX
           SET DEPT-PRINTED(DEPT-IDX) TO TRUE
           ADD 1 TO DEPARTMENTS-PRINTED
           PERFORM PRINT-DEPARTMENT-PAGE
           EXIT.

       PICK-LOWEST-DEPARTMENT SECTION.
           IF NOT DEPT-PRINTED(DEPT-IDX)
                   AND DEPT-ID(DEPT-IDX) < LOWEST-DEPT
               MOVE DEPT-ID(DEPT-IDX) TO LOWEST-DEPT
               SET NEXT-DEPT-IDX TO DEPT-IDX
           END-IF
           EXIT.

       PRINT-DEPARTMENT-PAGE SECTION.
           PERFORM WRITE-DEPARTMENT-BANNER
           MOVE SPACES TO REPORT-WORK
           STRING "DATA-QUALITY SCORECARD FOR " DELIMITED BY SIZE
               SCORE-MONTH DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 7 TO MONTH-SLOT
           PERFORM WORK-OUT-MONTH-SCORE
           PERFORM PRINT-MONTH-SUMMARY
           PERFORM PRINT-REJECT-REASONS
           PERFORM PRINT-DEPARTMENT-TREND
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

      * A separator line, then the banner naming the department
      * and -- when the distribution master knows it -- its name
      * and routing code, as on the print report.
       WRITE-DEPARTMENT-BANNER SECTION.
           MOVE ALL "=" TO REPORT-LINE(1:61)
           WRITE REPORT-LINE
           MOVE 'N' TO ROUTE-FOUND-SWITCH
           SET ROUTE-IDX TO 1
           PERFORM FIND-ROUTING-ENTRY
               UNTIL ROUTE-IDX > ROUTE-ENTRIES-USED
                   OR ROUTE-FOUND
           MOVE SPACES TO REPORT-WORK
           IF ROUTE-FOUND
               STRING "DEPARTMENT " DELIMITED BY SIZE
                   DEPT-ID(DEPT-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ROUTE-DEPT-NAME(ROUTE-IDX) DELIMITED BY SIZE
                   "  ROUTE " DELIMITED BY SIZE
                   ROUTE-CODE(ROUTE-IDX) DELIMITED BY SIZE
                   INTO REPORT-WORK
           ELSE
               STRING "DEPARTMENT " DELIMITED BY SIZE
                   DEPT-ID(DEPT-IDX) DELIMITED BY SIZE
                   "  ROUTE (NOT ON DISTMAST)" DELIMITED BY SIZE
                   INTO REPORT-WORK
           END-IF
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE(1:61)
           WRITE REPORT-LINE
           EXIT.

       FIND-ROUTING-ENTRY SECTION.
           IF ROUTE-DEPARTMENT(ROUTE-IDX) = DEPT-ID(DEPT-IDX)
               SET ROUTE-FOUND TO TRUE
           ELSE
               SET ROUTE-IDX UP BY 1
           END-IF
           EXIT.

      * The month's volume is what TRANEDIT saw when it ran for the
      * department, else what CALCULATOR received.  Everything that
      * bounced the first time through comes off it for the clean
      * count; a month with no volume has no rate.
       WORK-OUT-MONTH-SCORE SECTION.
           IF DM-SUBMITTED(DEPT-IDX, MONTH-SLOT) > 0
               MOVE DM-SUBMITTED(DEPT-IDX, MONTH-SLOT) TO SCORE-VOLUME
           ELSE
               MOVE DM-RECEIVED(DEPT-IDX, MONTH-SLOT) TO SCORE-VOLUME
           END-IF
           COMPUTE SCORE-BOUNCED =
               DM-EDIT-REJECTS(DEPT-IDX, MONTH-SLOT)
               + DM-POST-ERRORS(DEPT-IDX, MONTH-SLOT)
               + DM-DUPLICATES(DEPT-IDX, MONTH-SLOT)
               + DM-SUSPENDED(DEPT-IDX, MONTH-SLOT)
           IF SCORE-BOUNCED > SCORE-VOLUME
               MOVE 0 TO SCORE-CLEAN
           ELSE
               COMPUTE SCORE-CLEAN = SCORE-VOLUME - SCORE-BOUNCED
           END-IF
           IF SCORE-VOLUME = 0
               MOVE "   N/A" TO RATE-TEXT
           ELSE
               COMPUTE SCORE-RATE ROUNDED =
                   SCORE-CLEAN * 100 / SCORE-VOLUME
               MOVE SCORE-RATE TO RATE-EDIT
               MOVE SPACES TO RATE-TEXT
               STRING RATE-EDIT DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO RATE-TEXT
           END-IF
           IF DM-RESUBMITTED(DEPT-IDX, MONTH-SLOT) = 0
               MOVE "    N/A" TO DAYS-TEXT
           ELSE
               COMPUTE SCORE-AVG-DAYS ROUNDED =
                   DM-RESUB-DAYS(DEPT-IDX, MONTH-SLOT)
                   / DM-RESUBMITTED(DEPT-IDX, MONTH-SLOT)
               MOVE SCORE-AVG-DAYS TO DAYS-EDIT
               MOVE DAYS-EDIT TO DAYS-TEXT
           END-IF
           EXIT.

       PRINT-MONTH-SUMMARY SECTION.
           MOVE SCORE-VOLUME TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  VOLUME SUBMITTED        " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           MOVE SCORE-CLEAN TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  FIRST-PASS CLEAN        " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RATE-TEXT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           MOVE DM-BATCHES(DEPT-IDX, MONTH-SLOT) TO COUNT-EDIT
           MOVE DM-OUT-OF-BALANCE(DEPT-IDX, MONTH-SLOT)
               TO COUNT-EDIT-2
           MOVE SPACES TO REPORT-WORK
           STRING "  BATCHES RECEIVED        " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "  OUT OF BALANCE WITH TRAILER " DELIMITED BY SIZE
               COUNT-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           MOVE DM-RESUBMITTED(DEPT-IDX, MONTH-SLOT) TO COUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  RESUBMITTED FROM QUEUE  " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "  AVERAGE DAYS ON QUEUE " DELIMITED BY SIZE
               DAYS-TEXT DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           EXIT.

      * The edit reject codes the department drew this month, then
      * the posting-side bounces under their own names.
       PRINT-REJECT-REASONS SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  REJECTS BY REASON" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO REASONS-PRINTED
           PERFORM PRINT-ONE-REASON
               VARYING REASON-IDX FROM 1 BY 1
               UNTIL REASON-IDX > REASON-ENTRIES-USED
           MOVE "POSTING ERROR" TO BOUNCE-NAME
           MOVE DM-POST-ERRORS(DEPT-IDX, 7) TO BOUNCE-COUNT
           PERFORM PRINT-BOUNCE-LINE
           MOVE "DUPLICATE" TO BOUNCE-NAME
           MOVE DM-DUPLICATES(DEPT-IDX, 7) TO BOUNCE-COUNT
           PERFORM PRINT-BOUNCE-LINE
           MOVE "SUSPENDED" TO BOUNCE-NAME
           MOVE DM-SUSPENDED(DEPT-IDX, 7) TO BOUNCE-COUNT
           PERFORM PRINT-BOUNCE-LINE
           IF REASONS-PRINTED = 0
               MOVE "    (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           EXIT.

       PRINT-ONE-REASON SECTION.
           IF RSN-DEPARTMENT(REASON-IDX) = DEPT-ID(DEPT-IDX)
               ADD 1 TO REASONS-PRINTED
               MOVE RSN-COUNT(REASON-IDX) TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "    EDIT " DELIMITED BY SIZE
                   RSN-CODE(REASON-IDX) DELIMITED BY SIZE
                   "             " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               PERFORM WRITE-WORK-LINE
           END-IF
           EXIT.

       PRINT-BOUNCE-LINE SECTION.
           IF BOUNCE-COUNT > 0
               ADD 1 TO REASONS-PRINTED
               MOVE BOUNCE-COUNT TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "    " DELIMITED BY SIZE
                   BOUNCE-NAME DELIMITED BY SIZE
                   "         " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
               PERFORM WRITE-WORK-LINE
           END-IF
           EXIT.

       PRINT-DEPARTMENT-TREND SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  TREND" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "    MONTH " DELIMITED BY SIZE
               "   VOLUME" DELIMITED BY SIZE
               "  CLEAN" DELIMITED BY SIZE
               "   REJECTS" DELIMITED BY SIZE
               "   BATCHES" DELIMITED BY SIZE
               "  OUT BAL" DELIMITED BY SIZE
               "    RESUB" DELIMITED BY SIZE
               "AVG DAYS" DELIMITED BY SIZE
               INTO REPORT-WORK
           PERFORM WRITE-WORK-LINE
           PERFORM PRINT-TREND-MONTH
               VARYING MONTH-SLOT FROM 1 BY 1
               UNTIL MONTH-SLOT > 7
           EXIT.

       PRINT-TREND-MONTH SECTION.
           PERFORM WORK-OUT-MONTH-SCORE
           MOVE SCORE-VOLUME  TO COUNT-EDIT
           MOVE SCORE-BOUNCED TO COUNT-EDIT-2
           MOVE DM-BATCHES(DEPT-IDX, MONTH-SLOT) TO COUNT-EDIT-3
           MOVE DM-OUT-OF-BALANCE(DEPT-IDX, MONTH-SLOT)
               TO COUNT-EDIT-4
           MOVE SPACES TO REPORT-WORK
           STRING "    " DELIMITED BY SIZE
               MONTH-KEY(MONTH-SLOT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RATE-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               COUNT-EDIT-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               COUNT-EDIT-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               COUNT-EDIT-4 DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE DM-RESUBMITTED(DEPT-IDX, MONTH-SLOT) TO COUNT-EDIT
           MOVE COUNT-EDIT TO REPORT-WORK(57:8)
           MOVE DAYS-TEXT  TO REPORT-WORK(66:7)
           PERFORM WRITE-WORK-LINE
           EXIT.

       WRITE-WORK-LINE SECTION.
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.
