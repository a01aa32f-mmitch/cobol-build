      *  record is also preceded by a comment line naming the queue
      *  sequence, using the transaction file's normal annotation
      *  convention.
      *
      *  CALCULATOR stamps a rejected transaction's queue entry with
      *  the department batch it came in under and the day it was
      *  queued.  Each department's resubmissions, and the calendar
      *  days they waited, are appended to the data-quality history
      *  (copy/dqhist.cpy) for DQSCORE's turnaround figure.  Entries
      *  queued before the stamp, or outside a department batch,
      *  are resubmitted as ever and simply not counted there.
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS CORRECTION-CARD-STATUS.
           SELECT RESUBMIT-FILE ASSIGN TO "RESUBTRN".
           SELECT ERRQ-KEEP-FILE ASSIGN TO "ERRQKEEP".
           SELECT QUALITY-HISTORY-FILE ASSIGN TO "DQHIST"
               FILE STATUS IS QUALITY-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 ERROR-QUEUE-RECORD.
           05 ERRQ-SEQUENCE  PIC 9(08).
           05 ERRQ-ARGUMENTS PIC X(128).
      * A rejected transaction's entry, as CALCULATOR queues it.
       01 ERROR-QUEUE-TRAN-ENTRY.
           05 FILLER           PIC X(08).
           05 ERQT-TRAN-IMAGE  PIC X(109).
           05 ERQT-DEPARTMENT  PIC X(04).
           05 ERQT-QUEUED-DATE PIC X(08).
           05 ERQT-QUEUED-DATE-NUM REDEFINES ERQT-QUEUED-DATE
                               PIC 9(08).
           05 FILLER           PIC X(07).

       FD CORRECTION-CARD-FILE.
       01 CORRECTION-CARD.
           05 CORR-SEQUENCE-X PIC X(08).
           05 FILLER          PIC X(01).
           05 CORR-TRAN-IMAGE PIC X(112).

       FD RESUBMIT-FILE.
       COPY tranrec.
           05 EKEP-SEQUENCE  PIC 9(08).
           05 EKEP-ARGUMENTS PIC X(128).

       FD QUALITY-HISTORY-FILE.
       COPY dqhist.

       WORKING-STORAGE SECTION.
       01 ERROR-QUEUE-STATUS     PIC X(02).
       01 CORRECTION-CARD-STATUS PIC X(02).
       01 CORRECTION-TABLE.
           05 CORR-ENTRY OCCURS 500 TIMES INDEXED BY CORR-IDX.
               10 CORR-SEQUENCE   PIC 9(08).
               10 CORR-IMAGE      PIC X(112).
               10 CORR-USED-FLAG  PIC X(01).
                   88 CORR-USED VALUE 'Y'.
       01 CORRECTION-ENTRIES-USED PIC 9(03) COMP VALUE 0.
           05 RFC-REFERENCE  PIC X(10).
           05 RFC-VALID-FLAG PIC X(01).
               88 RFC-VALID VALUE "Y".
       COPY parmgetl.

      * Resubmissions and days waited per department, for the
      * data-quality history.
       01 QUALITY-HISTORY-STATUS PIC X(02).
       01 QUALITY-TABLE.
           05 QUALITY-ENTRY OCCURS 100 TIMES INDEXED BY QUALITY-IDX.
               10 QLT-DEPARTMENT  PIC X(04).
               10 QLT-RESUBMITTED PIC 9(08) COMP.
               10 QLT-DAYS        PIC 9(08) COMP.
       01 QUALITY-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 QUALITY-FOUND-SWITCH PIC X(01).
           88 QUALITY-FOUND VALUE 'Y'.
       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 WAIT-DAYS PIC S9(08) COMP.
       01 SERIAL-INPUT-DATE PIC 9(08).
       01 SERIAL-DAYS   PIC 9(08) COMP.
       01 SERIAL-YEAR   PIC 9(04) COMP.
       01 SERIAL-MONTH  PIC 9(02) COMP.
       01 SERIAL-WORK   PIC 9(08) COMP.
       01 SERIAL-DAY    PIC 9(02) COMP.
       01 TODAY-SERIAL  PIC 9(08) COMP.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "ERRRESUB" TO PRMG-PROGRAM
           MOVE "CALC-REF-CHECKDIGIT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO REF-CHECKDIGIT-ENV
           IF REF-CHECKDIGIT-ENV = "YES"
               SET REF-CHECKDIGIT-MODE TO TRUE
           END-IF
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE RUN-DATE TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           MOVE SERIAL-DAYS TO TODAY-SERIAL
           PERFORM LOAD-CORRECTION-CARDS
           OPEN INPUT ERROR-QUEUE-FILE
           IF ERROR-QUEUE-STATUS NOT = "00"
           CLOSE RESUBMIT-FILE
           CLOSE ERRQ-KEEP-FILE
           PERFORM REPORT-UNMATCHED-CARDS
           PERFORM WRITE-QUALITY-HISTORY
           MOVE RESUBMITTED-COUNT TO RESUB-STAT-EDIT
           DISPLAY "queue entries resubmitted: " RESUB-STAT-EDIT
           MOVE RETAINED-COUNT TO RESUB-STAT-EDIT
                       ERRQ-SEQUENCE DELIMITED BY SIZE
                       INTO TRAN-REFERENCE-IN
               END-IF
               MOVE "RESB" TO TRAN-SOURCE-SYSTEM
               WRITE TRAN-RECORD
               ADD 1 TO RESUBMITTED-COUNT
               IF ERQT-DEPARTMENT NOT = SPACES
                       AND ERQT-QUEUED-DATE IS NUMERIC
                   PERFORM TALLY-RESUBMISSION
               END-IF
           END-IF
           EXIT.

      * Credits the resubmission, and the days the entry waited on
      * the queue, to the department it was queued under.
       TALLY-RESUBMISSION SECTION.
           MOVE ERQT-QUEUED-DATE-NUM TO SERIAL-INPUT-DATE
           PERFORM DATE-TO-SERIAL
           COMPUTE WAIT-DAYS = TODAY-SERIAL - SERIAL-DAYS
           IF WAIT-DAYS < 0
               MOVE 0 TO WAIT-DAYS
           END-IF
           MOVE 'N' TO QUALITY-FOUND-SWITCH
           SET QUALITY-IDX TO 1
           PERFORM SEARCH-QUALITY-TABLE
               UNTIL QUALITY-IDX > QUALITY-ENTRIES-USED
                   OR QUALITY-FOUND
           IF NOT QUALITY-FOUND AND QUALITY-ENTRIES-USED < 100
               ADD 1 TO QUALITY-ENTRIES-USED
               SET QUALITY-IDX TO QUALITY-ENTRIES-USED
               MOVE ERQT-DEPARTMENT TO QLT-DEPARTMENT(QUALITY-IDX)
               MOVE 0 TO QLT-RESUBMITTED(QUALITY-IDX)
               MOVE 0 TO QLT-DAYS(QUALITY-IDX)
               SET QUALITY-FOUND TO TRUE
           END-IF
           IF QUALITY-FOUND
               ADD 1 TO QLT-RESUBMITTED(QUALITY-IDX)
               ADD WAIT-DAYS TO QLT-DAYS(QUALITY-IDX)
           END-IF
           EXIT.

       SEARCH-QUALITY-TABLE SECTION.
           IF QLT-DEPARTMENT(QUALITY-IDX) = ERQT-DEPARTMENT
               SET QUALITY-FOUND TO TRUE
           ELSE
               SET QUALITY-IDX UP BY 1
           END-IF
           EXIT.

       WRITE-QUALITY-HISTORY SECTION.
           IF QUALITY-ENTRIES-USED > 0
               OPEN EXTEND QUALITY-HISTORY-FILE
               IF QUALITY-HISTORY-STATUS = "35"
                   OPEN OUTPUT QUALITY-HISTORY-FILE
               END-IF
               IF QUALITY-HISTORY-STATUS = "00"
                   PERFORM WRITE-QUALITY-RECORD
                       VARYING QUALITY-IDX FROM 1 BY 1
                       UNTIL QUALITY-IDX > QUALITY-ENTRIES-USED
                   CLOSE QUALITY-HISTORY-FILE
               END-IF
           END-IF
           EXIT.

       WRITE-QUALITY-RECORD SECTION.
           MOVE SPACES TO DATA-QUALITY-RECORD
           MOVE RUN-DATE   TO DQH-RUN-DATE
           MOVE RUN-TIME   TO DQH-RUN-TIME
           MOVE "ERRRESUB" TO DQH-PROGRAM
           MOVE QLT-DEPARTMENT(QUALITY-IDX) TO DQH-DEPARTMENT
           MOVE "RESB" TO DQH-MEASURE
           MOVE QLT-RESUBMITTED(QUALITY-IDX) TO DQH-COUNT
           MOVE QLT-DAYS(QUALITY-IDX) TO DQH-DAYS
           WRITE DATA-QUALITY-RECORD
           EXIT.

      * Day number of SERIAL-INPUT-DATE, for differences in days.
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

      * The same proof CALCULATOR's keyed paths make: only the
