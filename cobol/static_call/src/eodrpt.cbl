       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODRPT.

      *****************************************************************
      *  EODRPT is the night's journal reporting in one step.  The
      *  daily activity report, the exception report, the tax
      *  summary, the chargeback, the cost-center roll-up, the
      *  budget report and the analysts' export each used to read
      *  the journal from start to finish on its own; here the
      *  journal is read once and every record is handed to each
      *  report's module (copy/eodrptl.cpy) in turn, so the
      *  reports come out exactly as their own programs write
      *  them.  JRNLRPT, EXCPRPT, TAXRPT, CHARGEBK, CCROLLUP,
      *  BUDGRPT and JRNLEXP remain for rerunning one report.
      *
      *  Each report runs unless its switch on the parameter
      *  master, CALC-EOD-<program> (CALC-EOD-TAXRPT, ...), says
      *  NO.  A report reads the same lines here as in its own
      *  job: every report the day's generation (JOURNAL); the
      *  exception report the generation before it first
      *  (JRNLPREV), for the recurring-offender sweep; the tax,
      *  chargeback, roll-up and budget reports the consolidated
      *  history first (JRNLHIST).  Those two are read only when a
      *  report switched on wants them, each of them once.  The
      *  reports' own settings (report date, months, bounds) are
      *  read under their own program names, as in their jobs.
      *
      *  A report whose module will not start (its own master or
      *  rate card missing) is passed by and the rest carry on.
      *  RETURN-CODE is the highest any report gave, as its own
      *  job would have ended; 12 with no report run when one of
      *  the journal inputs will not open.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               FILE STATUS IS JOURNAL-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "JRNLHIST"
               FILE STATUS IS HISTORY-STATUS.
           SELECT PREVIOUS-FILE ASSIGN TO "JRNLPREV"
               FILE STATUS IS PREVIOUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       01 JOURNAL-LINE PIC X(216).

       FD HISTORY-FILE.
       01 HISTORY-LINE PIC X(216).

       FD PREVIOUS-FILE.
       01 PREVIOUS-LINE PIC X(216).

       WORKING-STORAGE SECTION.
       01 JOURNAL-STATUS  PIC X(02).
       01 HISTORY-STATUS  PIC X(02).
       01 PREVIOUS-STATUS PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.
       01 HISTORY-WANTED-SWITCH PIC X(01) VALUE 'N'.
           88 HISTORY-WANTED VALUE 'Y'.
       01 PREVIOUS-WANTED-SWITCH PIC X(01) VALUE 'N'.
           88 PREVIOUS-WANTED VALUE 'Y'.

      *****************************************************************
      *  The reports, in the order they are called: the program
      *  each stands for and the earlier journal it reads ahead of
      *  the day's generation -- H the history, P the previous
      *  generation, blank none.  CALL-REPORT-MODULE calls the
      *  module by the same number.  REPORT-STATE-ENTRY keeps, by
      *  the same number, how far the report got and its return
      *  code.
      *****************************************************************
       01 REPORT-RAW.
           05 FILLER PIC X(09) VALUE "JRNLRPT  ".
           05 FILLER PIC X(09) VALUE "EXCPRPT P".
           05 FILLER PIC X(09) VALUE "TAXRPT  H".
           05 FILLER PIC X(09) VALUE "CHARGEBKH".
           05 FILLER PIC X(09) VALUE "CCROLLUPH".
           05 FILLER PIC X(09) VALUE "BUDGRPT H".
           05 FILLER PIC X(09) VALUE "JRNLEXP  ".
       01 REPORT-TABLE REDEFINES REPORT-RAW.
           05 REPORT-ENTRY OCCURS 7 TIMES.
               10 REPORT-NAME  PIC X(08).
               10 REPORT-INPUT PIC X(01).
                   88 REPORT-READS-HISTORY  VALUE "H".
                   88 REPORT-READS-PREVIOUS VALUE "P".
       01 REPORT-STATE-TABLE.
           05 REPORT-STATE-ENTRY OCCURS 7 TIMES.
               10 REPORT-STATE PIC X(01).
                   88 REPORT-SWITCHED-OFF VALUE "O".
                   88 REPORT-WAITING      VALUE "W".
                   88 REPORT-NOT-STARTED  VALUE "N".
                   88 REPORT-RUNNING      VALUE "R".
                   88 REPORT-FINISHED     VALUE "F".
               10 REPORT-RC PIC 9(02).
       01 REPORT-COUNT PIC 9(02) COMP VALUE 7.
       01 REPORT-SUB   PIC 9(02) COMP.

      * The input being read: H, P, or blank for the day's
      * generation, which every running report takes.
       01 FEED-INPUT PIC X(01).
       01 SWITCH-VALUE PIC X(03).
       01 RUN-SEVERITY PIC 9(02) VALUE 0.

       01 HISTORY-LINES-READ  PIC 9(08) COMP VALUE 0.
       01 PREVIOUS-LINES-READ PIC 9(08) COMP VALUE 0.
       01 JOURNAL-LINES-READ  PIC 9(08) COMP VALUE 0.
       01 COUNT-EDIT PIC ZZZZZZZ9.
       COPY jrnlrec.
       COPY eodrptl.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "EODRPT" TO PRMG-PROGRAM
           INITIALIZE REPORT-STATE-TABLE
           PERFORM READ-REPORT-SWITCH
               VARYING REPORT-SUB FROM 1 BY 1
               UNTIL REPORT-SUB > REPORT-COUNT
           PERFORM OPEN-JOURNAL-INPUTS
           IF RUN-SEVERITY NOT = 0
               MOVE RUN-SEVERITY TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM START-ONE-REPORT
               VARYING REPORT-SUB FROM 1 BY 1
               UNTIL REPORT-SUB > REPORT-COUNT
           IF HISTORY-WANTED
               MOVE "H" TO FEED-INPUT
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM FEED-ONE-HISTORY-LINE UNTIL SOURCE-EOF
               CLOSE HISTORY-FILE
           END-IF
           IF PREVIOUS-WANTED
               MOVE "P" TO FEED-INPUT
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM FEED-ONE-PREVIOUS-LINE UNTIL SOURCE-EOF
               CLOSE PREVIOUS-FILE
           END-IF
           MOVE SPACE TO FEED-INPUT
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM FEED-ONE-JOURNAL-LINE UNTIL SOURCE-EOF
           CLOSE JOURNAL-FILE
           PERFORM FINISH-ONE-REPORT
               VARYING REPORT-SUB FROM 1 BY 1
               UNTIL REPORT-SUB > REPORT-COUNT
           PERFORM SHOW-REPORT-OUTCOME
               VARYING REPORT-SUB FROM 1 BY 1
               UNTIL REPORT-SUB > REPORT-COUNT
           MOVE JOURNAL-LINES-READ TO COUNT-EDIT
           DISPLAY "journal lines read: " COUNT-EDIT
           IF HISTORY-WANTED
               MOVE HISTORY-LINES-READ TO COUNT-EDIT
               DISPLAY "history lines read: " COUNT-EDIT
           END-IF
           IF PREVIOUS-WANTED
               MOVE PREVIOUS-LINES-READ TO COUNT-EDIT
               DISPLAY "previous generation lines read: "
                   COUNT-EDIT
           END-IF
           MOVE RUN-SEVERITY TO RETURN-CODE
           GOBACK
           .

      * Unset is on -- the night runs every report unless the
      * master switches one off.
       READ-REPORT-SWITCH SECTION.
           MOVE SPACES TO PRMG-NAME
           STRING "CALC-EOD-" DELIMITED BY SIZE
               REPORT-NAME(REPORT-SUB) DELIMITED BY SPACE
               INTO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SWITCH-VALUE
           IF SWITCH-VALUE = "NO"
               SET REPORT-SWITCHED-OFF(REPORT-SUB) TO TRUE
           ELSE
               SET REPORT-WAITING(REPORT-SUB) TO TRUE
               IF REPORT-READS-HISTORY(REPORT-SUB)
                   SET HISTORY-WANTED TO TRUE
               END-IF
               IF REPORT-READS-PREVIOUS(REPORT-SUB)
                   SET PREVIOUS-WANTED TO TRUE
               END-IF
           END-IF
           EXIT.

       OPEN-JOURNAL-INPUTS SECTION.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "unable to open journal file, status "
                   JOURNAL-STATUS
               MOVE 12 TO RUN-SEVERITY
           END-IF
           IF HISTORY-WANTED
               OPEN INPUT HISTORY-FILE
               IF HISTORY-STATUS NOT = "00"
                   DISPLAY "unable to open journal history, status "
                       HISTORY-STATUS
                   MOVE 12 TO RUN-SEVERITY
               END-IF
           END-IF
           IF PREVIOUS-WANTED
               OPEN INPUT PREVIOUS-FILE
               IF PREVIOUS-STATUS NOT = "00"
                   DISPLAY "unable to open previous journal "
                       "generation, status " PREVIOUS-STATUS
                   MOVE 12 TO RUN-SEVERITY
               END-IF
           END-IF
           EXIT.

       START-ONE-REPORT SECTION.
           IF REPORT-WAITING(REPORT-SUB)
               MOVE "START   " TO EODR-FUNCTION
               PERFORM CALL-REPORT-MODULE
               MOVE EODR-RETURN-CODE TO REPORT-RC(REPORT-SUB)
               IF EODR-RETURN-CODE = 0
                   SET REPORT-RUNNING(REPORT-SUB) TO TRUE
               ELSE
                   SET REPORT-NOT-STARTED(REPORT-SUB) TO TRUE
               END-IF
           END-IF
           EXIT.

       FEED-ONE-HISTORY-LINE SECTION.
           READ HISTORY-FILE INTO JOURNAL-RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO HISTORY-LINES-READ
                   PERFORM PASS-LINE-TO-REPORTS
           END-READ
           EXIT.

       FEED-ONE-PREVIOUS-LINE SECTION.
           READ PREVIOUS-FILE INTO JOURNAL-RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO PREVIOUS-LINES-READ
                   PERFORM PASS-LINE-TO-REPORTS
           END-READ
           EXIT.

       FEED-ONE-JOURNAL-LINE SECTION.
           READ JOURNAL-FILE INTO JOURNAL-RECORD
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO JOURNAL-LINES-READ
                   PERFORM PASS-LINE-TO-REPORTS
           END-READ
           EXIT.

       PASS-LINE-TO-REPORTS SECTION.
           MOVE "LINE    " TO EODR-FUNCTION
           PERFORM PASS-LINE-TO-ONE-REPORT
               VARYING REPORT-SUB FROM 1 BY 1
               UNTIL REPORT-SUB > REPORT-COUNT
           EXIT.

       PASS-LINE-TO-ONE-REPORT SECTION.
           IF REPORT-RUNNING(REPORT-SUB)
                   AND (FEED-INPUT = SPACE
                       OR FEED-INPUT = REPORT-INPUT(REPORT-SUB))
               PERFORM CALL-REPORT-MODULE
           END-IF
           EXIT.

       FINISH-ONE-REPORT SECTION.
           IF REPORT-RUNNING(REPORT-SUB)
               MOVE "FINISH  " TO EODR-FUNCTION
               PERFORM CALL-REPORT-MODULE
               MOVE EODR-RETURN-CODE TO REPORT-RC(REPORT-SUB)
               SET REPORT-FINISHED(REPORT-SUB) TO TRUE
           END-IF
           EXIT.

       SHOW-REPORT-OUTCOME SECTION.
           EVALUATE TRUE
               WHEN REPORT-SWITCHED-OFF(REPORT-SUB)
                   DISPLAY REPORT-NAME(REPORT-SUB)
                       " switched off for this run"
               WHEN REPORT-NOT-STARTED(REPORT-SUB)
                   DISPLAY REPORT-NAME(REPORT-SUB)
                       " did not start, rc " REPORT-RC(REPORT-SUB)
               WHEN OTHER
                   DISPLAY REPORT-NAME(REPORT-SUB)
                       " written, rc " REPORT-RC(REPORT-SUB)
           END-EVALUATE
           IF REPORT-RC(REPORT-SUB) > RUN-SEVERITY
               MOVE REPORT-RC(REPORT-SUB) TO RUN-SEVERITY
           END-IF
           EXIT.

       CALL-REPORT-MODULE SECTION.
           EVALUATE REPORT-SUB
               WHEN 1
                   CALL 'jrnlrptm' USING EOD-REPORT-AREA
                       JOURNAL-RECORD
               WHEN 2
                   CALL 'excprptm' USING EOD-REPORT-AREA
                       JOURNAL-RECORD
               WHEN 3
                   CALL 'taxrptm' USING EOD-REPORT-AREA
                       JOURNAL-RECORD
               WHEN 4
                   CALL 'chargebm' USING EOD-REPORT-AREA
                       JOURNAL-RECORD
               WHEN 5
                   CALL 'ccrollum' USING EOD-REPORT-AREA
                       JOURNAL-RECORD
               WHEN 6
                   CALL 'budgrptm' USING EOD-REPORT-AREA
                       JOURNAL-RECORD
               WHEN 7
                   CALL 'jrnlexpm' USING EOD-REPORT-AREA
                       JOURNAL-RECORD
           END-EVALUATE
           EXIT.
