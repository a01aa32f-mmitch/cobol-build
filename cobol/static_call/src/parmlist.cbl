       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMLIST.

      *****************************************************************
      *  PARMLIST prints, program by program, the value each
      *  program will be given for every CALC-* setting it reads
      *  (copy/parmuse.cpy) from the parameter master
      *  (copy/parmrec.cpy) -- the night's settings in one place,
      *  for operations to check before the batch starts.  Each
      *  value is asked of parmget exactly as the program will ask
      *  (the program's own row first, then the all-programs row,
      *  latest effective first), so the listing cannot disagree
      *  with the run.  A setting the master does not hold is
      *  shown as left to the program's own default.
      *
      *  The date listed for is today unless CALC-PARM-DATE
      *  (YYYYMMDD) names another, e.g. tomorrow's, to see a
      *  scheduled change land.  Rows on the master effective
      *  after that date follow, as the changes still to come.
      *
      *  A job's own PARM/ENVAR setting still overrides the master
      *  for its run; those overrides are logged by parmget to
      *  PARMLOG, not shown here.
      *
      *  RETURN-CODE 12: the parameter master could not be read or
      *  CALC-PARM-DATE is not a date -- the listing is not to be
      *  trusted.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "PARMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRM-KEY
               FILE STATUS IS PARAMETER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PARMRPT".

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETER-FILE.
       COPY parmrec.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 PARAMETER-STATUS PIC X(02).
       01 MASTER-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 MASTER-EOF VALUE 'Y'.

       01 LIST-DATE-ENV PIC X(08).
       01 LIST-DATE     PIC 9(08).
       01 LAST-PROGRAM  PIC X(10) VALUE SPACES.
       01 SCOPE-WORD    PIC X(12).

       01 SETTINGS-LISTED   PIC 9(05) COMP VALUE 0.
       01 SETTINGS-HELD     PIC 9(05) COMP VALUE 0.
       01 SETTINGS-NOT-HELD PIC 9(05) COMP VALUE 0.
       01 CHANGES-SCHEDULED PIC 9(05) COMP VALUE 0.
       01 COUNT-EDIT PIC ZZZZ9.
       01 REPORT-WORK PIC X(132).
       COPY parmuse.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "PARMLIST" TO PRMG-PROGRAM
           ACCEPT LIST-DATE FROM DATE YYYYMMDD
           MOVE "CALC-PARM-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO LIST-DATE-ENV
           IF PRMG-RETURN-CODE = 12
               DISPLAY "parameter master could not be read -- "
                   "no listing"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF LIST-DATE-ENV NOT = SPACES
               IF LIST-DATE-ENV IS NUMERIC
                   MOVE LIST-DATE-ENV TO LIST-DATE
               ELSE
                   DISPLAY "CALC-PARM-DATE '" LIST-DATE-ENV
                       "' is not YYYYMMDD"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-WORK
           STRING "PROCESSING PARAMETERS IN FORCE ON "
                   DELIMITED BY SIZE
               LIST-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PROGRAM    PARAMETER                  "
               & "VALUE             HELD FOR     EFFECTIVE OWNER"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM LIST-ONE-SETTING
               VARYING PARM-USE-IDX FROM 1 BY 1
               UNTIL PARM-USE-IDX > PARM-USE-COUNT
           PERFORM LIST-SCHEDULED-CHANGES
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           GOBACK
           .

      * Asked exactly as the program asks, but of the master alone:
      * this job's own variables are nothing to the program's run.
       LIST-ONE-SETTING SECTION.
           IF PARM-USE-PROGRAM(PARM-USE-IDX) NOT = LAST-PROGRAM
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE PARM-USE-PROGRAM(PARM-USE-IDX) TO LAST-PROGRAM
           END-IF
           MOVE "MASTER  " TO PRMG-FUNCTION
           MOVE LIST-DATE TO PRMG-AS-OF-DATE
           MOVE PARM-USE-PROGRAM(PARM-USE-IDX) TO PRMG-PROGRAM
           MOVE PARM-USE-NAME(PARM-USE-IDX) TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           ADD 1 TO SETTINGS-LISTED
           MOVE SPACES TO REPORT-WORK
           IF PRMG-FROM-MASTER
               ADD 1 TO SETTINGS-HELD
               IF PRMG-SCOPE = SPACES
                   MOVE "ALL PROGRAMS" TO SCOPE-WORD
               ELSE
                   MOVE "THIS PROGRAM" TO SCOPE-WORD
               END-IF
               STRING PARM-USE-PROGRAM(PARM-USE-IDX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PARM-USE-NAME(PARM-USE-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PRMG-VALUE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SCOPE-WORD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PRMG-EFFECTIVE-DATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PRMG-OWNER DELIMITED BY SIZE
                   INTO REPORT-WORK
           ELSE
               ADD 1 TO SETTINGS-NOT-HELD
               STRING PARM-USE-PROGRAM(PARM-USE-IDX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PARM-USE-NAME(PARM-USE-IDX) DELIMITED BY SIZE
                   " (NOT HELD -- PROGRAM'S OWN DEFAULT)"
                       DELIMITED BY SIZE
                   INTO REPORT-WORK
           END-IF
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT.

       LIST-SCHEDULED-CHANGES SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "CHANGES SCHEDULED AFTER " DELIMITED BY SIZE
               LIST-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT PARAMETER-FILE
           IF PARAMETER-STATUS = "00"
               PERFORM LIST-ONE-SCHEDULED UNTIL MASTER-EOF
               CLOSE PARAMETER-FILE
           ELSE
               MOVE "  (NO PARAMETER MASTER ON HAND)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           EXIT.

       LIST-ONE-SCHEDULED SECTION.
           READ PARAMETER-FILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
               NOT AT END
                   IF PRM-EFFECTIVE-DATE > LIST-DATE
                       ADD 1 TO CHANGES-SCHEDULED
                       IF PRM-PROGRAM = SPACES
                           MOVE "ALL PROGRAMS" TO SCOPE-WORD
                       ELSE
                           MOVE PRM-PROGRAM TO SCOPE-WORD
                       END-IF
                       MOVE SPACES TO REPORT-WORK
                       STRING PRM-EFFECTIVE-DATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PRM-NAME DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           SCOPE-WORD DELIMITED BY SIZE
                           " BECOMES " DELIMITED BY SIZE
                           PRM-VALUE DELIMITED BY SIZE
                           " OWNER " DELIMITED BY SIZE
                           PRM-OWNER DELIMITED BY SIZE
                           INTO REPORT-WORK
                       MOVE REPORT-WORK TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
           END-READ
           EXIT.

       WRITE-SUMMARY SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           MOVE SETTINGS-LISTED TO COUNT-EDIT
           STRING "SETTINGS LISTED:   " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           MOVE SETTINGS-HELD TO COUNT-EDIT
           STRING "HELD ON MASTER:    " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           MOVE SETTINGS-NOT-HELD TO COUNT-EDIT
           STRING "PROGRAM DEFAULTS:  " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           MOVE CHANGES-SCHEDULED TO COUNT-EDIT
           STRING "CHANGES SCHEDULED: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "A JOB'S OWN PARM/ENVAR SETTING OVERRIDES THESE FOR "
               & "ITS RUN -- SEE PARMLOG" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SETTINGS-LISTED TO COUNT-EDIT
           DISPLAY "parameter settings listed: " COUNT-EDIT
           EXIT.
