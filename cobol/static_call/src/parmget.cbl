       IDENTIFICATION DIVISION.
       PROGRAM-ID. parmget.

      *****************************************************************
      *  parmget is the one place a CALC-* processing setting is
      *  read.  Every program used to ACCEPT its settings FROM
      *  ENVIRONMENT, so the same business date or tolerance was
      *  typed into a dozen jobs' PARMs and one night two of them
      *  disagreed.  The settings now live on the parameter master
      *  (copy/parmrec.cpy), each with its value, effective date
      *  and owning desk, and every program asks here.
      *
      *  The master is read into storage on the first call and
      *  answered from there -- a program asks for a handful of
      *  settings and the master is a few hundred rows.  The row
      *  naming the calling program beats the all-programs row;
      *  of those, the latest effective on or before the as-of
      *  date (today unless the caller names one) is in force.
      *
      *  A job may still set the variable itself for a single run
      *  -- a rerun for a back date, a one-off tolerance -- and
      *  its value wins, as it always did.  Each such override is
      *  shown on the console and appended to PARMLOG
      *  (copy/parmlog.cpy) once per setting per run, so nobody
      *  has to guess afterwards what a run was told.
      *
      *  No master on hand means the job's variables alone, the
      *  way every program ran before there was one; a master that
      *  is on hand but cannot be read, or holds more rows than
      *  the table carries, says so once and answers 12 -- with
      *  the job's variable, if it set one, still returned.
      *
      *  The caller drives it through copy/parmgetl.cpy.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "PARMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRM-KEY
               FILE STATUS IS PARAMETER-STATUS.
           SELECT PARAMETER-LOG-FILE ASSIGN TO "PARMLOG"
               FILE STATUS IS PARAMETER-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETER-FILE.
       COPY parmrec.

       FD PARAMETER-LOG-FILE.
       COPY parmlog.

       WORKING-STORAGE SECTION.
       01 PARAMETER-STATUS     PIC X(02).
       01 PARAMETER-LOG-STATUS PIC X(02).
       01 MASTER-TRIED-SWITCH PIC X(01) VALUE 'N'.
           88 MASTER-TRIED VALUE 'Y'.
       01 MASTER-BAD-SWITCH PIC X(01) VALUE 'N'.
           88 MASTER-BAD VALUE 'Y'.
       01 MASTER-EOF-SWITCH PIC X(01).
           88 MASTER-EOF VALUE 'Y'.
       01 ALREADY-LOGGED-SWITCH PIC X(01).
           88 ALREADY-LOGGED VALUE 'Y'.

       01 TODAY-DATE   PIC 9(08).
       01 NOW-TIME     PIC 9(08).
       01 AS-OF-DATE   PIC 9(08).
       01 OVERRIDE-VALUE PIC X(17).
       01 WANTED-SCOPE PIC X(10).
       01 BEST-ROW     PIC 9(04) COMP.

       01 ROWS-LOADED PIC 9(04) COMP VALUE 0.
       01 ROW-TABLE.
           05 ROW-ENTRY OCCURS 2000 TIMES INDEXED BY ROW-IDX.
               10 ROW-NAME           PIC X(26).
               10 ROW-PROGRAM        PIC X(10).
               10 ROW-EFFECTIVE-DATE PIC 9(08).
               10 ROW-VALUE          PIC X(17).
               10 ROW-OWNER          PIC X(08).

      * Overrides already logged this run, so a setting a program
      * reads in a loop is logged once.
       01 LOGGED-COUNT PIC 9(04) COMP VALUE 0.
       01 LOGGED-TABLE.
           05 LOGGED-ENTRY OCCURS 200 TIMES INDEXED BY LOGGED-IDX.
               10 LOGGED-PROGRAM PIC X(10).
               10 LOGGED-NAME    PIC X(26).

       LINKAGE SECTION.
       COPY parmgetl.

       PROCEDURE DIVISION USING PARAMETER-GET-AREA.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           IF PRMG-AS-OF-DATE NUMERIC AND PRMG-AS-OF-DATE > 0
               MOVE PRMG-AS-OF-DATE TO AS-OF-DATE
           ELSE
               MOVE TODAY-DATE TO AS-OF-DATE
           END-IF
           PERFORM LOAD-PARAMETER-MASTER
           PERFORM FIND-ROW-IN-FORCE
           IF PRMG-FUNCTION NOT = "MASTER  "
               PERFORM APPLY-JOB-OVERRIDE
           END-IF
           IF MASTER-BAD
               MOVE 12 TO PRMG-RETURN-CODE
           ELSE
               IF PRMG-NOT-HELD
                   MOVE 4 TO PRMG-RETURN-CODE
               ELSE
                   MOVE 0 TO PRMG-RETURN-CODE
               END-IF
           END-IF
           GOBACK
           .

      * One attempt answers for the whole run, as lglhold's does.
       LOAD-PARAMETER-MASTER SECTION.
           IF NOT MASTER-TRIED
               SET MASTER-TRIED TO TRUE
               OPEN INPUT PARAMETER-FILE
               EVALUATE PARAMETER-STATUS
                   WHEN "00"
                       MOVE 'N' TO MASTER-EOF-SWITCH
                       PERFORM LOAD-ONE-ROW UNTIL MASTER-EOF
                       CLOSE PARAMETER-FILE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "parmget: unable to open parameter "
                           "master, status " PARAMETER-STATUS
                           " -- job settings only"
                       SET MASTER-BAD TO TRUE
               END-EVALUATE
           END-IF
           EXIT.

       LOAD-ONE-ROW SECTION.
           READ PARAMETER-FILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
               NOT AT END
                   IF ROWS-LOADED < 2000
                       ADD 1 TO ROWS-LOADED
                       SET ROW-IDX TO ROWS-LOADED
                       MOVE PRM-NAME TO ROW-NAME(ROW-IDX)
                       MOVE PRM-PROGRAM TO ROW-PROGRAM(ROW-IDX)
                       MOVE PRM-EFFECTIVE-DATE
                           TO ROW-EFFECTIVE-DATE(ROW-IDX)
                       MOVE PRM-VALUE TO ROW-VALUE(ROW-IDX)
                       MOVE PRM-OWNER TO ROW-OWNER(ROW-IDX)
                   ELSE
                       DISPLAY "parmget: more than 2000 parameter "
                           "rows -- master not usable, job "
                           "settings only"
                       SET MASTER-BAD TO TRUE
                       MOVE 0 TO ROWS-LOADED
                       SET MASTER-EOF TO TRUE
                   END-IF
           END-READ
           EXIT.

      * The calling program's own row first; the all-programs row
      * only when the program has none in force.
       FIND-ROW-IN-FORCE SECTION.
           MOVE SPACES TO PRMG-VALUE
           MOVE SPACES TO PRMG-SOURCE
           MOVE SPACES TO PRMG-MASTER-VALUE
           MOVE 0 TO PRMG-EFFECTIVE-DATE
           MOVE SPACES TO PRMG-OWNER
           MOVE SPACES TO PRMG-SCOPE
           MOVE 0 TO BEST-ROW
           IF PRMG-PROGRAM NOT = SPACES
               MOVE PRMG-PROGRAM TO WANTED-SCOPE
               PERFORM SCAN-ROWS-FOR-SCOPE
           END-IF
           IF BEST-ROW = 0
               MOVE SPACES TO WANTED-SCOPE
               PERFORM SCAN-ROWS-FOR-SCOPE
           END-IF
           IF BEST-ROW > 0
               SET ROW-IDX TO BEST-ROW
               MOVE ROW-VALUE(ROW-IDX) TO PRMG-VALUE
               MOVE ROW-VALUE(ROW-IDX) TO PRMG-MASTER-VALUE
               MOVE ROW-EFFECTIVE-DATE(ROW-IDX)
                   TO PRMG-EFFECTIVE-DATE
               MOVE ROW-OWNER(ROW-IDX) TO PRMG-OWNER
               MOVE ROW-PROGRAM(ROW-IDX) TO PRMG-SCOPE
               SET PRMG-FROM-MASTER TO TRUE
           END-IF
           EXIT.

       SCAN-ROWS-FOR-SCOPE SECTION.
           SET ROW-IDX TO 1
           PERFORM TEST-ONE-ROW UNTIL ROW-IDX > ROWS-LOADED
           EXIT.

       TEST-ONE-ROW SECTION.
           IF ROW-NAME(ROW-IDX) = PRMG-NAME
                   AND ROW-PROGRAM(ROW-IDX) = WANTED-SCOPE
                   AND ROW-EFFECTIVE-DATE(ROW-IDX) NOT > AS-OF-DATE
               IF BEST-ROW = 0
                   SET BEST-ROW TO ROW-IDX
               ELSE
                   IF ROW-EFFECTIVE-DATE(ROW-IDX) >
                           ROW-EFFECTIVE-DATE(BEST-ROW)
                       SET BEST-ROW TO ROW-IDX
                   END-IF
               END-IF
           END-IF
           SET ROW-IDX UP BY 1
           EXIT.

       APPLY-JOB-OVERRIDE SECTION.
           MOVE SPACES TO OVERRIDE-VALUE
           ACCEPT OVERRIDE-VALUE FROM ENVIRONMENT PRMG-NAME
           IF OVERRIDE-VALUE NOT = SPACES
               MOVE OVERRIDE-VALUE TO PRMG-VALUE
               SET PRMG-FROM-OVERRIDE TO TRUE
               PERFORM LOG-JOB-OVERRIDE
           END-IF
           EXIT.

       LOG-JOB-OVERRIDE SECTION.
           MOVE 'N' TO ALREADY-LOGGED-SWITCH
           SET LOGGED-IDX TO 1
           PERFORM TEST-ONE-LOGGED
               UNTIL LOGGED-IDX > LOGGED-COUNT OR ALREADY-LOGGED
           IF NOT ALREADY-LOGGED
               IF LOGGED-COUNT < 200
                   ADD 1 TO LOGGED-COUNT
                   SET LOGGED-IDX TO LOGGED-COUNT
                   MOVE PRMG-PROGRAM TO LOGGED-PROGRAM(LOGGED-IDX)
                   MOVE PRMG-NAME TO LOGGED-NAME(LOGGED-IDX)
               END-IF
               DISPLAY "parmget: " PRMG-NAME " overridden for "
                   PRMG-PROGRAM " this run: '" OVERRIDE-VALUE
                   "' (master '" PRMG-MASTER-VALUE "')"
               PERFORM WRITE-OVERRIDE-LOG
           END-IF
           EXIT.

       TEST-ONE-LOGGED SECTION.
           IF LOGGED-PROGRAM(LOGGED-IDX) = PRMG-PROGRAM
                   AND LOGGED-NAME(LOGGED-IDX) = PRMG-NAME
               SET ALREADY-LOGGED TO TRUE
           ELSE
               SET LOGGED-IDX UP BY 1
           END-IF
           EXIT.

       WRITE-OVERRIDE-LOG SECTION.
           OPEN EXTEND PARAMETER-LOG-FILE
           IF PARAMETER-LOG-STATUS = "35"
               OPEN OUTPUT PARAMETER-LOG-FILE
           END-IF
           IF PARAMETER-LOG-STATUS = "00"
               ACCEPT NOW-TIME FROM TIME
               MOVE TODAY-DATE TO PLG-RUN-DATE
               MOVE NOW-TIME TO PLG-RUN-TIME
               MOVE PRMG-PROGRAM TO PLG-PROGRAM
               MOVE PRMG-NAME TO PLG-NAME
               MOVE OVERRIDE-VALUE TO PLG-OVERRIDE-VALUE
               MOVE PRMG-MASTER-VALUE TO PLG-MASTER-VALUE
               MOVE PRMG-EFFECTIVE-DATE TO PLG-MASTER-EFFECTIVE
               MOVE PRMG-SCOPE TO PLG-MASTER-SCOPE
               WRITE PARAMETER-LOG-RECORD
               CLOSE PARAMETER-LOG-FILE
           ELSE
               DISPLAY "parmget: unable to open override log, "
                   "status " PARAMETER-LOG-STATUS
           END-IF
           EXIT.
