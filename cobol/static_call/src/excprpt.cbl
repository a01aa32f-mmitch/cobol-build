      *  more than one run is listed at the foot of the report --
      *  the same record bouncing day after day is exactly what
      *  this report exists to surface.
      *
      *  The report itself is built by excprptm (copy/eodrptl.cpy),
      *  which the end-of-day driver EODRPT also feeds on its one
      *  pass over the journal; this step remains for rerunning the
      *  one report.
      *****************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               FILE STATUS IS JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       01 JOURNAL-LINE PIC X(216).

       WORKING-STORAGE SECTION.
       01 JOURNAL-STATUS PIC X(02).
       01 JOURNAL-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 JOURNAL-EOF VALUE 'Y'.
       COPY jrnlrec.
       COPY eodrptl.

      * A journal that will not open still gets its (empty) report,
      * with the run marked failed.
       PROCEDURE DIVISION.
           MOVE "START   " TO EODR-FUNCTION
           CALL 'excprptm' USING EOD-REPORT-AREA JOURNAL-RECORD
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "unable to open journal file, status "
                   JOURNAL-STATUS
           ELSE
               MOVE "LINE    " TO EODR-FUNCTION
               PERFORM READ-AND-REPORT-JOURNAL UNTIL JOURNAL-EOF
               CLOSE JOURNAL-FILE
           END-IF
           MOVE "FINISH  " TO EODR-FUNCTION
           CALL 'excprptm' USING EOD-REPORT-AREA JOURNAL-RECORD
           IF JOURNAL-STATUS NOT = "00"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE EODR-RETURN-CODE TO RETURN-CODE
           END-IF
           GOBACK
           .

       READ-AND-REPORT-JOURNAL SECTION.
           READ JOURNAL-FILE INTO JOURNAL-RECORD
               AT END
                   SET JOURNAL-EOF TO TRUE
               NOT AT END
                   CALL 'excprptm' USING EOD-REPORT-AREA
                       JOURNAL-RECORD
           END-READ
           EXIT.
