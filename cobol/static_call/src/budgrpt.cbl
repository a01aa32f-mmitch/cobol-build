      *  CALC-OVERSPEND-PCT percent (0 = alert on any overspend)
      *  raises an ALERTQ alert right then, not at month-end when
      *  it is too late.  RETURN-CODE 4 when anything alerted.
      *
      *  The report itself is built by budgrptm (copy/eodrptl.cpy),
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

       PROCEDURE DIVISION.
           MOVE "START   " TO EODR-FUNCTION
           CALL 'budgrptm' USING EOD-REPORT-AREA JOURNAL-RECORD
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "unable to open journal file, status "
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "LINE    " TO EODR-FUNCTION
           PERFORM READ-AND-REPORT-JOURNAL UNTIL JOURNAL-EOF
           CLOSE JOURNAL-FILE
           MOVE "FINISH  " TO EODR-FUNCTION
           CALL 'budgrptm' USING EOD-REPORT-AREA JOURNAL-RECORD
           MOVE EODR-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

       READ-AND-REPORT-JOURNAL SECTION.
           READ JOURNAL-FILE INTO JOURNAL-RECORD
               AT END
                   SET JOURNAL-EOF TO TRUE
               NOT AT END
                   CALL 'budgrptm' USING EOD-REPORT-AREA
                       JOURNAL-RECORD
           END-READ
           EXIT.
