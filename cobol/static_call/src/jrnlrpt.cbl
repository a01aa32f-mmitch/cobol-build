      *  reported, under a heading that says the header is missing,
      *  and flagged in the run footing so the discrepancy is seen
      *  rather than silently folded into the next run's numbers.
      *
      *  The report itself is built by jrnlrptm (copy/eodrptl.cpy),
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
           OPEN INPUT JOURNAL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "START   " TO EODR-FUNCTION
           CALL 'jrnlrptm' USING EOD-REPORT-AREA JOURNAL-RECORD
           MOVE "LINE    " TO EODR-FUNCTION
           PERFORM READ-AND-REPORT-JOURNAL UNTIL JOURNAL-EOF
           MOVE "FINISH  " TO EODR-FUNCTION
           CALL 'jrnlrptm' USING EOD-REPORT-AREA JOURNAL-RECORD
           CLOSE JOURNAL-FILE
           MOVE EODR-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

       READ-AND-REPORT-JOURNAL SECTION.
           READ JOURNAL-FILE INTO JOURNAL-RECORD
               AT END
                   SET JOURNAL-EOF TO TRUE
               NOT AT END
                   CALL 'jrnlrptm' USING EOD-REPORT-AREA
                       JOURNAL-RECORD
           END-READ
           EXIT.
