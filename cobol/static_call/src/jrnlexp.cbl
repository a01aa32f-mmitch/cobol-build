      *  explicit decimal points and a trailing minus on credits;
      *  the first record is a header row of column names; the
      *  outcome text and the JRNL-ORIG-* reversal fields are
      *  included, and the last column says whether the applied
      *  rate was the pair's own (D) or a cross rate (X).  Fields
      *  are fixed-width inside the delimiters -- every PC import
      *  tool the analysts use trims the spaces.
      *
      *  CALC-EXPORT-DATE (YYYYMMDD) selects one run date; left
      *  unset, the whole journal is exported.
      *  Either way the run's masked/unmasked state is recorded on
      *  the run log, which is the audit trail's answer to "what
      *  exactly did we hand the consultants".
      *
      *  The export itself is built by jrnlexpm (copy/eodrptl.cpy),
      *  which the end-of-day driver EODRPT also feeds on its one
      *  pass over the journal; this step remains for rerunning the
      *  one export.
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
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "unable to open journal file, status "
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "START   " TO EODR-FUNCTION
           CALL 'jrnlexpm' USING EOD-REPORT-AREA JOURNAL-RECORD
           MOVE "LINE    " TO EODR-FUNCTION
           PERFORM READ-AND-REPORT-JOURNAL UNTIL JOURNAL-EOF
           CLOSE JOURNAL-FILE
           MOVE "FINISH  " TO EODR-FUNCTION
           CALL 'jrnlexpm' USING EOD-REPORT-AREA JOURNAL-RECORD
           MOVE EODR-RETURN-CODE TO RETURN-CODE
           GOBACK
           .

       READ-AND-REPORT-JOURNAL SECTION.
           READ JOURNAL-FILE INTO JOURNAL-RECORD
               AT END
                   SET JOURNAL-EOF TO TRUE
               NOT AT END
                   CALL 'jrnlexpm' USING EOD-REPORT-AREA
                       JOURNAL-RECORD
           END-READ
           EXIT.
