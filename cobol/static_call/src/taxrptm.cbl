       IDENTIFICATION DIVISION.
       PROGRAM-ID. taxrptm.

      *****************************************************************
      *  taxrptm is the tax-collected summary's logic: TAXRPT on
      *  its own, or the end-of-day driver EODRPT, reads the
      *  journal and calls it through copy/eodrptl.cpy -- START
      *  takes the run-date bounds, LINE rolls each posted tax line
      *  into its jurisdiction, FINISH writes the report.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "TAXRPT".

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 REPORT-RETURN-CODE PIC 9(02) VALUE 0.

       01 FROM-DATE-ENV PIC X(08).
       01 TO-DATE-ENV   PIC X(08).
       01 FROM-DATE PIC 9(08) VALUE 0.
       01 TO-DATE   PIC 9(08) VALUE 99999999.

       01 JURISDICTION-TABLE.
           05 JUR-ENTRY OCCURS 200 TIMES INDEXED BY JUR-IDX.
               10 JUR-CODE       PIC X(04).
               10 JUR-LINE-COUNT PIC 9(08) COMP.
               10 JUR-BASE-TOTAL PIC S9(11)V99.
               10 JUR-TAX-TOTAL  PIC S9(11)V99.
       01 JUR-ENTRIES-USED PIC 9(03) COMP VALUE 0.
       01 JUR-FOUND-SWITCH PIC X(01).
           88 JUR-FOUND VALUE 'Y'.

       01 GRAND-TAX-TOTAL PIC S9(11)V99 VALUE 0.
       01 LINES-SUMMED PIC 9(08) COMP VALUE 0.
       01 COUNT-EDIT  PIC ZZZZZZZ9.
       01 AMOUNT-EDIT PIC ZZZZZZZZZZZ9.99-.
       01 AMOUNT-EDIT-2 PIC ZZZZZZZZZZZ9.99-.
       01 REPORT-WORK PIC X(120).
       COPY parmgetl.

       LINKAGE SECTION.
       COPY eodrptl.
       COPY jrnlrec.

       PROCEDURE DIVISION USING EOD-REPORT-AREA JOURNAL-RECORD.
           EVALUATE EODR-FUNCTION
               WHEN "START   "
                   PERFORM START-REPORT
               WHEN "LINE    "
                   PERFORM TAKE-JOURNAL-LINE
               WHEN "FINISH  "
                   PERFORM FINISH-REPORT
               WHEN OTHER
                   MOVE 12 TO REPORT-RETURN-CODE
           END-EVALUATE
           MOVE REPORT-RETURN-CODE TO EODR-RETURN-CODE
           GOBACK
           .

       START-REPORT SECTION.
           MOVE 0 TO REPORT-RETURN-CODE
           INITIALIZE PARAMETER-GET-AREA
           MOVE "TAXRPT" TO PRMG-PROGRAM
           MOVE "CALC-TAX-FROM" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO FROM-DATE-ENV
           MOVE "CALC-TAX-TO" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO TO-DATE-ENV
           IF FROM-DATE-ENV NOT = SPACES
               MOVE FROM-DATE-ENV TO FROM-DATE
           END-IF
           IF TO-DATE-ENV NOT = SPACES
               MOVE TO-DATE-ENV TO TO-DATE
           END-IF
           EXIT.

       TAKE-JOURNAL-LINE SECTION.
           IF JRNLH-RECORD-TYPE NOT = "H"
                   AND JRNLH-RECORD-TYPE NOT = "T"
                   AND JRNL-OPERATION = "T"
                   AND JRNL-OUTCOME = "OK"
                   AND JRNL-RUN-DATE >= FROM-DATE
                   AND JRNL-RUN-DATE <= TO-DATE
               PERFORM SUM-ONE-TAX-LINE
           END-IF
           EXIT.

       FINISH-REPORT SECTION.
           OPEN OUTPUT REPORT-FILE
           MOVE "TAX COLLECTED BY JURISDICTION" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "RUN DATES " DELIMITED BY SIZE
               FROM-DATE DELIMITED BY SIZE
               " THROUGH " DELIMITED BY SIZE
               TO-DATE DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           SET JUR-IDX TO 1
           PERFORM WRITE-ONE-JURISDICTION
               UNTIL JUR-IDX > JUR-ENTRIES-USED
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE GRAND-TAX-TOTAL TO AMOUNT-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "TOTAL TAX COLLECTED: " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           MOVE LINES-SUMMED TO COUNT-EDIT
           DISPLAY "tax lines summarized: " COUNT-EDIT
           EXIT.

       SUM-ONE-TAX-LINE SECTION.
           ADD 1 TO LINES-SUMMED
           MOVE 'N' TO JUR-FOUND-SWITCH
           SET JUR-IDX TO 1
           PERFORM SEARCH-JURISDICTION-TABLE
               UNTIL JUR-IDX > JUR-ENTRIES-USED OR JUR-FOUND
           IF NOT JUR-FOUND
               IF JUR-ENTRIES-USED < 200
                   ADD 1 TO JUR-ENTRIES-USED
                   SET JUR-IDX TO JUR-ENTRIES-USED
                   MOVE JRNL-JURISDICTION TO JUR-CODE(JUR-IDX)
                   MOVE 0 TO JUR-LINE-COUNT(JUR-IDX)
                   MOVE 0 TO JUR-BASE-TOTAL(JUR-IDX)
                   MOVE 0 TO JUR-TAX-TOTAL(JUR-IDX)
                   SET JUR-FOUND TO TRUE
               ELSE
                   SET JUR-IDX TO 1
                   SET JUR-FOUND TO TRUE
               END-IF
           END-IF
           ADD 1 TO JUR-LINE-COUNT(JUR-IDX)
           ADD JRNL-VALUE-1 TO JUR-BASE-TOTAL(JUR-IDX)
           ADD JRNL-RESULT  TO JUR-TAX-TOTAL(JUR-IDX)
           ADD JRNL-RESULT  TO GRAND-TAX-TOTAL
           EXIT.

       SEARCH-JURISDICTION-TABLE SECTION.
           IF JUR-CODE(JUR-IDX) = JRNL-JURISDICTION
               SET JUR-FOUND TO TRUE
           ELSE
               SET JUR-IDX UP BY 1
           END-IF
           EXIT.

       WRITE-ONE-JURISDICTION SECTION.
           MOVE JUR-LINE-COUNT(JUR-IDX) TO COUNT-EDIT
           MOVE JUR-BASE-TOTAL(JUR-IDX) TO AMOUNT-EDIT
           MOVE JUR-TAX-TOTAL(JUR-IDX)  TO AMOUNT-EDIT-2
           MOVE SPACES TO REPORT-WORK
           STRING "JURISDICTION " DELIMITED BY SIZE
               JUR-CODE(JUR-IDX) DELIMITED BY SIZE
               "  LINES " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "  TAXED BASE " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               "  TAX " DELIMITED BY SIZE
               AMOUNT-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           SET JUR-IDX UP BY 1
           EXIT.
