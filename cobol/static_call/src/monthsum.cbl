       01 AMOUNT-EDIT   PIC ZZZZZZZZ9.99-.
       01 AMOUNT-EDIT-2 PIC ZZZZZZZZ9.99-.
       01 REPORT-WORK PIC X(132).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "MONTHSUM" TO PRMG-PROGRAM
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           MOVE TODAYS-DATE(1:6) TO SUMMARY-MONTH
           MOVE "CALC-SUMMARY-MONTH" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SUMMARY-MONTH-ENV
           IF SUMMARY-MONTH-ENV NOT = SPACES
               MOVE SUMMARY-MONTH-ENV TO SUMMARY-MONTH
           END-IF
           END-IF
           ACCEPT RUN-TIME FROM TIME
           MOVE TODAYS-DATE TO BUSINESS-DATE
           MOVE "CALC-BUSINESS-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BUSINESS-DATE-ENV
           IF BUSINESS-DATE-ENV NOT = SPACES
               MOVE BUSINESS-DATE-ENV TO BUSINESS-DATE
           END-IF
                           AND JRNL-OUTCOME NOT = "ALLOCATION"
                           AND JRNL-OUTCOME NOT = "REVIEWED OK"
                           AND JRNL-OUTCOME NOT = "YEAR-END CLOSE"
                           AND JRNL-OUTCOME NOT = "DEBIT INTEREST"
                           AND JRNL-OUTCOME NOT = "DEBIT LIMIT REACHED"
                           AND JRNL-OUTCOME NOT = "EXCESS DEBIT"
                           AND JRNL-OUTCOME NOT = "EXCESS DEBIT FEE"
                           AND JRNL-RUN-DATE(1:6) = SUMMARY-MONTH
                       PERFORM AGGREGATE-ONE-LINE
                   END-IF
      * the daily report treat them the same way, and a month
      * with held work must not read as an error spike.
                   IF JRNL-OUTCOME NOT = "PENDING APPROVAL"
                           AND JRNL-OUTCOME NOT = "WAREHOUSED"
                           AND JRNL-OUTCOME NOT = "NOT STORED"
                       ADD 1 TO AGG-ERROR-COUNT(AGG-IDX)
                   END-IF
