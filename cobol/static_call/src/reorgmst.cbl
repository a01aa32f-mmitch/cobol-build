       01 RECORDS-AFTER   PIC 9(08) COMP VALUE 0.
       01 COUNT-EDIT PIC ZZZZZZZ9.
       01 REPORT-WORK PIC X(100).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "REORGMST" TO PRMG-PROGRAM
           MOVE "CALC-REORG-FILE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO REORG-FILE-ENV
           MOVE REORG-FILE-ENV TO REORG-FILE
           MOVE "CALC-RETAIN-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO RETAIN-DATE-ENV
           IF RETAIN-DATE-ENV NOT = SPACES
               MOVE RETAIN-DATE-ENV TO RETAIN-DATE
           END-IF
