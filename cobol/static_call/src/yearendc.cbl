       COPY jrnlhshl.
       01 JOURNAL-CHAIN-SWITCH PIC X(01) VALUE 'N'.
           88 JOURNAL-CHAIN-OPEN VALUE 'Y'.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "YEARENDC" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE RUN-DATE(1:4) TO CLOSE-YEAR
           MOVE "CALC-CLOSE-YEAR" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO CLOSE-YEAR-ENV
           IF CLOSE-YEAR-ENV NOT = SPACES
               MOVE CLOSE-YEAR-ENV TO CLOSE-YEAR
           END-IF
