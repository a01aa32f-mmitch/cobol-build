       01 LINES-REPLAYED    PIC 9(08) VALUE 0.
       01 LINES-SKIPPED     PIC 9(08) VALUE 0.
       01 COUNT-EDIT PIC ZZZZZZZ9.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "BALROLL" TO PRMG-PROGRAM
           MOVE "CALC-ROLL-TO-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO ROLL-TO-DATE-ENV
           IF ROLL-TO-DATE-ENV NOT = SPACES
               MOVE ROLL-TO-DATE-ENV TO ROLL-TO-DATE
           END-IF
           MOVE "CALC-ROLL-TO-TIME" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO ROLL-TO-TIME-ENV
           IF ROLL-TO-TIME-ENV NOT = SPACES
               MOVE ROLL-TO-TIME-ENV TO ROLL-TO-TIME
           END-IF
