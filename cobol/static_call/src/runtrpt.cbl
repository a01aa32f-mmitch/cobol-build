       01 RATE-EDIT      PIC ZZZZZZZ9.
       01 OVER-LIMIT-TAG PIC X(12).
       01 REPORT-WORK PIC X(100).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "RUNTRPT" TO PRMG-PROGRAM
           MOVE "CALC-WINDOW-SECONDS" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO WINDOW-SECONDS-ENV
           IF WINDOW-SECONDS-ENV NOT = SPACES
               MOVE WINDOW-SECONDS-ENV TO WINDOW-SECONDS
           END-IF
