       01 RUNS-VERIFIED  PIC 9(05) COMP VALUE 0.
       01 COUNT-EDIT PIC ZZZZZZZ9.
       01 REPORT-WORK PIC X(120).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "JRNLCHN" TO PRMG-PROGRAM
           MOVE "CALC-CHAIN-ANCHOR" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO ANCHOR-ENV
           IF ANCHOR-ENV NOT = SPACES
               MOVE ANCHOR-ENV TO ANCHOR-SEAL
               SET ANCHOR-GIVEN TO TRUE
