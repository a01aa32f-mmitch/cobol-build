           05 SPLIT-COUNT OCCURS 4 TIMES PIC 9(08).
       01 BRACKETS-DROPPED PIC 9(05) COMP VALUE 0.
       01 COUNT-EDIT PIC ZZZZZZZ9.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "TRANSPLT" TO PRMG-PROGRAM
           MOVE "CALC-PARTITIONS" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO PARTITIONS-ENV
           IF PARTITIONS-ENV NOT = SPACES
               MOVE PARTITIONS-ENV TO PARTITION-COUNT
           END-IF
