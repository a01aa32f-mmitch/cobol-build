       01 BLANK-OPERATORS  PIC 9(08) COMP VALUE 0.
       01 COUNT-EDIT PIC ZZZZZZZ9.
       01 REPORT-WORK PIC X(132).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "MNTAUDRP" TO PRMG-PROGRAM
           MOVE "CALC-AUDIT-FROM" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO FROM-DATE-ENV
           MOVE "CALC-AUDIT-TO" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO TO-DATE-ENV
           MOVE "CALC-AUDIT-FILE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO FILE-NAME-ENV
           IF FROM-DATE-ENV NOT = SPACES
               MOVE FROM-DATE-ENV TO FROM-DATE
           END-IF
