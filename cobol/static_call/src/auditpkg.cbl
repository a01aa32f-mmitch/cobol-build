       01 HASH-EDIT   PIC ZZZZZZZZZZZZZ9.99-.
       01 HASH-EDIT-2 PIC ZZZZZZZZZZZZZ9.
       01 PACKAGE-WORK PIC X(132).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "AUDITPKG" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE "CALC-AUDIT-FROM" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO FROM-DATE-ENV
           MOVE "CALC-AUDIT-TO" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO TO-DATE-ENV
           IF FROM-DATE-ENV NOT = SPACES
               MOVE FROM-DATE-ENV TO FROM-DATE
           END-IF
