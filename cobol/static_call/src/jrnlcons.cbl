       01 TRAILERS-SEEN   PIC 9(08) COMP VALUE 0.
       01 DETAILS-SEEN    PIC 9(08) COMP VALUE 0.
       01 CONS-STAT-EDIT PIC ZZZZZZZ9.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "JRNLCONS" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE RUN-DATE TO BUSINESS-DATE
           MOVE "CALC-BUSINESS-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BUSINESS-DATE-ENV
           IF BUSINESS-DATE-ENV NOT = SPACES
               MOVE BUSINESS-DATE-ENV TO BUSINESS-DATE
           END-IF
