
       01 LINES-STORED PIC 9(08) VALUE 0.
       01 COUNT-EDIT PIC ZZZZZZZ9.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "REPTSTOR" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO STORE-DATE
           MOVE "CALC-RPT-TYPE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO RPT-TYPE-ENV
           MOVE "CALC-RPT-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO RPT-DATE-ENV
           MOVE "CALC-RPT-DEPT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO RPT-DEPT-ENV
           IF RPT-TYPE-ENV = SPACES
               DISPLAY "CALC-RPT-TYPE must name the report type"
               MOVE 12 TO RETURN-CODE
