       01 CREDENTIAL-AREA.
           05 CRED-TEXT PIC X(16).
           05 CRED-HASH PIC 9(08).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "OPERMNT" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           ACCEPT MAINT-OPERATOR-ID
               FROM ENVIRONMENT "CALC-MAINT-OPERATOR"
           MOVE "CALC-SIGNON-REQUIRED" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SIGNON-REQUIRED-ENV
           MOVE "CALC-DUAL-CONTROL" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO DUAL-CONTROL-ENV
           IF DUAL-CONTROL-ENV = "YES"
               SET DUAL-CONTROL TO TRUE
               IF MAINT-OPERATOR-ID = SPACES
