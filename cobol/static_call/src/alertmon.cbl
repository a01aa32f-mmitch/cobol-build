       01 STALE-ALERT-COUNT    PIC 9(05) COMP VALUE 0.
       01 UNMATCHED-ACK-COUNT  PIC 9(05) COMP VALUE 0.
       01 MON-STAT-EDIT        PIC ZZZZ9.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "ALERTMON" TO PRMG-PROGRAM
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           ACCEPT TODAYS-TIME FROM TIME
           MOVE "CALC-ALERT-CUTOFF" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO ALERT-CUTOFF-ENV
           IF ALERT-CUTOFF-ENV NOT = SPACES
               MOVE ALERT-CUTOFF-ENV TO ALERT-CUTOFF-DATE
           END-IF
