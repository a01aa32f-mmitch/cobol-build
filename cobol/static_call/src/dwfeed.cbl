       01 FEED-RECORD-COUNT PIC 9(08) VALUE 0.
       01 FEED-HASH-TOTAL   PIC S9(11)V99 VALUE 0.
       01 COUNT-EDIT PIC ZZZZZZZ9.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "DWFEED" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO FEED-DATE
           MOVE "CALC-FEED-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO FEED-DATE-ENV
           IF FEED-DATE-ENV NOT = SPACES
               MOVE FEED-DATE-ENV TO FEED-DATE
           END-IF
