       01 GLOBAL-RECORD-COUNT PIC 9(08) VALUE 0.
       01 GLOBAL-HASH-TOTAL   PIC S9(11)V99 VALUE 0.
       01 COUNT-EDIT PIC ZZZZZZZ9.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "TRANGEN" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE "CALC-GEN-VOLUME" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO VOLUME-ENV
           MOVE "CALC-GEN-ERRORPCT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO ERRORPCT-ENV
           MOVE "CALC-GEN-DEPTS" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO DEPTS-ENV
           MOVE "CALC-GEN-OPMIX" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO OPMIX-ENV
           MOVE "CALC-GEN-SEQUENCE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SEQUENCE-ENV
           MOVE "CALC-GEN-SEED" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SEED-ENV
           IF VOLUME-ENV NOT = SPACES
               MOVE VOLUME-ENV TO GEN-VOLUME
           END-IF
           MOVE SPACES TO WRK-APPROVED-BY
           MOVE SPACES TO WRK-COST-CENTER
           MOVE SPACES TO WRK-PRODUCT-CODE
           MOVE "TGEN" TO WRK-SOURCE-SYSTEM
           PERFORM NEXT-RANDOM-DRAW
           MOVE 100 TO MOD-DIVISOR
           PERFORM TAKE-DRAW-REMAINDER
           MOVE SPACES TO TRAN-RECORD
           MOVE "C" TO TRANC-RECORD-TYPE
           MOVE RUN-DATE TO TRANC-CREATE-DATE
           MOVE RUN-TIME(1:4) TO TRANC-CREATE-TIME
           MOVE GEN-SEQUENCE TO TRANC-SEQUENCE
           MOVE GLOBAL-RECORD-COUNT TO TRANC-RECORD-COUNT
           MOVE GLOBAL-HASH-TOTAL   TO TRANC-HASH-TOTAL
