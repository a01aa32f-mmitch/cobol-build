       01 AMOUNT-EDIT PIC ZZZZZZZZZZZ9.99-.
       01 RESULT-EDIT PIC -(09)9.99.
       01 REPORT-WORK PIC X(100).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "BACKOUT" TO PRMG-PROGRAM
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           MOVE "CALC-BACKOUT-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BACKOUT-DATE-ENV
           MOVE "CALC-BACKOUT-TIME" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BACKOUT-TIME-ENV
           IF BACKOUT-DATE-ENV = SPACES OR BACKOUT-TIME-ENV = SPACES
               DISPLAY "CALC-BACKOUT-DATE and CALC-BACKOUT-TIME "
                   "are both required"
           MOVE SPACES      TO TRAN-REFERENCE-IN
           MOVE JRNL-REFERENCE   TO TRAN-ORIG-REFERENCE
           MOVE JRNL-COST-CENTER TO TRAN-COST-CENTER
           MOVE "BKOT"           TO TRAN-SOURCE-SYSTEM
           WRITE TRAN-RECORD
           ADD 1 TO REVERSALS-GENERATED
           ADD JRNL-RESULT TO BACKOUT-TOTAL
