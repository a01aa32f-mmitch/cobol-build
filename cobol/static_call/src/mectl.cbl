      *****************************************************************
      *  MECTL is the month-end stream's step-status gatekeeper --
      *  the discipline CALCULATOR's checkpoint gives one batch
      *  run, applied across the whole MSTRINTG / MONTHSUM /
      *  INTAPPLY / TRIALBAL / GLEXTR / JRNLCONS stream.  The
      *  MESTAT step-status file records each step's completion
      *  per month; the MONTHEND job stream brackets every worker
      *  step with two MECTL executions:
      *
      *    CALC-ME-EVENT=BEGIN   before the step.  RETURN-CODE 0
      *        means run it; 4 means the step is already recorded
      * above it.  Growing the stream is one new row here and one
      * new bracket of steps in the MONTHEND JCL.
       01 STEP-ORDER-RAW.
           05 FILLER PIC X(08) VALUE "MSTRINTG".
           05 FILLER PIC X(08) VALUE "MONTHSUM".
           05 FILLER PIC X(08) VALUE "INTAPPLY".
           05 FILLER PIC X(08) VALUE "TRIALBAL".
           05 FILLER PIC X(08) VALUE "GLEXTR  ".
           05 FILLER PIC X(08) VALUE "JRNLCONS".
       01 STEP-ORDER-TABLE REDEFINES STEP-ORDER-RAW.
           05 STEP-ORDER-NAME OCCURS 6 TIMES
               INDEXED BY STEP-IDX PIC X(08).
       01 STEP-POSITION PIC 9(02) COMP VALUE 0.
       01 PREDECESSOR-STEP PIC X(08) VALUE SPACES.
           88 OWN-STEP-DONE VALUE 'Y'.
       01 PRED-DONE-SWITCH PIC X(01) VALUE 'N'.
           88 PREDECESSOR-DONE VALUE 'Y'.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "MECTL" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE RUN-DATE(1:6) TO ME-MONTH
           MOVE "CALC-ME-MONTH" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO ME-MONTH-ENV
           IF ME-MONTH-ENV NOT = SPACES
               MOVE ME-MONTH-ENV TO ME-MONTH
           END-IF
           MOVE "CALC-ME-STEP" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO ME-STEP-ENV
           MOVE ME-STEP-ENV TO ME-STEP
           MOVE "CALC-ME-EVENT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO ME-EVENT-ENV
           PERFORM LOCATE-STEP-POSITION
           IF STEP-POSITION = 0
               DISPLAY "unknown month-end step '" ME-STEP "'"
       LOCATE-STEP-POSITION SECTION.
           SET STEP-IDX TO 1
           PERFORM MATCH-STEP-NAME
               UNTIL STEP-IDX > 6 OR STEP-POSITION > 0
           IF STEP-POSITION > 1
               SET STEP-IDX TO STEP-POSITION
               SET STEP-IDX DOWN BY 1
