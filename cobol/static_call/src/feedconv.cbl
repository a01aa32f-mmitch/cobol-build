      *  record -- "F" in column 1, the format code in columns
      *  2-5 -- ahead of its data; a feed with no header converts
      *  under CALC-FEED-FORMAT, defaulting to BIL1, the billing
      *  system's original layout.  Each converted record carries
      *  the format it was read under as its source system
      *  (TRAN-SOURCE-SYSTEM), so the journal and SRCRECON can tell
      *  one upstream feed from another.
      *
      *  Everything else is as before: explicit-decimal amounts
      *  become implied S9(9)V99, dates are proven real calendar
       01 CONV-STAT-EDIT PIC ZZZZZZZ9.
       01 REJECT-WORK PIC X(100).
       COPY optable.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "FEEDCONV" TO PRMG-PROGRAM
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           MOVE "CALC-REF-CHECKDIGIT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO REF-CHECKDIGIT-ENV
           IF REF-CHECKDIGIT-ENV = "YES"
               SET REF-CHECKDIGIT-MODE TO TRUE
           END-IF
           MOVE "CALC-FEED-FORMAT" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO DEFAULT-FORMAT-ENV
           IF DEFAULT-FORMAT-ENV NOT = SPACES
               MOVE DEFAULT-FORMAT-ENV TO WANTED-FORMAT
           END-IF
               MOVE FIELD-OPERATION   TO TRAN-OPERATION
               MOVE FIELD-OPERATOR    TO TRAN-OPERATOR-ID-IN
               MOVE FIELD-COST-CENTER TO TRAN-COST-CENTER
               MOVE FMT-CODE(ACTIVE-FORMAT) TO TRAN-SOURCE-SYSTEM
               PERFORM ASSIGN-FEED-REFERENCE
               WRITE TRAN-RECORD
               ADD 1 TO RECORDS-CONVERTED
