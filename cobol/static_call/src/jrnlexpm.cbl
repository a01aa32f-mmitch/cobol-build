       IDENTIFICATION DIVISION.
       PROGRAM-ID. jrnlexpm.

      *****************************************************************
      *  jrnlexpm is the journal export's logic: JRNLEXP on its
      *  own, or the end-of-day driver EODRPT, reads the journal
      *  and calls it through copy/eodrptl.cpy.  START takes the
      *  export date and masking switch, opens JRNLCSV and writes
      *  the header row; LINE exports each detail line of the date;
      *  FINISH closes the export and records the run on the run
      *  log.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPORT-FILE ASSIGN TO "JRNLCSV".
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EXPORT-FILE.
       01 EXPORT-LINE PIC X(220).

       FD RUN-LOG-FILE.
       COPY runlog.

       WORKING-STORAGE SECTION.
       01 REPORT-RETURN-CODE PIC 9(02) VALUE 0.
       01 EXPORT-DATE-ENV PIC X(08).
       01 EXPORT-DATE     PIC 9(08) VALUE 0.
       01 LINES-EXPORTED-COUNT PIC 9(08) COMP VALUE 0.
       01 EXP-STAT-EDIT PIC ZZZZZZZ9.

       01 VALUE-1-EDIT     PIC -(09)9.99.
       01 VALUE-2-EDIT     PIC -(09)9.99.
       01 RESULT-AMT-EDIT  PIC -(09)9.99.
       01 ORIG-V1-EDIT     PIC -(09)9.99.
       01 ORIG-V2-EDIT     PIC -(09)9.99.
       01 ORIG-RES-EDIT    PIC -(09)9.99.
       01 RATE-EDIT        PIC --9.999999.
       01 EXPORT-WORK      PIC X(220).
       01 RUN-LOG-STATUS PIC X(02).
       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 MASK-ENV PIC X(03).
       01 MASK-SWITCH PIC X(01) VALUE 'N'.
           88 MASKING VALUE 'Y'.
       01 CREDENTIAL-AREA.
           05 CRED-TEXT PIC X(16).
           05 CRED-HASH PIC 9(08).
       01 MASKED-OPERATOR  PIC X(08).
       01 MASKED-ACCOUNT   PIC X(08).
       01 MASKED-REFERENCE PIC X(10).
       01 MASKED-ORIG-REF  PIC X(10).
       COPY parmgetl.

       LINKAGE SECTION.
       COPY eodrptl.
       COPY jrnlrec.

       PROCEDURE DIVISION USING EOD-REPORT-AREA JOURNAL-RECORD.
           EVALUATE EODR-FUNCTION
               WHEN "START   "
                   PERFORM START-REPORT
               WHEN "LINE    "
                   PERFORM TAKE-JOURNAL-LINE
               WHEN "FINISH  "
                   PERFORM FINISH-REPORT
               WHEN OTHER
                   MOVE 12 TO REPORT-RETURN-CODE
           END-EVALUATE
           MOVE REPORT-RETURN-CODE TO EODR-RETURN-CODE
           GOBACK
           .

       START-REPORT SECTION.
           MOVE 0 TO REPORT-RETURN-CODE
           INITIALIZE PARAMETER-GET-AREA
           MOVE "JRNLEXP" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE "CALC-MASK" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO MASK-ENV
           IF MASK-ENV = "YES"
               SET MASKING TO TRUE
           END-IF
           MOVE "CALC-EXPORT-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO EXPORT-DATE-ENV
           IF EXPORT-DATE-ENV NOT = SPACES
               MOVE EXPORT-DATE-ENV TO EXPORT-DATE
           END-IF
           OPEN OUTPUT EXPORT-FILE
           PERFORM WRITE-HEADER-ROW
           EXIT.

       TAKE-JOURNAL-LINE SECTION.
           IF JRNLH-RECORD-TYPE NOT = "H"
                   AND JRNLH-RECORD-TYPE NOT = "T"
                   AND (EXPORT-DATE = 0
                       OR JRNL-RUN-DATE = EXPORT-DATE)
               PERFORM EXPORT-ONE-LINE
           END-IF
           EXIT.

       FINISH-REPORT SECTION.
           CLOSE EXPORT-FILE
           PERFORM REGISTER-EXPORT-RUN
           MOVE LINES-EXPORTED-COUNT TO EXP-STAT-EDIT
           IF MASKING
               DISPLAY "journal lines exported (masked): "
                   EXP-STAT-EDIT
           ELSE
               DISPLAY "journal lines exported: " EXP-STAT-EDIT
           END-IF
           EXIT.

      * The run log records whether this export went out masked or
      * clear -- the mode rides in the RLOG-MODE field.
       REGISTER-EXPORT-RUN SECTION.
           MOVE SPACES     TO RUN-LOG-RECORD
           MOVE "JRNLEXP " TO RLOG-PROGRAM
           MOVE "END  "    TO RLOG-EVENT
           MOVE RUN-DATE   TO RLOG-RUN-DATE
           MOVE RUN-TIME   TO RLOG-RUN-TIME
           IF MASKING
               MOVE "MASKED" TO RLOG-MODE
           ELSE
               MOVE "CLEAR" TO RLOG-MODE
           END-IF
           MOVE "JOURNAL " TO RLOG-INPUT-DD
           MOVE LINES-EXPORTED-COUNT TO RLOG-TRAN-COUNT
           MOVE 0 TO RLOG-ERROR-COUNT
           MOVE REPORT-RETURN-CODE TO RLOG-RETURN-CODE
           MOVE 0 TO RLOG-ELAPSED-SECONDS
           MOVE 0 TO RLOG-TRANS-PER-MIN
           OPEN EXTEND RUN-LOG-FILE
           IF RUN-LOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUN-LOG-STATUS = "00"
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           END-IF
           EXIT.

      * Deterministic pseudonyms through the shared credhash
      * scramble: the same id always becomes the same token, so
      * the analysts' joins survive while the real ids stay home.
       MASK-EXPORT-FIELDS SECTION.
           MOVE SPACES TO CRED-TEXT
           MOVE JRNL-OPERATOR-ID TO CRED-TEXT
           CALL 'credhash' USING CREDENTIAL-AREA
           MOVE SPACES TO MASKED-OPERATOR
           STRING "OP" DELIMITED BY SIZE
               CRED-HASH(3:6) DELIMITED BY SIZE
               INTO MASKED-OPERATOR
           MOVE SPACES TO MASKED-ACCOUNT
           IF JRNL-ACCOUNT-ID NOT = SPACES
               MOVE SPACES TO CRED-TEXT
               MOVE JRNL-ACCOUNT-ID TO CRED-TEXT
               CALL 'credhash' USING CREDENTIAL-AREA
               STRING "AC" DELIMITED BY SIZE
                   CRED-HASH(3:6) DELIMITED BY SIZE
                   INTO MASKED-ACCOUNT
           END-IF
           MOVE SPACES TO MASKED-REFERENCE
           IF JRNL-REFERENCE NOT = SPACES
               MOVE SPACES TO CRED-TEXT
               MOVE JRNL-REFERENCE TO CRED-TEXT
               CALL 'credhash' USING CREDENTIAL-AREA
               STRING "RF" DELIMITED BY SIZE
                   CRED-HASH DELIMITED BY SIZE
                   INTO MASKED-REFERENCE
           END-IF
           MOVE SPACES TO MASKED-ORIG-REF
           IF JRNL-ORIG-REFERENCE NOT = SPACES
               MOVE SPACES TO CRED-TEXT
               MOVE JRNL-ORIG-REFERENCE TO CRED-TEXT
               CALL 'credhash' USING CREDENTIAL-AREA
               STRING "RF" DELIMITED BY SIZE
                   CRED-HASH DELIMITED BY SIZE
                   INTO MASKED-ORIG-REF
           END-IF
           EXIT.

       WRITE-HEADER-ROW SECTION.
           MOVE SPACES TO EXPORT-WORK
           STRING "RUN-DATE,RUN-TIME,TRAN-DATE,OPERATOR,REFERENCE,"
               DELIMITED BY SIZE
               "VALUE-1,OPERATION,VALUE-2,RESULT,OUTCOME,ACCOUNT,"
               DELIMITED BY SIZE
               "RATE-APPLIED,ORIG-REFERENCE,ORIG-VALUE-1,"
               DELIMITED BY SIZE
               "ORIG-VALUE-2,ORIG-RESULT,RATE-SOURCE"
               DELIMITED BY SIZE
               INTO EXPORT-WORK
           WRITE EXPORT-LINE FROM EXPORT-WORK
           EXIT.

       EXPORT-ONE-LINE SECTION.
           IF MASKING
               PERFORM MASK-EXPORT-FIELDS
           ELSE
               MOVE JRNL-OPERATOR-ID   TO MASKED-OPERATOR
               MOVE JRNL-ACCOUNT-ID    TO MASKED-ACCOUNT
               MOVE JRNL-REFERENCE     TO MASKED-REFERENCE
               MOVE JRNL-ORIG-REFERENCE TO MASKED-ORIG-REF
           END-IF
           MOVE JRNL-VALUE-1      TO VALUE-1-EDIT
           MOVE JRNL-VALUE-2      TO VALUE-2-EDIT
           MOVE JRNL-RESULT       TO RESULT-AMT-EDIT
           MOVE JRNL-ORIG-VALUE-1 TO ORIG-V1-EDIT
           MOVE JRNL-ORIG-VALUE-2 TO ORIG-V2-EDIT
           MOVE JRNL-ORIG-RESULT  TO ORIG-RES-EDIT
           MOVE JRNL-RATE-APPLIED TO RATE-EDIT
           MOVE SPACES TO EXPORT-WORK
           STRING JRNL-RUN-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               JRNL-RUN-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               JRNL-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               MASKED-OPERATOR DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               MASKED-REFERENCE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               VALUE-1-EDIT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               JRNL-OPERATION DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               VALUE-2-EDIT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               RESULT-AMT-EDIT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               JRNL-OUTCOME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               MASKED-ACCOUNT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               RATE-EDIT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               MASKED-ORIG-REF DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ORIG-V1-EDIT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ORIG-V2-EDIT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ORIG-RES-EDIT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               JRNL-RATE-SOURCE DELIMITED BY SIZE
               INTO EXPORT-WORK
           WRITE EXPORT-LINE FROM EXPORT-WORK
           ADD 1 TO LINES-EXPORTED-COUNT
           EXIT.
