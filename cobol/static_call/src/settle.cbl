      *
      *  CALC-SETTLE-DATE (YYYYMMDD) restricts the netting to one
      *  run date; unset nets the whole mounted journal.
      *
      *  With the branch master (BRCHMAST) mounted, the report
      *  names each branch beside its settlement account.
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS SETTLE-MASTER-STATUS.
           SELECT SETTLE-TRAN-FILE ASSIGN TO "SETLTRAN".
           SELECT REPORT-FILE ASSIGN TO "SETLRPT".
           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRCHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRM-BRANCH-ID
               FILE STATUS IS BRANCH-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       FD BRANCH-MASTER-FILE.
       COPY brchrec.

       WORKING-STORAGE SECTION.
       01 JOURNAL-STATUS       PIC X(02).
       01 SETTLE-MASTER-STATUS PIC X(02).
       01 BRANCH-MASTER-STATUS PIC X(02).
       01 BRCHMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 BRCHMAST-AVAILABLE VALUE 'Y'.
       01 SOURCE-EOF-SWITCH PIC X(01).
           88 SOURCE-EOF VALUE 'Y'.

           88 BRN-FOUND VALUE 'Y'.
       01 WANTED-BRANCH PIC X(04).
       01 FOUND-SETTLE-ACCOUNT PIC X(08).
       01 FOUND-BRANCH-NAME PIC X(30).

       01 PREFIX-TABLE.
           05 PFX-ENTRY OCCURS 200 TIMES INDEXED BY PFX-IDX.
       01 COUNT-EDIT  PIC ZZZZZZZ9.
       01 AMOUNT-EDIT PIC ZZZZZZZZZZZ9.99-.
       01 REPORT-WORK PIC X(120).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "SETTLE" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE "CALC-SETTLE-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SETTLE-DATE-ENV
           IF SETTLE-DATE-ENV NOT = SPACES
               MOVE SETTLE-DATE-ENV TO SETTLE-DATE
           END-IF
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM NET-ONE-LINE UNTIL SOURCE-EOF
           CLOSE JOURNAL-FILE
           OPEN INPUT BRANCH-MASTER-FILE
           IF BRANCH-MASTER-STATUS = "00"
               SET BRCHMAST-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT SETTLE-TRAN-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE "INTER-BRANCH SETTLEMENT NETTING" TO REPORT-LINE
               TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           IF BRCHMAST-AVAILABLE
               CLOSE BRANCH-MASTER-FILE
           END-IF
           MOVE CROSS-LINES TO COUNT-EDIT
           DISPLAY "cross-branch lines netted: " COUNT-EDIT
           GOBACK
           MOVE SETTLE-OPERATOR-ID TO TRAN-OPERATOR-ID-IN
           MOVE SPACES TO TRAN-REFERENCE-IN
           MOVE PAIR-FROM-BRANCH(PAIR-IDX) TO TRAN-COST-CENTER
           MOVE "STLM" TO TRAN-SOURCE-SYSTEM
           WRITE TRAN-RECORD
           ADD 1 TO BATCH-ENTRY-COUNT
           SUBTRACT SETTLE-MAGNITUDE FROM BATCH-RESULT-TOTAL
           MOVE SETTLE-OPERATOR-ID TO TRAN-OPERATOR-ID-IN
           MOVE SPACES TO TRAN-REFERENCE-IN
           MOVE PAIR-TO-BRANCH(PAIR-IDX) TO TRAN-COST-CENTER
           MOVE "STLM" TO TRAN-SOURCE-SYSTEM
           WRITE TRAN-RECORD
           ADD 1 TO BATCH-ENTRY-COUNT
           ADD SETTLE-MAGNITUDE TO BATCH-RESULT-TOTAL
           WRITE REPORT-LINE
           MOVE PAIR-FROM-BRANCH(PAIR-IDX) TO WANTED-BRANCH
           PERFORM FIND-SETTLE-ACCOUNT
           PERFORM FIND-BRANCH-NAME
           MOVE SPACES TO REPORT-WORK
           STRING "  SETTLES FROM ACCOUNT " DELIMITED BY SIZE
               FOUND-SETTLE-ACCOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FOUND-BRANCH-NAME DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE PAIR-TO-BRANCH(PAIR-IDX) TO WANTED-BRANCH
           PERFORM FIND-SETTLE-ACCOUNT
           PERFORM FIND-BRANCH-NAME
           MOVE SPACES TO REPORT-WORK
           STRING "  SETTLES INTO ACCOUNT " DELIMITED BY SIZE
               FOUND-SETTLE-ACCOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FOUND-BRANCH-NAME DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO REPORT-LINE
           WRITE REPORT-LINE
               SET BRN-IDX UP BY 1
           END-IF
           EXIT.

      * A branch the master doesn't know, or no master mounted,
      * leaves the name blank -- the code already heads the pair.
       FIND-BRANCH-NAME SECTION.
           MOVE SPACES TO FOUND-BRANCH-NAME
           IF BRCHMAST-AVAILABLE
               MOVE WANTED-BRANCH TO BRM-BRANCH-ID
               READ BRANCH-MASTER-FILE
                   NOT INVALID KEY
                       MOVE BRM-BRANCH-NAME TO FOUND-BRANCH-NAME
               END-READ
           END-IF
           EXIT.
