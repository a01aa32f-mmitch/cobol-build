      *  from its header's run date, and carried forward over that
      *  run's detail and trailer records so a run is never split
      *  between the archive and retain streams.
      *
      *  Nothing under a litigation hold in force leaves the active
      *  files, whatever its age.  Every record old enough to
      *  archive is put to the lglhold subprogram first
      *  (copy/lglholdl.cpy, register LGLHOLD): a held transaction
      *  is retained on its own, matched on its account, its
      *  reference, the reference it reverses and its date.  The
      *  journal is sealed run to run (see JRNLCHN), so it is
      *  archived only as far as the first run holding a held
      *  line -- that run and every run after it stay, and the
      *  chain in the active
      *  journal stays whole.  A journal line is matched on its
      *  account, reference, reversed reference and transaction
      *  date.  A register that cannot be read stops the run with
      *  RETURN-CODE 12 before anything is written, so the JCL's
      *  swap step is skipped and nothing is archived.
      *****************************************************************

       ENVIRONMENT DIVISION.
           88 DISPOSITION-ARCHIVE VALUE 'A'.
           88 DISPOSITION-RETAIN  VALUE 'K'.

      * The run stamp of the first archive-age journal run that
      * holds a held line, found by a pass ahead of the split;
      * zero when no such run exists.  Once the split reaches that
      * header nothing more is archived.
       01 FIRST-HELD-RUN-DATE PIC 9(08) VALUE 0.
       01 FIRST-HELD-RUN-TIME PIC 9(08) VALUE 0.
       01 HELD-RUN-REACHED-SWITCH PIC X(01) VALUE 'N'.
           88 HELD-RUN-REACHED VALUE 'Y'.
      * The run the line just read belongs to.
       01 CURRENT-RUN-DATE PIC 9(08) VALUE 0.
       01 CURRENT-RUN-TIME PIC 9(08) VALUE 0.

       COPY lglholdl.

       01 TRAN-ARCHIVED-COUNT    PIC 9(08) COMP VALUE 0.
       01 TRAN-RETAINED-COUNT    PIC 9(08) COMP VALUE 0.
       01 JOURNAL-ARCHIVED-COUNT PIC 9(08) COMP VALUE 0.
       01 JOURNAL-RETAINED-COUNT PIC 9(08) COMP VALUE 0.
       01 TRAN-HELD-COUNT        PIC 9(08) COMP VALUE 0.
       01 JOURNAL-HELD-COUNT     PIC 9(08) COMP VALUE 0.
       01 PURGE-STAT-EDIT        PIC ZZZZZZZ9.
       01 WALL-END-TIME      PIC 9(08).
       01 CLOCK-SECONDS-WORK PIC 9(08) COMP.
       01 START-SECONDS      PIC 9(08) COMP.
       01 END-SECONDS        PIC 9(08) COMP.
       01 ELAPSED-SECONDS    PIC 9(08) VALUE 0.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "RETNPURG" TO PRMG-PROGRAM
           ACCEPT PURGE-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT PURGE-RUN-TIME FROM TIME
           PERFORM REGISTER-PURGE-START
           MOVE "CALC-RETENTION-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO RETENTION-CUTOFF-ENV
           MOVE RETENTION-CUTOFF-ENV TO RETENTION-CUTOFF-DATE
           MOVE SPACES TO LEGAL-HOLD-AREA
           MOVE "OPEN    " TO LGHK-FUNCTION
           CALL "lglhold" USING LEGAL-HOLD-AREA
           IF LGHK-RETURN-CODE NOT = 0
               DISPLAY "legal-hold register unreadable -- "
                   "nothing archived"
               MOVE 12 TO RETURN-CODE
               PERFORM REGISTER-PURGE-END
               GOBACK
           END-IF
           PERFORM FIND-FIRST-HELD-RUN
           MOVE "RESET   " TO LGHK-FUNCTION
           CALL "lglhold" USING LEGAL-HOLD-AREA
           PERFORM PURGE-TRAN-FILE
           PERFORM PURGE-JOURNAL-FILE
           PERFORM DISPLAY-PURGE-STATISTICS
                       WRITE TKEP-RECORD FROM TRAN-RECORD
                   ELSE
                       IF TRAN-DATE-IN < RETENTION-CUTOFF-DATE
                           PERFORM ARCHIVE-OR-HOLD-TRAN
                       ELSE
                           WRITE TKEP-RECORD FROM TRAN-RECORD
                           ADD 1 TO TRAN-RETAINED-COUNT
           END-READ
           EXIT.

       ARCHIVE-OR-HOLD-TRAN SECTION.
           MOVE "MATCH   " TO LGHK-FUNCTION
           MOVE TRAN-ACCOUNT-ID TO LGHK-ACCOUNT-ID
           MOVE TRAN-REFERENCE-IN TO LGHK-REFERENCE
           MOVE TRAN-ORIG-REFERENCE TO LGHK-ORIG-REFERENCE
           MOVE TRAN-DATE-IN TO LGHK-DATE
           CALL "lglhold" USING LEGAL-HOLD-AREA
           IF LGHK-RETURN-CODE = 0
               WRITE TKEP-RECORD FROM TRAN-RECORD
               ADD 1 TO TRAN-RETAINED-COUNT
               ADD 1 TO TRAN-HELD-COUNT
           ELSE
               WRITE TARC-RECORD FROM TRAN-RECORD
               ADD 1 TO TRAN-ARCHIVED-COUNT
           END-IF
           EXIT.

      * A read-ahead pass over the journal for the first run old
      * enough to archive that carries a held line.  It stops at
      * the first one -- everything from there on stays anyway.
       FIND-FIRST-HELD-RUN SECTION.
           OPEN INPUT JOURNAL-FILE
           MOVE 'N' TO JOURNAL-EOF-SWITCH
           SET DISPOSITION-RETAIN TO TRUE
           PERFORM SCAN-ONE-JOURNAL-LINE UNTIL JOURNAL-EOF
           CLOSE JOURNAL-FILE
           EXIT.

       SCAN-ONE-JOURNAL-LINE SECTION.
           READ JOURNAL-FILE
               AT END
                   SET JOURNAL-EOF TO TRUE
               NOT AT END
                   EVALUATE JRNLH-RECORD-TYPE
                       WHEN "H"
                           MOVE JRNLH-RUN-DATE TO CURRENT-RUN-DATE
                           MOVE JRNLH-RUN-TIME TO CURRENT-RUN-TIME
                           IF JRNLH-RUN-DATE < RETENTION-CUTOFF-DATE
                               SET DISPOSITION-ARCHIVE TO TRUE
                           ELSE
                               SET DISPOSITION-RETAIN TO TRUE
                           END-IF
                       WHEN "T"
                           CONTINUE
                       WHEN OTHER
                           IF DISPOSITION-ARCHIVE
                               PERFORM MATCH-JOURNAL-LINE
                               IF LGHK-RETURN-CODE = 0
                                   MOVE CURRENT-RUN-DATE
                                       TO FIRST-HELD-RUN-DATE
                                   MOVE CURRENT-RUN-TIME
                                       TO FIRST-HELD-RUN-TIME
                                   SET JOURNAL-EOF TO TRUE
                               END-IF
                           END-IF
                   END-EVALUATE
           END-READ
           EXIT.

      * A line carries its transaction's own date; one written
      * before that was stamped is matched on its run's date.
       MATCH-JOURNAL-LINE SECTION.
           MOVE "MATCH   " TO LGHK-FUNCTION
           MOVE JRNL-ACCOUNT-ID TO LGHK-ACCOUNT-ID
           MOVE JRNL-REFERENCE TO LGHK-REFERENCE
           MOVE JRNL-ORIG-REFERENCE TO LGHK-ORIG-REFERENCE
           IF JRNL-DATE > 0
               MOVE JRNL-DATE TO LGHK-DATE
           ELSE
               MOVE JRNL-RUN-DATE TO LGHK-DATE
           END-IF
           CALL "lglhold" USING LEGAL-HOLD-AREA
           EXIT.

       PURGE-JOURNAL-FILE SECTION.
           OPEN INPUT  JOURNAL-FILE
           OPEN OUTPUT JOURNAL-ARCHIVE-FILE
                   SET JOURNAL-EOF TO TRUE
               NOT AT END
                   IF JRNLH-RECORD-TYPE = "H"
                       MOVE JRNLH-RUN-DATE TO CURRENT-RUN-DATE
                       IF FIRST-HELD-RUN-DATE > 0
                               AND JRNLH-RUN-DATE = FIRST-HELD-RUN-DATE
                               AND JRNLH-RUN-TIME = FIRST-HELD-RUN-TIME
                           SET HELD-RUN-REACHED TO TRUE
                       END-IF
                       IF JRNLH-RUN-DATE < RETENTION-CUTOFF-DATE
                               AND NOT HELD-RUN-REACHED
                           SET DISPOSITION-ARCHIVE TO TRUE
                       ELSE
                           SET DISPOSITION-RETAIN TO TRUE
                   ELSE
                       WRITE JOURNAL-RETAIN-RECORD FROM JOURNAL-RECORD
                       ADD 1 TO JOURNAL-RETAINED-COUNT
                       PERFORM COUNT-HELD-JOURNAL-LINE
                   END-IF
           END-READ
           EXIT.

      * Archive-age lines kept because the held run was reached are
      * counted, and the held ones among them counted against their
      * holds for the closing summary.
       COUNT-HELD-JOURNAL-LINE SECTION.
           IF HELD-RUN-REACHED
                   AND CURRENT-RUN-DATE < RETENTION-CUTOFF-DATE
               ADD 1 TO JOURNAL-HELD-COUNT
               IF JRNLH-RECORD-TYPE NOT = "H"
                       AND JRNLH-RECORD-TYPE NOT = "T"
                   PERFORM MATCH-JOURNAL-LINE
               END-IF
           END-IF
           EXIT.

       DISPLAY-PURGE-STATISTICS SECTION.
           MOVE TRAN-ARCHIVED-COUNT TO PURGE-STAT-EDIT
           DISPLAY "transactions archived: " PURGE-STAT-EDIT
           DISPLAY "journal records archived: " PURGE-STAT-EDIT
           MOVE JOURNAL-RETAINED-COUNT TO PURGE-STAT-EDIT
           DISPLAY "journal records retained: " PURGE-STAT-EDIT
           MOVE TRAN-HELD-COUNT TO PURGE-STAT-EDIT
           DISPLAY "transactions kept under legal hold: "
               PURGE-STAT-EDIT
           MOVE JOURNAL-HELD-COUNT TO PURGE-STAT-EDIT
           DISPLAY "journal records kept behind a legal hold: "
               PURGE-STAT-EDIT
           MOVE 0 TO LGHK-HOLD-INDEX
           MOVE "NEXT    " TO LGHK-FUNCTION
           CALL "lglhold" USING LEGAL-HOLD-AREA
           PERFORM DISPLAY-ONE-HOLD UNTIL LGHK-RETURN-CODE NOT = 0
           EXIT.

       DISPLAY-ONE-HOLD SECTION.
           MOVE LGHK-MATCH-COUNT TO PURGE-STAT-EDIT
           DISPLAY "  hold " LGHK-HOLD-ID " " LGHK-MATTER
               " held records: " PURGE-STAT-EDIT
           CALL "lglhold" USING LEGAL-HOLD-AREA
           EXIT.
