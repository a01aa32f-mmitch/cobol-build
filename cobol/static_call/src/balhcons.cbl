      *  concatenate oldest first.  The rolled count is displayed;
      *  the calling JCL deletes the rolled generations only on a
      *  clean RETURN-CODE, as the journal's JCL does.
      *
      *  A movement under a litigation hold in force (the lglhold
      *  subprogram, copy/lglholdl.cpy, matched on its account,
      *  reference and run date) is not rolled: it goes to
      *  BALHHNEW, which the JCL swaps in as the held-movements
      *  dataset BALHHELD, and stays on fast storage beside the
      *  live generations.  Each roll reads BALHHELD first, before
      *  the generations, and rolls whatever is no longer held --
      *  so a released movement reaches the history later than the
      *  months around it.  No BALHHELD dataset means nothing was
      *  held before.  A register that cannot be read ends the run
      *  with RETURN-CODE 12 before anything is rolled, so the
      *  generations are not deleted.
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS GENERATION-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "BALHHIST"
               FILE STATUS IS HISTORY-STATUS.
           SELECT HELD-FILE ASSIGN TO "BALHHELD"
               FILE STATUS IS HELD-STATUS.
           SELECT HELD-NEW-FILE ASSIGN TO "BALHHNEW"
               FILE STATUS IS HELD-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
                                   BY ==HIST==
                              LEADING ==BALH== BY ==HBAL==.

       FD HELD-FILE.
       COPY balhist REPLACING LEADING ==BALANCE-HISTORY==
                                   BY ==HELD==
                              LEADING ==BALH== BY ==HELD==.

       FD HELD-NEW-FILE.
       COPY balhist REPLACING LEADING ==BALANCE-HISTORY==
                                   BY ==HNEW==
                              LEADING ==BALH== BY ==HNEW==.

       WORKING-STORAGE SECTION.
       01 GENERATION-STATUS PIC X(02).
       01 HISTORY-STATUS    PIC X(02).
       01 HELD-STATUS       PIC X(02).
       01 HELD-NEW-STATUS   PIC X(02).
       01 GENERATION-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 GENERATION-EOF VALUE 'Y'.
       01 HELD-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 HELD-EOF VALUE 'Y'.
       01 RECORDS-ROLLED PIC 9(08) COMP VALUE 0.
       01 RECORDS-HELD   PIC 9(08) COMP VALUE 0.
       01 RECORDS-RELEASED PIC 9(08) COMP VALUE 0.
       01 CONS-STAT-EDIT PIC ZZZZZZZ9.

      * The movement being judged, from either input.
       COPY balhist REPLACING LEADING ==BALANCE-HISTORY==
                                   BY ==ROLL==
                              LEADING ==BALH== BY ==ROLL==.

       COPY lglholdl.

       PROCEDURE DIVISION.
           MOVE SPACES TO LEGAL-HOLD-AREA
           MOVE "OPEN    " TO LGHK-FUNCTION
           CALL "lglhold" USING LEGAL-HOLD-AREA
           IF LGHK-RETURN-CODE NOT = 0
               DISPLAY "legal-hold register unreadable -- "
                   "nothing rolled"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT GENERATION-FILE
           IF GENERATION-STATUS NOT = "00"
               DISPLAY "no closed generations to roll, status "
                   GENERATION-STATUS
               SET GENERATION-EOF TO TRUE
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF HISTORY-STATUS = "35"
           IF HISTORY-STATUS NOT = "00"
               DISPLAY "unable to open consolidated history, status "
                   HISTORY-STATUS
               IF GENERATION-STATUS = "00"
                   CLOSE GENERATION-FILE
               END-IF
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT HELD-NEW-FILE
           IF HELD-NEW-STATUS NOT = "00"
               DISPLAY "unable to open held movements, status "
                   HELD-NEW-STATUS
               IF GENERATION-STATUS = "00"
                   CLOSE GENERATION-FILE
               END-IF
               CLOSE HISTORY-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT HELD-FILE
           IF HELD-STATUS NOT = "00"
               SET HELD-EOF TO TRUE
           END-IF
           PERFORM ROLL-ONE-HELD-RECORD UNTIL HELD-EOF
           PERFORM ROLL-ONE-RECORD UNTIL GENERATION-EOF
           IF HELD-STATUS = "00"
               CLOSE HELD-FILE
           END-IF
           IF GENERATION-STATUS = "00"
               CLOSE GENERATION-FILE
           END-IF
           CLOSE HISTORY-FILE
           CLOSE HELD-NEW-FILE
           MOVE RECORDS-ROLLED TO CONS-STAT-EDIT
           DISPLAY "balance movements rolled to history: "
               CONS-STAT-EDIT
           MOVE RECORDS-RELEASED TO CONS-STAT-EDIT
           DISPLAY "  of which released from legal hold: "
               CONS-STAT-EDIT
           MOVE RECORDS-HELD TO CONS-STAT-EDIT
           DISPLAY "balance movements kept under legal hold: "
               CONS-STAT-EDIT
           MOVE 0 TO LGHK-HOLD-INDEX
           MOVE "NEXT    " TO LGHK-FUNCTION
           CALL "lglhold" USING LEGAL-HOLD-AREA
           PERFORM DISPLAY-ONE-HOLD UNTIL LGHK-RETURN-CODE NOT = 0
           GOBACK
           .

       ROLL-ONE-HELD-RECORD SECTION.
           READ HELD-FILE
               AT END
                   SET HELD-EOF TO TRUE
               NOT AT END
                   MOVE HELD-RECORD TO ROLL-RECORD
                   PERFORM ROLL-OR-HOLD-MOVEMENT
                   IF LGHK-RETURN-CODE NOT = 0
                       ADD 1 TO RECORDS-RELEASED
                   END-IF
           END-READ
           EXIT.

       ROLL-ONE-RECORD SECTION.
           READ GENERATION-FILE
               AT END
                   SET GENERATION-EOF TO TRUE
               NOT AT END
                   MOVE BALANCE-HISTORY-RECORD TO ROLL-RECORD
                   PERFORM ROLL-OR-HOLD-MOVEMENT
           END-READ
           EXIT.

       ROLL-OR-HOLD-MOVEMENT SECTION.
           MOVE "MATCH   " TO LGHK-FUNCTION
           MOVE ROLL-ACCOUNT-ID TO LGHK-ACCOUNT-ID
           MOVE ROLL-REFERENCE TO LGHK-REFERENCE
           MOVE SPACES TO LGHK-ORIG-REFERENCE
           MOVE ROLL-RUN-DATE TO LGHK-DATE
           CALL "lglhold" USING LEGAL-HOLD-AREA
           IF LGHK-RETURN-CODE = 0
               WRITE HNEW-RECORD FROM ROLL-RECORD
               ADD 1 TO RECORDS-HELD
           ELSE
               WRITE HIST-RECORD FROM ROLL-RECORD
               ADD 1 TO RECORDS-ROLLED
           END-IF
           EXIT.

       DISPLAY-ONE-HOLD SECTION.
           MOVE LGHK-MATCH-COUNT TO CONS-STAT-EDIT
           DISPLAY "  hold " LGHK-HOLD-ID " " LGHK-MATTER
               " held movements: " CONS-STAT-EDIT
           CALL "lglhold" USING LEGAL-HOLD-AREA
           EXIT.
