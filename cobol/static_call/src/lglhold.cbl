       IDENTIFICATION DIVISION.
       PROGRAM-ID. lglhold.

      *****************************************************************
      *  lglhold is the one place a litigation hold is tested.
      *  RETNPURG, BALHCONS and REPTRETR each decide what leaves
      *  the active files; each asks here first, so a record legal
      *  has frozen ahead of a lawsuit stays where it is no matter
      *  which housekeeping job reaches it, and LGLHMNT's hold
      *  report counts with the very same rules.
      *
      *  The holds in force are read from LGLHOLD
      *  (copy/lglhold.cpy) into storage on the first call and
      *  tested there -- a purge asks once per record, and the
      *  register is a few dozen rows.  A register that is on hand
      *  but cannot be read, or holds more in force than the table
      *  carries, answers 12 on every call: the caller must then
      *  archive nothing, since it cannot know what is protected.
      *
      *  The caller drives it through copy/lglholdl.cpy.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD-FILE ASSIGN TO "LGLHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LGH-HOLD-ID
               FILE STATUS IS LEGAL-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEGAL-HOLD-FILE.
       COPY lglhold.

       WORKING-STORAGE SECTION.
       01 LEGAL-HOLD-STATUS PIC X(02).
       01 REGISTER-TRIED-SWITCH PIC X(01) VALUE 'N'.
           88 REGISTER-TRIED VALUE 'Y'.
       01 REGISTER-BAD-SWITCH PIC X(01) VALUE 'N'.
           88 REGISTER-BAD VALUE 'Y'.
       01 REGISTER-EOF-SWITCH PIC X(01).
           88 REGISTER-EOF VALUE 'Y'.
       01 TEXT-MODE-SWITCH PIC X(01).
           88 TEXT-MODE VALUE 'Y'.
       01 HOLD-HIT-SWITCH PIC X(01).
           88 HOLD-HIT VALUE 'Y'.
       01 TEXT-HITS PIC 9(04) COMP.

       01 HOLDS-LOADED PIC 9(04) COMP VALUE 0.
       01 HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 500 TIMES INDEXED BY HOLD-IDX.
               10 HOLD-ID          PIC X(08).
               10 HOLD-KEY-TYPE    PIC X(01).
               10 HOLD-ACCOUNT-ID  PIC X(08).
               10 HOLD-REFERENCE   PIC X(10).
               10 HOLD-FROM-DATE   PIC 9(08).
               10 HOLD-TO-DATE     PIC 9(08).
               10 HOLD-MATTER      PIC X(24).
               10 HOLD-COUNSEL     PIC X(15).
      * The account or reference as it would appear in print, and
      * its length without trailing blanks, for the TEXT scan.
               10 HOLD-KEY-TEXT    PIC X(10).
               10 HOLD-KEY-LEN     PIC 9(02) COMP.
               10 HOLD-MATCH-COUNT PIC 9(08) COMP.

       LINKAGE SECTION.
       COPY lglholdl.

       PROCEDURE DIVISION USING LEGAL-HOLD-AREA.
           EVALUATE LGHK-FUNCTION
               WHEN "OPEN    "
                   PERFORM LOAD-HOLD-REGISTER
               WHEN "MATCH   "
                   MOVE 'N' TO TEXT-MODE-SWITCH
                   PERFORM MATCH-HELD-RECORD
               WHEN "TEXT    "
                   SET TEXT-MODE TO TRUE
                   PERFORM MATCH-HELD-RECORD
               WHEN "NEXT    "
                   PERFORM RETURN-NEXT-HOLD
               WHEN "RESET   "
                   PERFORM RESET-MATCH-COUNTS
               WHEN OTHER
                   MOVE 12 TO LGHK-RETURN-CODE
           END-EVALUATE
           GOBACK
           .

      * One attempt answers for the whole run, as xratfind's does.
       LOAD-HOLD-REGISTER SECTION.
           IF NOT REGISTER-TRIED
               SET REGISTER-TRIED TO TRUE
               MOVE 0 TO HOLDS-LOADED
               OPEN INPUT LEGAL-HOLD-FILE
               EVALUATE LEGAL-HOLD-STATUS
                   WHEN "00"
                       MOVE 'N' TO REGISTER-EOF-SWITCH
                       PERFORM LOAD-ONE-HOLD UNTIL REGISTER-EOF
                       CLOSE LEGAL-HOLD-FILE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "lglhold: unable to open legal-hold "
                           "register, status " LEGAL-HOLD-STATUS
                       SET REGISTER-BAD TO TRUE
               END-EVALUATE
           END-IF
           MOVE HOLDS-LOADED TO LGHK-HOLDS-IN-FORCE
           IF REGISTER-BAD
               MOVE 12 TO LGHK-RETURN-CODE
           ELSE
               MOVE 0 TO LGHK-RETURN-CODE
           END-IF
           EXIT.

       LOAD-ONE-HOLD SECTION.
           READ LEGAL-HOLD-FILE NEXT RECORD
               AT END
                   SET REGISTER-EOF TO TRUE
               NOT AT END
                   IF LGH-IN-FORCE
                       IF HOLDS-LOADED < 500
                           PERFORM STORE-ONE-HOLD
                       ELSE
                           IF NOT REGISTER-BAD
                               DISPLAY "lglhold: more than 500 holds "
                                   "in force -- register not usable"
                           END-IF
                           SET REGISTER-BAD TO TRUE
                       END-IF
                   END-IF
           END-READ
           EXIT.

       STORE-ONE-HOLD SECTION.
           ADD 1 TO HOLDS-LOADED
           SET HOLD-IDX TO HOLDS-LOADED
           MOVE LGH-HOLD-ID    TO HOLD-ID(HOLD-IDX)
           MOVE LGH-KEY-TYPE   TO HOLD-KEY-TYPE(HOLD-IDX)
           MOVE LGH-ACCOUNT-ID TO HOLD-ACCOUNT-ID(HOLD-IDX)
           MOVE LGH-REFERENCE  TO HOLD-REFERENCE(HOLD-IDX)
           MOVE LGH-FROM-DATE  TO HOLD-FROM-DATE(HOLD-IDX)
           MOVE LGH-TO-DATE    TO HOLD-TO-DATE(HOLD-IDX)
           MOVE LGH-MATTER     TO HOLD-MATTER(HOLD-IDX)
           MOVE LGH-COUNSEL    TO HOLD-COUNSEL(HOLD-IDX)
           MOVE 0 TO HOLD-MATCH-COUNT(HOLD-IDX)
           MOVE SPACES TO HOLD-KEY-TEXT(HOLD-IDX)
           IF LGH-BY-ACCOUNT
               MOVE LGH-ACCOUNT-ID TO HOLD-KEY-TEXT(HOLD-IDX)
           END-IF
           IF LGH-BY-REFERENCE
               MOVE LGH-REFERENCE TO HOLD-KEY-TEXT(HOLD-IDX)
           END-IF
           MOVE 0 TO HOLD-KEY-LEN(HOLD-IDX)
           INSPECT HOLD-KEY-TEXT(HOLD-IDX) TALLYING
               HOLD-KEY-LEN(HOLD-IDX) FOR CHARACTERS
                   BEFORE INITIAL SPACE
           EXIT.

       MATCH-HELD-RECORD SECTION.
           PERFORM LOAD-HOLD-REGISTER
           IF LGHK-RETURN-CODE = 0
               MOVE 4 TO LGHK-RETURN-CODE
               MOVE SPACES TO LGHK-HOLD-ID
               MOVE SPACES TO LGHK-MATTER
               MOVE SPACES TO LGHK-COUNSEL
               SET HOLD-IDX TO 1
               PERFORM TEST-ONE-HOLD
                   UNTIL HOLD-IDX > HOLDS-LOADED
           END-IF
           EXIT.

      * A blank account or reference, or a zero date, on the
      * caller's side matches nothing -- a record that carries no
      * account cannot fall under an account hold.
       TEST-ONE-HOLD SECTION.
           MOVE 'N' TO HOLD-HIT-SWITCH
           EVALUATE TRUE
               WHEN HOLD-KEY-TYPE(HOLD-IDX) = "D"
                   IF LGHK-DATE > 0
                           AND LGHK-DATE NOT < HOLD-FROM-DATE(HOLD-IDX)
                           AND LGHK-DATE NOT > HOLD-TO-DATE(HOLD-IDX)
                       SET HOLD-HIT TO TRUE
                   END-IF
               WHEN TEXT-MODE
                   IF HOLD-KEY-LEN(HOLD-IDX) > 0
                       MOVE 0 TO TEXT-HITS
                       INSPECT LGHK-TEXT TALLYING TEXT-HITS
                           FOR ALL HOLD-KEY-TEXT(HOLD-IDX)
                               (1:HOLD-KEY-LEN(HOLD-IDX))
                       IF TEXT-HITS > 0
                           SET HOLD-HIT TO TRUE
                       END-IF
                   END-IF
               WHEN HOLD-KEY-TYPE(HOLD-IDX) = "A"
                   IF LGHK-ACCOUNT-ID NOT = SPACES
                           AND LGHK-ACCOUNT-ID =
                               HOLD-ACCOUNT-ID(HOLD-IDX)
                       SET HOLD-HIT TO TRUE
                   END-IF
               WHEN HOLD-KEY-TYPE(HOLD-IDX) = "R"
                   IF (LGHK-REFERENCE NOT = SPACES
                           AND LGHK-REFERENCE =
                               HOLD-REFERENCE(HOLD-IDX))
                       OR (LGHK-ORIG-REFERENCE NOT = SPACES
                           AND LGHK-ORIG-REFERENCE =
                               HOLD-REFERENCE(HOLD-IDX))
                       SET HOLD-HIT TO TRUE
                   END-IF
           END-EVALUATE
           IF HOLD-HIT
               ADD 1 TO HOLD-MATCH-COUNT(HOLD-IDX)
               IF LGHK-RETURN-CODE = 4
                   MOVE 0 TO LGHK-RETURN-CODE
                   MOVE HOLD-ID(HOLD-IDX)      TO LGHK-HOLD-ID
                   MOVE HOLD-MATTER(HOLD-IDX)  TO LGHK-MATTER
                   MOVE HOLD-COUNSEL(HOLD-IDX) TO LGHK-COUNSEL
               END-IF
           END-IF
           SET HOLD-IDX UP BY 1
           EXIT.

       RETURN-NEXT-HOLD SECTION.
           PERFORM LOAD-HOLD-REGISTER
           IF LGHK-RETURN-CODE = 0
               ADD 1 TO LGHK-HOLD-INDEX
               IF LGHK-HOLD-INDEX > HOLDS-LOADED
                   MOVE 8 TO LGHK-RETURN-CODE
               ELSE
                   SET HOLD-IDX TO LGHK-HOLD-INDEX
                   MOVE HOLD-ID(HOLD-IDX)      TO LGHK-HOLD-ID
                   MOVE HOLD-MATTER(HOLD-IDX)  TO LGHK-MATTER
                   MOVE HOLD-COUNSEL(HOLD-IDX) TO LGHK-COUNSEL
                   MOVE HOLD-MATCH-COUNT(HOLD-IDX)
                       TO LGHK-MATCH-COUNT
               END-IF
           END-IF
           EXIT.

       RESET-MATCH-COUNTS SECTION.
           PERFORM LOAD-HOLD-REGISTER
           IF LGHK-RETURN-CODE = 0
               PERFORM RESET-ONE-COUNT
                   VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLDS-LOADED
           END-IF
           EXIT.

       RESET-ONE-COUNT SECTION.
           MOVE 0 TO HOLD-MATCH-COUNT(HOLD-IDX)
           EXIT.
