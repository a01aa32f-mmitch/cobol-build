       IDENTIFICATION DIVISION.
       PROGRAM-ID. namenorm.

      *****************************************************************
      *  namenorm puts a name into the one form watch-list
      *  screening compares (see copy/namenrml.cpy): case folded,
      *  apostrophes and full stops squeezed out, any other
      *  punctuation a word break, the words sorted so word order
      *  stops mattering, single spaces between.  The list loader
      *  and both screening programs call it, so a list name and
      *  an account name are never normalised two different ways.
      *
      *  Up to twenty words are kept; a name longer than the forty
      *  characters of the result is cut at forty.
      *****************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 NAME-UPPER PIC X(40).
       01 NAME-CHAR  PIC X(01).
       01 CHAR-IDX   PIC 9(03) COMP.
       01 WORD-LENGTH PIC 9(03) COMP.
       01 WORD-TABLE.
           05 NAME-WORD PIC X(40) OCCURS 20 TIMES.
       01 WORD-COUNT PIC 9(03) COMP.
       01 WORD-IDX   PIC 9(03) COMP.
       01 PASS-IDX   PIC 9(03) COMP.
       01 PASS-LIMIT PIC 9(03) COMP.
       01 SWAP-WORD  PIC X(40).
       01 OUT-POINTER PIC 9(03) COMP.

       LINKAGE SECTION.
       COPY namenrml.

       PROCEDURE DIVISION USING NAME-NORMAL-AREA.
           MOVE NNRM-NAME-IN TO NAME-UPPER
           INSPECT NAME-UPPER CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WORD-TABLE
           MOVE 0 TO WORD-COUNT
           MOVE 0 TO WORD-LENGTH
           PERFORM SPLIT-ONE-CHARACTER
               VARYING CHAR-IDX FROM 1 BY 1 UNTIL CHAR-IDX > 40
           PERFORM SORT-ONE-PASS
               VARYING PASS-IDX FROM 1 BY 1
               UNTIL PASS-IDX >= WORD-COUNT
           MOVE SPACES TO NNRM-NAME-OUT
           MOVE 1 TO OUT-POINTER
           PERFORM JOIN-ONE-WORD
               VARYING WORD-IDX FROM 1 BY 1
               UNTIL WORD-IDX > WORD-COUNT OR OUT-POINTER > 40
           MOVE WORD-COUNT TO NNRM-WORD-COUNT
           GOBACK
           .

      * Letters and digits build the current word; apostrophes and
      * full stops vanish without breaking it; anything else ends
      * it.
       SPLIT-ONE-CHARACTER SECTION.
           MOVE NAME-UPPER(CHAR-IDX:1) TO NAME-CHAR
           EVALUATE TRUE
               WHEN NAME-CHAR = "'" OR NAME-CHAR = "."
                   CONTINUE
               WHEN (NAME-CHAR IS ALPHABETIC-UPPER
                       AND NAME-CHAR NOT = SPACE)
                       OR NAME-CHAR IS NUMERIC
                   IF WORD-LENGTH = 0
                       IF WORD-COUNT < 20
                           ADD 1 TO WORD-COUNT
                           ADD 1 TO WORD-LENGTH
                       END-IF
                   ELSE
                       ADD 1 TO WORD-LENGTH
                   END-IF
                   IF WORD-LENGTH > 0
                       MOVE NAME-CHAR
                           TO NAME-WORD(WORD-COUNT)(WORD-LENGTH:1)
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WORD-LENGTH
           END-EVALUATE
           EXIT.

      * An exchange sort -- names run to a handful of words.
       SORT-ONE-PASS SECTION.
           COMPUTE PASS-LIMIT = WORD-COUNT - PASS-IDX
           PERFORM ORDER-ONE-PAIR
               VARYING WORD-IDX FROM 1 BY 1
               UNTIL WORD-IDX > PASS-LIMIT
           EXIT.

       ORDER-ONE-PAIR SECTION.
           IF NAME-WORD(WORD-IDX) > NAME-WORD(WORD-IDX + 1)
               MOVE NAME-WORD(WORD-IDX) TO SWAP-WORD
               MOVE NAME-WORD(WORD-IDX + 1) TO NAME-WORD(WORD-IDX)
               MOVE SWAP-WORD TO NAME-WORD(WORD-IDX + 1)
           END-IF
           EXIT.

       JOIN-ONE-WORD SECTION.
           IF WORD-IDX > 1
               STRING " " DELIMITED BY SIZE
                   INTO NNRM-NAME-OUT
                   WITH POINTER OUT-POINTER
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           END-IF
           STRING NAME-WORD(WORD-IDX) DELIMITED BY SPACE
               INTO NNRM-NAME-OUT
               WITH POINTER OUT-POINTER
               ON OVERFLOW
                   CONTINUE
           END-STRING
           EXIT.
