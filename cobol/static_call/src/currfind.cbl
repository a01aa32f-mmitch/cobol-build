       IDENTIFICATION DIVISION.
       PROGRAM-ID. currfind.

      *****************************************************************
      *  currfind is the one place a currency code is judged and an
      *  amount brought to a currency's precision.  The currency
      *  fields on the transaction, balance and account records are
      *  free three-character text, so until the currency master
      *  (copy/currrec.cpy) existed a mistyped code went straight
      *  onto the journal, and every amount was rounded to two
      *  decimals whatever the currency's minor unit.
      *
      *  CHECK finds the code on CURRMAST and judges it against the
      *  row's active dates.  ROUND takes an amount carried to eight
      *  decimals and brings it to the currency's minor unit under
      *  the row's rounding rule -- nearest, truncate, or up away
      *  from zero.  Amounts everywhere are held to two decimals,
      *  so a three-decimal currency is rounded to two: the master
      *  records the true minor unit, the amount fields cannot hold
      *  it.  A code the master does not carry is rounded the way
      *  every amount was before, to two places, a half rounding
      *  up.
      *
      *  The caller drives it through copy/currfndl.cpy.  The
      *  master opens on the first call and stays open until CLOSE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENCY-MASTER-FILE ASSIGN TO "CURRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CURM-CODE
               FILE STATUS IS CURRENCY-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CURRENCY-MASTER-FILE.
       COPY currrec.

       WORKING-STORAGE SECTION.
       01 CURRENCY-MASTER-STATUS PIC X(02).
       01 FILE-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 FILE-OPEN VALUE 'Y'.
       01 FILE-TRIED-SWITCH PIC X(01) VALUE 'N'.
           88 FILE-TRIED VALUE 'Y'.

      * The code whose row is in the record area, so a run of
      * transactions in one currency reads the master once.
       01 LOADED-CODE PIC X(03) VALUE SPACES.
       01 ROW-FOUND-SWITCH PIC X(01).
           88 ROW-FOUND VALUE 'Y'.

       01 ROUND-SCALE   PIC 9(03).
       01 SCALED-AMOUNT PIC S9(15)V9(8).
       01 WHOLE-UNITS   PIC S9(15).

       LINKAGE SECTION.
       COPY currfndl.

       PROCEDURE DIVISION USING CURRENCY-FIND-AREA.
           EVALUATE CFND-FUNCTION
               WHEN "OPEN    "
                   PERFORM OPEN-CURRENCY-MASTER
               WHEN "CHECK   "
                   PERFORM CHECK-CURRENCY-CODE
               WHEN "ROUND   "
                   PERFORM ROUND-TO-PRECISION
               WHEN "CLOSE   "
                   PERFORM CLOSE-CURRENCY-MASTER
               WHEN OTHER
                   MOVE 12 TO CFND-RETURN-CODE
           END-EVALUATE
           GOBACK
           .

      * A master that would not open is not retried on every call
      * -- one failed OPEN answers for the whole run.
       OPEN-CURRENCY-MASTER SECTION.
           IF NOT FILE-OPEN AND NOT FILE-TRIED
               SET FILE-TRIED TO TRUE
               OPEN INPUT CURRENCY-MASTER-FILE
               IF CURRENCY-MASTER-STATUS = "00"
                   SET FILE-OPEN TO TRUE
               END-IF
           END-IF
           IF FILE-OPEN
               MOVE 0 TO CFND-RETURN-CODE
           ELSE
               MOVE 12 TO CFND-RETURN-CODE
           END-IF
           EXIT.

       CLOSE-CURRENCY-MASTER SECTION.
           IF FILE-OPEN
               CLOSE CURRENCY-MASTER-FILE
               MOVE 'N' TO FILE-OPEN-SWITCH
           END-IF
           MOVE 'N' TO FILE-TRIED-SWITCH
           MOVE SPACES TO LOADED-CODE
           MOVE 0 TO CFND-RETURN-CODE
           EXIT.

      * Active from the first date through the last, both
      * inclusive; a zero last date leaves the code open-ended.
       CHECK-CURRENCY-CODE SECTION.
           PERFORM FIND-CURRENCY-ROW
           IF ROW-FOUND
               IF CFND-DATE < CURM-ACTIVE-FROM
                       OR (CURM-ACTIVE-TO > 0
                           AND CFND-DATE > CURM-ACTIVE-TO)
                   MOVE 4 TO CFND-RETURN-CODE
               END-IF
           END-IF
           EXIT.

      * The amount is scaled up to whole minor units, brought to a
      * whole number under the rule, and scaled back down.
       ROUND-TO-PRECISION SECTION.
           PERFORM FIND-CURRENCY-ROW
           EVALUATE CFND-DECIMALS
               WHEN 0
                   MOVE 1 TO ROUND-SCALE
               WHEN 1
                   MOVE 10 TO ROUND-SCALE
               WHEN OTHER
                   MOVE 100 TO ROUND-SCALE
           END-EVALUATE
           COMPUTE SCALED-AMOUNT = CFND-AMOUNT * ROUND-SCALE
           EVALUATE CFND-ROUNDING-RULE
               WHEN "T"
                   COMPUTE WHOLE-UNITS = SCALED-AMOUNT
               WHEN "U"
                   COMPUTE WHOLE-UNITS = SCALED-AMOUNT
                   IF WHOLE-UNITS NOT = SCALED-AMOUNT
                       IF SCALED-AMOUNT > 0
                           ADD 1 TO WHOLE-UNITS
                       ELSE
                           SUBTRACT 1 FROM WHOLE-UNITS
                       END-IF
                   END-IF
               WHEN OTHER
                   COMPUTE WHOLE-UNITS ROUNDED = SCALED-AMOUNT
           END-EVALUATE
           COMPUTE CFND-AMOUNT = WHOLE-UNITS / ROUND-SCALE
           EXIT.

      * Sets the return code and the precision either way: the
      * row's own where the code is on file, two places to the
      * nearest where it is not.
       FIND-CURRENCY-ROW SECTION.
           MOVE 'N' TO ROW-FOUND-SWITCH
           MOVE 2 TO CFND-MINOR-UNITS
           MOVE 2 TO CFND-DECIMALS
           MOVE "N" TO CFND-ROUNDING-RULE
           PERFORM OPEN-CURRENCY-MASTER
           IF CFND-RETURN-CODE = 0
               IF CFND-CURRENCY = LOADED-CODE
                   SET ROW-FOUND TO TRUE
               ELSE
                   MOVE CFND-CURRENCY TO CURM-CODE
                   READ CURRENCY-MASTER-FILE
                       INVALID KEY
                           MOVE SPACES TO LOADED-CODE
                       NOT INVALID KEY
                           MOVE CURM-CODE TO LOADED-CODE
                           SET ROW-FOUND TO TRUE
                   END-READ
               END-IF
               IF ROW-FOUND
                   MOVE CURM-DECIMALS TO CFND-MINOR-UNITS
                   IF CURM-DECIMALS < 2
                       MOVE CURM-DECIMALS TO CFND-DECIMALS
                   END-IF
                   IF CURM-ROUNDING-RULE NOT = SPACE
                       MOVE CURM-ROUNDING-RULE TO CFND-ROUNDING-RULE
                   END-IF
               ELSE
                   MOVE 8 TO CFND-RETURN-CODE
               END-IF
           END-IF
           EXIT.
