       IDENTIFICATION DIVISION.
       PROGRAM-ID. xratfind.

      *****************************************************************
      *  xratfind is the one place an exchange rate is looked up.
      *  CALCULATOR, REVALUE and EXPOSURE each used to carry their
      *  own greatest-date-at-or-before scan of XRATMAST, and each
      *  knew only the exact pair -- so with treasury loading rates
      *  against the base currency alone, every GBP-to-JPY posting
      *  bounced as a currency mismatch.
      *
      *  The rate in force on a date is the pair's row with the
      *  greatest effective date at or before it.  When the exact
      *  pair has none, the rate is crossed through the base
      *  currency: FROM into base times base into TO.  Each leg is
      *  its own row if one is on file for the date, or else the
      *  reciprocal of the reverse pair's row (treasury loads
      *  GBPUSD, not USDGBP); a leg whose currency is the base
      *  itself is 1.  Both legs must be on file for the date or
      *  there is no rate.  The legs carry twelve decimals so the
      *  cross rate is rounded once, at the end, to the six the
      *  rate fields hold -- the rate the caller applies is the
      *  rate it journals.
      *
      *  The caller drives it through copy/xratfndl.cpy.  The
      *  master opens on the first call and stays open until CLOSE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "XRATMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRAT-KEY
               FILE STATUS IS EXCHANGE-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EXCHANGE-RATE-FILE.
       COPY xratrec.

       WORKING-STORAGE SECTION.
       01 EXCHANGE-RATE-STATUS PIC X(02).
       01 FILE-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 FILE-OPEN VALUE 'Y'.
       01 FILE-TRIED-SWITCH PIC X(01) VALUE 'N'.
           88 FILE-TRIED VALUE 'Y'.

       01 WANTED-PAIR.
           05 WANTED-FROM PIC X(03).
           05 WANTED-TO   PIC X(03).
       01 ROW-FOUND-SWITCH PIC X(01).
           88 ROW-FOUND VALUE 'Y'.
       01 ROW-SCAN-DONE-SWITCH PIC X(01).
           88 ROW-SCAN-DONE VALUE 'Y'.
       01 ROW-RATE PIC 9(3)V9(6).

       01 LEG-FOUND-SWITCH PIC X(01).
           88 LEG-FOUND VALUE 'Y'.
       01 LEG-FROM PIC X(03).
       01 LEG-TO   PIC X(03).
       01 LEG-RATE   PIC 9(06)V9(12).
       01 LEG-RATE-1 PIC 9(06)V9(12).
       01 LEG-RATE-2 PIC 9(06)V9(12).

       LINKAGE SECTION.
       COPY xratfndl.

       PROCEDURE DIVISION USING RATE-FIND-AREA.
           EVALUATE XFND-FUNCTION
               WHEN "OPEN    "
                   PERFORM OPEN-RATE-MASTER
               WHEN "FIND    "
                   PERFORM FIND-CONVERSION-RATE
               WHEN "CLOSE   "
                   PERFORM CLOSE-RATE-MASTER
               WHEN OTHER
                   MOVE 12 TO XFND-RETURN-CODE
           END-EVALUATE
           GOBACK
           .

      * A master that would not open is not retried on every call
      * -- one failed OPEN answers for the whole run.
       OPEN-RATE-MASTER SECTION.
           IF NOT FILE-OPEN AND NOT FILE-TRIED
               SET FILE-TRIED TO TRUE
               OPEN INPUT EXCHANGE-RATE-FILE
               IF EXCHANGE-RATE-STATUS = "00"
                   SET FILE-OPEN TO TRUE
               END-IF
           END-IF
           IF FILE-OPEN
               MOVE 0 TO XFND-RETURN-CODE
           ELSE
               MOVE 12 TO XFND-RETURN-CODE
           END-IF
           EXIT.

       CLOSE-RATE-MASTER SECTION.
           IF FILE-OPEN
               CLOSE EXCHANGE-RATE-FILE
               MOVE 'N' TO FILE-OPEN-SWITCH
           END-IF
           MOVE 'N' TO FILE-TRIED-SWITCH
           MOVE 0 TO XFND-RETURN-CODE
           EXIT.

       FIND-CONVERSION-RATE SECTION.
           MOVE 0 TO XFND-RATE
           MOVE SPACE TO XFND-RATE-SOURCE
           PERFORM OPEN-RATE-MASTER
           IF XFND-RETURN-CODE = 0
               MOVE XFND-FROM-CURRENCY TO WANTED-FROM
               MOVE XFND-TO-CURRENCY   TO WANTED-TO
               PERFORM FIND-PAIR-ROW
               IF ROW-FOUND
                   MOVE ROW-RATE TO XFND-RATE
                   SET XFND-DIRECT TO TRUE
               ELSE
                   MOVE 8 TO XFND-RETURN-CODE
                   IF XFND-BASE-CURRENCY NOT = SPACES
                       PERFORM CROSS-THROUGH-BASE
                   END-IF
               END-IF
           END-IF
           EXIT.

       CROSS-THROUGH-BASE SECTION.
           MOVE XFND-FROM-CURRENCY TO LEG-FROM
           MOVE XFND-BASE-CURRENCY TO LEG-TO
           PERFORM FIND-LEG-RATE
           IF LEG-FOUND
               MOVE LEG-RATE TO LEG-RATE-1
               MOVE XFND-BASE-CURRENCY TO LEG-FROM
               MOVE XFND-TO-CURRENCY   TO LEG-TO
               PERFORM FIND-LEG-RATE
           END-IF
           IF LEG-FOUND
               MOVE LEG-RATE TO LEG-RATE-2
               COMPUTE XFND-RATE ROUNDED = LEG-RATE-1 * LEG-RATE-2
                   ON SIZE ERROR
                       MOVE 0 TO XFND-RATE
               END-COMPUTE
               IF XFND-RATE > 0
                   MOVE 0 TO XFND-RETURN-CODE
                   SET XFND-TRIANGULATED TO TRUE
               END-IF
           END-IF
           EXIT.

      * One leg through the base: the currency into itself is 1,
      * the leg's own row is used where it is on file, and the
      * reverse pair's row is inverted where it is not.
       FIND-LEG-RATE SECTION.
           MOVE 'N' TO LEG-FOUND-SWITCH
           IF LEG-FROM = LEG-TO
               MOVE 1 TO LEG-RATE
               SET LEG-FOUND TO TRUE
           ELSE
               MOVE LEG-FROM TO WANTED-FROM
               MOVE LEG-TO   TO WANTED-TO
               PERFORM FIND-PAIR-ROW
               IF ROW-FOUND
                   MOVE ROW-RATE TO LEG-RATE
                   SET LEG-FOUND TO TRUE
               ELSE
                   MOVE LEG-TO   TO WANTED-FROM
                   MOVE LEG-FROM TO WANTED-TO
                   PERFORM FIND-PAIR-ROW
                   IF ROW-FOUND AND ROW-RATE > 0
                       COMPUTE LEG-RATE ROUNDED = 1 / ROW-RATE
                           ON SIZE ERROR
                               MOVE 0 TO LEG-RATE
                       END-COMPUTE
                       IF LEG-RATE > 0
                           SET LEG-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

      * The pair's rows come back oldest first -- the effective
      * date rides at the end of the key -- so the scan keeps the
      * last row not beyond the rate date.
       FIND-PAIR-ROW SECTION.
           MOVE 'N' TO ROW-FOUND-SWITCH
           MOVE 'N' TO ROW-SCAN-DONE-SWITCH
           MOVE WANTED-PAIR TO XRAT-PAIR
           MOVE 0 TO XRAT-EFFECTIVE-DATE
           START EXCHANGE-RATE-FILE KEY NOT < XRAT-KEY
               INVALID KEY
                   SET ROW-SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-PAIR-ROW UNTIL ROW-SCAN-DONE
           EXIT.

       SCAN-PAIR-ROW SECTION.
           READ EXCHANGE-RATE-FILE NEXT RECORD
               AT END
                   SET ROW-SCAN-DONE TO TRUE
               NOT AT END
                   IF XRAT-PAIR NOT = WANTED-PAIR
                           OR XRAT-EFFECTIVE-DATE > XFND-RATE-DATE
                       SET ROW-SCAN-DONE TO TRUE
                   ELSE
                       MOVE XRAT-RATE TO ROW-RATE
                       SET ROW-FOUND TO TRUE
                   END-IF
           END-READ
           EXIT.
