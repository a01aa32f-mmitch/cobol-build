       IDENTIFICATION DIVISION.
       PROGRAM-ID. tierint.

      *****************************************************************
      *  tierint is the one place a tiered interest schedule is
      *  priced.  BAL-INTEREST-RATE gives an account one rate on its
      *  whole balance; the savings products pay a different rate on
      *  each slice of it (so much up to 10,000, more on the next
      *  40,000, more again above that), which used to be a hand-
      *  calculated top-up after INTAPPLY.  The bands live on the
      *  tier master (TIERMAST, copy/tierrec.cpy), effective-dated
      *  per product, and every program that prices interest asks
      *  here first: an account whose class has a schedule in force
      *  is priced on the schedule, any other on its own terms.
      *
      *  The schedule is read from the master on the first call for
      *  a product and date and kept for the calls after it, since
      *  a month-end run asks for the same few products thousands
      *  of times.  No master mounted answers 04 on every call -- no
      *  account is tiered -- and a master on hand that cannot be
      *  read answers 12, for the caller to stop rather than credit
      *  a tiered product at the flat rate.
      *
      *  The caller drives it through copy/tierintl.cpy.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEREST-TIER-FILE ASSIGN TO "TIERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIER-KEY
               FILE STATUS IS INTEREST-TIER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INTEREST-TIER-FILE.
       COPY tierrec.

       WORKING-STORAGE SECTION.
       01 INTEREST-TIER-STATUS PIC X(02).
       01 FILE-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 FILE-OPEN VALUE 'Y'.
       01 FILE-TRIED-SWITCH PIC X(01) VALUE 'N'.
           88 FILE-TRIED VALUE 'Y'.
       01 FILE-ABSENT-SWITCH PIC X(01) VALUE 'N'.
           88 FILE-ABSENT VALUE 'Y'.
       01 ROW-SCAN-DONE-SWITCH PIC X(01).
           88 ROW-SCAN-DONE VALUE 'Y'.

      * The schedule last read, and what it was read for.
       01 LOADED-PRODUCT-CODE PIC X(04) VALUE SPACES.
       01 LOADED-AS-OF-DATE   PIC 9(08) VALUE 0.
       01 LOADED-EFFECTIVE-DATE PIC 9(08) VALUE 0.
       01 SCHEDULE-STATE-SWITCH PIC X(01) VALUE SPACE.
           88 SCHEDULE-NOT-LOADED VALUE SPACE.
           88 SCHEDULE-USABLE     VALUE "U".
           88 SCHEDULE-NONE       VALUE "N".
           88 SCHEDULE-BAD        VALUE "B".
       01 SCHEDULE-BANDS PIC 9(02) COMP VALUE 0.
       01 SCHEDULE-TABLE.
           05 SCHEDULE-ENTRY OCCURS 10 TIMES INDEXED BY BAND-IDX.
               10 SCHEDULE-CEILING PIC 9(9)V99.
               10 SCHEDULE-RATE    PIC S9(1)V9(4).
               10 SCHEDULE-PERIODS PIC 9(03).

       01 BAND-FLOOR   PIC 9(9)V99.
       01 BAND-TOP     PIC 9(9)V99.
       01 BAND-SLICE   PIC S9(9)V99.
       01 PRICING-FAILED-SWITCH PIC X(01).
           88 PRICING-FAILED VALUE 'Y'.
       01 IO.
       COPY data.

       LINKAGE SECTION.
       COPY tierintl.

       PROCEDURE DIVISION USING TIER-PRICING-AREA.
           EVALUATE TIRP-FUNCTION
               WHEN "OPEN    "
                   PERFORM OPEN-TIER-MASTER
               WHEN "PRICE   "
                   PERFORM PRICE-TIERED-BALANCE
               WHEN "CLOSE   "
                   PERFORM CLOSE-TIER-MASTER
               WHEN OTHER
                   MOVE 12 TO TIRP-RETURN-CODE
           END-EVALUATE
           GOBACK
           .

      * One attempt answers for the whole run, as xratfind's does;
      * status 35 is the usual absent-file convention.
       OPEN-TIER-MASTER SECTION.
           IF NOT FILE-OPEN AND NOT FILE-TRIED
               SET FILE-TRIED TO TRUE
               OPEN INPUT INTEREST-TIER-FILE
               EVALUATE INTEREST-TIER-STATUS
                   WHEN "00"
                       SET FILE-OPEN TO TRUE
                   WHEN "35"
                       SET FILE-ABSENT TO TRUE
                   WHEN OTHER
                       DISPLAY "tierint: unable to open tier master, "
                           "status " INTEREST-TIER-STATUS
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN FILE-OPEN
                   MOVE 0 TO TIRP-RETURN-CODE
               WHEN FILE-ABSENT
                   MOVE 4 TO TIRP-RETURN-CODE
               WHEN OTHER
                   MOVE 12 TO TIRP-RETURN-CODE
           END-EVALUATE
           EXIT.

       CLOSE-TIER-MASTER SECTION.
           IF FILE-OPEN
               CLOSE INTEREST-TIER-FILE
               MOVE 'N' TO FILE-OPEN-SWITCH
           END-IF
           MOVE 'N' TO FILE-TRIED-SWITCH
           MOVE 'N' TO FILE-ABSENT-SWITCH
           SET SCHEDULE-NOT-LOADED TO TRUE
           MOVE 0 TO TIRP-RETURN-CODE
           EXIT.

       PRICE-TIERED-BALANCE SECTION.
           MOVE 0 TO TIRP-EFFECTIVE-DATE
           MOVE 0 TO TIRP-INTEREST
           MOVE 0 TO TIRP-BLENDED-RATE
           MOVE 0 TO TIRP-BAND-COUNT
           PERFORM OPEN-TIER-MASTER
           IF TIRP-RETURN-CODE = 0
               IF SCHEDULE-NOT-LOADED
                       OR TIRP-PRODUCT-CODE NOT = LOADED-PRODUCT-CODE
                       OR TIRP-AS-OF-DATE NOT = LOADED-AS-OF-DATE
                   PERFORM LOAD-SCHEDULE
               END-IF
               EVALUATE TRUE
                   WHEN SCHEDULE-NONE
                       MOVE 4 TO TIRP-RETURN-CODE
                   WHEN SCHEDULE-BAD
                       MOVE 8 TO TIRP-RETURN-CODE
                   WHEN OTHER
                       PERFORM SPLIT-ACROSS-BANDS
               END-EVALUATE
           END-IF
           EXIT.

      * The product's rows come back oldest schedule first, band by
      * band -- the effective date and band ride at the end of the
      * key -- so each newer date not beyond the as-of date starts
      * the table over, and the last one standing is in force.
       LOAD-SCHEDULE SECTION.
           MOVE TIRP-PRODUCT-CODE TO LOADED-PRODUCT-CODE
           MOVE TIRP-AS-OF-DATE   TO LOADED-AS-OF-DATE
           MOVE 0 TO LOADED-EFFECTIVE-DATE
           MOVE 0 TO SCHEDULE-BANDS
           SET SCHEDULE-NONE TO TRUE
           MOVE 'N' TO ROW-SCAN-DONE-SWITCH
           MOVE TIRP-PRODUCT-CODE TO TIER-PRODUCT-CODE
           MOVE 0 TO TIER-EFFECTIVE-DATE
           MOVE 0 TO TIER-BAND
           START INTEREST-TIER-FILE KEY NOT < TIER-KEY
               INVALID KEY
                   SET ROW-SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-TIER-ROW UNTIL ROW-SCAN-DONE
           IF SCHEDULE-USABLE
               SET BAND-IDX TO 2
               PERFORM CHECK-BAND-CEILING
                   UNTIL BAND-IDX > SCHEDULE-BANDS
                       OR SCHEDULE-BAD
           END-IF
           EXIT.

       SCAN-TIER-ROW SECTION.
           READ INTEREST-TIER-FILE NEXT RECORD
               AT END
                   SET ROW-SCAN-DONE TO TRUE
               NOT AT END
                   IF TIER-PRODUCT-CODE NOT = TIRP-PRODUCT-CODE
                           OR TIER-EFFECTIVE-DATE > TIRP-AS-OF-DATE
                       SET ROW-SCAN-DONE TO TRUE
                   ELSE
                       IF TIER-EFFECTIVE-DATE NOT =
                               LOADED-EFFECTIVE-DATE
                           MOVE TIER-EFFECTIVE-DATE
                               TO LOADED-EFFECTIVE-DATE
                           MOVE 0 TO SCHEDULE-BANDS
                           SET SCHEDULE-USABLE TO TRUE
                       END-IF
                       PERFORM STORE-TIER-ROW
                   END-IF
           END-READ
           EXIT.

      * A schedule with more bands than the area carries is not
      * priced at all -- dropping its top bands would underpay.
       STORE-TIER-ROW SECTION.
           IF SCHEDULE-BANDS < 10
               ADD 1 TO SCHEDULE-BANDS
               SET BAND-IDX TO SCHEDULE-BANDS
               MOVE TIER-CEILING TO SCHEDULE-CEILING(BAND-IDX)
               MOVE TIER-RATE    TO SCHEDULE-RATE(BAND-IDX)
               MOVE TIER-PERIODS TO SCHEDULE-PERIODS(BAND-IDX)
           ELSE
               SET SCHEDULE-BAD TO TRUE
           END-IF
           EXIT.

      * Every ceiling below the last band must sit above the one
      * below it, or a slice would be counted twice or not at all.
       CHECK-BAND-CEILING SECTION.
           IF BAND-IDX < SCHEDULE-BANDS
               IF SCHEDULE-CEILING(BAND-IDX) NOT >
                       SCHEDULE-CEILING(BAND-IDX - 1)
                   SET SCHEDULE-BAD TO TRUE
               END-IF
           END-IF
           IF SCHEDULE-BANDS > 1 AND BAND-IDX = 2
               IF SCHEDULE-CEILING(1) = 0
                   SET SCHEDULE-BAD TO TRUE
               END-IF
           END-IF
           SET BAND-IDX UP BY 1
           EXIT.

      * Band by band from the bottom, each taking the part of the
      * balance between its floor and its ceiling.  A balance not
      * in credit earns nothing on any band.
       SPLIT-ACROSS-BANDS SECTION.
           MOVE 0 TO TIRP-RETURN-CODE
           MOVE LOADED-EFFECTIVE-DATE TO TIRP-EFFECTIVE-DATE
           MOVE SCHEDULE-BANDS TO TIRP-BAND-COUNT
           MOVE 0 TO BAND-FLOOR
           MOVE 'N' TO PRICING-FAILED-SWITCH
           PERFORM PRICE-ONE-BAND
               VARYING BAND-IDX FROM 1 BY 1
               UNTIL BAND-IDX > SCHEDULE-BANDS
           IF PRICING-FAILED
               MOVE 8 TO TIRP-RETURN-CODE
               MOVE 0 TO TIRP-INTEREST
           ELSE
               IF TIRP-BALANCE > 0
                   COMPUTE TIRP-BLENDED-RATE ROUNDED =
                       TIRP-INTEREST / TIRP-BALANCE
                       ON SIZE ERROR
                           MOVE 0 TO TIRP-BLENDED-RATE
                   END-COMPUTE
               END-IF
           END-IF
           EXIT.

       PRICE-ONE-BAND SECTION.
           MOVE BAND-FLOOR TO TIRP-BAND-FLOOR(BAND-IDX)
           MOVE SCHEDULE-RATE(BAND-IDX) TO TIRP-BAND-RATE(BAND-IDX)
           MOVE SCHEDULE-PERIODS(BAND-IDX)
               TO TIRP-BAND-PERIODS(BAND-IDX)
           MOVE 0 TO TIRP-BAND-SLICE(BAND-IDX)
           MOVE 0 TO TIRP-BAND-INTEREST(BAND-IDX)
           IF BAND-IDX = SCHEDULE-BANDS
               MOVE 0 TO TIRP-BAND-CEILING(BAND-IDX)
               IF TIRP-BALANCE > BAND-FLOOR
                   COMPUTE BAND-SLICE = TIRP-BALANCE - BAND-FLOOR
               ELSE
                   MOVE 0 TO BAND-SLICE
               END-IF
           ELSE
               MOVE SCHEDULE-CEILING(BAND-IDX) TO BAND-TOP
               MOVE BAND-TOP TO TIRP-BAND-CEILING(BAND-IDX)
               EVALUATE TRUE
                   WHEN TIRP-BALANCE NOT > BAND-FLOOR
                       MOVE 0 TO BAND-SLICE
                   WHEN TIRP-BALANCE < BAND-TOP
                       COMPUTE BAND-SLICE = TIRP-BALANCE - BAND-FLOOR
                   WHEN OTHER
                       COMPUTE BAND-SLICE = BAND-TOP - BAND-FLOOR
               END-EVALUATE
               MOVE BAND-TOP TO BAND-FLOOR
           END-IF
           MOVE BAND-SLICE TO TIRP-BAND-SLICE(BAND-IDX)
           IF BAND-SLICE > 0 AND NOT PRICING-FAILED
               MOVE BAND-SLICE TO VALUE-1
               MOVE 0          TO VALUE-2
               MOVE SCHEDULE-RATE(BAND-IDX)    TO INTEREST-RATE
               MOVE SCHEDULE-PERIODS(BAND-IDX) TO INTEREST-PERIODS
               MOVE SPACES TO CURRENCY-CODE-1
               MOVE SPACES TO CURRENCY-CODE-2
               MOVE 0 TO RETURN-CODE
               CALL 'interest' USING IO
                   ON EXCEPTION
                       MOVE 28 TO RETURN-CODE
               END-CALL
               IF RETURN-CODE NOT = 0
                   SET PRICING-FAILED TO TRUE
                   MOVE 0 TO RETURN-CODE
               ELSE
                   COMPUTE TIRP-BAND-INTEREST(BAND-IDX) =
                       RESULT - BAND-SLICE
                   ADD TIRP-BAND-INTEREST(BAND-IDX) TO TIRP-INTEREST
               END-IF
           END-IF
           EXIT.
