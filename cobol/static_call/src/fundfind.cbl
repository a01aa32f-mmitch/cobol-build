       IDENTIFICATION DIVISION.
       PROGRAM-ID. fundfind.

      *****************************************************************
      *  fundfind is the one place an account's available balance
      *  is worked out.  HOLDMAST can only stop an account whole;
      *  an earmark for a pending payment, a court garnishment for
      *  a stated sum and the float on an uncollected deposit each
      *  set part of the balance aside instead, and those rows live
      *  on AMTHOLD (copy/amthold.cpy).  The available balance is
      *  the ledger balance less every active row whose release
      *  date is still ahead of the day asked about -- an expired
      *  hold or a matured float has stopped counting on its
      *  release date, whether or not AMTHMNT has marked it yet.
      *
      *  FLOAT is CALCULATOR's, once an account credit has posted:
      *  the deposit type is looked up on the float schedule
      *  (copy/fltsched.cpy), and a type with business days to
      *  wait has everything over its immediately available part
      *  written to AMTHOLD as a float row, maturing that many
      *  business days after the posting date.  The days are
      *  counted by bizdate (copy/bizdatel.cpy), so a float agrees
      *  with every other program on what a business day is: a
      *  weekday the posting calendar does not name as a shop-wide
      *  holiday -- the float is the shop's, not one branch's.  A
      *  posting date bizdate cannot count from leaves the float
      *  with no release date, held until AMTHMNT releases it.
      *
      *  The caller drives it through copy/fundfndl.cpy.  AMTHOLD
      *  opens for reading on the first AVAIL and for update on
      *  the first FLOAT; everything stays open until CLOSE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMOUNT-HOLD-FILE ASSIGN TO "AMTHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMH-KEY
               FILE STATUS IS AMOUNT-HOLD-STATUS.
           SELECT FLOAT-SCHEDULE-FILE ASSIGN TO "FLTSCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FLS-DEPOSIT-TYPE
               FILE STATUS IS FLOAT-SCHEDULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AMOUNT-HOLD-FILE.
       COPY amthold.

       FD FLOAT-SCHEDULE-FILE.
       COPY fltsched.

       WORKING-STORAGE SECTION.
       01 AMOUNT-HOLD-STATUS    PIC X(02).
       01 FLOAT-SCHEDULE-STATUS PIC X(02).
       01 HOLD-OPEN-MODE PIC X(01) VALUE 'N'.
           88 HOLD-FILE-CLOSED VALUE 'N'.
           88 HOLD-FILE-INPUT  VALUE 'I'.
           88 HOLD-FILE-UPDATE VALUE 'U'.
       01 HOLD-READ-TRIED-SWITCH PIC X(01) VALUE 'N'.
           88 HOLD-READ-TRIED VALUE 'Y'.
       01 HOLD-TRIED-SWITCH PIC X(01) VALUE 'N'.
           88 HOLD-UPDATE-TRIED VALUE 'Y'.
       01 SCHEDULE-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 SCHEDULE-OPEN VALUE 'Y'.
       01 SCHEDULE-TRIED-SWITCH PIC X(01) VALUE 'N'.
           88 SCHEDULE-TRIED VALUE 'Y'.
       01 SCAN-EOF-SWITCH PIC X(01).
           88 SCAN-EOF VALUE 'Y'.
       01 ROW-FOUND-SWITCH PIC X(01).
           88 ROW-FOUND VALUE 'Y'.

       01 FLOAT-AMOUNT      PIC S9(9)V99.
       COPY bizdatel.

       LINKAGE SECTION.
       COPY fundfndl.

       PROCEDURE DIVISION USING FUNDS-FIND-AREA.
           EVALUATE FFND-FUNCTION
               WHEN "AVAIL   "
                   PERFORM FIND-AVAILABLE-BALANCE
               WHEN "FLOAT   "
                   PERFORM FLOAT-ONE-DEPOSIT
               WHEN "CLOSE   "
                   PERFORM CLOSE-FUND-FILES
               WHEN OTHER
                   MOVE 12 TO FFND-RETURN-CODE
           END-EVALUATE
           GOBACK
           .

      * Every row on file for the account, in hold-id order; the
      * kind decides which total it lands in.  An AMTHOLD that
      * would not open is not retried on every call.
       FIND-AVAILABLE-BALANCE SECTION.
           MOVE 0 TO FFND-RETURN-CODE
           MOVE 0 TO FFND-HOLD-TOTAL
           MOVE 0 TO FFND-FLOAT-TOTAL
           MOVE 0 TO FFND-HOLD-COUNT
           MOVE 0 TO FFND-FLOAT-COUNT
           IF HOLD-FILE-CLOSED AND NOT HOLD-READ-TRIED
               SET HOLD-READ-TRIED TO TRUE
               OPEN INPUT AMOUNT-HOLD-FILE
               IF AMOUNT-HOLD-STATUS = "00"
                   SET HOLD-FILE-INPUT TO TRUE
               END-IF
           END-IF
           IF HOLD-FILE-CLOSED
               MOVE 12 TO FFND-RETURN-CODE
           ELSE
               MOVE 'N' TO SCAN-EOF-SWITCH
               MOVE FFND-ACCOUNT-ID TO AMH-ACCOUNT-ID
               MOVE LOW-VALUES TO AMH-HOLD-ID
               START AMOUNT-HOLD-FILE KEY >= AMH-KEY
                   INVALID KEY
                       SET SCAN-EOF TO TRUE
               END-START
               PERFORM ADD-ONE-HOLD-ROW UNTIL SCAN-EOF
           END-IF
           COMPUTE FFND-AVAILABLE = FFND-LEDGER-BALANCE
               - FFND-HOLD-TOTAL - FFND-FLOAT-TOTAL
           EXIT.

       ADD-ONE-HOLD-ROW SECTION.
           READ AMOUNT-HOLD-FILE NEXT
               AT END
                   SET SCAN-EOF TO TRUE
               NOT AT END
                   IF AMH-ACCOUNT-ID NOT = FFND-ACCOUNT-ID
                       SET SCAN-EOF TO TRUE
                   ELSE
                       IF AMH-ACTIVE
                               AND (AMH-RELEASE-DATE = 0
                                   OR AMH-RELEASE-DATE > FFND-DATE)
                           IF AMH-DEPOSIT-FLOAT
                               ADD AMH-AMOUNT TO FFND-FLOAT-TOTAL
                               ADD 1 TO FFND-FLOAT-COUNT
                           ELSE
                               ADD AMH-AMOUNT TO FFND-HOLD-TOTAL
                               ADD 1 TO FFND-HOLD-COUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ
           EXIT.

      * No schedule mounted, no row for the type, or zero days is
      * a deposit spendable the day it posts.
       FLOAT-ONE-DEPOSIT SECTION.
           MOVE 0 TO FFND-RETURN-CODE
           MOVE 0 TO FFND-FLOAT-TOTAL
           MOVE 0 TO FFND-RELEASE-DATE
           MOVE 'N' TO ROW-FOUND-SWITCH
           IF NOT SCHEDULE-TRIED
               SET SCHEDULE-TRIED TO TRUE
               OPEN INPUT FLOAT-SCHEDULE-FILE
               IF FLOAT-SCHEDULE-STATUS = "00"
                   SET SCHEDULE-OPEN TO TRUE
               END-IF
           END-IF
           IF SCHEDULE-OPEN AND FFND-DEPOSIT-TYPE NOT = SPACES
               MOVE FFND-DEPOSIT-TYPE TO FLS-DEPOSIT-TYPE
               READ FLOAT-SCHEDULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ROW-FOUND TO TRUE
               END-READ
           END-IF
           IF ROW-FOUND AND FLS-BUSINESS-DAYS > 0
               COMPUTE FLOAT-AMOUNT = FFND-AMOUNT
                   - FLS-IMMEDIATE-AMOUNT
           ELSE
               MOVE 0 TO FLOAT-AMOUNT
           END-IF
           IF FLOAT-AMOUNT NOT > 0
               MOVE 4 TO FFND-RETURN-CODE
           ELSE
               PERFORM OPEN-HOLD-FILE-FOR-UPDATE
               IF NOT HOLD-FILE-UPDATE
                   MOVE 12 TO FFND-RETURN-CODE
               ELSE
                   PERFORM SET-FLOAT-RELEASE-DATE
                   PERFORM WRITE-FLOAT-ROW
               END-IF
           END-IF
           EXIT.

      * An AMTHOLD open for reading is closed and opened again for
      * update; a brand-new file is created empty, the way the
      * other masters are on first use.  One failed attempt
      * answers for the run.
       OPEN-HOLD-FILE-FOR-UPDATE SECTION.
           IF NOT HOLD-FILE-UPDATE AND NOT HOLD-UPDATE-TRIED
               SET HOLD-UPDATE-TRIED TO TRUE
               IF HOLD-FILE-INPUT
                   CLOSE AMOUNT-HOLD-FILE
                   SET HOLD-FILE-CLOSED TO TRUE
               END-IF
               OPEN I-O AMOUNT-HOLD-FILE
               IF AMOUNT-HOLD-STATUS = "35"
                   OPEN OUTPUT AMOUNT-HOLD-FILE
                   CLOSE AMOUNT-HOLD-FILE
                   OPEN I-O AMOUNT-HOLD-FILE
               END-IF
               IF AMOUNT-HOLD-STATUS = "00"
                   SET HOLD-FILE-UPDATE TO TRUE
               ELSE
                   DISPLAY "fundfind: unable to open AMTHOLD for "
                       "update, status " AMOUNT-HOLD-STATUS
               END-IF
           END-IF
           EXIT.

       WRITE-FLOAT-ROW SECTION.
           MOVE SPACES TO AMOUNT-HOLD-RECORD
           MOVE FFND-ACCOUNT-ID   TO AMH-ACCOUNT-ID
           MOVE FFND-REFERENCE    TO AMH-HOLD-ID
           MOVE "U"               TO AMH-HOLD-KIND
           MOVE "A"               TO AMH-STATUS
           MOVE FLOAT-AMOUNT      TO AMH-AMOUNT
           MOVE FFND-OPERATOR-ID  TO AMH-PLACED-BY
           MOVE FFND-DATE         TO AMH-PLACED-DATE
           MOVE FFND-RELEASE-DATE TO AMH-RELEASE-DATE
           MOVE FFND-DEPOSIT-TYPE TO AMH-DEPOSIT-TYPE
           MOVE FLS-DESCRIPTION   TO AMH-REASON
           WRITE AMOUNT-HOLD-RECORD
               INVALID KEY
                   MOVE 8 TO FFND-RETURN-CODE
           END-WRITE
           IF FFND-RETURN-CODE = 0
               MOVE FLOAT-AMOUNT TO FFND-FLOAT-TOTAL
           END-IF
           EXIT.

      * The schedule's business days on from the posting date,
      * shop-wide holidays only.
       SET-FLOAT-RELEASE-DATE SECTION.
           MOVE "ADD     " TO BDAT-FUNCTION
           MOVE FFND-DATE TO BDAT-DATE
           MOVE FLS-BUSINESS-DAYS TO BDAT-DAYS
           MOVE SPACES TO BDAT-BRANCH-ID
           CALL 'bizdate' USING BUSINESS-DATE-AREA
               ON EXCEPTION
                   MOVE 12 TO BDAT-RETURN-CODE
           END-CALL
           IF BDAT-RETURN-CODE NOT > 4
               MOVE BDAT-RESULT-DATE TO FFND-RELEASE-DATE
           ELSE
               MOVE 0 TO FFND-RELEASE-DATE
               DISPLAY "fundfind: no business-day count from "
                   FFND-DATE " for " FFND-REFERENCE
                   " -- float held with no release date"
           END-IF
           EXIT.

       CLOSE-FUND-FILES SECTION.
           IF NOT HOLD-FILE-CLOSED
               CLOSE AMOUNT-HOLD-FILE
               SET HOLD-FILE-CLOSED TO TRUE
           END-IF
           IF SCHEDULE-OPEN
               CLOSE FLOAT-SCHEDULE-FILE
               MOVE 'N' TO SCHEDULE-OPEN-SWITCH
           END-IF
           MOVE 'N' TO HOLD-READ-TRIED-SWITCH
           MOVE 'N' TO HOLD-TRIED-SWITCH
           MOVE 'N' TO SCHEDULE-TRIED-SWITCH
           MOVE 0 TO FFND-RETURN-CODE
           EXIT.
