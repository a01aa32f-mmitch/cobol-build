      *  date or that a rate made any sense.  One card per action
      *  on the RATECRDS dataset:
      *
      *    cols  1-8   action      XRATE / IRATE / TAX / TIER
      *    col   9     (blank)
      *    cols 10-19  key         XRATE: currency pair, FROM then
      *                            TO ("EURUSD"); IRATE: product
      *                            code in cols 10-13; TAX:
      *                            jurisdiction code in cols 10-13;
      *                            TIER: product code in cols
      *                            10-13, band 01-10 in cols 15-16
      *    col  20     (blank)
      *    cols 21-28  effective date YYYYMMDD
      *    col  29     (blank)
      *    cols 30-38  rate, digits only -- XRATE reads all nine
      *                as 999.999999 implied, IRATE reads the
      *                first five as 9.9999 implied, TAX reads
      *                the first six as 99.9999 percent implied,
      *                TIER reads the first five as IRATE does
      *    col  39     (blank)
      *    cols 40-42  periods     (IRATE and TIER)
      *    col  43     (blank)
      *    cols 44-54  band ceiling (TIER only), digits only, as
      *                999999999.99 implied; blank for the top band
      *
      *  A TIER card adds or replaces one band of a tiered interest
      *  schedule on the tier master (TIERMAST, copy/tierrec.cpy).
      *  A schedule is every band under one product and effective
      *  date; key a new schedule under a new date, band by band,
      *  the top band last with its ceiling left blank.  A band may
      *  pay a zero rate -- the first slice of a balance often
      *  earns nothing -- but its periods must be set.
      *
      *  A card adds the effective-dated row, or replaces the row
      *  already on file for the same key and date.  Every card is
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMAS-KEY
               FILE STATUS IS TAX-MASTER-STATUS.
           SELECT INTEREST-TIER-FILE ASSIGN TO "TIERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIER-KEY
               FILE STATUS IS INTEREST-TIER-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.
           SELECT STALE-REPORT-FILE ASSIGN TO "STALERPT".
           05 RCARD-RATE      PIC X(09).
           05 FILLER          PIC X(01).
           05 RCARD-PERIODS   PIC X(03).
           05 FILLER          PIC X(01).
           05 RCARD-CEILING   PIC X(11).
           05 FILLER          PIC X(26).

       FD EXCHANGE-RATE-FILE.
       COPY xratrec.
               10 TMAS-EFFECTIVE-DATE PIC 9(08).
           05 TMAS-RATE-PCT PIC 9(2)V9(4).

       FD INTEREST-TIER-FILE.
       COPY tierrec.

       FD MAINT-AUDIT-FILE.
       COPY mntaudit.

       01 EXCHANGE-RATE-STATUS PIC X(02).
       01 RATE-MASTER-STATUS   PIC X(02).
       01 TAX-MASTER-STATUS    PIC X(02).
       01 INTEREST-TIER-STATUS PIC X(02).
       01 MAINT-AUDIT-STATUS   PIC X(02).
       01 CARD-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 CARD-EOF VALUE 'Y'.
       01 CARD-TAX-VALUE      PIC 9(2)V9(4).
       01 CARD-TAX-RAW REDEFINES CARD-TAX-VALUE PIC 9(06).
       01 CARD-PERIODS-VALUE  PIC 9(03).
       01 CARD-BAND-VALUE     PIC 9(02).
       01 CARD-CEILING-VALUE  PIC 9(9)V99.
       01 CARD-CEILING-RAW REDEFINES CARD-CEILING-VALUE PIC 9(11).
       01 CARD-VALID-SWITCH PIC X(01).
           88 CARD-VALID VALUE 'Y'.
       01 ROW-REPLACED-SWITCH PIC X(01).
       01 ROW-AGE-DAYS      PIC S9(08) COMP.
       01 AGE-EDIT          PIC ZZZZ9.
       01 REPORT-WORK PIC X(100).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "RATEMNT" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           ACCEPT MAINT-OPERATOR-ID
               FROM ENVIRONMENT "CALC-MAINT-OPERATOR"
           MOVE "CALC-STALE-DAYS" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO STALE-DAYS-ENV
           IF STALE-DAYS-ENV NOT = SPACES
               MOVE STALE-DAYS-ENV TO STALE-DAYS
           END-IF
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O INTEREST-TIER-FILE
           IF INTEREST-TIER-STATUS = "35"
               OPEN OUTPUT INTEREST-TIER-FILE
               CLOSE INTEREST-TIER-FILE
               OPEN I-O INTEREST-TIER-FILE
           END-IF
           IF INTEREST-TIER-STATUS NOT = "00"
               DISPLAY "unable to open tier master, status "
                   INTEREST-TIER-STATUS
               CLOSE EXCHANGE-RATE-FILE
               CLOSE RATE-MASTER-FILE
               CLOSE TAX-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           CLOSE EXCHANGE-RATE-FILE
           CLOSE RATE-MASTER-FILE
           CLOSE TAX-MASTER-FILE
           CLOSE INTEREST-TIER-FILE
           CLOSE MAINT-AUDIT-FILE
           MOVE CARDS-APPLIED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "rate cards applied: " CARD-COUNT-EDIT
                   PERFORM APPLY-INTEREST-RATE-CARD
               WHEN "TAX     "
                   PERFORM APPLY-TAX-RATE-CARD
               WHEN "TIER    "
                   PERFORM APPLY-TIER-RATE-CARD
               WHEN OTHER
                   DISPLAY "unknown action '" RCARD-ACTION
                       "' for key " RCARD-KEY-TEXT
           PERFORM WRITE-AUDIT-LINE
           EXIT.

      * One band of a tiered schedule.  Whether the bands of a
      * schedule climb is judged when the schedule is priced, once
      * all of them are keyed; here each card is checked alone.
       APPLY-TIER-RATE-CARD SECTION.
           PERFORM EDIT-COMMON-FIELDS
           IF CARD-VALID
               IF RCARD-KEY-TEXT(1:4) = SPACES
                   DISPLAY "blank product code -- card rejected"
                   ADD 1 TO CARDS-REJECTED-COUNT
                   MOVE 'N' TO CARD-VALID-SWITCH
               END-IF
           END-IF
           IF CARD-VALID
               IF RCARD-KEY-TEXT(6:2) NOT NUMERIC
                   DISPLAY "non-numeric band for product "
                       RCARD-KEY-TEXT(1:4) " -- card rejected"
                   ADD 1 TO CARDS-REJECTED-COUNT
                   MOVE 'N' TO CARD-VALID-SWITCH
               ELSE
                   MOVE RCARD-KEY-TEXT(6:2) TO CARD-BAND-VALUE
                   IF CARD-BAND-VALUE < 1 OR CARD-BAND-VALUE > 10
                       DISPLAY "band " CARD-BAND-VALUE
                           " outside 01-10 for product "
                           RCARD-KEY-TEXT(1:4) " -- card rejected"
                       ADD 1 TO CARDS-REJECTED-COUNT
                       MOVE 'N' TO CARD-VALID-SWITCH
                   END-IF
               END-IF
           END-IF
           IF CARD-VALID
               IF RCARD-RATE(1:5) NOT NUMERIC
                       OR RCARD-PERIODS NOT NUMERIC
                   DISPLAY "non-numeric rate or periods for product "
                       RCARD-KEY-TEXT(1:4)
                   ADD 1 TO CARDS-REJECTED-COUNT
                   MOVE 'N' TO CARD-VALID-SWITCH
               ELSE
                   MOVE RCARD-RATE(1:5) TO CARD-IRATE-RAW
                   MOVE RCARD-PERIODS   TO CARD-PERIODS-VALUE
                   IF CARD-PERIODS-VALUE = 0
                       DISPLAY "zero periods for product "
                           RCARD-KEY-TEXT(1:4) " -- card rejected"
                       ADD 1 TO CARDS-REJECTED-COUNT
                       MOVE 'N' TO CARD-VALID-SWITCH
                   END-IF
               END-IF
           END-IF
           IF CARD-VALID
               IF RCARD-CEILING = SPACES
                   MOVE 0 TO CARD-CEILING-VALUE
               ELSE
                   IF RCARD-CEILING NOT NUMERIC
                       DISPLAY "non-numeric ceiling for product "
                           RCARD-KEY-TEXT(1:4) " -- card rejected"
                       ADD 1 TO CARDS-REJECTED-COUNT
                       MOVE 'N' TO CARD-VALID-SWITCH
                   ELSE
                       MOVE RCARD-CEILING TO CARD-CEILING-RAW
                   END-IF
               END-IF
           END-IF
           IF CARD-VALID
               MOVE RCARD-KEY-TEXT(1:4) TO TIER-PRODUCT-CODE
               MOVE CARD-EFFECTIVE-DATE TO TIER-EFFECTIVE-DATE
               MOVE CARD-BAND-VALUE     TO TIER-BAND
               MOVE CARD-CEILING-VALUE  TO TIER-CEILING
               MOVE CARD-IRATE-VALUE    TO TIER-RATE
               MOVE CARD-PERIODS-VALUE  TO TIER-PERIODS
               PERFORM STORE-TIER-RATE-ROW
           END-IF
           EXIT.

       STORE-TIER-RATE-ROW SECTION.
           MOVE 'N' TO ROW-REPLACED-SWITCH
           MOVE SPACES TO BEFORE-IMAGE
           WRITE INTEREST-TIER-RECORD
               INVALID KEY
                   SET ROW-REPLACED TO TRUE
           END-WRITE
           IF ROW-REPLACED
               READ INTEREST-TIER-FILE
                   NOT INVALID KEY
                       MOVE INTEREST-TIER-RECORD TO BEFORE-IMAGE
               END-READ
               MOVE CARD-CEILING-VALUE TO TIER-CEILING
               MOVE CARD-IRATE-VALUE   TO TIER-RATE
               MOVE CARD-PERIODS-VALUE TO TIER-PERIODS
               REWRITE INTEREST-TIER-RECORD
               DISPLAY "tier replaced: " TIER-PRODUCT-CODE " "
                   TIER-EFFECTIVE-DATE " band " TIER-BAND
           ELSE
               DISPLAY "tier added: " TIER-PRODUCT-CODE " "
                   TIER-EFFECTIVE-DATE " band " TIER-BAND
           END-IF
           ADD 1 TO CARDS-APPLIED-COUNT
           MOVE "TIERMAST" TO MAUD-FILE-NAME
           MOVE SPACES TO MAUD-RECORD-KEY
           MOVE TIER-KEY TO MAUD-RECORD-KEY
           MOVE SPACES TO MAUD-AFTER-IMAGE
           MOVE INTEREST-TIER-RECORD TO MAUD-AFTER-IMAGE
           PERFORM WRITE-AUDIT-LINE
           EXIT.

       APPLY-TAX-RATE-CARD SECTION.
           PERFORM EDIT-COMMON-FIELDS
           IF CARD-VALID
