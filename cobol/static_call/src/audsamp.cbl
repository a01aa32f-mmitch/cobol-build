       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSAMP.

      *****************************************************************
      *  AUDSAMP draws the auditors' test-of-detail sample from the
      *  journal lines of the CALC-AUDIT-FROM / CALC-AUDIT-TO run-
      *  date range (mount the history and live generations on the
      *  JOURNAL DD exactly as AUDITPKG does) and prints, for every
      *  sampled reference, all of its supporting evidence together
      *  -- instead of the auditors picking by hand and phoning for
      *  the records one at a time.
      *
      *  CALC-SAMPLE-METHOD picks how the sample is drawn:
      *
      *    RANDOM      simple random: every line below the key-item
      *                threshold has the same chance
      *    MUS         monetary-unit: systematic selection of every
      *                CALC-SAMPLE-SIZE-th share of the absolute
      *                result total, so the chance is proportional
      *                to the amount (zero lines are never drawn)
      *    STRATIFIED  four amount strata split at CALC-SAMPLE-BAND-1
      *                / -2 / -3 (whole units, default 1000 / 10000
      *                / 100000), the sample allotted to the strata
      *                in proportion to their line counts, at least
      *                one line from every stratum that has any
      *
      *  CALC-SAMPLE-SIZE (default 25) is the size of that draw.
      *  Every line whose absolute result is at or above CALC-KEY-
      *  ITEM-THRESHOLD (whole units; zero or absent means none)
      *  is a key item: taken out of the population and always
      *  sampled, on top of the drawn lines.
      *
      *  The draw runs off a Park-Miller generator seeded from
      *  CALC-SAMPLE-SEED (default the run date, printed in the
      *  heading): the same seed, method, size and journal give
      *  the same sample every time, so the auditors can re-perform
      *  the selection.
      *
      *  The evidence for each sampled reference, all optional
      *  (an unmounted source is reported as such at the end):
      *
      *    TRANARCH   the archived TRANFILE image
      *    BALHIST    the balance movements it made
      *    approvals  the supervisor on the journal line, a
      *               reversal still waiting on PENDREV, the
      *               payment instruction's approval on PAYINST
      *    queues     error queue (ERRQUEUE) and suspense
      *               (SUSPENSE) entries carrying the transaction,
      *               the unapplied-cash queue (UNAPPQ) and the
      *               payment instruction's status with the bank
      *
      *  RC 4  the sample table filled and lines were left out
      *  RC 12 no journal, or an unknown method
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
               FILE STATUS IS JOURNAL-STATUS.
           SELECT TRAN-ARCHIVE-FILE ASSIGN TO "TRANARCH"
               FILE STATUS IS TRAN-ARCHIVE-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
               FILE STATUS IS BALANCE-HISTORY-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDREV"
               FILE STATUS IS PENDING-STATUS.
           SELECT PAYMENT-MASTER-FILE ASSIGN TO "PAYINST"
               FILE STATUS IS PAYMENT-MASTER-STATUS.
           SELECT ERROR-QUEUE-FILE ASSIGN TO "ERRQUEUE"
               FILE STATUS IS ERROR-QUEUE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               FILE STATUS IS SUSPENSE-STATUS.
           SELECT UNAPPLIED-FILE ASSIGN TO "UNAPPQ"
               FILE STATUS IS UNAPPLIED-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
           SELECT SAMPLE-REPORT-FILE ASSIGN TO "AUDSAMP".

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       COPY jrnlrec.

       FD TRAN-ARCHIVE-FILE.
       COPY tranrec REPLACING LEADING ==TRAN== BY ==TARC==.

       FD BALANCE-HISTORY-FILE.
       COPY balhist.

       FD PENDING-FILE.
       COPY tranrec REPLACING LEADING ==TRAN== BY ==PEND==.

       FD PAYMENT-MASTER-FILE.
       COPY payinst.

       FD ERROR-QUEUE-FILE.
       01 ERROR-QUEUE-RECORD.
           05 ERRQ-SEQUENCE  PIC 9(08).
           05 ERRQ-ARGUMENTS PIC X(128).

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SUSP-REASON-CODE   PIC X(04).
           05 SUSP-ATTEMPT-COUNT PIC 9(03).
           05 SUSP-TRAN-IMAGE    PIC X(109).

       FD UNAPPLIED-FILE.
       COPY unaprec.

      * One line of evidence, keyed so every sampled reference's
      * evidence comes back together: sample number, then the kind
      * (2 TRANARCH, 3 BALHIST, 4 approvals, 5 queues), then the
      * order it was found in.
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-SAMPLE PIC 9(04).
           05 SORT-KIND   PIC 9(01).
           05 SORT-ORDER  PIC 9(08).
           05 SORT-TEXT   PIC X(124).

       FD SAMPLE-REPORT-FILE.
       01 SAMPLE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 JOURNAL-STATUS         PIC X(02).
       01 TRAN-ARCHIVE-STATUS    PIC X(02).
       01 BALANCE-HISTORY-STATUS PIC X(02).
       01 PENDING-STATUS         PIC X(02).
       01 PAYMENT-MASTER-STATUS  PIC X(02).
       01 ERROR-QUEUE-STATUS     PIC X(02).
       01 SUSPENSE-STATUS        PIC X(02).
       01 UNAPPLIED-STATUS       PIC X(02).
       01 SOURCE-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 SOURCE-EOF VALUE 'Y'.
       01 SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 SORT-EOF VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 FROM-DATE-ENV PIC X(08).
       01 TO-DATE-ENV   PIC X(08).
       01 FROM-DATE PIC 9(08) VALUE 0.
       01 TO-DATE   PIC 9(08) VALUE 99999999.

       01 SAMPLE-METHOD-ENV PIC X(10).
       01 SAMPLE-METHOD     PIC X(10) VALUE "RANDOM".
           88 METHOD-RANDOM     VALUE "RANDOM".
           88 METHOD-MUS        VALUE "MUS".
           88 METHOD-STRATIFIED VALUE "STRATIFIED".
       01 SAMPLE-SEED-ENV PIC X(09).
       01 SAMPLE-SEED     PIC 9(09) VALUE 0.
       01 SAMPLE-SIZE-ENV  PIC X(08).
       01 SAMPLE-SIZE-WORK PIC 9(08) VALUE 0.
       01 SAMPLE-SIZE      PIC 9(08) COMP VALUE 25.
       01 KEY-THRESHOLD-ENV  PIC X(08).
       01 KEY-THRESHOLD-WORK PIC 9(08) VALUE 0.
       01 KEY-THRESHOLD      PIC S9(9)V99 VALUE 0.
       01 BAND-ENV  PIC X(08).
       01 BAND-WORK PIC 9(08) VALUE 0.

      * The stratum bounds: a line belongs to the first stratum
      * whose bound its absolute result is under; the fourth
      * stratum takes everything above the third bound.  RANDOM
      * and MUS draw from stratum 1 alone.
       01 STRATUM-BOUNDS.
           05 STRATUM-BOUND PIC S9(9)V99 OCCURS 3 TIMES.
       01 STRATUM-TABLE.
           05 STRATUM-ENTRY OCCURS 4 TIMES.
               10 STRAT-POPULATION PIC 9(08) COMP.
               10 STRAT-AMOUNT     PIC S9(13)V99.
               10 STRAT-QUOTA      PIC 9(08) COMP.
               10 STRAT-SEEN       PIC 9(08) COMP.
               10 STRAT-PICKED     PIC 9(08) COMP.
       01 STRATUM-SUB     PIC 9(01) COMP.
       01 STRATUMS-IN-USE PIC 9(01) COMP VALUE 1.

       01 POPULATION-COUNT  PIC 9(08) COMP VALUE 0.
       01 POPULATION-AMOUNT PIC S9(13)V99 VALUE 0.
       01 KEY-ITEM-COUNT    PIC 9(08) COMP VALUE 0.
       01 KEY-ITEM-AMOUNT   PIC S9(13)V99 VALUE 0.
       01 DRAWN-POPULATION  PIC 9(08) COMP VALUE 0.
       01 LINE-AMOUNT       PIC S9(9)V99 VALUE 0.
       01 LINE-IS-KEY-SWITCH PIC X(01) VALUE 'N'.
           88 LINE-IS-KEY-ITEM VALUE 'Y'.

      * Monetary-unit selection, all in cents: every MUS-INTERVAL-th
      * cent of the drawn population's absolute total from a random
      * start is a hit, and the line the cent falls in is sampled.
       01 MUS-POPULATION-CENTS PIC 9(15) VALUE 0.
       01 MUS-INTERVAL         PIC 9(15) VALUE 0.
       01 MUS-CUMULATIVE       PIC 9(15) VALUE 0.
       01 MUS-NEXT-POINT       PIC 9(15) VALUE 0.
       01 LINE-CENTS           PIC 9(15) VALUE 0.

      * Park-Miller minimal standard generator: state = state *
      * 16807 mod (2**31 - 1), never zero.  A draw selects the
      * line when (lines left) * state < (picks left) * modulus --
      * sequential selection sampling, exactly the quota taken.
       01 RANDOM-STATE      PIC 9(10) VALUE 1.
       01 RANDOM-MODULUS    PIC 9(10) VALUE 2147483647.
       01 RANDOM-PRODUCT    PIC 9(18) VALUE 0.
       01 RANDOM-QUOTIENT   PIC 9(18) VALUE 0.
       01 SELECT-LEFT       PIC 9(18) VALUE 0.
       01 SELECT-RIGHT      PIC 9(18) VALUE 0.

      * The sample itself, in journal order, with the journal line
      * and which kinds of evidence turned up for it.
       01 SAMPLE-TABLE.
           05 SAMPLE-ENTRY OCCURS 500 TIMES.
               10 SAMP-JOURNAL-IMAGE PIC X(216).
               10 SAMP-REFERENCE     PIC X(10).
               10 SAMP-BASIS         PIC X(01).
                   88 SAMP-KEY-ITEM   VALUE "K".
                   88 SAMP-RANDOM     VALUE "R".
                   88 SAMP-MONETARY   VALUE "M".
                   88 SAMP-STRATIFIED VALUE "S".
               10 SAMP-STRATUM       PIC 9(01).
               10 SAMP-TRAN-FOUND    PIC X(01).
               10 SAMP-BALH-FOUND    PIC X(01).
               10 SAMP-APPR-FOUND    PIC X(01).
               10 SAMP-QUEUE-FOUND   PIC X(01).
       01 SAMPLE-ENTRIES-USED PIC 9(04) COMP VALUE 0.
       01 SAMPLE-SUB          PIC 9(04) COMP VALUE 0.
       01 SAMPLE-OVERFLOW     PIC 9(08) COMP VALUE 0.
       01 NEW-BASIS           PIC X(01).
       01 BASIS-COUNTS.
           05 KEY-SAMPLED        PIC 9(08) COMP VALUE 0.
           05 DRAWN-SAMPLED      PIC 9(08) COMP VALUE 0.

      * Work views of a sampled journal line and of a TRANFILE image
      * carried on a queue.
       COPY jrnlrec REPLACING LEADING ==JOURNAL== BY ==SAMPLED==
                              LEADING ==JRNL==    BY ==SJRN==.
       COPY tranrec REPLACING LEADING ==TRAN== BY ==QTRN==.

       01 MATCH-REFERENCE PIC X(10).
       01 EVIDENCE-KIND   PIC 9(01).
       01 EVIDENCE-TEXT   PIC X(124).
       01 EVIDENCE-ORDER  PIC 9(08) VALUE 0.
       01 CURRENT-SAMPLE  PIC 9(04) VALUE 0.
       01 CURRENT-KIND    PIC 9(01) VALUE 0.

      * Records read from each evidence source; a source that was
      * not mounted is flagged rather than counted.
       01 SOURCE-COUNTS.
           05 TRAN-ARCHIVE-READ PIC 9(08) COMP VALUE 0.
           05 BALANCE-HIST-READ PIC 9(08) COMP VALUE 0.
           05 PENDING-READ      PIC 9(08) COMP VALUE 0.
           05 PAYMENT-READ      PIC 9(08) COMP VALUE 0.
           05 ERROR-QUEUE-READ  PIC 9(08) COMP VALUE 0.
           05 SUSPENSE-READ     PIC 9(08) COMP VALUE 0.
           05 UNAPPLIED-READ    PIC 9(08) COMP VALUE 0.
       01 SOURCE-MOUNT-FLAGS.
           05 TRAN-ARCHIVE-MOUNTED PIC X(01) VALUE 'N'.
           05 BALANCE-HIST-MOUNTED PIC X(01) VALUE 'N'.
           05 PENDING-MOUNTED      PIC X(01) VALUE 'N'.
           05 PAYMENT-MOUNTED      PIC X(01) VALUE 'N'.
           05 ERROR-QUEUE-MOUNTED  PIC X(01) VALUE 'N'.
           05 SUSPENSE-MOUNTED     PIC X(01) VALUE 'N'.
           05 UNAPPLIED-MOUNTED    PIC X(01) VALUE 'N'.
       01 SOURCE-NAME      PIC X(10).
       01 SOURCE-MOUNTED   PIC X(01).
       01 SOURCE-READ      PIC 9(08) COMP.

       01 VALUE-EDIT-1 PIC -(09)9.99.
       01 VALUE-EDIT-2 PIC -(09)9.99.
       01 VALUE-EDIT-3 PIC -(09)9.99.
       01 COUNT-EDIT   PIC ZZZZZZZ9.
       01 COUNT-EDIT-2 PIC ZZZZZZZ9.
       01 SAMPLE-EDIT  PIC ZZZ9.
       01 HASH-EDIT    PIC ZZZZZZZZZZZZZ9.99-.
       01 CENTS-EDIT   PIC ZZZZZZZZZZZZZZ9.
       01 CENTS-EDIT-2 PIC ZZZZZZZZZZZZZZ9.
       01 BASIS-TEXT   PIC X(16).
       01 BAND-TEXT    PIC X(19).
       01 STRATUM-EDIT PIC 9(01).
       01 REPORT-WORK  PIC X(132).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "AUDSAMP" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           PERFORM LOAD-SAMPLE-PARAMETERS
           IF RETURN-CODE = 12
               GOBACK
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "unable to open journal file, status "
                   JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM MEASURE-ONE-JOURNAL-LINE UNTIL SOURCE-EOF
           CLOSE JOURNAL-FILE
           PERFORM PLAN-SAMPLE
           OPEN INPUT JOURNAL-FILE
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM DRAW-ONE-JOURNAL-LINE UNTIL SOURCE-EOF
           CLOSE JOURNAL-FILE
           OPEN OUTPUT SAMPLE-REPORT-FILE
           PERFORM WRITE-SAMPLE-HEADING
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-SAMPLE SORT-KIND SORT-ORDER
               INPUT PROCEDURE IS GATHER-EVIDENCE
               OUTPUT PROCEDURE IS PRINT-EVIDENCE
           PERFORM WRITE-SAMPLE-SUMMARY
           CLOSE SAMPLE-REPORT-FILE
           MOVE SAMPLE-ENTRIES-USED TO COUNT-EDIT
           DISPLAY "journal lines sampled: " COUNT-EDIT
           IF SAMPLE-OVERFLOW > 0
               MOVE SAMPLE-OVERFLOW TO COUNT-EDIT
               DISPLAY "sample table full -- " COUNT-EDIT
                   " selected lines left out"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

       LOAD-SAMPLE-PARAMETERS SECTION.
           MOVE "CALC-AUDIT-FROM" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO FROM-DATE-ENV
           MOVE "CALC-AUDIT-TO" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO TO-DATE-ENV
           IF FROM-DATE-ENV NOT = SPACES
               MOVE FROM-DATE-ENV TO FROM-DATE
           END-IF
           IF TO-DATE-ENV NOT = SPACES
               MOVE TO-DATE-ENV TO TO-DATE
           END-IF
           MOVE "CALC-SAMPLE-METHOD" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SAMPLE-METHOD-ENV
           IF SAMPLE-METHOD-ENV NOT = SPACES
               MOVE SAMPLE-METHOD-ENV TO SAMPLE-METHOD
           END-IF
           IF NOT METHOD-RANDOM AND NOT METHOD-MUS
                   AND NOT METHOD-STRATIFIED
               DISPLAY "unknown sampling method " SAMPLE-METHOD
                   " -- use RANDOM, MUS or STRATIFIED"
               MOVE 12 TO RETURN-CODE
           END-IF
           IF METHOD-STRATIFIED
               MOVE 4 TO STRATUMS-IN-USE
           END-IF
           MOVE RUN-DATE TO SAMPLE-SEED
           MOVE "CALC-SAMPLE-SEED" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SAMPLE-SEED-ENV
           IF SAMPLE-SEED-ENV NOT = SPACES
               MOVE SAMPLE-SEED-ENV TO SAMPLE-SEED
           END-IF
           DIVIDE SAMPLE-SEED BY RANDOM-MODULUS
               GIVING RANDOM-QUOTIENT REMAINDER RANDOM-STATE
           IF RANDOM-STATE = 0
               MOVE 1 TO RANDOM-STATE
           END-IF
           MOVE "CALC-SAMPLE-SIZE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SAMPLE-SIZE-ENV
           IF SAMPLE-SIZE-ENV NOT = SPACES
               MOVE SAMPLE-SIZE-ENV TO SAMPLE-SIZE-WORK
               MOVE SAMPLE-SIZE-WORK TO SAMPLE-SIZE
           END-IF
           MOVE "CALC-KEY-ITEM-THRESHOLD" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO KEY-THRESHOLD-ENV
           IF KEY-THRESHOLD-ENV NOT = SPACES
               MOVE KEY-THRESHOLD-ENV TO KEY-THRESHOLD-WORK
               MOVE KEY-THRESHOLD-WORK TO KEY-THRESHOLD
           END-IF
           MOVE 1000   TO STRATUM-BOUND(1)
           MOVE 10000  TO STRATUM-BOUND(2)
           MOVE 100000 TO STRATUM-BOUND(3)
           MOVE "CALC-SAMPLE-BAND-1" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BAND-ENV
           IF BAND-ENV NOT = SPACES
               MOVE BAND-ENV TO BAND-WORK
               MOVE BAND-WORK TO STRATUM-BOUND(1)
           END-IF
           MOVE "CALC-SAMPLE-BAND-2" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BAND-ENV
           IF BAND-ENV NOT = SPACES
               MOVE BAND-ENV TO BAND-WORK
               MOVE BAND-WORK TO STRATUM-BOUND(2)
           END-IF
           MOVE "CALC-SAMPLE-BAND-3" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BAND-ENV
           IF BAND-ENV NOT = SPACES
               MOVE BAND-ENV TO BAND-WORK
               MOVE BAND-WORK TO STRATUM-BOUND(3)
           END-IF
           INITIALIZE STRATUM-TABLE
           EXIT.

      * Pass one: size the population -- in-range detail lines,
      * key items set aside, the rest counted per stratum.
       MEASURE-ONE-JOURNAL-LINE SECTION.
           READ JOURNAL-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF JRNLH-RECORD-TYPE NOT = "H"
                           AND JRNLH-RECORD-TYPE NOT = "T"
                           AND JRNL-RUN-DATE >= FROM-DATE
                           AND JRNL-RUN-DATE <= TO-DATE
                       PERFORM CLASSIFY-JOURNAL-LINE
                       ADD 1 TO POPULATION-COUNT
                       ADD LINE-AMOUNT TO POPULATION-AMOUNT
                       IF LINE-IS-KEY-ITEM
                           ADD 1 TO KEY-ITEM-COUNT
                           ADD LINE-AMOUNT TO KEY-ITEM-AMOUNT
                       ELSE
                           ADD 1 TO STRAT-POPULATION(STRATUM-SUB)
                           ADD LINE-AMOUNT
                               TO STRAT-AMOUNT(STRATUM-SUB)
                       END-IF
                   END-IF
           END-READ
           EXIT.

       CLASSIFY-JOURNAL-LINE SECTION.
           IF JRNL-RESULT < 0
               COMPUTE LINE-AMOUNT = JRNL-RESULT * -1
           ELSE
               MOVE JRNL-RESULT TO LINE-AMOUNT
           END-IF
           MOVE 'N' TO LINE-IS-KEY-SWITCH
           IF KEY-THRESHOLD > 0 AND LINE-AMOUNT >= KEY-THRESHOLD
               SET LINE-IS-KEY-ITEM TO TRUE
           END-IF
           MOVE 1 TO STRATUM-SUB
           IF METHOD-STRATIFIED
               EVALUATE TRUE
                   WHEN LINE-AMOUNT < STRATUM-BOUND(1)
                       MOVE 1 TO STRATUM-SUB
                   WHEN LINE-AMOUNT < STRATUM-BOUND(2)
                       MOVE 2 TO STRATUM-SUB
                   WHEN LINE-AMOUNT < STRATUM-BOUND(3)
                       MOVE 3 TO STRATUM-SUB
                   WHEN OTHER
                       MOVE 4 TO STRATUM-SUB
               END-EVALUATE
           END-IF
           EXIT.

      * How many lines each stratum gives up (or, for MUS, the
      * sampling interval and its random start).
       PLAN-SAMPLE SECTION.
           COMPUTE DRAWN-POPULATION =
               POPULATION-COUNT - KEY-ITEM-COUNT
           EVALUATE TRUE
               WHEN METHOD-RANDOM
                   MOVE SAMPLE-SIZE TO STRAT-QUOTA(1)
                   IF STRAT-QUOTA(1) > STRAT-POPULATION(1)
                       MOVE STRAT-POPULATION(1) TO STRAT-QUOTA(1)
                   END-IF
               WHEN METHOD-STRATIFIED
                   PERFORM PLAN-STRATUM-QUOTA
                       VARYING STRATUM-SUB FROM 1 BY 1
                       UNTIL STRATUM-SUB > 4
               WHEN METHOD-MUS
                   COMPUTE MUS-POPULATION-CENTS =
                       (POPULATION-AMOUNT - KEY-ITEM-AMOUNT) * 100
                   IF SAMPLE-SIZE > 0 AND MUS-POPULATION-CENTS > 0
                       DIVIDE MUS-POPULATION-CENTS BY SAMPLE-SIZE
                           GIVING MUS-INTERVAL
                       IF MUS-INTERVAL = 0
                           MOVE 1 TO MUS-INTERVAL
                       END-IF
                       PERFORM NEXT-RANDOM-STATE
                       DIVIDE RANDOM-STATE BY MUS-INTERVAL
                           GIVING RANDOM-QUOTIENT
                           REMAINDER MUS-NEXT-POINT
                       ADD 1 TO MUS-NEXT-POINT
                   ELSE
                       MOVE 0 TO MUS-INTERVAL
                   END-IF
           END-EVALUATE
           EXIT.

       PLAN-STRATUM-QUOTA SECTION.
           IF STRAT-POPULATION(STRATUM-SUB) > 0 AND SAMPLE-SIZE > 0
               COMPUTE STRAT-QUOTA(STRATUM-SUB) =
                   SAMPLE-SIZE * STRAT-POPULATION(STRATUM-SUB)
                       / DRAWN-POPULATION
               IF STRAT-QUOTA(STRATUM-SUB) = 0
                   MOVE 1 TO STRAT-QUOTA(STRATUM-SUB)
               END-IF
               IF STRAT-QUOTA(STRATUM-SUB) >
                       STRAT-POPULATION(STRATUM-SUB)
                   MOVE STRAT-POPULATION(STRATUM-SUB)
                       TO STRAT-QUOTA(STRATUM-SUB)
               END-IF
           END-IF
           EXIT.

       NEXT-RANDOM-STATE SECTION.
           COMPUTE RANDOM-PRODUCT = RANDOM-STATE * 16807
           DIVIDE RANDOM-PRODUCT BY RANDOM-MODULUS
               GIVING RANDOM-QUOTIENT REMAINDER RANDOM-STATE
           EXIT.

      * Pass two: the same lines in the same order, now selected.
       DRAW-ONE-JOURNAL-LINE SECTION.
           READ JOURNAL-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF JRNLH-RECORD-TYPE NOT = "H"
                           AND JRNLH-RECORD-TYPE NOT = "T"
                           AND JRNL-RUN-DATE >= FROM-DATE
                           AND JRNL-RUN-DATE <= TO-DATE
                       PERFORM CLASSIFY-JOURNAL-LINE
                       EVALUATE TRUE
                           WHEN LINE-IS-KEY-ITEM
                               MOVE "K" TO NEW-BASIS
                               PERFORM ADD-SAMPLE-ENTRY
                           WHEN METHOD-MUS
                               PERFORM DRAW-MONETARY-UNIT
                           WHEN OTHER
                               PERFORM DRAW-FROM-STRATUM
                       END-EVALUATE
                   END-IF
           END-READ
           EXIT.

       DRAW-MONETARY-UNIT SECTION.
           IF MUS-INTERVAL > 0
               COMPUTE LINE-CENTS = LINE-AMOUNT * 100
               ADD LINE-CENTS TO MUS-CUMULATIVE
               IF LINE-CENTS > 0 AND MUS-NEXT-POINT <= MUS-CUMULATIVE
                   MOVE "M" TO NEW-BASIS
                   PERFORM ADD-SAMPLE-ENTRY
                   PERFORM ADVANCE-MONETARY-POINT
                       UNTIL MUS-NEXT-POINT > MUS-CUMULATIVE
               END-IF
           END-IF
           EXIT.

      * A line bigger than the interval can hold several hits; it
      * is sampled once and the points inside it are passed over.
       ADVANCE-MONETARY-POINT SECTION.
           ADD MUS-INTERVAL TO MUS-NEXT-POINT
           EXIT.

       DRAW-FROM-STRATUM SECTION.
           IF STRAT-PICKED(STRATUM-SUB) < STRAT-QUOTA(STRATUM-SUB)
               PERFORM NEXT-RANDOM-STATE
               COMPUTE SELECT-LEFT =
                   (STRAT-POPULATION(STRATUM-SUB)
                       - STRAT-SEEN(STRATUM-SUB)) * RANDOM-STATE
               COMPUTE SELECT-RIGHT =
                   (STRAT-QUOTA(STRATUM-SUB)
                       - STRAT-PICKED(STRATUM-SUB)) * RANDOM-MODULUS
               IF SELECT-LEFT < SELECT-RIGHT
                   ADD 1 TO STRAT-PICKED(STRATUM-SUB)
                   IF METHOD-STRATIFIED
                       MOVE "S" TO NEW-BASIS
                   ELSE
                       MOVE "R" TO NEW-BASIS
                   END-IF
                   PERFORM ADD-SAMPLE-ENTRY
               END-IF
           END-IF
           ADD 1 TO STRAT-SEEN(STRATUM-SUB)
           EXIT.

       ADD-SAMPLE-ENTRY SECTION.
           IF NEW-BASIS = "K"
               ADD 1 TO KEY-SAMPLED
           ELSE
               ADD 1 TO DRAWN-SAMPLED
           END-IF
           IF SAMPLE-ENTRIES-USED < 500
               ADD 1 TO SAMPLE-ENTRIES-USED
               MOVE JOURNAL-RECORD
                   TO SAMP-JOURNAL-IMAGE(SAMPLE-ENTRIES-USED)
               MOVE JRNL-REFERENCE
                   TO SAMP-REFERENCE(SAMPLE-ENTRIES-USED)
               MOVE NEW-BASIS TO SAMP-BASIS(SAMPLE-ENTRIES-USED)
               MOVE STRATUM-SUB TO SAMP-STRATUM(SAMPLE-ENTRIES-USED)
               MOVE 'N' TO SAMP-TRAN-FOUND(SAMPLE-ENTRIES-USED)
               MOVE 'N' TO SAMP-BALH-FOUND(SAMPLE-ENTRIES-USED)
               MOVE 'N' TO SAMP-APPR-FOUND(SAMPLE-ENTRIES-USED)
               MOVE 'N' TO SAMP-QUEUE-FOUND(SAMPLE-ENTRIES-USED)
           ELSE
               ADD 1 TO SAMPLE-OVERFLOW
           END-IF
           EXIT.

       WRITE-SAMPLE-HEADING SECTION.
           MOVE "AUDIT SAMPLE -- TEST OF DETAIL" TO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE
           MOVE SPACES TO REPORT-WORK
           STRING "RUN DATES " DELIMITED BY SIZE
               FROM-DATE DELIMITED BY SIZE
               " THROUGH " DELIMITED BY SIZE
               TO-DATE DELIMITED BY SIZE
               "  DRAWN " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RUN-TIME DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE
           MOVE SAMPLE-SIZE TO COUNT-EDIT
           MOVE KEY-THRESHOLD TO VALUE-EDIT-1
           MOVE SPACES TO REPORT-WORK
           STRING "METHOD " DELIMITED BY SIZE
               SAMPLE-METHOD DELIMITED BY SPACE
               "  SEED " DELIMITED BY SIZE
               SAMPLE-SEED DELIMITED BY SIZE
               "  SIZE " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "  KEY-ITEM THRESHOLD " DELIMITED BY SIZE
               VALUE-EDIT-1 DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE
           MOVE SPACES TO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE
           MOVE POPULATION-COUNT TO COUNT-EDIT
           MOVE POPULATION-AMOUNT TO HASH-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "POPULATION    " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               " LINES, ABSOLUTE RESULTS " DELIMITED BY SIZE
               HASH-EDIT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE
           MOVE KEY-ITEM-COUNT TO COUNT-EDIT
           MOVE KEY-ITEM-AMOUNT TO HASH-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "  KEY ITEMS   " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               " LINES, ABSOLUTE RESULTS " DELIMITED BY SIZE
               HASH-EDIT DELIMITED BY SIZE
               "  (ALL SAMPLED)" DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE
           PERFORM WRITE-STRATUM-LINE
               VARYING STRATUM-SUB FROM 1 BY 1
               UNTIL STRATUM-SUB > STRATUMS-IN-USE
           IF METHOD-MUS
               MOVE MUS-INTERVAL TO CENTS-EDIT
               MOVE MUS-NEXT-POINT TO CENTS-EDIT-2
               MOVE SPACES TO REPORT-WORK
               STRING "  INTERVAL (CENTS) " DELIMITED BY SIZE
                   CENTS-EDIT DELIMITED BY SIZE
                   "  RANDOM START " DELIMITED BY SIZE
                   CENTS-EDIT-2 DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO SAMPLE-REPORT-LINE
               WRITE SAMPLE-REPORT-LINE
           END-IF
           EXIT.

       WRITE-STRATUM-LINE SECTION.
           MOVE STRAT-POPULATION(STRATUM-SUB) TO COUNT-EDIT
           MOVE STRAT-AMOUNT(STRATUM-SUB) TO HASH-EDIT
           MOVE STRAT-QUOTA(STRATUM-SUB) TO COUNT-EDIT-2
           MOVE SPACES TO REPORT-WORK
           IF METHOD-STRATIFIED
               MOVE STRATUM-SUB TO STRATUM-EDIT
               IF STRATUM-SUB < 4
                   MOVE STRATUM-BOUND(STRATUM-SUB) TO VALUE-EDIT-1
                   MOVE SPACES TO BAND-TEXT
                   STRING "UNDER " DELIMITED BY SIZE
                       VALUE-EDIT-1 DELIMITED BY SIZE
                       INTO BAND-TEXT
               ELSE
                   MOVE "AND ABOVE" TO BAND-TEXT
               END-IF
               STRING "  STRATUM " DELIMITED BY SIZE
                   STRATUM-EDIT DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   " LINES, ABSOLUTE RESULTS " DELIMITED BY SIZE
                   HASH-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   BAND-TEXT DELIMITED BY SIZE
                   "  QUOTA " DELIMITED BY SIZE
                   COUNT-EDIT-2 DELIMITED BY SIZE
                   INTO REPORT-WORK
           ELSE
               STRING "  DRAWN FROM  " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   " LINES, ABSOLUTE RESULTS " DELIMITED BY SIZE
                   HASH-EDIT DELIMITED BY SIZE
                   INTO REPORT-WORK
           END-IF
           MOVE REPORT-WORK TO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE
           EXIT.

      *****************************************************************
      *  Evidence gathering: one pass over each source, every record
      *  checked against the whole sample (a reference can have been
      *  sampled more than once), then a "none" line for each kind
      *  of evidence a sampled reference turned up nothing for, so
      *  every sample prints all four headings.
      *****************************************************************
       GATHER-EVIDENCE SECTION.
           PERFORM RELEASE-JOURNAL-APPROVAL
               VARYING SAMPLE-SUB FROM 1 BY 1
               UNTIL SAMPLE-SUB > SAMPLE-ENTRIES-USED
           PERFORM SCAN-TRAN-ARCHIVE
           PERFORM SCAN-BALANCE-HISTORY
           PERFORM SCAN-PENDING-REVERSALS
           PERFORM SCAN-PAYMENT-INSTRUCTIONS
           PERFORM SCAN-ERROR-QUEUE
           PERFORM SCAN-SUSPENSE
           PERFORM SCAN-UNAPPLIED-QUEUE
           PERFORM RELEASE-NONE-FOUND
               VARYING SAMPLE-SUB FROM 1 BY 1
               UNTIL SAMPLE-SUB > SAMPLE-ENTRIES-USED
           EXIT.

       RELEASE-JOURNAL-APPROVAL SECTION.
           MOVE SAMP-JOURNAL-IMAGE(SAMPLE-SUB) TO SAMPLED-RECORD
           IF SJRN-APPROVED-BY NOT = SPACES
               MOVE 4 TO EVIDENCE-KIND
               MOVE SPACES TO EVIDENCE-TEXT
               STRING "JOURNAL    APPROVED BY " DELIMITED BY SIZE
                   SJRN-APPROVED-BY DELIMITED BY SIZE
                   "  KEYED BY " DELIMITED BY SIZE
                   SJRN-OPERATOR-ID DELIMITED BY SIZE
                   "  REVERSING " DELIMITED BY SIZE
                   SJRN-ORIG-REFERENCE DELIMITED BY SIZE
                   INTO EVIDENCE-TEXT
               PERFORM RELEASE-EVIDENCE
           END-IF
           EXIT.

       SCAN-TRAN-ARCHIVE SECTION.
           OPEN INPUT TRAN-ARCHIVE-FILE
           IF TRAN-ARCHIVE-STATUS = "00"
               MOVE 'Y' TO TRAN-ARCHIVE-MOUNTED
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-TRAN-ARCHIVE UNTIL SOURCE-EOF
               CLOSE TRAN-ARCHIVE-FILE
           END-IF
           EXIT.

       READ-TRAN-ARCHIVE SECTION.
           READ TRAN-ARCHIVE-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO TRAN-ARCHIVE-READ
                   IF TARC-RECORD NOT = SPACES
                           AND TARC-RECORD(1:1) NOT = "*"
                           AND TARC-RECORD(1:1) NOT = "B"
                           AND TARC-RECORD(1:1) NOT = "E"
                           AND TARC-RECORD(1:1) NOT = "C"
                       MOVE TARC-REFERENCE-IN TO MATCH-REFERENCE
                       MOVE 2 TO EVIDENCE-KIND
                       MOVE SPACES TO EVIDENCE-TEXT
                       MOVE TARC-RECORD TO EVIDENCE-TEXT
                       PERFORM MATCH-SAMPLED-REFERENCE
                   END-IF
           END-READ
           EXIT.

       SCAN-BALANCE-HISTORY SECTION.
           OPEN INPUT BALANCE-HISTORY-FILE
           IF BALANCE-HISTORY-STATUS = "00"
               MOVE 'Y' TO BALANCE-HIST-MOUNTED
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-BALANCE-HISTORY UNTIL SOURCE-EOF
               CLOSE BALANCE-HISTORY-FILE
           END-IF
           EXIT.

       READ-BALANCE-HISTORY SECTION.
           READ BALANCE-HISTORY-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BALANCE-HIST-READ
                   MOVE BALH-REFERENCE TO MATCH-REFERENCE
                   MOVE 3 TO EVIDENCE-KIND
                   MOVE BALH-PRIOR-BALANCE TO VALUE-EDIT-1
                   MOVE BALH-OPERAND       TO VALUE-EDIT-2
                   MOVE BALH-NEW-BALANCE   TO VALUE-EDIT-3
                   MOVE SPACES TO EVIDENCE-TEXT
                   STRING BALH-ACCOUNT-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       VALUE-EDIT-1 DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       BALH-OPERATION DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       VALUE-EDIT-2 DELIMITED BY SIZE
                       " = " DELIMITED BY SIZE
                       VALUE-EDIT-3 DELIMITED BY SIZE
                       "  RUN " DELIMITED BY SIZE
                       BALH-RUN-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       BALH-RUN-TIME DELIMITED BY SIZE
                       "  VALUE DATE " DELIMITED BY SIZE
                       BALH-VALUE-DATE DELIMITED BY SIZE
                       INTO EVIDENCE-TEXT
                   PERFORM MATCH-SAMPLED-REFERENCE
           END-READ
           EXIT.

       SCAN-PENDING-REVERSALS SECTION.
           OPEN INPUT PENDING-FILE
           IF PENDING-STATUS = "00"
               MOVE 'Y' TO PENDING-MOUNTED
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-PENDING-REVERSAL UNTIL SOURCE-EOF
               CLOSE PENDING-FILE
           END-IF
           EXIT.

       READ-PENDING-REVERSAL SECTION.
           READ PENDING-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO PENDING-READ
                   MOVE PEND-REFERENCE-IN TO MATCH-REFERENCE
                   MOVE 4 TO EVIDENCE-KIND
                   MOVE SPACES TO EVIDENCE-TEXT
                   STRING "PENDREV    AWAITING SUPERVISOR APPROVAL"
                           DELIMITED BY SIZE
                       "  KEYED BY " DELIMITED BY SIZE
                       PEND-OPERATOR-ID-IN DELIMITED BY SIZE
                       "  DATED " DELIMITED BY SIZE
                       PEND-DATE-IN DELIMITED BY SIZE
                       INTO EVIDENCE-TEXT
                   PERFORM MATCH-SAMPLED-REFERENCE
           END-READ
           EXIT.

      * A payout's instruction id is the reference of the posting
      * that raised it, so one record gives both its approval and
      * where it stands with the bank.
       SCAN-PAYMENT-INSTRUCTIONS SECTION.
           OPEN INPUT PAYMENT-MASTER-FILE
           IF PAYMENT-MASTER-STATUS = "00"
               MOVE 'Y' TO PAYMENT-MOUNTED
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-PAYMENT-INSTRUCTION UNTIL SOURCE-EOF
               CLOSE PAYMENT-MASTER-FILE
           END-IF
           EXIT.

       READ-PAYMENT-INSTRUCTION SECTION.
           READ PAYMENT-MASTER-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO PAYMENT-READ
                   MOVE PINS-INSTRUCTION-ID TO MATCH-REFERENCE
                   MOVE 4 TO EVIDENCE-KIND
                   MOVE SPACES TO EVIDENCE-TEXT
                   IF PINS-APPROVED-BY = SPACES
                       STRING "PAYINST    RAISED BY " DELIMITED BY SIZE
                           PINS-RAISED-BY DELIMITED BY SIZE
                           " ON " DELIMITED BY SIZE
                           PINS-RAISED-DATE DELIMITED BY SIZE
                           "  NO APPROVAL RECORDED"
                               DELIMITED BY SIZE
                           INTO EVIDENCE-TEXT
                   ELSE
                       STRING "PAYINST    RAISED BY " DELIMITED BY SIZE
                           PINS-RAISED-BY DELIMITED BY SIZE
                           " ON " DELIMITED BY SIZE
                           PINS-RAISED-DATE DELIMITED BY SIZE
                           "  APPROVED BY " DELIMITED BY SIZE
                           PINS-APPROVED-BY DELIMITED BY SIZE
                           " ON " DELIMITED BY SIZE
                           PINS-APPROVED-DATE DELIMITED BY SIZE
                           INTO EVIDENCE-TEXT
                   END-IF
                   PERFORM MATCH-SAMPLED-REFERENCE
                   MOVE 5 TO EVIDENCE-KIND
                   MOVE PINS-AMOUNT TO VALUE-EDIT-1
                   MOVE SPACES TO EVIDENCE-TEXT
                   STRING "PAYINST    STATUS " DELIMITED BY SIZE
                       PINS-STATUS DELIMITED BY SIZE
                       " ON " DELIMITED BY SIZE
                       PINS-STATUS-DATE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       VALUE-EDIT-1 DELIMITED BY SIZE
                       "  FILE " DELIMITED BY SIZE
                       PINS-FILE-DATE DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       PINS-FILE-SEQUENCE DELIMITED BY SIZE
                       "  BANK " DELIMITED BY SIZE
                       PINS-BANK-STATUS DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       PINS-NOTE DELIMITED BY SIZE
                       INTO EVIDENCE-TEXT
                   PERFORM MATCH-SAMPLED-REFERENCE
           END-READ
           EXIT.

       SCAN-ERROR-QUEUE SECTION.
           OPEN INPUT ERROR-QUEUE-FILE
           IF ERROR-QUEUE-STATUS = "00"
               MOVE 'Y' TO ERROR-QUEUE-MOUNTED
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-ERROR-QUEUE UNTIL SOURCE-EOF
               CLOSE ERROR-QUEUE-FILE
           END-IF
           EXIT.

      * Rejections carry the TRANFILE image; an unrecognized
      * operation's raw arguments line has no reference of its own
      * and can only match by coincidence of its spaces, so blank
      * references are never matched.
       READ-ERROR-QUEUE SECTION.
           READ ERROR-QUEUE-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ERROR-QUEUE-READ
                   MOVE ERRQ-ARGUMENTS(1:109) TO QTRN-RECORD
                   MOVE QTRN-REFERENCE-IN TO MATCH-REFERENCE
                   MOVE 5 TO EVIDENCE-KIND
                   MOVE SPACES TO EVIDENCE-TEXT
                   STRING "ERRQUEUE " DELIMITED BY SIZE
                       ERRQ-SEQUENCE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ERRQ-ARGUMENTS(1:109) DELIMITED BY SIZE
                       INTO EVIDENCE-TEXT
                   PERFORM MATCH-SAMPLED-REFERENCE
           END-READ
           EXIT.

       SCAN-SUSPENSE SECTION.
           OPEN INPUT SUSPENSE-FILE
           IF SUSPENSE-STATUS = "00"
               MOVE 'Y' TO SUSPENSE-MOUNTED
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-SUSPENSE UNTIL SOURCE-EOF
               CLOSE SUSPENSE-FILE
           END-IF
           EXIT.

       READ-SUSPENSE SECTION.
           READ SUSPENSE-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO SUSPENSE-READ
                   MOVE SUSP-TRAN-IMAGE TO QTRN-RECORD
                   MOVE QTRN-REFERENCE-IN TO MATCH-REFERENCE
                   MOVE 5 TO EVIDENCE-KIND
                   MOVE SPACES TO EVIDENCE-TEXT
                   STRING "SUSPENSE " DELIMITED BY SIZE
                       SUSP-REASON-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SUSP-ATTEMPT-COUNT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SUSP-TRAN-IMAGE DELIMITED BY SIZE
                       INTO EVIDENCE-TEXT
                   PERFORM MATCH-SAMPLED-REFERENCE
           END-READ
           EXIT.

       SCAN-UNAPPLIED-QUEUE SECTION.
           OPEN INPUT UNAPPLIED-FILE
           IF UNAPPLIED-STATUS = "00"
               MOVE 'Y' TO UNAPPLIED-MOUNTED
               MOVE 'N' TO SOURCE-EOF-SWITCH
               PERFORM READ-UNAPPLIED-ITEM UNTIL SOURCE-EOF
               CLOSE UNAPPLIED-FILE
           END-IF
           EXIT.

       READ-UNAPPLIED-ITEM SECTION.
           READ UNAPPLIED-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO UNAPPLIED-READ
                   MOVE UNAP-REFERENCE TO MATCH-REFERENCE
                   MOVE 5 TO EVIDENCE-KIND
                   MOVE UNAP-AMOUNT TO VALUE-EDIT-1
                   MOVE SPACES TO EVIDENCE-TEXT
                   STRING "UNAPPQ     FIRST SEEN " DELIMITED BY SIZE
                       UNAP-FIRST-SEEN DELIMITED BY SIZE
                       "  BANK DATE " DELIMITED BY SIZE
                       UNAP-BANK-DATE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       VALUE-EDIT-1 DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       UNAP-REASON DELIMITED BY SIZE
                       "  TRIES " DELIMITED BY SIZE
                       UNAP-ATTEMPTS DELIMITED BY SIZE
                       INTO EVIDENCE-TEXT
                   PERFORM MATCH-SAMPLED-REFERENCE
           END-READ
           EXIT.

       MATCH-SAMPLED-REFERENCE SECTION.
           IF MATCH-REFERENCE NOT = SPACES
               PERFORM MATCH-ONE-SAMPLE
                   VARYING SAMPLE-SUB FROM 1 BY 1
                   UNTIL SAMPLE-SUB > SAMPLE-ENTRIES-USED
           END-IF
           EXIT.

       MATCH-ONE-SAMPLE SECTION.
           IF SAMP-REFERENCE(SAMPLE-SUB) = MATCH-REFERENCE
               PERFORM RELEASE-EVIDENCE
           END-IF
           EXIT.

       RELEASE-EVIDENCE SECTION.
           EVALUATE EVIDENCE-KIND
               WHEN 2
                   MOVE 'Y' TO SAMP-TRAN-FOUND(SAMPLE-SUB)
               WHEN 3
                   MOVE 'Y' TO SAMP-BALH-FOUND(SAMPLE-SUB)
               WHEN 4
                   MOVE 'Y' TO SAMP-APPR-FOUND(SAMPLE-SUB)
               WHEN 5
                   MOVE 'Y' TO SAMP-QUEUE-FOUND(SAMPLE-SUB)
           END-EVALUATE
           ADD 1 TO EVIDENCE-ORDER
           MOVE SAMPLE-SUB     TO SORT-SAMPLE
           MOVE EVIDENCE-KIND  TO SORT-KIND
           MOVE EVIDENCE-ORDER TO SORT-ORDER
           MOVE EVIDENCE-TEXT  TO SORT-TEXT
           RELEASE SORT-RECORD
           EXIT.

       RELEASE-NONE-FOUND SECTION.
           MOVE SPACES TO EVIDENCE-TEXT
           IF SAMP-TRAN-FOUND(SAMPLE-SUB) = 'N'
               MOVE 2 TO EVIDENCE-KIND
               IF TRAN-ARCHIVE-MOUNTED = 'Y'
                   MOVE "NOT ARCHIVED" TO EVIDENCE-TEXT
               ELSE
                   MOVE "TRANARCH NOT MOUNTED" TO EVIDENCE-TEXT
               END-IF
               PERFORM RELEASE-EVIDENCE
           END-IF
           IF SAMP-BALH-FOUND(SAMPLE-SUB) = 'N'
               MOVE 3 TO EVIDENCE-KIND
               IF BALANCE-HIST-MOUNTED = 'Y'
                   MOVE "NO BALANCE MOVEMENT" TO EVIDENCE-TEXT
               ELSE
                   MOVE "BALHIST NOT MOUNTED" TO EVIDENCE-TEXT
               END-IF
               PERFORM RELEASE-EVIDENCE
           END-IF
           IF SAMP-APPR-FOUND(SAMPLE-SUB) = 'N'
               MOVE 4 TO EVIDENCE-KIND
               MOVE "NONE RECORDED" TO EVIDENCE-TEXT
               PERFORM RELEASE-EVIDENCE
           END-IF
           IF SAMP-QUEUE-FOUND(SAMPLE-SUB) = 'N'
               MOVE 5 TO EVIDENCE-KIND
               MOVE "NEVER QUEUED" TO EVIDENCE-TEXT
               PERFORM RELEASE-EVIDENCE
           END-IF
           EXIT.

       PRINT-EVIDENCE SECTION.
           MOVE 'N' TO SORT-EOF-SWITCH
           PERFORM RETURN-AND-PRINT UNTIL SORT-EOF
           EXIT.

       RETURN-AND-PRINT SECTION.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   IF SORT-SAMPLE NOT = CURRENT-SAMPLE
                       MOVE SORT-SAMPLE TO CURRENT-SAMPLE
                       MOVE 0 TO CURRENT-KIND
                       PERFORM PRINT-SAMPLE-HEADING
                   END-IF
                   IF SORT-KIND NOT = CURRENT-KIND
                       MOVE SORT-KIND TO CURRENT-KIND
                       PERFORM PRINT-KIND-HEADING
                   END-IF
                   MOVE SPACES TO REPORT-WORK
                   STRING "      " DELIMITED BY SIZE
                       SORT-TEXT DELIMITED BY SIZE
                       INTO REPORT-WORK
                   MOVE REPORT-WORK TO SAMPLE-REPORT-LINE
                   WRITE SAMPLE-REPORT-LINE
           END-RETURN
           EXIT.

       PRINT-SAMPLE-HEADING SECTION.
           MOVE CURRENT-SAMPLE TO SAMPLE-SUB
           MOVE SAMP-JOURNAL-IMAGE(SAMPLE-SUB) TO SAMPLED-RECORD
           EVALUATE TRUE
               WHEN SAMP-KEY-ITEM(SAMPLE-SUB)
                   MOVE "KEY ITEM" TO BASIS-TEXT
               WHEN SAMP-RANDOM(SAMPLE-SUB)
                   MOVE "SIMPLE RANDOM" TO BASIS-TEXT
               WHEN SAMP-MONETARY(SAMPLE-SUB)
                   MOVE "MONETARY UNIT" TO BASIS-TEXT
               WHEN OTHER
                   MOVE SPACES TO BASIS-TEXT
                   STRING "STRATUM " DELIMITED BY SIZE
                       SAMP-STRATUM(SAMPLE-SUB) DELIMITED BY SIZE
                       INTO BASIS-TEXT
           END-EVALUATE
           MOVE SPACES TO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE
           MOVE CURRENT-SAMPLE TO SAMPLE-EDIT
           MOVE SPACES TO REPORT-WORK
           STRING "SAMPLE " DELIMITED BY SIZE
               SAMPLE-EDIT DELIMITED BY SIZE
               "  REFERENCE " DELIMITED BY SIZE
               SJRN-REFERENCE DELIMITED BY SIZE
               "  SELECTED AS " DELIMITED BY SIZE
               BASIS-TEXT DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE
           MOVE ALL "-" TO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE
           MOVE SJRN-VALUE-1 TO VALUE-EDIT-1
           MOVE SJRN-VALUE-2 TO VALUE-EDIT-2
           MOVE SJRN-RESULT  TO VALUE-EDIT-3
           MOVE SPACES TO REPORT-WORK
           STRING "  JOURNAL   " DELIMITED BY SIZE
               SJRN-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SJRN-RUN-TIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SJRN-OPERATOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VALUE-EDIT-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SJRN-OPERATION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VALUE-EDIT-2 DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               VALUE-EDIT-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SJRN-OUTCOME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SJRN-ACCOUNT-ID DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE
           EXIT.

       PRINT-KIND-HEADING SECTION.
           EVALUATE CURRENT-KIND
               WHEN 2
                   MOVE "  TRANFILE IMAGE (TRANARCH)"
                       TO SAMPLE-REPORT-LINE
               WHEN 3
                   MOVE "  BALANCE MOVEMENTS (BALHIST)"
                       TO SAMPLE-REPORT-LINE
               WHEN 4
                   MOVE "  APPROVALS" TO SAMPLE-REPORT-LINE
               WHEN OTHER
                   MOVE "  QUEUE HISTORY" TO SAMPLE-REPORT-LINE
           END-EVALUATE
           WRITE SAMPLE-REPORT-LINE
           EXIT.

       WRITE-SAMPLE-SUMMARY SECTION.
           MOVE SPACES TO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE
           MOVE "SAMPLE TOTALS" TO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE
           MOVE ALL "=" TO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE
           IF SAMPLE-ENTRIES-USED = 0
               MOVE "NO LINES SAMPLED" TO SAMPLE-REPORT-LINE
               WRITE SAMPLE-REPORT-LINE
           END-IF
           MOVE KEY-SAMPLED TO COUNT-EDIT
           MOVE DRAWN-SAMPLED TO COUNT-EDIT-2
           MOVE SPACES TO REPORT-WORK
           STRING "KEY ITEMS " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "  DRAWN " DELIMITED BY SIZE
               COUNT-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-WORK
           MOVE REPORT-WORK TO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE
           IF SAMPLE-OVERFLOW > 0
               MOVE SAMPLE-OVERFLOW TO COUNT-EDIT
               MOVE SPACES TO REPORT-WORK
               STRING "SAMPLE TABLE FULL -- " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   " SELECTED LINES NOT PRINTED; RAISE THE"
                       DELIMITED BY SIZE
                   " THRESHOLD OR NARROW THE RANGE"
                       DELIMITED BY SIZE
                   INTO REPORT-WORK
               MOVE REPORT-WORK TO SAMPLE-REPORT-LINE
               WRITE SAMPLE-REPORT-LINE
           END-IF
           MOVE SPACES TO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE
           MOVE "EVIDENCE SOURCES SEARCHED" TO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE
           MOVE "TRANARCH" TO SOURCE-NAME
           MOVE TRAN-ARCHIVE-MOUNTED TO SOURCE-MOUNTED
           MOVE TRAN-ARCHIVE-READ TO SOURCE-READ
           PERFORM WRITE-SOURCE-LINE
           MOVE "BALHIST" TO SOURCE-NAME
           MOVE BALANCE-HIST-MOUNTED TO SOURCE-MOUNTED
           MOVE BALANCE-HIST-READ TO SOURCE-READ
           PERFORM WRITE-SOURCE-LINE
           MOVE "PENDREV" TO SOURCE-NAME
           MOVE PENDING-MOUNTED TO SOURCE-MOUNTED
           MOVE PENDING-READ TO SOURCE-READ
           PERFORM WRITE-SOURCE-LINE
           MOVE "PAYINST" TO SOURCE-NAME
           MOVE PAYMENT-MOUNTED TO SOURCE-MOUNTED
           MOVE PAYMENT-READ TO SOURCE-READ
           PERFORM WRITE-SOURCE-LINE
           MOVE "ERRQUEUE" TO SOURCE-NAME
           MOVE ERROR-QUEUE-MOUNTED TO SOURCE-MOUNTED
           MOVE ERROR-QUEUE-READ TO SOURCE-READ
           PERFORM WRITE-SOURCE-LINE
           MOVE "SUSPENSE" TO SOURCE-NAME
           MOVE SUSPENSE-MOUNTED TO SOURCE-MOUNTED
           MOVE SUSPENSE-READ TO SOURCE-READ
           PERFORM WRITE-SOURCE-LINE
           MOVE "UNAPPQ" TO SOURCE-NAME
           MOVE UNAPPLIED-MOUNTED TO SOURCE-MOUNTED
           MOVE UNAPPLIED-READ TO SOURCE-READ
           PERFORM WRITE-SOURCE-LINE
           EXIT.

       WRITE-SOURCE-LINE SECTION.
           MOVE SPACES TO REPORT-WORK
           IF SOURCE-MOUNTED = 'Y'
               MOVE SOURCE-READ TO COUNT-EDIT
               STRING "  " DELIMITED BY SIZE
                   SOURCE-NAME DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   " RECORDS READ" DELIMITED BY SIZE
                   INTO REPORT-WORK
           ELSE
               STRING "  " DELIMITED BY SIZE
                   SOURCE-NAME DELIMITED BY SIZE
                   "NOT MOUNTED -- NOT SEARCHED" DELIMITED BY SIZE
                   INTO REPORT-WORK
           END-IF
           MOVE REPORT-WORK TO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE
           EXIT.
