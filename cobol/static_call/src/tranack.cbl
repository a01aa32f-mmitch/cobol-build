      *
      *    header  "H" + run date + detail count (filled on the
      *            trailer, placeholder on the header, the same
      *            convention as the journal's own header) +
      *            the source system answered, blank for all
      *    detail  reference X(10), disposition X(1), posted
      *            amount, reason X(20), source system X(4)
      *    trailer "T" + detail count
      *
      *  Dispositions: P posted clean, R posted but flagged for
      *  manual review, A held pending reversal approval, W
      *  warehoused to post on its future date, E rejected (the
      *  journal outcome rides in the reason), S suspended for
      *  retry (the suspense reason code rides in the reason), D
      *  duplicate.  CALC-ACK-DATE restricts the
      *  acknowledgment to one run date; unset acknowledges the
      *  whole mounted generation.  CALC-ACK-SOURCE restricts it
      *  to one source system (copy/srcsys.cpy, or a feed's FMTMAST
      *  format code), so each upstream system can be answered for
      *  its own transactions alone; unset answers every source in
      *  one file.  Lines with blank references (interactive work,
      *  run markers) have nothing upstream to acknowledge and are
      *  skipped.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01 SUSPENSE-OUT-RECORD.
           05 SUSPO-REASON-CODE   PIC X(04).
           05 SUSPO-ATTEMPT-COUNT PIC 9(03).
           05 SUSPO-TRAN-IMAGE    PIC X(109).

       FD ACK-FILE.
       01 ACK-RECORD.
           05 ACK-DISPOSITION PIC X(01).
           05 ACK-AMOUNT      PIC S9(9)V99.
           05 ACK-REASON      PIC X(20).
           05 ACK-SOURCE-SYSTEM PIC X(04).
       01 ACK-HEADER REDEFINES ACK-RECORD.
           05 ACKH-RECORD-TYPE  PIC X(01).
           05 ACKH-RUN-DATE     PIC 9(08).
           05 ACKH-DETAIL-COUNT PIC 9(08).
           05 ACKH-SOURCE-SYSTEM PIC X(04).
           05 FILLER            PIC X(25).
       01 ACK-TRAILER REDEFINES ACK-RECORD.
           05 ACKT-RECORD-TYPE  PIC X(01).
           05 ACKT-DETAIL-COUNT PIC 9(08).
           05 FILLER            PIC X(37).

       WORKING-STORAGE SECTION.
       01 JOURNAL-STATUS      PIC X(02).
       01 RUN-DATE PIC 9(08).
       01 ACK-DATE-ENV PIC X(08).
       01 ACK-DATE     PIC 9(08) VALUE 0.
       01 ACK-SOURCE   PIC X(04) VALUE SPACES.

      * The queued transaction image pulled apart through the live
      * layout, for the suspense side's reference.
       01 ERROR-COUNT    PIC 9(08) COMP VALUE 0.
       01 SUSPEND-COUNT  PIC 9(08) COMP VALUE 0.
       01 COUNT-EDIT PIC ZZZZZZZ9.
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "TRANACK" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE "CALC-ACK-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO ACK-DATE-ENV
           IF ACK-DATE-ENV NOT = SPACES
               MOVE ACK-DATE-ENV TO ACK-DATE
           END-IF
           MOVE "CALC-ACK-SOURCE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO ACK-SOURCE
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "unable to open journal file, status "
           MOVE "H"      TO ACKH-RECORD-TYPE
           MOVE RUN-DATE TO ACKH-RUN-DATE
           MOVE 0        TO ACKH-DETAIL-COUNT
           MOVE ACK-SOURCE TO ACKH-SOURCE-SYSTEM
           WRITE ACK-RECORD
           MOVE 'N' TO SOURCE-EOF-SWITCH
           PERFORM ACKNOWLEDGE-JOURNAL-LINE UNTIL SOURCE-EOF
           DISPLAY "references acknowledged rejected: " COUNT-EDIT
           MOVE SUSPEND-COUNT TO COUNT-EDIT
           DISPLAY "references acknowledged suspended: " COUNT-EDIT
           IF ACK-SOURCE NOT = SPACES
               DISPLAY "acknowledged for source system " ACK-SOURCE
           END-IF
           GOBACK
           .

                           AND JRNL-REFERENCE NOT = SPACES
                           AND (ACK-DATE = 0
                               OR JRNL-RUN-DATE = ACK-DATE)
                           AND (ACK-SOURCE = SPACES
                               OR JRNL-SOURCE-SYSTEM = ACK-SOURCE)
                       PERFORM WRITE-JOURNAL-ACK
                   END-IF
           END-READ
           MOVE JRNL-REFERENCE TO ACK-REFERENCE
           MOVE JRNL-RESULT    TO ACK-AMOUNT
           MOVE SPACES         TO ACK-REASON
           MOVE JRNL-SOURCE-SYSTEM TO ACK-SOURCE-SYSTEM
           EVALUATE JRNL-OUTCOME
               WHEN "OK"
                   MOVE "P" TO ACK-DISPOSITION
               WHEN "PENDING APPROVAL"
                   MOVE "A" TO ACK-DISPOSITION
                   MOVE JRNL-OUTCOME TO ACK-REASON
               WHEN "WAREHOUSED"
                   MOVE "W" TO ACK-DISPOSITION
                   MOVE JRNL-OUTCOME TO ACK-REASON
               WHEN "DUPLICATE"
                   MOVE "D" TO ACK-DISPOSITION
                   MOVE JRNL-OUTCOME TO ACK-REASON
               NOT AT END
                   MOVE SUSPO-TRAN-IMAGE TO QTRN-RECORD
                   IF QTRN-REFERENCE-IN NOT = SPACES
                           AND (ACK-SOURCE = SPACES
                               OR QTRN-SOURCE-SYSTEM = ACK-SOURCE)
                       MOVE SPACES TO ACK-RECORD
                       MOVE QTRN-REFERENCE-IN TO ACK-REFERENCE
                       MOVE "S" TO ACK-DISPOSITION
                       STRING "SUSPENDED " DELIMITED BY SIZE
                           SUSPO-REASON-CODE DELIMITED BY SIZE
                           INTO ACK-REASON
                       MOVE QTRN-SOURCE-SYSTEM TO ACK-SOURCE-SYSTEM
                       WRITE ACK-RECORD
                       ADD 1 TO DETAIL-COUNT
                       ADD 1 TO SUSPEND-COUNT
