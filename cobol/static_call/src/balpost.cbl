      *  CALC-BALLOCK-OVERRIDE=YES.
      *
      *  The caller drives it through copy/balpostl.cpy: POST per
      *  movement (INQUIRE ahead of it where the caller must judge
      *  the movement first), CLOSE once at end of run.  Files
      *  open on the first call and the lock is held from then
      *  until CLOSE.
      *  CALCULATOR's own balance mode keeps its buffered-chain
      *  discipline (history held back until the chain's result is
      *  stored), which is the stronger guarantee for multi-step
       01 LOCK-REFUSED-SWITCH PIC X(01).
           88 LOCK-REFUSED VALUE 'Y'.
       01 LOCK-OVERRIDE-ENV PIC X(03).
       COPY parmgetl.

       LINKAGE SECTION.
       COPY balpostl.

       PROCEDURE DIVISION USING BALANCE-POSTING-AREA.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "BALPOST" TO PRMG-PROGRAM
           EVALUATE BPST-FUNCTION
               WHEN "POST    "
                   PERFORM POST-ONE-MOVEMENT
               WHEN "INQUIRE "
                   PERFORM INQUIRE-ONE-ACCOUNT
               WHEN "CLOSE   "
                   PERFORM CLOSE-POSTING-FILES
               WHEN OTHER
           END-IF
           EXIT.

      * The balance the next POST will start from, read through
      * the files balpost already holds -- a caller that opened
      * the master itself would be reading beside the open I-O.
       INQUIRE-ONE-ACCOUNT SECTION.
           MOVE 0 TO BPST-RETURN-CODE
           IF NOT FILES-OPEN
               PERFORM ACQUIRE-POSTING-LOCK
               IF LOCK-REFUSED
                   MOVE 16 TO BPST-RETURN-CODE
               ELSE
                   PERFORM OPEN-POSTING-FILES
               END-IF
           END-IF
           IF BPST-RETURN-CODE = 0
               MOVE BPST-ACCOUNT-ID TO BAL-ACCOUNT-ID
               READ BALANCE-FILE
                   INVALID KEY
                       MOVE 08 TO BPST-RETURN-CODE
                   NOT INVALID KEY
                       MOVE BAL-AMOUNT TO BPST-PRIOR-BALANCE
                       MOVE BAL-AMOUNT TO BPST-NEW-BALANCE
                       PERFORM RETURN-ACCOUNT-TERMS
               END-READ
           END-IF
           EXIT.

       RETURN-ACCOUNT-TERMS SECTION.
           MOVE BAL-MINIMUM        TO BPST-MINIMUM
           MOVE BAL-HARD-STOP-FLAG TO BPST-HARD-STOP-FLAG
           MOVE BAL-DORMANT-FLAG   TO BPST-DORMANT-FLAG
           MOVE BAL-ACCOUNT-CLASS  TO BPST-ACCOUNT-CLASS
           MOVE BAL-CURRENCY       TO BPST-CURRENCY
           EXIT.

      * Rewrite first, history immediately after -- the pair the
      * callers could never be trusted to keep together.
       APPLY-AND-RECORD SECTION.
           MOVE BAL-AMOUNT TO BPST-PRIOR-BALANCE
           PERFORM RETURN-ACCOUNT-TERMS
           EVALUATE BPST-OPERATION
               WHEN "+"
                   ADD BPST-AMOUNT TO BAL-AMOUNT
               MOVE BPST-RUN-DATE      TO BALH-RUN-DATE
               MOVE BPST-RUN-TIME      TO BALH-RUN-TIME
               MOVE BPST-REFERENCE     TO BALH-REFERENCE
               IF BPST-VALUE-DATE IS NUMERIC
                       AND BPST-VALUE-DATE > 0
                   MOVE BPST-VALUE-DATE TO BALH-VALUE-DATE
               ELSE
                   MOVE BPST-RUN-DATE   TO BALH-VALUE-DATE
               END-IF
               WRITE BALANCE-HISTORY-RECORD
           END-IF
           EXIT.
           EXIT.

       JUDGE-HELD-LOCK SECTION.
           MOVE "CALC-BALLOCK-OVERRIDE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO LOCK-OVERRIDE-ENV
           IF LOCK-OVERRIDE-ENV = "YES"
               DISPLAY "stale balance lock from " BLCK-RUN-DATE
                   " " BLCK-RUN-TIME " overridden by operator"
