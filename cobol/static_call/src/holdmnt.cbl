      *  rejected (lift it first -- two orders on one account need
      *  a human to reconcile them).  The run ends with a listing
      *  of every active hold.
      *
      *  Every hold placed raises the HOLDPLAC business event, and
      *  every hold lifted HOLDLIFT, through evntpost onto EVENTQ
      *  (copy/evntrec.cpy) for EVNTSHIP to ship to the CRM and
      *  collections systems.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01 RUN-TIME PIC 9(08).
       01 MAINT-OPERATOR-ID PIC X(08) VALUE SPACES.
       01 BEFORE-IMAGE PIC X(80).
       01 HOLD-TYPE-WORD PIC X(20).
       COPY evntpstl.
       01 RECORD-EXISTS-SWITCH PIC X(01).
           88 HOLD-RECORD-EXISTS VALUE 'Y'.

                       " type " HCARD-HOLD-TYPE " by "
                       MAINT-OPERATOR-ID
                   PERFORM WRITE-AUDIT-LINE
                   MOVE "HOLDPLAC" TO EVPK-EVENT-TYPE
                   MOVE SPACES TO EVPK-BEFORE-VALUE
                   PERFORM DESCRIBE-HOLD-TYPE
                   MOVE HOLD-TYPE-WORD TO EVPK-AFTER-VALUE
                   PERFORM RAISE-HOLD-EVENT
               END-IF
           END-IF
           EXIT.
                       DISPLAY "hold lifted on " HCARD-ACCOUNT-ID
                           " by " MAINT-OPERATOR-ID
                       PERFORM WRITE-AUDIT-LINE
                       MOVE "HOLDLIFT" TO EVPK-EVENT-TYPE
                       PERFORM DESCRIBE-HOLD-TYPE
                       MOVE HOLD-TYPE-WORD TO EVPK-BEFORE-VALUE
                       MOVE "LIFTED" TO EVPK-AFTER-VALUE
                       PERFORM RAISE-HOLD-EVENT
                   END-IF
           END-READ
           EXIT.

       RAISE-HOLD-EVENT SECTION.
           MOVE "HOLDMNT" TO EVPK-SOURCE-PROGRAM
           MOVE RUN-DATE TO EVPK-BUSINESS-DATE
           MOVE HLD-ACCOUNT-ID TO EVPK-ACCOUNT-ID
           MOVE SPACES TO EVPK-REFERENCE
           MOVE 0 TO EVPK-AMOUNT
           MOVE MAINT-OPERATOR-ID TO EVPK-OPERATOR-ID
           CALL 'evntpost' USING EVENT-POST-AREA
           EXIT.

       DESCRIBE-HOLD-TYPE SECTION.
           IF HLD-FULL-HOLD
               MOVE "FULL HOLD" TO HOLD-TYPE-WORD
           ELSE
               MOVE "DEBIT HOLD" TO HOLD-TYPE-WORD
           END-IF
           EXIT.

       WRITE-AUDIT-LINE SECTION.
           MOVE "HOLDMAST" TO MAUD-FILE-NAME
           MOVE HCARD-ACTION TO MAUD-ACTION
