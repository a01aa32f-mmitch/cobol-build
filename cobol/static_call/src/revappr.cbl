      *  the journal line.  Denied reversals go to the error queue
      *  with the denial reason ahead of the record image.  Items
      *  with no decision card stay pending on PENDKEEP, which the
      *  JCL swaps back in as the live PENDREV.  Each approval
      *  raises the REVAPPRV business event through evntpost onto
      *  EVENTQ (copy/evntrec.cpy) for EVNTSHIP to ship to the CRM
      *  and collections systems.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01 UNMATCHED-CARDS   PIC 9(05) COMP VALUE 0.
       01 APPR-STAT-EDIT    PIC ZZZZ9.
       01 PENDING-VALUE-EDIT PIC -(09)9.99.
       COPY evntpstl.

       PROCEDURE DIVISION.
           PERFORM LOAD-DECISION-CARDS
       APPROVE-PENDING-REVERSAL SECTION.
           MOVE PEND-RECORD TO TRAN-RECORD
           MOVE DECT-SUPERVISOR(DEC-IDX) TO TRAN-APPROVED-BY
           MOVE "RVAP" TO TRAN-SOURCE-SYSTEM
           WRITE TRAN-RECORD
           ADD 1 TO APPROVED-COUNT
           DISPLAY "reversal " PEND-REFERENCE-IN " approved by "
               DECT-SUPERVISOR(DEC-IDX)
           PERFORM RAISE-APPROVAL-EVENT
           EXIT.

       RAISE-APPROVAL-EVENT SECTION.
           MOVE "REVAPPRV" TO EVPK-EVENT-TYPE
           MOVE "REVAPPR" TO EVPK-SOURCE-PROGRAM
           MOVE 0 TO EVPK-BUSINESS-DATE
           MOVE PEND-ACCOUNT-ID TO EVPK-ACCOUNT-ID
           MOVE PEND-REFERENCE-IN TO EVPK-REFERENCE
           MOVE "PENDING" TO EVPK-BEFORE-VALUE
           MOVE "APPROVED" TO EVPK-AFTER-VALUE
           MOVE PEND-VALUE-1 TO EVPK-AMOUNT
           MOVE DECT-SUPERVISOR(DEC-IDX) TO EVPK-OPERATOR-ID
           CALL 'evntpost' USING EVENT-POST-AREA
           EXIT.

       DENY-PENDING-REVERSAL SECTION.
