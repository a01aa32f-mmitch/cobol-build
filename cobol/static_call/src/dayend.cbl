       01 SUSPENSE-RECORD.
           05 SUSP-REASON-CODE   PIC X(04).
           05 SUSP-ATTEMPT-COUNT PIC 9(03).
           05 SUSP-TRAN-IMAGE    PIC X(109).

       FD ERROR-QUEUE-FILE.
       01 ERROR-QUEUE-RECORD.
       01 CHECK-NAME PIC X(34).
       01 CHECK-RESULT PIC X(04).
       01 CHECK-DETAIL PIC X(50).
       COPY parmgetl.

       PROCEDURE DIVISION.
           INITIALIZE PARAMETER-GET-AREA
           MOVE "DAYEND" TO PRMG-PROGRAM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO BUSINESS-DATE
           MOVE "CALC-BUSINESS-DATE" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO BUSINESS-DATE-ENV
           IF BUSINESS-DATE-ENV NOT = SPACES
               MOVE BUSINESS-DATE-ENV TO BUSINESS-DATE
           END-IF
           MOVE "CALC-SUSPENSE-MAX" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO SUSPENSE-MAX-ENV
           IF SUSPENSE-MAX-ENV NOT = SPACES
               MOVE SUSPENSE-MAX-ENV TO SUSPENSE-MAX
           END-IF
           MOVE "CALC-ERRORQ-MAX" TO PRMG-NAME
           CALL 'parmget' USING PARAMETER-GET-AREA
           MOVE PRMG-VALUE TO ERRORQ-MAX-ENV
           IF ERRORQ-MAX-ENV NOT = SPACES
               MOVE ERRORQ-MAX-ENV TO ERRORQ-MAX
           END-IF
