      *****************************************************************
      *  RTNHIST  --  returned-item history record layout
      *
      *  Appended by RTNITEM for every bank return it reverses: the
      *  account, the credit that came back and why, and the two
      *  postings generated for it -- the reversing debit and the
      *  returned-item fee (reference blank and amount zero when
      *  the account's class charges none).  RTNITEM reads it back
      *  to list the accounts whose deposits keep coming back.
      *****************************************************************
       01 RETURN-HISTORY-RECORD.
           05 RTNH-GENERATED-DATE  PIC 9(08).
           05 RTNH-ACCOUNT-ID      PIC X(08).
           05 RTNH-ORIG-REFERENCE  PIC X(10).
           05 RTNH-AMOUNT          PIC 9(9)V99.
           05 RTNH-RETURN-DATE     PIC 9(08).
           05 RTNH-RETURN-REASON   PIC X(04).
           05 RTNH-BANK-ITEM       PIC X(12).
           05 RTNH-REVERSAL-REF    PIC X(10).
           05 RTNH-FEE-REFERENCE   PIC X(10).
           05 RTNH-FEE-AMOUNT      PIC 9(5)V99.
           05 FILLER               PIC X(12).
