      *****************************************************************
      *  BANKSTMT  --  bank statement file record layout
      *
      *  The settlement bank's statement as it arrives, one line per
      *  record:
      *
      *    col   1     "B" closing-balance record or "D" detail
      *    cols  2-9   date YYYYMMDD
      *    col  10     sign "+" (money in) or "-" (money out)
      *    cols 11-21  amount, digits, 9(9)V99 implied
      *    cols 22-31  reference
      *    cols 32-51  description
      *
      *  Blank lines and "*" lines are comments.  Shared between
      *  BANKREC (the reconciliation) and RCPTGEN (which posts the
      *  customer receipts among the "D" credit lines).
      *****************************************************************
       01 BANK-STATEMENT-RECORD.
           05 BSTM-RECORD-TYPE PIC X(01).
           05 BSTM-DATE        PIC 9(08).
           05 BSTM-SIGN        PIC X(01).
           05 BSTM-AMOUNT      PIC 9(9)V99.
           05 BSTM-REFERENCE   PIC X(10).
           05 BSTM-DESCRIPTION PIC X(20).
           05 FILLER           PIC X(29).
