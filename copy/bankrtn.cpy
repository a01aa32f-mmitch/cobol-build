      *****************************************************************
      *  BANKRTN  --  bank returned-item file record layout
      *
      *  One line per deposited item the bank has sent back unpaid,
      *  as the settlement bank delivers the file:
      *
      *    cols  1-8   date the bank returned the item, YYYYMMDD
      *    cols  9-18  our reference of the credit the item was
      *                posted under -- quoted on the deposit and
      *                echoed back by the bank
      *    cols 19-29  amount returned, digits, 9(9)V99 implied
      *    cols 30-33  return reason: NSF (insufficient funds),
      *                CLSD (drawer's account closed), STOP
      *                (payment stopped), or the bank's own code
      *    cols 34-45  the bank's item id
      *    cols 46-65  description
      *
      *  Blank lines and "*" lines are comments.  Read by RTNITEM.
      *****************************************************************
       01 BANK-RETURN-RECORD.
           05 BRTN-RETURN-DATE PIC 9(08).
           05 BRTN-REFERENCE   PIC X(10).
           05 BRTN-AMOUNT      PIC 9(9)V99.
           05 BRTN-REASON      PIC X(04).
           05 BRTN-BANK-ITEM   PIC X(12).
           05 BRTN-DESCRIPTION PIC X(20).
           05 FILLER           PIC X(15).
