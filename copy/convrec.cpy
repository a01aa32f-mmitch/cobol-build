      *****************************************************************
      *  CONVREC  --  portfolio conversion file record layout
      *
      *  The file a seller delivers when a portfolio of accounts is
      *  taken over from another system, read by CONVLOAD.  One
      *  header, one detail line per account in ascending account
      *  id order, then one control trailer per currency:
      *
      *  Header ("H"):
      *    col   1     "H"
      *    cols  2-9   seller code
      *    cols 10-19  load id -- quoted on every opening-balance
      *                history line the load writes
      *    cols 20-27  seller's cut-over date, YYYYMMDD
      *    cols 28-34  number of account lines, 7 digits
      *
      *  Detail ("D"):
      *    col   1     "D"
      *    cols  2-9   our account id
      *    cols 10-29  account name
      *    cols 30-33  account class
      *    cols 34-36  currency (blank = base)
      *    cols 37-44  date the seller opened the account, YYYYMMDD
      *    cols 45-55  opening balance, digits, 9(9)V99 implied
      *    col  56     "-" if the opening balance is negative
      *    cols 57-61  interest rate per period, 9V9999 implied
      *    cols 62-64  interest periods per application, 3 digits
      *    cols 65-75  minimum balance, digits, 9(9)V99 implied
      *    col  76     "-" if the minimum is negative
      *    col  77     "H" hard stop, blank flag-and-store
      *    cols 78-81  cost center the account is managed under
      *    cols 82-85  legal entity (blank = the cost center's)
      *    cols 86-95  the seller's own account number
      *
      *  Trailer ("T"), one per currency in the file:
      *    col   1     "T"
      *    cols  2-4   currency (blank = base)
      *    cols  5-11  number of accounts in the currency, 7 digits
      *    cols 12-24  their opening balances netted, digits,
      *                9(11)V99 implied
      *    col  25     "-" if the net total is negative
      *
      *  Blank lines and "*" lines are comments.
      *****************************************************************
       01 CONVERSION-RECORD.
           05 CONV-RECORD-TYPE     PIC X(01).
               88 CONV-HEADER  VALUE "H".
               88 CONV-DETAIL  VALUE "D".
               88 CONV-TRAILER VALUE "T".
           05 CONV-ACCOUNT-ID      PIC X(08).
           05 CONV-NAME            PIC X(20).
           05 CONV-CLASS           PIC X(04).
           05 CONV-CURRENCY        PIC X(03).
           05 CONV-OPENED-DATE     PIC X(08).
           05 CONV-BALANCE-DIGITS  PIC X(11).
           05 CONV-BALANCE-SIGN    PIC X(01).
           05 CONV-RATE-DIGITS     PIC X(05).
           05 CONV-PERIODS         PIC X(03).
           05 CONV-MINIMUM-DIGITS  PIC X(11).
           05 CONV-MINIMUM-SIGN    PIC X(01).
           05 CONV-HARD-STOP-FLAG  PIC X(01).
           05 CONV-COST-CENTER     PIC X(04).
           05 CONV-ENTITY          PIC X(04).
           05 CONV-SELLER-ACCOUNT  PIC X(10).
           05 FILLER               PIC X(05).
       01 CONVERSION-HEADER REDEFINES CONVERSION-RECORD.
           05 FILLER               PIC X(01).
           05 CONVH-SELLER         PIC X(08).
           05 CONVH-LOAD-ID        PIC X(10).
           05 CONVH-CUTOVER-DATE   PIC X(08).
           05 CONVH-ACCOUNT-COUNT  PIC X(07).
           05 FILLER               PIC X(66).
       01 CONVERSION-TRAILER REDEFINES CONVERSION-RECORD.
           05 FILLER               PIC X(01).
           05 CONVT-CURRENCY       PIC X(03).
           05 CONVT-ACCOUNT-COUNT  PIC X(07).
           05 CONVT-TOTAL-DIGITS   PIC X(13).
           05 CONVT-TOTAL-SIGN     PIC X(01).
           05 FILLER               PIC X(75).
