      *****************************************************************
      *  PAYBANK  --  bank payment file record layout
      *
      *  The file PAYFILE hands the bank each day: one "H" header,
      *  a "D" detail per payment, one "T" trailer.  The bank
      *  refuses a file whose trailer does not agree with its
      *  details -- the entry count, the amount total (all
      *  currencies added together, as the bank's control total is
      *  a plain sum) and the routing hash: the sum of the payees'
      *  nine-digit routing numbers, kept to its low ten digits.
      *  The header's file sequence runs one up from the last file
      *  ever sent (PAYSEQ), so a lost or repeated file shows.
      *
      *  An empty file still goes, header and trailer alone, so the
      *  bank's sequence never skips.
      *****************************************************************
       01 BANK-PAYMENT-RECORD.
           05 BPAY-RECORD-TYPE   PIC X(01).
               88 BPAY-HEADER  VALUE "H".
               88 BPAY-DETAIL  VALUE "D".
               88 BPAY-TRAILER VALUE "T".
           05 BPAY-INSTRUCTION-ID PIC X(10).
           05 BPAY-VALUE-DATE    PIC 9(08).
           05 BPAY-CURRENCY      PIC X(03).
           05 BPAY-AMOUNT        PIC 9(9)V99.
           05 BPAY-ROUTING       PIC 9(09).
           05 BPAY-BANK-ACCOUNT  PIC X(17).
           05 BPAY-PAYEE-NAME    PIC X(30).
           05 FILLER             PIC X(05).
       01 BPAYH-RECORD REDEFINES BANK-PAYMENT-RECORD.
           05 BPAYH-RECORD-TYPE  PIC X(01).
           05 BPAYH-ORIGINATOR   PIC X(10).
           05 BPAYH-FILE-DATE    PIC 9(08).
           05 BPAYH-FILE-SEQUENCE PIC 9(06).
           05 FILLER             PIC X(69).
       01 BPAYT-RECORD REDEFINES BANK-PAYMENT-RECORD.
           05 BPAYT-RECORD-TYPE  PIC X(01).
           05 BPAYT-FILE-SEQUENCE PIC 9(06).
           05 BPAYT-ENTRY-COUNT  PIC 9(06).
           05 BPAYT-AMOUNT-TOTAL PIC 9(13)V99.
           05 BPAYT-ROUTING-HASH PIC 9(10).
           05 FILLER             PIC X(56).
