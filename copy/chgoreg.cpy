      *****************************************************************
      *  CHGOREG  --  charge-off and recovery register record layout
      *
      *  Appended by CHRGOFF for every overdrawn balance it charges
      *  off ("C") and every later credit it takes back as a
      *  recovery against the amount charged off ("R").  The amount
      *  is always the magnitude moved; CHGR-OUTSTANDING is what
      *  remains charged off on the account after the entry, so the
      *  last entry for an account says what is still owed.
      *  CHRGOFF reads it back to know what each charged-off
      *  account still owes; GLEXTR sends the entries for the
      *  extract date to the general ledger under GLMAP operation
      *  "W" (charge-off) and "R" (recovery).
      *****************************************************************
       01 CHARGE-OFF-REGISTER-RECORD.
           05 CHGR-ENTRY-TYPE      PIC X(01).
               88 CHGR-CHARGE-OFF  VALUE "C".
               88 CHGR-RECOVERY    VALUE "R".
           05 CHGR-BUSINESS-DATE   PIC 9(08).
           05 CHGR-ACCOUNT-ID      PIC X(08).
           05 CHGR-CONTROL-ACCOUNT PIC X(08).
           05 CHGR-AMOUNT          PIC 9(9)V99.
           05 CHGR-OUTSTANDING     PIC 9(9)V99.
           05 CHGR-REFERENCE       PIC X(10).
           05 CHGR-CONTROL-REF     PIC X(10).
      * Charge-offs only: the day the account last went overdrawn,
      * as the balance history showed it.  Zero on a recovery.
           05 CHGR-OVERDRAWN-SINCE PIC 9(08).
           05 CHGR-OPERATOR-ID     PIC X(08).
           05 CHGR-RUN-DATE        PIC 9(08).
           05 CHGR-RUN-TIME        PIC 9(08).
           05 FILLER               PIC X(13).
