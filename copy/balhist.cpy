           05 BALH-ACCOUNT-ID    PIC X(08).
           05 BALH-PRIOR-BALANCE PIC S9(9)V99.
           05 BALH-OPERATION     PIC X(01).
      * "V" is the opening balance of an account taken over from
      * another system -- the one movement CONVLOAD writes when it
      * loads the account, with nothing journaled behind it.
               88 BALH-CONVERSION VALUE "V".
           05 BALH-OPERAND       PIC S9(9)V99.
           05 BALH-NEW-BALANCE   PIC S9(9)V99.
           05 BALH-RUN-DATE      PIC 9(08).
           05 BALH-RUN-TIME      PIC 9(08).
           05 BALH-REFERENCE     PIC X(10).
      * The movement's value date -- the run date for an ordinary
      * posting, earlier for a back-valued one.  BVADJ reads the
      * gap between the two to post the interest the account
      * should have had.  Zero on movements written before the
      * field existed.
           05 BALH-VALUE-DATE    PIC 9(08).
