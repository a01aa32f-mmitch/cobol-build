      *  didn't quite agree with each other) call this instead.
      *
      *  BPST-FUNCTION:  "POST    " applies one movement;
      *                  "INQUIRE " reads the account under the
      *                  same lock and open files and returns its
      *                  balance and terms without moving it, for
      *                  a caller that must judge the movement
      *                  before it posts;
      *                  "CLOSE   " releases the lock and closes
      *                  the files at end of run.
      *  BPST-OPERATION: "+" adds BPST-AMOUNT, "-" subtracts it;
      *                  anything else adds the amount as a signed
      *                  change and is recorded as keyed.
      *  BPST-VALUE-DATE: the movement's value date for the history
      *                  line; zero means the run date.
      *  BPST-RETURN-CODE: 00 posted, 08 account not on master,
      *                  12 file trouble, 16 another job holds the
      *                  balance lock.
           05 BPST-RETURN-CODE   PIC 9(02).
           05 BPST-PRIOR-BALANCE PIC S9(9)V99.
           05 BPST-NEW-BALANCE   PIC S9(9)V99.
           05 BPST-VALUE-DATE    PIC 9(08).
      * Returned by INQUIRE (and by POST): the account's
      * minimum-balance terms, dormancy flag, account class and
      * currency (blank for the base currency) as on the master.
           05 BPST-MINIMUM        PIC S9(9)V99.
           05 BPST-HARD-STOP-FLAG PIC X(01).
           05 BPST-DORMANT-FLAG   PIC X(01).
           05 BPST-ACCOUNT-CLASS  PIC X(04).
           05 BPST-CURRENCY       PIC X(03).
