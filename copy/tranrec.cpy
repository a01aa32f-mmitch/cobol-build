           05 TRAN-CURRENCY-2      PIC X(03).
      * On a NEGATE transaction, the reference of the posting being
      * reversed -- carried into ORIGINAL-REFERENCE-NUMBER so the
      * journal line shows both sides of the correction.  Also set
      * by RTNITEM on the account debit reversing a deposit the
      * bank returned unpaid, and on its returned-item fee, to the
      * credit that came back.  Blank on every other transaction.
           05 TRAN-ORIG-REFERENCE  PIC X(10).
      * Filled by the REVAPPR approval program with the supervisor
      * who approved a large reversal; a large reversal arriving
      * The product code the interest path prices from: once the
      * RATEMAST rate master is mounted, 'I' and 'A' transactions
      * take the rate in force on TRAN-DATE-IN for this product
      * rather than trusting any caller-supplied figure.  On an
      * account debit ("-" with TRAN-ACCOUNT-ID set) "PAYO" marks
      * the posting as an external payout -- money the bank is to
      * pay to the account's owner -- and CALCULATOR queues a
      * payment instruction for it (copy/payinst.cpy).  On an
      * account credit ("+") it is the deposit type, which the
      * float schedule (copy/fltsched.cpy) may hold back from
      * spending for some business days.  A balance posting never
      * prices a product, so the slot is free.
           05 TRAN-PRODUCT-CODE    PIC X(04).
      * The date the money really moved, when that is earlier than
      * TRAN-DATE-IN -- a bank correction or a missed deposit
      * posted days late.  CALCULATOR accepts it no more than
      * CALC-BACKVALUE-DAYS before the posting date, and BVADJ
      * squares the interest for the days in between.  Zero or
      * blank means the transaction is valued the day it posts.
           05 TRAN-VALUE-DATE      PIC 9(08).
      * The balance account the record posts to.  Blank is ordinary
      * arithmetic work, as every record was before the field
      * existed; an account here makes the record a balance
      * posting -- "+" credits VALUE-2 to the account, "-" debits
      * it -- applied through balpost exactly as a balance-mode
      * posting would be.
           05 TRAN-ACCOUNT-ID      PIC X(08).
      * The record's position in the file as it arrived, stamped
      * by POSTSEQ when it re-sequences the balance work by
      * account, so the journal line can be traced back to the
      * submitted file.  Zero or blank on a file posted as
      * received.
           05 TRAN-SOURCE-POSITION PIC 9(08).
      * The system the record came from, stamped by whichever
      * program built it (see copy/srcsys.cpy for the codes) and
      * carried by CALCULATOR onto the journal line, so SRCRECON
      * can square each source's records in against what became of
      * them.  Blank on a record keyed or fed before the field
      * existed; SRCRECON counts those under "----".
           05 TRAN-SOURCE-SYSTEM   PIC X(04).
      * Department batch header and trailer views of the same slot.
      * Three departments feed one TRANFILE, so each department
      * brackets its records with a "B" header naming the department
       01 TRAN-BATCH-HEADER REDEFINES TRAN-RECORD.
           05 TRANB-RECORD-TYPE PIC X(01).
           05 TRANB-DEPARTMENT  PIC X(04).
           05 FILLER            PIC X(104).
      * Transmission control view: the upstream system prepends one
      * "C" record to each transaction file it hands over -- file
      * creation date, a sequence number that must be exactly one
      * VALUE-2 over the transaction records).  CALCULATOR verifies
      * all three before posting a record, so a re-sent file or a
      * truncated transfer stops at the door.  A file with no "C"
      * record is a legacy handoff and posts unverified.  The
      * creation time (HHMM) is held against the sending branch's
      * cut-off; a sender that leaves it blank is taken as inside
      * the cut-off.
       01 TRAN-CONTROL-HEADER REDEFINES TRAN-RECORD.
           05 TRANC-RECORD-TYPE  PIC X(01).
           05 TRANC-CREATE-DATE  PIC 9(08).
           05 TRANC-SEQUENCE     PIC 9(06).
           05 TRANC-RECORD-COUNT PIC 9(08).
           05 TRANC-HASH-TOTAL   PIC S9(11)V99.
           05 TRANC-CREATE-TIME  PIC 9(04).
           05 FILLER             PIC X(69).
       01 TRAN-BATCH-TRAILER REDEFINES TRAN-RECORD.
           05 TRANE-RECORD-TYPE    PIC X(01).
           05 TRANE-DEPARTMENT     PIC X(04).
           05 TRANE-EXPECTED-COUNT PIC 9(08).
           05 TRANE-EXPECTED-TOTAL PIC S9(9)V99.
           05 FILLER               PIC X(85).
