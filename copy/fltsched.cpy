      *****************************************************************
      *  FLTSCHED  --  deposit float schedule record layout
      *
      *  One row per deposit type, keyed on the type (indexed).  An
      *  account credit names its deposit type in the product-code
      *  slot of the transaction (TRAN-PRODUCT-CODE); when the type
      *  has a row here with business days, CALCULATOR floats the
      *  deposit -- all of it but the part FLS-IMMEDIATE-AMOUNT
      *  lets the owner spend at once -- on AMTHOLD
      *  (copy/amthold.cpy) until that many business days after
      *  the posting date.  Business days are bizdate's: weekdays
      *  the posting calendar (CALMAST) does not name as shop-wide
      *  holidays.
      *  A type with no row, or zero days, is spendable the day it
      *  posts, as every deposit was before the schedule existed.
      *  Maintained by AMTHMNT.
      *****************************************************************
       01 FLOAT-SCHEDULE-RECORD.
           05 FLS-DEPOSIT-TYPE     PIC X(04).
           05 FLS-BUSINESS-DAYS    PIC 9(02).
           05 FLS-IMMEDIATE-AMOUNT PIC S9(9)V99.
           05 FLS-DESCRIPTION      PIC X(20).
           05 FILLER               PIC X(43).
