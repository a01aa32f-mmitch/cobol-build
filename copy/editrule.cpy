      *****************************************************************
      *  EDITRULE  --  front-end edit rule master record layout
      *
      *  One record per business edit rule, keyed on the rule id
      *  (indexed), maintained by EDITMNT from control cards and
      *  applied by TRANEDIT after its built-in checks, in rule-id
      *  order -- the first rule a record breaks names the reject.
      *
      *  A rule applies to a transaction record when every scope
      *  item it names matches (blank / zero = any):
      *
      *    ERL-SCOPE-DEPARTMENT  the department of the "B" batch
      *                          the record arrived in
      *    ERL-SCOPE-OPERATION   the operation code
      *    ERL-SCOPE-CURRENCY    TRAN-CURRENCY-1
      *    ERL-SCOPE-AMOUNT      VALUE-2 over this amount (either
      *                          sign)
      *
      *  and then requires ERL-FIELD to satisfy ERL-CONDITION:
      *
      *    PR  present (not blank)      AB  absent (blank)
      *    EQ  equal to ERL-VALUE       NE  not equal to ERL-VALUE
      *    LE  not above ERL-VALUE      GE  not below ERL-VALUE
      *
      *  A record in scope that fails the condition is rejected
      *  under ERL-REJECT-CODE.  ERL-FIELD names a transaction
      *  field: VAL1 VAL2 OPCD OPID REF CUR1 CUR2 ORIG APPR COST
      *  PROD VDAT ACCT.  On VAL1 and VAL2 the value is an amount
      *  (digits, 9(9)V99 implied) and compares numerically;
      *  everything else compares as text, left-justified.
      *****************************************************************
       01 EDIT-RULE-RECORD.
           05 ERL-RULE-ID          PIC X(04).
           05 ERL-FIELD            PIC X(04).
           05 ERL-CONDITION        PIC X(02).
               88 ERL-MUST-BE-PRESENT  VALUE "PR".
               88 ERL-MUST-BE-ABSENT   VALUE "AB".
               88 ERL-MUST-EQUAL       VALUE "EQ".
               88 ERL-MUST-NOT-EQUAL   VALUE "NE".
               88 ERL-MUST-NOT-EXCEED  VALUE "LE".
               88 ERL-MUST-REACH       VALUE "GE".
               88 ERL-CONDITION-VALID  VALUE "PR" "AB" "EQ" "NE"
                                             "LE" "GE".
           05 ERL-VALUE            PIC X(11).
           05 ERL-VALUE-AMOUNT REDEFINES ERL-VALUE PIC 9(9)V99.
           05 ERL-REJECT-CODE      PIC X(04).
           05 ERL-SCOPE-DEPARTMENT PIC X(04).
           05 ERL-SCOPE-OPERATION  PIC X(01).
           05 ERL-SCOPE-CURRENCY   PIC X(03).
           05 ERL-SCOPE-AMOUNT     PIC 9(9)V99.
           05 ERL-DESCRIPTION      PIC X(18).
           05 ERL-CHANGED-BY       PIC X(08).
           05 ERL-CHANGED-DATE     PIC 9(08).
           05 FILLER               PIC X(02).
