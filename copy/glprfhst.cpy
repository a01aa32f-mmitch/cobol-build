      *****************************************************************
      *  GLPRFHST  --  GL proof difference history record layout
      *
      *  One row per GL control account that GLPROOF last found
      *  out of agreement with the balance master by an amount the
      *  open GL rejects do not explain, keyed on the control
      *  account (indexed).  GLPROOF opens the row the first month
      *  the unexplained difference appears, counts the months it
      *  stays, and deletes the row the month it clears, so the
      *  row's age is how long the difference has gone unresolved.
      *  A rerun for the same period refreshes the amount without
      *  adding a month.
      *****************************************************************
       01 GL-PROOF-HISTORY-RECORD.
           05 GLPH-CONTROL-ACCOUNT   PIC X(08).
           05 GLPH-FIRST-PERIOD      PIC 9(06).
           05 GLPH-LAST-PERIOD       PIC 9(06).
           05 GLPH-MONTHS            PIC 9(03).
           05 GLPH-DIFFERENCE        PIC S9(11)V99.
           05 GLPH-PRIOR-DIFFERENCE  PIC S9(11)V99.
