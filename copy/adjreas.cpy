      *****************************************************************
      *  ADJREAS  --  adjustment reason-code master record (ADJREAS)
      *
      *  One record per reason a manual adjustment may be posted
      *  under -- a misapplied fee, a goodwill credit, a rounding
      *  clean-up -- keyed on the four-character code (indexed).
      *  Maintained by ADJRMNT; ADJPOST refuses an adjustment card
      *  whose code is not on file or not active, and ADJRPT
      *  names each code's description on the monthly report.
      *
      *  A code is never deleted -- journal lines already posted
      *  under it still need to resolve -- only retired, which
      *  makes it reject on new cards exactly like an unknown one.
      *****************************************************************
       01 ADJUST-REASON-RECORD.
           05 ADJR-CODE           PIC X(04).
           05 ADJR-DESCRIPTION    PIC X(30).
           05 ADJR-STATUS         PIC X(01).
               88 ADJR-ACTIVE  VALUE "A".
               88 ADJR-RETIRED VALUE "I".
           05 ADJR-CHANGED-DATE   PIC 9(08).
           05 FILLER              PIC X(17).
