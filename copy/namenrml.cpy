      *****************************************************************
      *  NAMENRML  --  linkage area for the namenorm subprogram
      *
      *  One call, one name: NNRM-NAME-IN comes back in
      *  NNRM-NAME-OUT in the form the watch-list screening
      *  compares -- upper case, apostrophes and full stops
      *  squeezed out ("O'Neil" is ONEIL, "J.P." is JP), every
      *  other character that is not a letter or digit taken as a
      *  word break, and the words sorted and single-spaced, so
      *  "Smith, John" and "JOHN SMITH" come back the same.
      *  WATCHLOD keys the watch master on this form and ACCTMNT
      *  and WATCHSCN screen account names through it, so the two
      *  sides of a match are always normalised alike.
      *
      *  NNRM-WORD-COUNT is the number of words found (zero for a
      *  name with no letters or digits at all).
      *****************************************************************
       01 NAME-NORMAL-AREA.
           05 NNRM-NAME-IN    PIC X(40).
           05 NNRM-NAME-OUT   PIC X(40).
           05 NNRM-WORD-COUNT PIC 9(02).
