      *****************************************************************
      *  LGLHOLDL  --  linkage area for the lglhold subprogram
      *
      *  One call, one question: is this record under a litigation
      *  hold in force?  The register (copy/lglhold.cpy) is read
      *  into storage on the first call; no LGLHOLD dataset on hand
      *  means no holds, the usual absent-file convention.
      *
      *  LGHK-FUNCTION:  "OPEN    " loads the register up front so
      *                  the caller can stop before touching
      *                  anything if it cannot be read;
      *                  "MATCH   " tests LGHK-ACCOUNT-ID,
      *                  LGHK-REFERENCE, LGHK-ORIG-REFERENCE and
      *                  LGHK-DATE against every hold in force (a
      *                  blank or zero field matches nothing);
      *                  "TEXT    " looks for a held account or
      *                  reference anywhere in LGHK-TEXT, and tests
      *                  LGHK-DATE as MATCH does -- for printed
      *                  report lines;
      *                  "NEXT    " steps through the holds in force
      *                  (LGHK-HOLD-INDEX zero to start), returning
      *                  each hold and how many records matched it
      *                  since the last RESET;
      *                  "RESET   " zeroes the match counts.
      *  LGHK-RETURN-CODE: 00 held (MATCH/TEXT) or a hold returned
      *                  (NEXT/OPEN), 04 not held, 08 no more holds,
      *                  12 the register could not be read -- the
      *                  caller must not archive or purge anything.
      *  A held record returns the first hold it matched in
      *  LGHK-HOLD-ID and LGHK-MATTER; every hold it matched is
      *  counted.
      *****************************************************************
       01 LEGAL-HOLD-AREA.
           05 LGHK-FUNCTION       PIC X(08).
           05 LGHK-ACCOUNT-ID     PIC X(08).
           05 LGHK-REFERENCE      PIC X(10).
           05 LGHK-ORIG-REFERENCE PIC X(10).
           05 LGHK-DATE           PIC 9(08).
           05 LGHK-TEXT           PIC X(132).
           05 LGHK-RETURN-CODE    PIC 9(02).
           05 LGHK-HOLD-INDEX     PIC 9(04).
           05 LGHK-HOLD-ID        PIC X(08).
           05 LGHK-MATTER         PIC X(24).
           05 LGHK-COUNSEL        PIC X(15).
           05 LGHK-MATCH-COUNT    PIC 9(08).
           05 LGHK-HOLDS-IN-FORCE PIC 9(04).
