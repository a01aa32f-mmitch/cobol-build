      *****************************************************************
      *  ANOMCASE  --  anomaly case file record layout
      *
      *  One record per account or operator whose night's activity
      *  scored at or over the case level in ANOMSCAN's rules, for
      *  compliance to investigate.  The file is appended to night
      *  after night, so a subject that keeps turning up shows as a
      *  run of cases.  The score is the sum of the points of every
      *  rule hit; the hit counts say which patterns made it up.
      *
      *    CASE-SUBJECT-TYPE    A an account, O an operator
      *    CASE-NEAR-LIMIT-HITS postings within the near-limit band
      *                         just under the operator's single
      *                         maximum (LIMITMST)
      *    CASE-BURST-HITS      runs that posted to the account at
      *                         least the burst count of times
      *    CASE-ROUND-HITS      postings of a round multiple of the
      *                         round-amount unit
      *    CASE-DORMANT-HITS    movement on a dormant account
      *    CASE-ALERTED         "Y" when the score also reached the
      *                         alert level and ALERTQ was raised
      *    CASE-STATUS          "O" open as written; left for the
      *                         investigators' own disposition
      *****************************************************************
       01 ANOMALY-CASE-RECORD.
           05 CASE-SCAN-DATE       PIC 9(08).
           05 CASE-SUBJECT-TYPE    PIC X(01).
               88 CASE-ACCOUNT  VALUE "A".
               88 CASE-OPERATOR VALUE "O".
           05 CASE-SUBJECT-ID      PIC X(08).
           05 CASE-SCORE           PIC 9(07).
           05 CASE-POSTINGS        PIC 9(07).
           05 CASE-AMOUNT          PIC S9(11)V99.
           05 CASE-NEAR-LIMIT-HITS PIC 9(05).
           05 CASE-BURST-HITS      PIC 9(05).
           05 CASE-ROUND-HITS      PIC 9(05).
           05 CASE-DORMANT-HITS    PIC 9(05).
           05 CASE-ALERTED         PIC X(01).
               88 CASE-ALERT-RAISED VALUE "Y".
           05 CASE-STATUS          PIC X(01).
               88 CASE-OPEN VALUE "O".
           05 FILLER               PIC X(14).
