      *****************************************************************
      *  DISTREC  --  print-distribution master record layout
      *
      *  One row per department naming the routing code the
      *  distribution room bundles by, so each department's section
      *  of a report can carry its own banner and stop circulating
      *  through the other departments' in-trays.  A plain card
      *  file (DISTMAST); blank rows and rows starting "*" are
      *  comments.  Read by CALCULATOR (the print report) and
      *  DQSCORE (the data-quality scorecard).
      *****************************************************************
       01 DISTRIBUTION-MASTER-ROW.
           05 DSM-DEPARTMENT   PIC X(04).
           05 FILLER           PIC X(01).
           05 DSM-ROUTING-CODE PIC X(08).
           05 FILLER           PIC X(01).
           05 DSM-DEPT-NAME    PIC X(20).
           05 FILLER           PIC X(46).
