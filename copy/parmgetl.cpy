      *****************************************************************
      *  PARMGETL  --  linkage area for the parmget subprogram
      *
      *  One call, one setting.  The caller names the setting in
      *  PRMG-NAME and itself in PRMG-PROGRAM (set once, first
      *  thing in the run) and takes PRMG-VALUE where it used to
      *  ACCEPT the variable FROM ENVIRONMENT -- blank when the
      *  setting is held nowhere, as an unset variable was.
      *
      *  PRMG-FUNCTION:  anything but "MASTER  " asks for the value
      *                  this run uses: the parameter master's row
      *                  in force (copy/parmrec.cpy), unless the
      *                  job sets the variable itself, in which
      *                  case its value wins for the run and the
      *                  override is logged to PARMLOG;
      *                  "MASTER  " asks for the master's row alone,
      *                  ignoring this job's variables -- for
      *                  PARMLIST.
      *  PRMG-AS-OF-DATE: the date the row must be in force on;
      *                  zero or not numeric means today.
      *  PRMG-SOURCE:    "M" the master, "E" the job's override,
      *                  blank neither.
      *  PRMG-MASTER-VALUE, -EFFECTIVE-DATE, -OWNER, -SCOPE: the
      *                  master row in force, whichever won; scope
      *                  is the program the row names, blank for
      *                  the all-programs row.
      *  PRMG-RETURN-CODE: 00 found, 04 held nowhere, 12 the
      *                  master could not be read -- the value is
      *                  then the job's variable alone, as before
      *                  the master existed.
      *****************************************************************
       01 PARAMETER-GET-AREA.
           05 PRMG-FUNCTION          PIC X(08).
           05 PRMG-NAME              PIC X(26).
           05 PRMG-PROGRAM           PIC X(10).
           05 PRMG-AS-OF-DATE        PIC 9(08).
           05 PRMG-VALUE             PIC X(17).
           05 PRMG-SOURCE            PIC X(01).
               88 PRMG-FROM-MASTER   VALUE "M".
               88 PRMG-FROM-OVERRIDE VALUE "E".
               88 PRMG-NOT-HELD      VALUE " ".
           05 PRMG-MASTER-VALUE      PIC X(17).
           05 PRMG-EFFECTIVE-DATE    PIC 9(08).
           05 PRMG-OWNER             PIC X(08).
           05 PRMG-SCOPE             PIC X(10).
           05 PRMG-RETURN-CODE       PIC 9(02).
