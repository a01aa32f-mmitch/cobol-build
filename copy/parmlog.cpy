      *****************************************************************
      *  PARMLOG  --  parameter override log record layout
      *
      *  One record appended by parmget each time a job's own
      *  PARM/ENVAR setting overrides the parameter master for a
      *  run (once per setting per program per run): who, when,
      *  what the job used and what the master held.  A blank
      *  PLG-MASTER-VALUE with a zero date means the master held
      *  nothing for it.  "Why did last night's run use that
      *  value" is answered here.
      *****************************************************************
       01 PARAMETER-LOG-RECORD.
           05 PLG-RUN-DATE         PIC 9(08).
           05 PLG-RUN-TIME         PIC 9(08).
           05 PLG-PROGRAM          PIC X(10).
           05 PLG-NAME             PIC X(26).
           05 PLG-OVERRIDE-VALUE   PIC X(17).
           05 PLG-MASTER-VALUE     PIC X(17).
           05 PLG-MASTER-EFFECTIVE PIC 9(08).
           05 PLG-MASTER-SCOPE     PIC X(10).
