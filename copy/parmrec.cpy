      *****************************************************************
      *  PARMREC  --  processing-parameter master record layout
      *
      *  One record per setting per effective date, keyed on the
      *  parameter name, the program it is limited to and the date
      *  it takes effect (indexed).  This is where the CALC-*
      *  settings every job reads are held -- the business date,
      *  rate and tolerance limits, retention periods, report
      *  windows -- instead of each job's own PARM/ENVAR.
      *
      *  PRM-PROGRAM blank holds the setting for every program; a
      *  row naming a program holds it for that program alone and
      *  beats the all-programs row.  Of the rows that apply, the
      *  one with the latest PRM-EFFECTIVE-DATE not after the run
      *  date is in force, so a change can be loaded ahead of the
      *  day it starts.  PRM-OWNER is the desk answerable for the
      *  setting; PRM-CHANGED-BY the operator who last touched the
      *  row (MNTAUDIT has the when and the before/after).
      *
      *  Read through the parmget subprogram (copy/parmgetl.cpy),
      *  maintained by PARMMNT, listed by PARMLIST.  The names a
      *  program may hold are catalogued in copy/parmuse.cpy.
      *  PRM-VALUE is as wide as the widest setting read
      *  (CALC-CATCHUP-RANGE, YYYYMMDD-YYYYMMDD).
      *****************************************************************
       01 PARAMETER-RECORD.
           05 PRM-KEY.
               10 PRM-NAME           PIC X(26).
               10 PRM-PROGRAM        PIC X(10).
               10 PRM-EFFECTIVE-DATE PIC 9(08).
           05 PRM-VALUE              PIC X(17).
           05 PRM-OWNER              PIC X(08).
           05 PRM-CHANGED-BY         PIC X(08).
           05 FILLER                 PIC X(03).
