      *****************************************************************
      *  WATCHREC  --  watch-list master record layout
      *
      *  One record per name on the sanctions and watch lists
      *  compliance receives each week, rebuilt from the feed by
      *  WATCHLOD.  The key leads with the name in namenorm's
      *  normalised form (copy/namenrml.cpy), so a screening
      *  program positions on an account's normalised name and
      *  reads forward while it still matches; the list's own
      *  entry id follows to keep two entries for one name apart.
      *  WTCH-LISTED-NAME is the name as the list spelled it, for
      *  the investigator.  Read by ACCTMNT (screening at OPEN)
      *  and WATCHSCN (the weekly rescan).
      *****************************************************************
       01 WATCH-LIST-RECORD.
           05 WTCH-KEY.
               10 WTCH-NORMAL-NAME PIC X(40).
               10 WTCH-ENTRY-ID    PIC X(10).
           05 WTCH-LIST-SOURCE PIC X(08).
           05 WTCH-LISTED-NAME PIC X(40).
           05 WTCH-LOADED-DATE PIC 9(08).
