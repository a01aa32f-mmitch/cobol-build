      *****************************************************************
      *  EODRPTL  --  linkage area for the journal report modules
      *
      *  The end-of-day reports over the journal keep their logic
      *  in a module each (jrnlrptm, excprptm, taxrptm, chargebm,
      *  ccrollum, budgrptm, jrnlexpm), called with this area and
      *  the journal record (copy/jrnlrec.cpy).  The standalone
      *  program of the same name and the single-pass driver
      *  EODRPT both read the journal and hand every record to the
      *  module, so a report comes out the same whichever runs it.
      *
      *  EODR-FUNCTION:  "START   " once, before the first record:
      *                  the module reads its settings, loads its
      *                  tables and opens its own files;
      *                  "LINE    " once per journal record, header
      *                  and trailer records included, in file
      *                  order;
      *                  "FINISH  " once, after the last record: the
      *                  module writes its report and closes up.
      *  EODR-RETURN-CODE: the module's RETURN-CODE as its program
      *                  has always set it, after every call.  Not
      *                  zero after START means the module could
      *                  not start (it says why on SYSOUT) and is
      *                  given no lines and no FINISH.
      *****************************************************************
       01 EOD-REPORT-AREA.
           05 EODR-FUNCTION    PIC X(08).
           05 EODR-RETURN-CODE PIC 9(02).
