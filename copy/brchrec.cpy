      *****************************************************************
      *  BRCHREC  --  branch master record (BRCHMAST)
      *
      *  One record per branch, keyed on the four-character branch
      *  code that JRNL-BRANCH-ID and the CALC-BRANCH-n settings
      *  carry (indexed).  Maintained by BRCHMNT; read by the
      *  CALCULATOR multi-branch run and by SETTLE.
      *
      *    BRM-BRANCH-NAME   printed beside the code on the branch
      *                      subtotals and the settlement report
      *    BRM-REGION        the branch's region, for reference
      *    BRM-CUTOFF-TIME   HHMM; a branch file created after it
      *                      posts its same-day transactions to
      *                      the branch's next business date.
      *                      Zero -- no cut-off
      *
      *  The branch's own public holidays are held on the posting
      *  calendar (CALMAST), as holiday rows carrying its code.
      *****************************************************************
       01 BRANCH-MASTER-RECORD.
           05 BRM-BRANCH-ID      PIC X(04).
           05 BRM-BRANCH-NAME    PIC X(30).
           05 BRM-REGION         PIC X(10).
           05 BRM-CUTOFF-TIME    PIC 9(04).
           05 FILLER             PIC X(12).
