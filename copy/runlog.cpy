      *  and the final return code) when it completes -- the
      *  execution history audit keeps asking for, and the evidence
      *  trail when an abend leaves the active-run lock behind.
      *  DATENTRY appends an END record (mode KEYING) when a
      *  signed-on keying session closes, and ACCTINQ one (mode
      *  INQUIRY, inquiries answered in the transaction count) when
      *  a signed-on inquiry session closes.
      *****************************************************************
       01 RUN-LOG-RECORD.
           05 RLOG-PROGRAM     PIC X(08).
      * RUNTRPT trend report treats zero elapsed as "not captured".
           05 RLOG-ELAPSED-SECONDS PIC 9(08).
           05 RLOG-TRANS-PER-MIN   PIC 9(08).
      * The authenticated operator behind the run, where there is
      * one -- DATENTRY's or ACCTINQ's signed-on clerk.  Blank on
      * batch runs, which post for many operators at once.  RECERT
      * reads it as activity evidence alongside the journal.
           05 RLOG-OPERATOR-ID     PIC X(08).
