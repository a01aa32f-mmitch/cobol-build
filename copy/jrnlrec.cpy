      *  all agree on one layout.  Programs that need a differently
      *  named record (RETNPURG's archive and retain output files, for
      *  example) copy it with REPLACING LEADING to swap the JRNL
      *  prefix for their own.  The journal report modules
      *  (copy/eodrptl.cpy) take it in LINKAGE from the program
      *  reading the journal for them.
      *****************************************************************
       01 JOURNAL-RECORD.
           05 JRNL-VALUE-1   PIC S9(9)V99.
      * everything still folds into one business date.  Zero on
      * ordinary batch work.
           05 JRNL-CYCLE          PIC 9(02).
      * Where JRNL-RATE-APPLIED came from on a converted line: "D"
      * the pair's own exchange-rate row, "X" a cross rate derived
      * through the base currency because no row for the pair was
      * on file.  Blank where no conversion happened and on lines
      * written before the field existed.
           05 JRNL-RATE-SOURCE    PIC X(01).
               88 JRNL-RATE-DIRECT       VALUE "D".
               88 JRNL-RATE-TRIANGULATED VALUE "X".
      * The transaction's position in TRANFILE as submitted, when
      * POSTSEQ re-sequenced the file ahead of posting -- the line
      * can be traced back to the record the department sent even
      * though it posted in account order.  Zero or blank on lines
      * posted in arrival order and on lines written before the
      * field existed.
           05 JRNL-SOURCE-POSITION PIC 9(08).
      * The legal entity that books the line -- its account's
      * entity, else its cost center's, else the run's home
      * entity (CALC-HOME-ENTITY) -- and, on an intercompany line,
      * the other entity it was posted against: the center's
      * entity when that differs from the account's, or the
      * entity of a transfer's other leg.  Blank counter entity
      * on every line that stays inside one entity, and both
      * blank on lines written before the fields existed.
           05 JRNL-ENTITY         PIC X(04).
           05 JRNL-COUNTER-ENTITY PIC X(04).
      * The reason code (copy/adjreas.cpy) of a manual adjustment
      * ADJPOST posted -- a correction that is not customer
      * activity, keyed by JRNL-OPERATOR-ID and, above the
      * approval limit, approved by JRNL-APPROVED-BY.  Blank on
      * every other line and on lines written before the field
      * existed.
           05 JRNL-ADJUST-REASON  PIC X(04).
      * The system the transaction came from (copy/srcsys.cpy),
      * carried from TRAN-SOURCE-SYSTEM so SRCRECON and TRANACK
      * can answer each source for its own postings.  Blank on
      * lines not posted from a transaction record and on lines
      * written before the field existed.  JRNL-CARRIED-IN marks
      * a line CALCULATOR posted from an earlier day's work -- a
      * suspense item re-presented or a warehoused item released
      * -- rather than from the run's own input, so a source's
      * records in can be squared against this run's lines alone.
           05 JRNL-SOURCE-SYSTEM  PIC X(04).
           05 JRNL-CARRIED-IN     PIC X(01).
               88 JRNL-FROM-SUSPENSE  VALUE "S".
               88 JRNL-FROM-WAREHOUSE VALUE "W".
      * Header and trailer views of the same 216-byte JOURNAL-RECORD
      * slot, written once each around a batch run so a downstream
      * reader can see the run's bounds without scanning the whole
      * journal.  JRNLH-RECORD-COUNT is a placeholder at write time
      * the chain crosses run and generation boundaries without a
      * gap a quiet edit could hide in.
           05 JRNLH-PRIOR-SEAL   PIC 9(09).
           05 FILLER             PIC X(174).
       01 JOURNAL-TRAILER REDEFINES JOURNAL-RECORD.
           05 JRNLT-RECORD-TYPE   PIC X(01).
           05 JRNLT-RECORD-COUNT  PIC 9(08).
      * The run's final chain hash -- the seal the next header
      * carries forward and JRNLCHN proves.
           05 JRNLT-SEAL-HASH     PIC 9(09).
           05 FILLER              PIC X(187).
