      *****************************************************************
      *  SRCSYS  --  source-system codes stamped on TRAN-RECORDs
      *
      *  Every program that builds a transaction stamps its own
      *  code in TRAN-SOURCE-SYSTEM (copy/tranrec.cpy), and
      *  CALCULATOR carries it onto the journal line.  The in-house
      *  producers are listed here with the name the reconciliation
      *  and acknowledgement listings print beside the code.  An
      *  upstream feed converted by FEEDCONV is stamped with its
      *  FMTMAST format code instead (BIL1 and the rest), so a new
      *  feed is a new source without a change here; a code not in
      *  the table prints as an upstream feed.  Loaded via
      *  REDEFINES, searched with SEARCH, so a new row needs only
      *  the OCCURS count raised to match.
      *****************************************************************
       01 SOURCE-SYSTEM-TABLE-RAW.
       05 FILLER PIC X(24) VALUE "KEYDkeyed entry         ".
       05 FILLER PIC X(24) VALUE "SORDstanding orders     ".
       05 FILLER PIC X(24) VALUE "RESBerror resubmission  ".
       05 FILLER PIC X(24) VALUE "RVAPapproved reversal   ".
       05 FILLER PIC X(24) VALUE "RDSPreview disposition  ".
       05 FILLER PIC X(24) VALUE "BKOTrun backout         ".
       05 FILLER PIC X(24) VALUE "RCPTbank receipts       ".
       05 FILLER PIC X(24) VALUE "STLMbranch settlement   ".
       05 FILLER PIC X(24) VALUE "TGENtest generator      ".
       05 FILLER PIC X(24) VALUE "RTNIreturned items      ".
       05 FILLER PIC X(24) VALUE "----not stamped         ".
       01 SOURCE-SYSTEM-TABLE REDEFINES SOURCE-SYSTEM-TABLE-RAW.
           05 SOURCE-SYSTEM-ENTRY OCCURS 11 TIMES
                   INDEXED BY SOURCE-SYSTEM-IDX.
               10 SOURCE-SYSTEM-CODE PIC X(04).
               10 SOURCE-SYSTEM-NAME PIC X(20).
