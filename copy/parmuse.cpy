      *****************************************************************
      *  PARMUSE  --  catalogue of the processing settings each
      *  program reads through parmget
      *
      *  One row per program per CALC-* setting it asks for, in
      *  program order.  PARMMNT will only hold a setting on the
      *  parameter master (copy/parmrec.cpy) for a name catalogued
      *  here, and for a program that reads it, so a mistyped name
      *  cannot sit on the master unread; PARMLIST walks the rows
      *  to show what each program would be given.  A program
      *  that starts reading a new setting needs its row added
      *  here and both PARM-USE-COUNT and the OCCURS count below
      *  raised to match.
      *
      *  CALC-MAINT-OPERATOR, CALC-SIGNON-ID and CALC-SIGNON-CRED
      *  are not settings -- they say who is running the job --
      *  and stay the job's own variables.
      *****************************************************************
       01 PARM-USE-RAW.
       05 FILLER PIC X(36) VALUE "ACCTINQ   CALC-CRED-EXPIRY-DAYS     ".
       05 FILLER PIC X(36) VALUE "ADJPOST   CALC-ADJ-APPROVAL-LIMIT   ".
       05 FILLER PIC X(36) VALUE "ADJPOST   CALC-REF-CHECKDIGIT       ".
       05 FILLER PIC X(36) VALUE "ADJRPT    CALC-ADJUST-MONTH         ".
       05 FILLER PIC X(36) VALUE "ALERTMON  CALC-ALERT-CUTOFF         ".
       05 FILLER PIC X(36) VALUE "AMRESET   CALC-RESET-DATE           ".
       05 FILLER PIC X(36) VALUE "ANOMSCAN  CALC-SCAN-DATE            ".
       05 FILLER PIC X(36) VALUE "AUDITPKG  CALC-AUDIT-FROM           ".
       05 FILLER PIC X(36) VALUE "AUDITPKG  CALC-AUDIT-TO             ".
       05 FILLER PIC X(36) VALUE "AUDSAMP   CALC-AUDIT-FROM           ".
       05 FILLER PIC X(36) VALUE "AUDSAMP   CALC-AUDIT-TO             ".
       05 FILLER PIC X(36) VALUE "AUDSAMP   CALC-KEY-ITEM-THRESHOLD   ".
       05 FILLER PIC X(36) VALUE "AUDSAMP   CALC-SAMPLE-BAND-1        ".
       05 FILLER PIC X(36) VALUE "AUDSAMP   CALC-SAMPLE-BAND-2        ".
       05 FILLER PIC X(36) VALUE "AUDSAMP   CALC-SAMPLE-BAND-3        ".
       05 FILLER PIC X(36) VALUE "AUDSAMP   CALC-SAMPLE-METHOD        ".
       05 FILLER PIC X(36) VALUE "AUDSAMP   CALC-SAMPLE-SEED          ".
       05 FILLER PIC X(36) VALUE "AUDSAMP   CALC-SAMPLE-SIZE          ".
       05 FILLER PIC X(36) VALUE "BACKOUT   CALC-BACKOUT-DATE         ".
       05 FILLER PIC X(36) VALUE "BACKOUT   CALC-BACKOUT-TIME         ".
       05 FILLER PIC X(36) VALUE "BALPOST   CALC-BALLOCK-OVERRIDE     ".
       05 FILLER PIC X(36) VALUE "BALROLL   CALC-ROLL-TO-DATE         ".
       05 FILLER PIC X(36) VALUE "BALROLL   CALC-ROLL-TO-TIME         ".
       05 FILLER PIC X(36) VALUE "BALSTMT   CALC-STMT-ACCOUNT         ".
       05 FILLER PIC X(36) VALUE "BALSTMT   CALC-STMT-FROM            ".
       05 FILLER PIC X(36) VALUE "BALSTMT   CALC-STMT-TO              ".
       05 FILLER PIC X(36) VALUE "BANKREC   CALC-REC-ACCOUNT          ".
       05 FILLER PIC X(36) VALUE "BANKREC   CALC-REC-FROM             ".
       05 FILLER PIC X(36) VALUE "BANKREC   CALC-REC-TO               ".
       05 FILLER PIC X(36) VALUE "BUDGRPT   CALC-BUDGET-MONTH         ".
       05 FILLER PIC X(36) VALUE "BUDGRPT   CALC-OVERSPEND-PCT        ".
       05 FILLER PIC X(36) VALUE "BVADJ     CALC-REF-CHECKDIGIT       ".
       05 FILLER PIC X(36) VALUE "CALCULATORCALC-ALERT-THRESHOLD      ".
       05 FILLER PIC X(36) VALUE "CALCULATORCALC-BACKVALUE-DAYS       ".
       05 FILLER PIC X(36) VALUE "CALCULATORCALC-BALLOCK-OVERRIDE     ".
       05 FILLER PIC X(36) VALUE "CALCULATORCALC-BASE-CURRENCY        ".
       05 FILLER PIC X(36) VALUE "CALCULATORCALC-BRANCH-1             ".
       05 FILLER PIC X(36) VALUE "CALCULATORCALC-BRANCH-2             ".
       05 FILLER PIC X(36) VALUE "CALCULATORCALC-BRANCH-3             ".
       05 FILLER PIC X(36) VALUE "CALCULATORCALC-BUSINESS-DATE        ".
       05 FILLER PIC X(36) VALUE "CALCULATORCALC-DEPT-CHECK           ".
       05 FILLER PIC X(36) VALUE "CALCULATORCALC-DEPT-HEADING         ".
       05 FILLER PIC X(36) VALUE "CALCULATORCALC-HOME-ENTITY          ".
       05 FILLER PIC X(36) VALUE "CALCULATORCALC-INTRADAY-CYCLE       ".
       05 FILLER PIC X(36) VALUE "CALCULATORCALC-LOCK-OVERRIDE        ".
       05 FILLER PIC X(36) VALUE "CALCULATORCALC-PARTITION            ".
       05 FILLER PIC X(36) VALUE "CALCULATORCALC-PROGRESS-INTERVAL    ".
       05 FILLER PIC X(36) VALUE "CALCULATORCALC-QUIET                ".
       05 FILLER PIC X(36) VALUE "CALCULATORCALC-REF-CHECKDIGIT       ".
       05 FILLER PIC X(36) VALUE "CALCULATORCALC-REVERSAL-LIMIT       ".
       05 FILLER PIC X(36) VALUE "CALCULATORCALC-SUSPENSE-LIMIT       ".
       05 FILLER PIC X(36) VALUE "CALCULATORCALC-VALUE-DATE           ".
       05 FILLER PIC X(36) VALUE "CALCULATORCALC-VARIANCE-THRESHOLD   ".
       05 FILLER PIC X(36) VALUE "CALCULATORCALC-WAREHOUSE-DAYS       ".
       05 FILLER PIC X(36) VALUE "CALCULATORCALC-WINDOW-SECONDS       ".
       05 FILLER PIC X(36) VALUE "CASHPROJ  CALC-PROJ-BUCKET          ".
       05 FILLER PIC X(36) VALUE "CASHPROJ  CALC-PROJ-DAYS            ".
       05 FILLER PIC X(36) VALUE "CASHPROJ  CALC-PROJ-START           ".
       05 FILLER PIC X(36) VALUE "CATCHUP   CALC-CATCHUP-CLOSE        ".
       05 FILLER PIC X(36) VALUE "CATCHUP   CALC-CATCHUP-DATE         ".
       05 FILLER PIC X(36) VALUE "CATCHUP   CALC-CATCHUP-EVENT        ".
       05 FILLER PIC X(36) VALUE "CATCHUP   CALC-CATCHUP-RANGE        ".
       05 FILLER PIC X(36) VALUE "CCROLLUP  CALC-ROLLUP-FROM          ".
       05 FILLER PIC X(36) VALUE "CCROLLUP  CALC-ROLLUP-TO            ".
       05 FILLER PIC X(36) VALUE "CHARGEBK  CALC-CHARGE-MONTH         ".
       05 FILLER PIC X(36) VALUE "CHRGOFF   CALC-BUSINESS-DATE        ".
       05 FILLER PIC X(36) VALUE "CHRGOFF   CALC-CHARGEOFF-ACCOUNT    ".
       05 FILLER PIC X(36) VALUE "CHRGOFF   CALC-CHARGEOFF-DAYS       ".
       05 FILLER PIC X(36) VALUE "CHRGOFF   CALC-REF-CHECKDIGIT       ".
       05 FILLER PIC X(36) VALUE "CLASSPRF  CALC-PROFIT-MONTH         ".
       05 FILLER PIC X(36) VALUE "CLOSEOUT  CALC-CLOSEOUT-SUSPENSE    ".
       05 FILLER PIC X(36) VALUE "CLOSEOUT  CALC-REF-CHECKDIGIT       ".
       05 FILLER PIC X(36) VALUE "CONSOL    CALC-CONSOL-DATE          ".
       05 FILLER PIC X(36) VALUE "CONSOL    CALC-HOME-ENTITY          ".
       05 FILLER PIC X(36) VALUE "CONVLOAD  CALC-BUSINESS-DATE        ".
       05 FILLER PIC X(36) VALUE "CUSTPOS   CALC-BASE-CURRENCY        ".
       05 FILLER PIC X(36) VALUE "DATENTRY  CALC-CRED-EXPIRY-DAYS     ".
       05 FILLER PIC X(36) VALUE "DATENTRY  CALC-SIGNON-REQUIRED      ".
       05 FILLER PIC X(36) VALUE "DAYEND    CALC-BUSINESS-DATE        ".
       05 FILLER PIC X(36) VALUE "DAYEND    CALC-ERRORQ-MAX           ".
       05 FILLER PIC X(36) VALUE "DAYEND    CALC-SUSPENSE-MAX         ".
       05 FILLER PIC X(36) VALUE "DBLIMRPT  CALC-CYCLE-MONTH          ".
       05 FILLER PIC X(36) VALUE "DEBITINT  CALC-BUSINESS-DATE        ".
       05 FILLER PIC X(36) VALUE "DEBITINT  CALC-DEBIT-MONTH          ".
       05 FILLER PIC X(36) VALUE "DEBITINT  CALC-REF-CHECKDIGIT       ".
       05 FILLER PIC X(36) VALUE "DORMANT   CALC-BUSINESS-DATE        ".
       05 FILLER PIC X(36) VALUE "DORMANT   CALC-DORMANT-DAYS         ".
       05 FILLER PIC X(36) VALUE "DORMANT   CALC-DORMANT-MONTHS       ".
       05 FILLER PIC X(36) VALUE "DQSCORE   CALC-DQ-MONTH             ".
       05 FILLER PIC X(36) VALUE "DWFEED    CALC-FEED-DATE            ".
       05 FILLER PIC X(36) VALUE "EODRPT    CALC-EOD-BUDGRPT          ".
       05 FILLER PIC X(36) VALUE "EODRPT    CALC-EOD-CCROLLUP         ".
       05 FILLER PIC X(36) VALUE "EODRPT    CALC-EOD-CHARGEBK         ".
       05 FILLER PIC X(36) VALUE "EODRPT    CALC-EOD-EXCPRPT          ".
       05 FILLER PIC X(36) VALUE "EODRPT    CALC-EOD-JRNLEXP          ".
       05 FILLER PIC X(36) VALUE "EODRPT    CALC-EOD-JRNLRPT          ".
       05 FILLER PIC X(36) VALUE "EODRPT    CALC-EOD-TAXRPT           ".
       05 FILLER PIC X(36) VALUE "ERRRESUB  CALC-REF-CHECKDIGIT       ".
       05 FILLER PIC X(36) VALUE "ESCHEAT   CALC-BUSINESS-DATE        ".
       05 FILLER PIC X(36) VALUE "ESCHEAT   CALC-ESCHEAT-HOLDER       ".
       05 FILLER PIC X(36) VALUE "ESCHEAT   CALC-ESCHEAT-LIABILITY    ".
       05 FILLER PIC X(36) VALUE "ESCHEAT   CALC-ESCHEAT-REPORT-YEAR  ".
       05 FILLER PIC X(36) VALUE "ESCHEAT   CALC-ESCHEAT-RESPONSE-DAYS".
       05 FILLER PIC X(36) VALUE "ESCHEAT   CALC-ESCHEAT-YEARS        ".
       05 FILLER PIC X(36) VALUE "ESCHEAT   CALC-REF-CHECKDIGIT       ".
       05 FILLER PIC X(36) VALUE "EXCPRPT   CALC-REPORT-DATE          ".
       05 FILLER PIC X(36) VALUE "EXPOSURE  CALC-BASE-CURRENCY        ".
       05 FILLER PIC X(36) VALUE "FEEAPPLY  CALC-BUSINESS-DATE        ".
       05 FILLER PIC X(36) VALUE "FEEAPPLY  CALC-FEE-MONTH            ".
       05 FILLER PIC X(36) VALUE "FEEAPPLY  CALC-REF-CHECKDIGIT       ".
       05 FILLER PIC X(36) VALUE "FEEDCONV  CALC-FEED-FORMAT          ".
       05 FILLER PIC X(36) VALUE "FEEDCONV  CALC-REF-CHECKDIGIT       ".
       05 FILLER PIC X(36) VALUE "FUTWMNT   CALC-WAREHOUSE-REPORT-DAYS".
       05 FILLER PIC X(36) VALUE "GLEXTR    CALC-BUSINESS-DATE        ".
       05 FILLER PIC X(36) VALUE "GLEXTR    CALC-EXTRACT-DATE         ".
       05 FILLER PIC X(36) VALUE "GLEXTR    CALC-MASK                 ".
       05 FILLER PIC X(36) VALUE "GLPROOF   CALC-PROOF-PERIOD         ".
       05 FILLER PIC X(36) VALUE "INTACCR   CALC-ACCRUAL-DATE         ".
       05 FILLER PIC X(36) VALUE "INTAPPLY  CALC-BUSINESS-DATE        ".
       05 FILLER PIC X(36) VALUE "INTAPPLY  CALC-INT-SIMULATE         ".
       05 FILLER PIC X(36) VALUE "INTAPPLY  CALC-REF-CHECKDIGIT       ".
       05 FILLER PIC X(36) VALUE "INTAPPLY  CALC-SIM-DATE             ".
       05 FILLER PIC X(36) VALUE "INTSUMM   CALC-INT-YEAR             ".
       05 FILLER PIC X(36) VALUE "JRNLCHN   CALC-CHAIN-ANCHOR         ".
       05 FILLER PIC X(36) VALUE "JRNLCONS  CALC-BUSINESS-DATE        ".
       05 FILLER PIC X(36) VALUE "JRNLEXP   CALC-EXPORT-DATE          ".
       05 FILLER PIC X(36) VALUE "JRNLEXP   CALC-MASK                 ".
       05 FILLER PIC X(36) VALUE "JRNLMRG   CALC-BUSINESS-DATE        ".
       05 FILLER PIC X(36) VALUE "LNAGING   CALC-AGING-DATE           ".
       05 FILLER PIC X(36) VALUE "MECTL     CALC-ME-EVENT             ".
       05 FILLER PIC X(36) VALUE "MECTL     CALC-ME-MONTH             ".
       05 FILLER PIC X(36) VALUE "MECTL     CALC-ME-STEP              ".
       05 FILLER PIC X(36) VALUE "MNTAUDRP  CALC-AUDIT-FILE           ".
       05 FILLER PIC X(36) VALUE "MNTAUDRP  CALC-AUDIT-FROM           ".
       05 FILLER PIC X(36) VALUE "MNTAUDRP  CALC-AUDIT-TO             ".
       05 FILLER PIC X(36) VALUE "MONTHSUM  CALC-BUSINESS-DATE        ".
       05 FILLER PIC X(36) VALUE "MONTHSUM  CALC-SUMMARY-MONTH        ".
       05 FILLER PIC X(36) VALUE "NOTICGEN  CALC-NOTICE-FOLLOWUP-DAYS ".
       05 FILLER PIC X(36) VALUE "OPERMNT   CALC-DUAL-CONTROL         ".
       05 FILLER PIC X(36) VALUE "OPERMNT   CALC-SIGNON-REQUIRED      ".
       05 FILLER PIC X(36) VALUE "PARMLIST  CALC-PARM-DATE            ".
       05 FILLER PIC X(36) VALUE "PAYFILE   CALC-PAY-APPROVAL-LIMIT   ".
       05 FILLER PIC X(36) VALUE "PAYFILE   CALC-PAY-ORIGINATOR       ".
       05 FILLER PIC X(36) VALUE "PERCLOSE  CALC-CLOSE-DATE           ".
       05 FILLER PIC X(36) VALUE "POSTSEQ   CALC-POSTING-SEQUENCE     ".
       05 FILLER PIC X(36) VALUE "RATEIMP   CALC-RATE-TOLERANCE       ".
       05 FILLER PIC X(36) VALUE "RATEMNT   CALC-STALE-DAYS           ".
       05 FILLER PIC X(36) VALUE "RCPTGEN   CALC-GENERATION-DATE      ".
       05 FILLER PIC X(36) VALUE "RCPTGEN   CALC-RCPT-OPERATOR        ".
       05 FILLER PIC X(36) VALUE "RCPTGEN   CALC-REC-ACCOUNT          ".
       05 FILLER PIC X(36) VALUE "RECERT    CALC-IDLE-DAYS            ".
       05 FILLER PIC X(36) VALUE "REORGMST  CALC-REORG-FILE           ".
       05 FILLER PIC X(36) VALUE "REORGMST  CALC-RETAIN-DATE          ".
       05 FILLER PIC X(36) VALUE "REPTRETR  CALC-RPT-DATE             ".
       05 FILLER PIC X(36) VALUE "REPTRETR  CALC-RPT-DEPT             ".
       05 FILLER PIC X(36) VALUE "REPTRETR  CALC-RPT-FUNCTION         ".
       05 FILLER PIC X(36) VALUE "REPTRETR  CALC-RPT-TYPE             ".
       05 FILLER PIC X(36) VALUE "REPTSTOR  CALC-RPT-DATE             ".
       05 FILLER PIC X(36) VALUE "REPTSTOR  CALC-RPT-DEPT             ".
       05 FILLER PIC X(36) VALUE "REPTSTOR  CALC-RPT-TYPE             ".
       05 FILLER PIC X(36) VALUE "RETNPURG  CALC-RETENTION-DATE       ".
       05 FILLER PIC X(36) VALUE "REVALUE   CALC-BASE-CURRENCY        ".
       05 FILLER PIC X(36) VALUE "REVALUE   CALC-REVAL-DATE           ".
       05 FILLER PIC X(36) VALUE "REVDISP   CALC-REVIEW-CUTOFF        ".
       05 FILLER PIC X(36) VALUE "RTNITEM   CALC-GENERATION-DATE      ".
       05 FILLER PIC X(36) VALUE "RTNITEM   CALC-RTN-OPERATOR         ".
       05 FILLER PIC X(36) VALUE "RTNITEM   CALC-RTN-REPEAT-COUNT     ".
       05 FILLER PIC X(36) VALUE "RTNITEM   CALC-RTN-REPEAT-DAYS      ".
       05 FILLER PIC X(36) VALUE "RUNTRPT   CALC-WINDOW-SECONDS       ".
       05 FILLER PIC X(36) VALUE "SETTLE    CALC-SETTLE-DATE          ".
       05 FILLER PIC X(36) VALUE "SODSCAN   CALC-AUDIT-FROM           ".
       05 FILLER PIC X(36) VALUE "SODSCAN   CALC-AUDIT-TO             ".
       05 FILLER PIC X(36) VALUE "STORDGEN  CALC-GENERATION-DATE      ".
       05 FILLER PIC X(36) VALUE "SUSPRUN   CALC-SUSPENSE-LIMIT       ".
       05 FILLER PIC X(36) VALUE "SWEEP     CALC-BASE-CURRENCY        ".
       05 FILLER PIC X(36) VALUE "SWEEP     CALC-BUSINESS-DATE        ".
       05 FILLER PIC X(36) VALUE "SWEEP     CALC-REF-CHECKDIGIT       ".
       05 FILLER PIC X(36) VALUE "TDMATURE  CALC-BUSINESS-DATE        ".
       05 FILLER PIC X(36) VALUE "TDMATURE  CALC-REF-CHECKDIGIT       ".
       05 FILLER PIC X(36) VALUE "TAXRPT    CALC-TAX-FROM             ".
       05 FILLER PIC X(36) VALUE "TAXRPT    CALC-TAX-TO               ".
       05 FILLER PIC X(36) VALUE "TRANACK   CALC-ACK-DATE             ".
       05 FILLER PIC X(36) VALUE "TRANACK   CALC-ACK-SOURCE           ".
       05 FILLER PIC X(36) VALUE "SRCRECON  CALC-RECON-DATE           ".
       05 FILLER PIC X(36) VALUE "TRANGEN   CALC-GEN-DEPTS            ".
       05 FILLER PIC X(36) VALUE "TRANGEN   CALC-GEN-ERRORPCT         ".
       05 FILLER PIC X(36) VALUE "TRANGEN   CALC-GEN-OPMIX            ".
       05 FILLER PIC X(36) VALUE "TRANGEN   CALC-GEN-SEED             ".
       05 FILLER PIC X(36) VALUE "TRANGEN   CALC-GEN-SEQUENCE         ".
       05 FILLER PIC X(36) VALUE "TRANGEN   CALC-GEN-VOLUME           ".
       05 FILLER PIC X(36) VALUE "TRANSPLT  CALC-PARTITIONS           ".
       05 FILLER PIC X(36) VALUE "TRIALBAL  CALC-BUSINESS-DATE        ".
       05 FILLER PIC X(36) VALUE "UNAPRPT   CALC-UNAPPLIED-ALERT-DAYS ".
       05 FILLER PIC X(36) VALUE "WORKREG   CALC-SLA-ALERTQ           ".
       05 FILLER PIC X(36) VALUE "WORKREG   CALC-SLA-ERRQUEUE         ".
       05 FILLER PIC X(36) VALUE "WORKREG   CALC-SLA-OPERPEND         ".
       05 FILLER PIC X(36) VALUE "WORKREG   CALC-SLA-PENDREV          ".
       05 FILLER PIC X(36) VALUE "WORKREG   CALC-SLA-REVQUEUE         ".
       05 FILLER PIC X(36) VALUE "WORKREG   CALC-SLA-SUSPENSE         ".
       05 FILLER PIC X(36) VALUE "WORKREG   CALC-WORKREG-RETAIN-DAYS  ".
       05 FILLER PIC X(36) VALUE "XREFINQ   CALC-INQ-ACCOUNT          ".
       05 FILLER PIC X(36) VALUE "XREFINQ   CALC-INQ-REFERENCE        ".
       05 FILLER PIC X(36) VALUE "YEARENDC  CALC-CLOSE-YEAR           ".
       01 PARM-USE-TABLE REDEFINES PARM-USE-RAW.
           05 PARM-USE-ENTRY OCCURS 203 TIMES
                   INDEXED BY PARM-USE-IDX.
               10 PARM-USE-PROGRAM PIC X(10).
               10 PARM-USE-NAME    PIC X(26).
       01 PARM-USE-COUNT PIC 9(04) COMP VALUE 203.
