      *****************************************************************
      *  ESCHRPT  --  annual unclaimed-property report to the state
      *
      *  The holder report ESCHEAT writes on its annual report run
      *  (CALC-ESCHEAT-REPORT-YEAR): one "H" header naming the
      *  holder and the report year, one "D" detail per property
      *  remitted -- owner, last activity, the amount and our
      *  remittance reference -- and one "T" trailer with the
      *  detail count and the amount total the state reconciles
      *  the remittance against.  Amounts are unsigned; only a
      *  credit balance is ever reported.
      *
      *  ESR-PROPERTY-TYPE is the standard property code for the
      *  holding; every account this system keeps is reported as
      *  a demand deposit ("AC01").
      *****************************************************************
       01 ESCHEAT-REPORT-RECORD.
           05 ESR-RECORD-TYPE     PIC X(01).
               88 ESR-HEADER  VALUE "H".
               88 ESR-DETAIL  VALUE "D".
               88 ESR-TRAILER VALUE "T".
           05 ESR-HOLDER-ID       PIC X(10).
           05 ESR-REPORT-YEAR     PIC 9(04).
           05 ESR-PROPERTY-TYPE   PIC X(04).
           05 ESR-OWNER-NAME      PIC X(30).
           05 ESR-OWNER-TAX-ID    PIC X(12).
           05 ESR-OWNER-ADDRESS-1 PIC X(30).
           05 ESR-OWNER-ADDRESS-2 PIC X(30).
           05 ESR-OWNER-POSTAL    PIC X(10).
           05 ESR-OWNER-COUNTRY   PIC X(02).
           05 ESR-ACCOUNT-ID      PIC X(08).
           05 ESR-LAST-ACTIVITY   PIC 9(08).
           05 ESR-LETTER-DATE     PIC 9(08).
           05 ESR-AMOUNT          PIC 9(9)V99.
           05 ESR-REMIT-DATE      PIC 9(08).
           05 ESR-REMIT-REFERENCE PIC X(10).
           05 FILLER              PIC X(14).
       01 ESCHEAT-REPORT-HEADER REDEFINES ESCHEAT-REPORT-RECORD.
           05 ESRH-RECORD-TYPE    PIC X(01).
           05 ESRH-HOLDER-ID      PIC X(10).
           05 ESRH-REPORT-YEAR    PIC 9(04).
           05 ESRH-CREATE-DATE    PIC 9(08).
           05 FILLER              PIC X(177).
       01 ESCHEAT-REPORT-TRAILER REDEFINES ESCHEAT-REPORT-RECORD.
           05 ESRT-RECORD-TYPE    PIC X(01).
           05 ESRT-HOLDER-ID      PIC X(10).
           05 ESRT-REPORT-YEAR    PIC 9(04).
           05 ESRT-DETAIL-COUNT   PIC 9(06).
           05 ESRT-AMOUNT-TOTAL   PIC 9(11)V99.
           05 FILLER              PIC X(166).
