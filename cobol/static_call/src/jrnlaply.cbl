       FD SHIP-FILE.
       01 SHIP-RECORD.
           05 SHIP-RECORD-TYPE PIC X(01).
           05 SHIP-PAYLOAD     PIC X(216).
       01 SHIP-CONTROL REDEFINES SHIP-RECORD.
           05 SHIPC-RECORD-TYPE  PIC X(01).
           05 SHIPC-SEQUENCE     PIC 9(06).
           05 SHIPC-HASH-TOTAL   PIC S9(13)V99.
           05 SHIPC-SHIP-DATE    PIC 9(08).
           05 SHIPC-SHIP-TIME    PIC 9(08).
           05 FILLER             PIC X(146).

       FD BALANCE-FILE.
       COPY balrec.
