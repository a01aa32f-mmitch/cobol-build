      *****************************************************************
      *  BIZDATEL  --  linkage area for the bizdate subprogram
      *
      *  The one place a date is moved by business days.  A
      *  business day is a Monday to Friday that the posting
      *  calendar (CALMAST) does not name as a holiday -- a
      *  shop-wide one, or one of BDAT-BRANCH-ID's own when the
      *  caller names a branch.
      *
      *  BDAT-FUNCTION:    "CHECK   " only says whether BDAT-DATE
      *                    is a business day (BDAT-DAY-FLAG, which
      *                    every function sets);
      *                    "ADD     " BDAT-DAYS business days on from
      *                    BDAT-DATE (back, when BDAT-DAYS is
      *                    negative; BDAT-DATE itself when zero);
      *                    "NEXT    " the first business day after
      *                    BDAT-DATE;
      *                    "PREVIOUS" the last business day before
      *                    BDAT-DATE;
      *                    "LASTBDAY" the last business day of
      *                    BDAT-DATE's month;
      *                    "BETWEEN " the business days after
      *                    BDAT-DATE up to and including
      *                    BDAT-TO-DATE, returned in BDAT-DAYS
      *                    (negative when BDAT-TO-DATE is the
      *                    earlier) -- Friday to Monday is one;
      *                    "FOLLOW  " BDAT-DATE when it is a business
      *                    day, else the next one;
      *                    "MODFOLL " as FOLLOW, unless that crosses
      *                    into the next month, when it is the last
      *                    business day before BDAT-DATE instead.
      *  BDAT-RESULT-DATE: the date found (BDAT-DATE on BETWEEN and
      *                    CHECK).
      *  BDAT-RETURN-CODE: 00 done; 04 done, but no calendar is
      *                    mounted and only Saturdays and Sundays
      *                    were stepped over; 08 BDAT-DATE (or
      *                    BDAT-TO-DATE on BETWEEN) is not a real
      *                    date, nothing returned; 12 function not
      *                    known, or a calendar month with no
      *                    business day in it.
      *****************************************************************
       01 BUSINESS-DATE-AREA.
           05 BDAT-FUNCTION    PIC X(08).
           05 BDAT-DATE        PIC 9(08).
           05 BDAT-TO-DATE     PIC 9(08).
           05 BDAT-DAYS        PIC S9(05).
           05 BDAT-BRANCH-ID   PIC X(04).
           05 BDAT-RETURN-CODE PIC 9(02).
           05 BDAT-RESULT-DATE PIC 9(08).
           05 BDAT-DAY-FLAG    PIC X(01).
               88 BDAT-BUSINESS-DAY VALUE "Y".
