      *****************************************************************
      *  LGLHOLD  --  litigation-hold register record layout
      *
      *  One record per hold legal has placed ahead of a lawsuit,
      *  keyed on the hold id legal assigns (indexed).  A hold
      *  names what it protects one of three ways:
      *
      *    "A" every record for LGH-ACCOUNT-ID
      *    "R" every record carrying LGH-REFERENCE, as its own
      *        reference or as the reference it reverses
      *    "D" every record dated LGH-FROM-DATE thru LGH-TO-DATE
      *
      *  While a hold is in force RETNPURG, BALHCONS and REPTRETR
      *  keep every matching record in the active files instead of
      *  archiving, rolling or purging it -- they ask the lglhold
      *  subprogram (copy/lglholdl.cpy), so all three read the
      *  register the same way.  LGLHMNT places and releases holds
      *  on cards, audits each action to MNTAUDIT and reports what
      *  every matter is protecting.  A released hold stays on
      *  file as evidence of what was held and for how long.
      *
      *  The control fields lead the record so the 80-byte
      *  maintenance-audit images carry the whole of them.
      *****************************************************************
       01 LEGAL-HOLD-RECORD.
           05 LGH-HOLD-ID       PIC X(08).
           05 LGH-KEY-TYPE      PIC X(01).
               88 LGH-BY-ACCOUNT    VALUE "A".
               88 LGH-BY-REFERENCE  VALUE "R".
               88 LGH-BY-DATE-RANGE VALUE "D".
           05 LGH-STATUS        PIC X(01).
               88 LGH-IN-FORCE      VALUE "A".
               88 LGH-RELEASED      VALUE "R".
           05 LGH-ACCOUNT-ID    PIC X(08).
           05 LGH-REFERENCE     PIC X(10).
           05 LGH-FROM-DATE     PIC 9(08).
           05 LGH-TO-DATE       PIC 9(08).
           05 LGH-PLACED-BY     PIC X(08).
           05 LGH-PLACED-DATE   PIC 9(08).
           05 LGH-RELEASED-BY   PIC X(08).
           05 LGH-RELEASED-DATE PIC 9(08).
           05 LGH-MATTER        PIC X(24).
           05 LGH-COUNSEL       PIC X(15).
