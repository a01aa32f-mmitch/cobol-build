      *****************************************************************
      *  ADJPEND  --  pending manual adjustment record (ADJPEND)
      *
      *  One record per manual adjustment above
      *  CALC-ADJ-APPROVAL-LIMIT that ADJPOST took in but may not
      *  post until a second supervisor has approved it.  ADJPOST
      *  writes it held ("H"); ADJAPPR marks it approved ("A") or
      *  drops it; the next ADJPOST run posts the approved ones
      *  and carries the rest forward.  Sequential, rewritten
      *  whole by each program and swapped back in by its JCL.
      *
      *  The same layout is the adjustment register (ADJHIST):
      *  every adjustment ADJPOST posts, held or not, is added to
      *  it posted ("P") with its justification, and ADJRPT reads
      *  it for the monthly report to the controller.
      *
      *    ADJP-REFERENCE      the reference the adjustment was
      *                        given when taken in, and posts under
      *    ADJP-OPERATION      "+" credit, "-" debit
      *    ADJP-REQUESTED-BY   the operator who keyed the card; the
      *                        approver must be someone else
      *****************************************************************
       01 PENDING-ADJUSTMENT-RECORD.
           05 ADJP-REFERENCE      PIC X(10).
           05 ADJP-ACCOUNT-ID     PIC X(08).
           05 ADJP-OPERATION      PIC X(01).
           05 ADJP-AMOUNT         PIC 9(9)V99.
           05 ADJP-REASON         PIC X(04).
           05 ADJP-JUSTIFICATION  PIC X(40).
           05 ADJP-REQUESTED-BY   PIC X(08).
           05 ADJP-REQUESTED-DATE PIC 9(08).
           05 ADJP-STATUS         PIC X(01).
               88 ADJP-HELD     VALUE "H".
               88 ADJP-APPROVED VALUE "A".
               88 ADJP-POSTED   VALUE "P".
           05 ADJP-APPROVED-BY    PIC X(08).
           05 ADJP-APPROVED-DATE  PIC 9(08).
           05 ADJP-POSTED-DATE    PIC 9(08).
           05 FILLER              PIC X(05).
