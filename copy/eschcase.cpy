      *****************************************************************
      *  ESCHCASE  --  unclaimed-property (escheatment) case record
      *
      *  One record per long-dormant account taken into the
      *  escheatment cycle, kept on ESCHMAST and carried forward by
      *  every ESCHEAT run (ESCHMAST in, ESCHNEW out, swapped back
      *  by the JCL).  A case opens when the due-diligence letter
      *  goes to the owner and moves on from there:
      *
      *    D  due-diligence letter sent, response period running
      *    P  response period over with no contact -- reportable
      *       at the next annual report run
      *    R  owner responded to the letter (a RESPONDED card)
      *    W  withdrawn: the account moved again (owner contact,
      *       or nothing left to remit) before it was remitted
      *    M  reported to the state and the balance remitted to the
      *       escheat liability account
      *
      *  D and P are the open statuses; R, W and M are closed and
      *  stay on file as the account's escheatment history.
      *  ESC-LAST-ACTIVITY is the account's last balance movement
      *  when the case opened (zero for none on record) -- any
      *  later movement is contact and pulls the case out.
      *  ESC-CLOSED-DATE is when an R, W or M case closed; an R
      *  response restarts the dormancy clock from that date.
      *****************************************************************
       01 ESCHEAT-CASE-RECORD.
           05 ESC-ACCOUNT-ID      PIC X(08).
           05 ESC-STATUS          PIC X(01).
               88 ESC-LETTER-SENT     VALUE "D".
               88 ESC-REPORTABLE      VALUE "P".
               88 ESC-OWNER-RESPONDED VALUE "R".
               88 ESC-WITHDRAWN       VALUE "W".
               88 ESC-REMITTED        VALUE "M".
               88 ESC-CASE-OPEN       VALUE "D" "P".
           05 ESC-OPENED-DATE     PIC 9(08).
           05 ESC-LAST-ACTIVITY   PIC 9(08).
           05 ESC-OPENING-BALANCE PIC S9(9)V99.
           05 ESC-LETTER-DATE     PIC 9(08).
           05 ESC-REPORTABLE-DATE PIC 9(08).
           05 ESC-CLOSED-DATE     PIC 9(08).
           05 ESC-REPORT-YEAR     PIC 9(04).
           05 ESC-REMIT-AMOUNT    PIC S9(9)V99.
           05 ESC-REMIT-REFERENCE PIC X(10).
           05 ESC-OWNER-CUSTOMER  PIC X(08).
           05 ESC-NOTE            PIC X(30).
           05 FILLER              PIC X(27).
