      *****************************************************************
      *  DQHIST  --  department data-quality history record layout
      *
      *  One record appended per submitting department (the
      *  TRANB-DEPARTMENT of its "B" batch header) per measure per
      *  run, by the program that saw it:
      *
      *    TRANEDIT   SUBM  detail records submitted
      *               EREJ  records rejected at the front-end edit,
      *                     one record per reason code (DQH-REASON)
      *    CALCULATOR RECV  detail records received for posting
      *               PERR  records rejected by posting
      *               DUPL  records turned away as duplicates
      *               SUSP  records parked on the suspense file
      *               BTCH  department batches received
      *               OOB   batches whose trailer did not balance,
      *                     or that had no header or no trailer
      *    ERRRESUB   RESB  error-queue items resubmitted, with
      *                     DQH-DAYS the calendar days they waited
      *                     on the queue
      *
      *  Records outside any department batch have no department
      *  and are not recorded.  Trial runs record nothing.  DQSCORE
      *  reads the file for the monthly department scorecard.
      *****************************************************************
       01 DATA-QUALITY-RECORD.
           05 DQH-RUN-DATE   PIC 9(08).
           05 DQH-RUN-TIME   PIC 9(08).
           05 DQH-PROGRAM    PIC X(08).
           05 DQH-DEPARTMENT PIC X(04).
           05 DQH-MEASURE    PIC X(04).
               88 DQH-SUBMITTED      VALUE "SUBM".
               88 DQH-EDIT-REJECT    VALUE "EREJ".
               88 DQH-RECEIVED       VALUE "RECV".
               88 DQH-POSTING-ERROR  VALUE "PERR".
               88 DQH-DUPLICATE      VALUE "DUPL".
               88 DQH-SUSPENDED      VALUE "SUSP".
               88 DQH-BATCH          VALUE "BTCH".
               88 DQH-OUT-OF-BALANCE VALUE "OOB ".
               88 DQH-RESUBMITTED    VALUE "RESB".
           05 DQH-REASON     PIC X(04).
           05 DQH-COUNT      PIC 9(08).
           05 DQH-DAYS       PIC 9(08).
           05 FILLER         PIC X(28).
