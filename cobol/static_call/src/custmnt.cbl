       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.

      *****************************************************************
      *  CUSTMNT maintains the customer (party) master
      *  (copy/custrec.cpy) and the account-to-customer links
      *  (copy/custlink.cpy) in the ACCTMNT mold.  One card per
      *  action on CUSTCRDS; every card starts
      *
      *    cols  1-8   action      ADD / CHANGE / ADDRESS / CLOSE /
      *                            REOPEN / LINK / UNLINK / WITHHOLD
      *                            / PAYEE
      *    col   9     (blank)
      *    cols 10-17  customer id
      *    col  18     (blank)
      *
      *  and the rest of the card depends on the action:
      *
      *    ADD, CHANGE
      *    cols 19-48  legal name
      *    col  49     (blank)
      *    col  50     customer type   I individual / B business
      *    col  51     (blank)
      *    cols 52-63  tax id
      *    col  64     (blank)
      *    cols 65-66  country
      *
      *    ADDRESS
      *    col  19     line number     1 / 2
      *    col  20     (blank)
      *    cols 21-50  address line
      *    col  51     (blank)
      *    cols 52-61  postal code     (blank = unchanged)
      *
      *    LINK, UNLINK
      *    cols 19-26  account id
      *    col  27     (blank)
      *    col  28     role            P primary / J joint (LINK)
      *
      *    WITHHOLD
      *    col  19     reason          N non-resident / T no valid
      *                                tax id / blank = withholding
      *                                stops
      *    col  20     (blank)
      *    cols 21-26  rate, digits only, 99.9999 percent implied
      *    col  27     (blank)
      *    cols 28-31  jurisdiction the tax is remitted to
      *
      *    PAYEE
      *    cols 19-27  bank routing number, nine digits
      *    col  28     (blank)
      *    cols 29-45  bank account number
      *
      *  ADD rejects an id already on file and needs a legal name
      *  and a valid type.  CHANGE replaces only the fields keyed
      *  non-blank.  CLOSE refuses a customer who still owns linked
      *  accounts -- unlink them (or link the new owner) first.
      *  LINK needs an active customer and, with ACCTMAST mounted,
      *  an account on file; an account carries at most one primary
      *  owner.  A WITHHOLD card with a reason needs a nonzero rate
      *  and a jurisdiction; a blank reason clears all three.  A
      *  PAYEE card names the bank account payouts to the customer
      *  are paid into: a nonzero routing number and an account
      *  number, or both blank to clear them.  Every
      *  applied card writes the maintenance-audit image under
      *  CALC-MAINT-OPERATOR: the customer's identity block for most
      *  actions, the address block for ADDRESS, the withholding
      *  block for WITHHOLD, the payee block for PAYEE, and the link
      *  record for LINK and UNLINK.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-CARD-FILE ASSIGN TO "CUSTCRDS"
               FILE STATUS IS CUSTOMER-CARD-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CUSTOMER-ID
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT CUSTOMER-LINK-FILE ASSIGN TO "CUSTLINK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLNK-KEY
               FILE STATUS IS CUSTOMER-LINK-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               FILE STATUS IS MAINT-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-CARD-FILE.
       01 CUSTOMER-CARD.
           05 CCARD-ACTION      PIC X(08).
           05 FILLER            PIC X(01).
           05 CCARD-CUSTOMER-ID PIC X(08).
           05 FILLER            PIC X(01).
           05 CCARD-DETAIL      PIC X(62).
           05 CCARD-IDENTITY REDEFINES CCARD-DETAIL.
               10 CCARD-LEGAL-NAME PIC X(30).
               10 FILLER           PIC X(01).
               10 CCARD-TYPE       PIC X(01).
               10 FILLER           PIC X(01).
               10 CCARD-TAX-ID     PIC X(12).
               10 FILLER           PIC X(01).
               10 CCARD-COUNTRY    PIC X(02).
               10 FILLER           PIC X(14).
           05 CCARD-ADDRESS-LINE REDEFINES CCARD-DETAIL.
               10 CCARD-LINE-NUMBER PIC X(01).
               10 FILLER            PIC X(01).
               10 CCARD-LINE-TEXT   PIC X(30).
               10 FILLER            PIC X(01).
               10 CCARD-POSTAL-CODE PIC X(10).
               10 FILLER            PIC X(19).
           05 CCARD-LINK REDEFINES CCARD-DETAIL.
               10 CCARD-ACCOUNT-ID PIC X(08).
               10 FILLER           PIC X(01).
               10 CCARD-ROLE       PIC X(01).
               10 FILLER           PIC X(52).
           05 CCARD-WITHHOLD REDEFINES CCARD-DETAIL.
               10 CCARD-WHT-REASON       PIC X(01).
               10 FILLER                 PIC X(01).
               10 CCARD-WHT-RATE         PIC X(06).
               10 CCARD-WHT-RATE-NUM REDEFINES CCARD-WHT-RATE
                                         PIC 9(2)V9(4).
               10 FILLER                 PIC X(01).
               10 CCARD-WHT-JURISDICTION PIC X(04).
               10 FILLER                 PIC X(49).
           05 CCARD-PAYEE REDEFINES CCARD-DETAIL.
               10 CCARD-PAYEE-ROUTING    PIC X(09).
               10 CCARD-PAYEE-ROUTING-NUM REDEFINES CCARD-PAYEE-ROUTING
                                         PIC 9(09).
               10 FILLER                 PIC X(01).
               10 CCARD-PAYEE-BANK-ACCOUNT PIC X(17).
               10 FILLER                 PIC X(35).

       FD CUSTOMER-MASTER-FILE.
       COPY custrec.

       FD CUSTOMER-LINK-FILE.
       COPY custlink.

       FD ACCOUNT-MASTER-FILE.
       COPY acctrec.

       FD MAINT-AUDIT-FILE.
       COPY mntaudit.

       WORKING-STORAGE SECTION.
       01 CUSTOMER-CARD-STATUS   PIC X(02).
       01 CUSTOMER-MASTER-STATUS PIC X(02).
       01 CUSTOMER-LINK-STATUS   PIC X(02).
       01 ACCOUNT-MASTER-STATUS  PIC X(02).
       01 MAINT-AUDIT-STATUS     PIC X(02).
       01 CARD-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 CARD-EOF VALUE 'Y'.

       01 RUN-DATE PIC 9(08).
       01 RUN-TIME PIC 9(08).
       01 MAINT-OPERATOR-ID PIC X(08) VALUE SPACES.
       01 AUDIT-FILE-NAME PIC X(08).
       01 AUDIT-RECORD-KEY PIC X(16).
       01 BEFORE-IMAGE PIC X(80).
       01 AFTER-IMAGE  PIC X(80).
       01 ACCOUNT-MASTER-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 ACCOUNT-MASTER-AVAILABLE VALUE 'Y'.

      * Set by the scans over one account's (or one customer's)
      * links that LINK and CLOSE make before they act.
       01 LINK-SCAN-DONE-SWITCH PIC X(01).
           88 LINK-SCAN-DONE VALUE 'Y'.
       01 PRIMARY-FOUND-SWITCH PIC X(01).
           88 PRIMARY-FOUND VALUE 'Y'.
       01 OWNED-LINK-COUNT PIC 9(05) COMP.
       01 WANTED-ACCOUNT-ID  PIC X(08).
       01 WANTED-CUSTOMER-ID PIC X(08).
       01 CARD-VALID-SWITCH PIC X(01).
           88 CARD-VALID VALUE 'Y'.

       01 CARDS-APPLIED-COUNT  PIC 9(05) COMP VALUE 0.
       01 CARDS-REJECTED-COUNT PIC 9(05) COMP VALUE 0.
       01 CARD-COUNT-EDIT PIC ZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           ACCEPT MAINT-OPERATOR-ID
               FROM ENVIRONMENT "CALC-MAINT-OPERATOR"
           OPEN I-O CUSTOMER-MASTER-FILE
           IF CUSTOMER-MASTER-STATUS = "35"
               OPEN OUTPUT CUSTOMER-MASTER-FILE
               CLOSE CUSTOMER-MASTER-FILE
               OPEN I-O CUSTOMER-MASTER-FILE
           END-IF
           IF CUSTOMER-MASTER-STATUS NOT = "00"
               DISPLAY "unable to open customer master, status "
                   CUSTOMER-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O CUSTOMER-LINK-FILE
           IF CUSTOMER-LINK-STATUS = "35"
               OPEN OUTPUT CUSTOMER-LINK-FILE
               CLOSE CUSTOMER-LINK-FILE
               OPEN I-O CUSTOMER-LINK-FILE
           END-IF
           IF CUSTOMER-LINK-STATUS NOT = "00"
               DISPLAY "unable to open customer link file, status "
                   CUSTOMER-LINK-STATUS
               CLOSE CUSTOMER-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      * The account master is optional equipment here: with no
      * ACCTMAST DD mounted a LINK card is taken on trust, just
      * not checked against the accounts actually open.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS = "00"
               SET ACCOUNT-MASTER-AVAILABLE TO TRUE
           END-IF
           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           OPEN INPUT CUSTOMER-CARD-FILE
           IF CUSTOMER-CARD-STATUS NOT = "00"
               SET CARD-EOF TO TRUE
           END-IF
           PERFORM READ-AND-APPLY-CARD UNTIL CARD-EOF
           IF CUSTOMER-CARD-STATUS = "00"
               CLOSE CUSTOMER-CARD-FILE
           END-IF
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE CUSTOMER-LINK-FILE
           IF ACCOUNT-MASTER-AVAILABLE
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           CLOSE MAINT-AUDIT-FILE
           MOVE CARDS-APPLIED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "customer cards applied: " CARD-COUNT-EDIT
           MOVE CARDS-REJECTED-COUNT TO CARD-COUNT-EDIT
           DISPLAY "customer cards rejected: " CARD-COUNT-EDIT
           IF CARDS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       READ-AND-APPLY-CARD SECTION.
           READ CUSTOMER-CARD-FILE
               AT END
                   SET CARD-EOF TO TRUE
               NOT AT END
                   IF CUSTOMER-CARD = SPACES
                           OR CUSTOMER-CARD(1:1) = "*"
                       CONTINUE
                   ELSE
                       PERFORM APPLY-CUSTOMER-CARD
                   END-IF
           END-READ
           EXIT.

       APPLY-CUSTOMER-CARD SECTION.
           EVALUATE CCARD-ACTION
               WHEN "ADD     "
                   PERFORM ADD-CUSTOMER
               WHEN "CHANGE  "
                   PERFORM CHANGE-CUSTOMER
               WHEN "ADDRESS "
                   PERFORM CHANGE-ADDRESS
               WHEN "CLOSE   "
                   PERFORM CLOSE-CUSTOMER
               WHEN "REOPEN  "
                   PERFORM REOPEN-CUSTOMER
               WHEN "LINK    "
                   PERFORM LINK-ACCOUNT
               WHEN "UNLINK  "
                   PERFORM UNLINK-ACCOUNT
               WHEN "WITHHOLD"
                   PERFORM CHANGE-WITHHOLDING
               WHEN "PAYEE   "
                   PERFORM CHANGE-PAYEE
               WHEN OTHER
                   DISPLAY "unknown action '" CCARD-ACTION
                       "' for customer " CCARD-CUSTOMER-ID
                   ADD 1 TO CARDS-REJECTED-COUNT
           END-EVALUATE
           EXIT.

       ADD-CUSTOMER SECTION.
           IF CCARD-CUSTOMER-ID = SPACES
                   OR CCARD-LEGAL-NAME = SPACES
               DISPLAY "ADD card needs a customer id and legal name: "
                   CCARD-CUSTOMER-ID
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               MOVE SPACES            TO CUSTOMER-MASTER-RECORD
               MOVE 0                 TO CUST-WHT-RATE
               MOVE 0                 TO CUST-PAYEE-ROUTING
               MOVE CCARD-CUSTOMER-ID TO CUST-CUSTOMER-ID
               MOVE CCARD-LEGAL-NAME  TO CUST-LEGAL-NAME
               MOVE CCARD-TYPE        TO CUST-TYPE
               MOVE CCARD-TAX-ID      TO CUST-TAX-ID
               MOVE CCARD-COUNTRY     TO CUST-COUNTRY
               MOVE RUN-DATE          TO CUST-OPENED-DATE
               SET CUST-ACTIVE TO TRUE
               IF NOT CUST-TYPE-VALID
                   DISPLAY "customer type '" CCARD-TYPE
                       "' not I or B for customer " CCARD-CUSTOMER-ID
                   ADD 1 TO CARDS-REJECTED-COUNT
               ELSE
                   WRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "customer already on file: "
                               CCARD-CUSTOMER-ID
                           ADD 1 TO CARDS-REJECTED-COUNT
                       NOT INVALID KEY
                           DISPLAY "customer added: " CCARD-CUSTOMER-ID
                           ADD 1 TO CARDS-APPLIED-COUNT
                           MOVE SPACES TO BEFORE-IMAGE
                           PERFORM AUDIT-CUSTOMER-IDENTITY
                   END-WRITE
               END-IF
           END-IF
           EXIT.

       CHANGE-CUSTOMER SECTION.
           MOVE CCARD-CUSTOMER-ID TO CUST-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "customer not on file: " CCARD-CUSTOMER-ID
                   ADD 1 TO CARDS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE CUSTOMER-MASTER-RECORD TO BEFORE-IMAGE
                   IF CCARD-TYPE NOT = SPACE
                           AND CCARD-TYPE NOT = "I"
                           AND CCARD-TYPE NOT = "B"
                       DISPLAY "customer type '" CCARD-TYPE
                           "' not I or B for customer "
                           CCARD-CUSTOMER-ID
                       ADD 1 TO CARDS-REJECTED-COUNT
                   ELSE
                       PERFORM APPLY-IDENTITY-CHANGES
                       REWRITE CUSTOMER-MASTER-RECORD
                       DISPLAY "customer changed: " CCARD-CUSTOMER-ID
                       ADD 1 TO CARDS-APPLIED-COUNT
                       PERFORM AUDIT-CUSTOMER-IDENTITY
                   END-IF
           END-READ
           EXIT.

      * Blank on the card means "leave it as it is", so a tax-id
      * correction doesn't have to rekey the legal name.
       APPLY-IDENTITY-CHANGES SECTION.
           IF CCARD-LEGAL-NAME NOT = SPACES
               MOVE CCARD-LEGAL-NAME TO CUST-LEGAL-NAME
           END-IF
           IF CCARD-TYPE NOT = SPACE
               MOVE CCARD-TYPE TO CUST-TYPE
           END-IF
           IF CCARD-TAX-ID NOT = SPACES
               MOVE CCARD-TAX-ID TO CUST-TAX-ID
           END-IF
           IF CCARD-COUNTRY NOT = SPACES
               MOVE CCARD-COUNTRY TO CUST-COUNTRY
           END-IF
           EXIT.

       CHANGE-ADDRESS SECTION.
           MOVE CCARD-CUSTOMER-ID TO CUST-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "customer not on file: " CCARD-CUSTOMER-ID
                   ADD 1 TO CARDS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE SPACES TO BEFORE-IMAGE
                   MOVE CUST-ADDRESS TO BEFORE-IMAGE
                   EVALUATE CCARD-LINE-NUMBER
                       WHEN "1"
                           MOVE CCARD-LINE-TEXT
                               TO CUST-ADDRESS-LINE-1
                           PERFORM STORE-ADDRESS-CHANGE
                       WHEN "2"
                           MOVE CCARD-LINE-TEXT
                               TO CUST-ADDRESS-LINE-2
                           PERFORM STORE-ADDRESS-CHANGE
                       WHEN OTHER
                           DISPLAY "address line '" CCARD-LINE-NUMBER
                               "' not 1 or 2 for customer "
                               CCARD-CUSTOMER-ID
                           ADD 1 TO CARDS-REJECTED-COUNT
                   END-EVALUATE
           END-READ
           EXIT.

       STORE-ADDRESS-CHANGE SECTION.
           IF CCARD-POSTAL-CODE NOT = SPACES
               MOVE CCARD-POSTAL-CODE TO CUST-POSTAL-CODE
           END-IF
           REWRITE CUSTOMER-MASTER-RECORD
           DISPLAY "customer address changed: " CCARD-CUSTOMER-ID
           ADD 1 TO CARDS-APPLIED-COUNT
           MOVE "CUSTMAST" TO AUDIT-FILE-NAME
           MOVE SPACES TO AUDIT-RECORD-KEY
           MOVE CUST-CUSTOMER-ID TO AUDIT-RECORD-KEY
           MOVE SPACES TO AFTER-IMAGE
           MOVE CUST-ADDRESS TO AFTER-IMAGE
           PERFORM WRITE-AUDIT-LINE
           EXIT.

      * The reason says why the holder is withheld from; the rate
      * and jurisdiction are what INTAPPLY acts on, so a reason
      * without both is refused rather than withholding nothing.
       CHANGE-WITHHOLDING SECTION.
           MOVE 'Y' TO CARD-VALID-SWITCH
           IF CCARD-WHT-REASON NOT = SPACE
               IF CCARD-WHT-REASON NOT = "N"
                       AND CCARD-WHT-REASON NOT = "T"
                   DISPLAY "withholding reason '" CCARD-WHT-REASON
                       "' not N or T for customer "
                       CCARD-CUSTOMER-ID
                   MOVE 'N' TO CARD-VALID-SWITCH
               ELSE
                   IF CCARD-WHT-RATE NOT NUMERIC
                           OR CCARD-WHT-JURISDICTION = SPACES
                       DISPLAY "withholding needs a rate and a "
                           "jurisdiction for customer "
                           CCARD-CUSTOMER-ID
                       MOVE 'N' TO CARD-VALID-SWITCH
                   ELSE
                       IF CCARD-WHT-RATE-NUM = 0
                           DISPLAY "withholding rate is zero for "
                               "customer " CCARD-CUSTOMER-ID
                           MOVE 'N' TO CARD-VALID-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT CARD-VALID
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               MOVE CCARD-CUSTOMER-ID TO CUST-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       DISPLAY "customer not on file: "
                           CCARD-CUSTOMER-ID
                       ADD 1 TO CARDS-REJECTED-COUNT
                   NOT INVALID KEY
                       PERFORM STORE-WITHHOLDING-CHANGE
               END-READ
           END-IF
           EXIT.

       STORE-WITHHOLDING-CHANGE SECTION.
           MOVE SPACES TO BEFORE-IMAGE
           MOVE CUST-WITHHOLDING TO BEFORE-IMAGE
           IF CCARD-WHT-REASON = SPACE
               MOVE SPACE  TO CUST-WHT-REASON
               MOVE 0      TO CUST-WHT-RATE
               MOVE SPACES TO CUST-WHT-JURISDICTION
           ELSE
               MOVE CCARD-WHT-REASON       TO CUST-WHT-REASON
               MOVE CCARD-WHT-RATE-NUM     TO CUST-WHT-RATE
               MOVE CCARD-WHT-JURISDICTION TO CUST-WHT-JURISDICTION
           END-IF
           REWRITE CUSTOMER-MASTER-RECORD
           DISPLAY "customer withholding changed: " CCARD-CUSTOMER-ID
           ADD 1 TO CARDS-APPLIED-COUNT
           MOVE "CUSTMAST" TO AUDIT-FILE-NAME
           MOVE SPACES TO AUDIT-RECORD-KEY
           MOVE CUST-CUSTOMER-ID TO AUDIT-RECORD-KEY
           MOVE SPACES TO AFTER-IMAGE
           MOVE CUST-WITHHOLDING TO AFTER-IMAGE
           PERFORM WRITE-AUDIT-LINE
           EXIT.

      * Both fields or neither: a routing number with no account
      * (or the reverse) would only bounce at the bank.
       CHANGE-PAYEE SECTION.
           MOVE 'Y' TO CARD-VALID-SWITCH
           IF CCARD-PAYEE-ROUTING NOT = SPACES
                   OR CCARD-PAYEE-BANK-ACCOUNT NOT = SPACES
               IF CCARD-PAYEE-ROUTING NOT NUMERIC
                       OR CCARD-PAYEE-BANK-ACCOUNT = SPACES
                   DISPLAY "payee needs a nine-digit routing number "
                       "and an account number for customer "
                       CCARD-CUSTOMER-ID
                   MOVE 'N' TO CARD-VALID-SWITCH
               ELSE
                   IF CCARD-PAYEE-ROUTING-NUM = 0
                       DISPLAY "payee routing number is zero for "
                           "customer " CCARD-CUSTOMER-ID
                       MOVE 'N' TO CARD-VALID-SWITCH
                   END-IF
               END-IF
           END-IF
           IF NOT CARD-VALID
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               MOVE CCARD-CUSTOMER-ID TO CUST-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       DISPLAY "customer not on file: "
                           CCARD-CUSTOMER-ID
                       ADD 1 TO CARDS-REJECTED-COUNT
                   NOT INVALID KEY
                       PERFORM STORE-PAYEE-CHANGE
               END-READ
           END-IF
           EXIT.

       STORE-PAYEE-CHANGE SECTION.
           MOVE SPACES TO BEFORE-IMAGE
           MOVE CUST-PAYEE TO BEFORE-IMAGE
           IF CCARD-PAYEE-ROUTING = SPACES
               MOVE 0      TO CUST-PAYEE-ROUTING
               MOVE SPACES TO CUST-PAYEE-BANK-ACCOUNT
           ELSE
               MOVE CCARD-PAYEE-ROUTING-NUM  TO CUST-PAYEE-ROUTING
               MOVE CCARD-PAYEE-BANK-ACCOUNT TO CUST-PAYEE-BANK-ACCOUNT
           END-IF
           REWRITE CUSTOMER-MASTER-RECORD
           DISPLAY "customer payee details changed: " CCARD-CUSTOMER-ID
           ADD 1 TO CARDS-APPLIED-COUNT
           MOVE "CUSTMAST" TO AUDIT-FILE-NAME
           MOVE SPACES TO AUDIT-RECORD-KEY
           MOVE CUST-CUSTOMER-ID TO AUDIT-RECORD-KEY
           MOVE SPACES TO AFTER-IMAGE
           MOVE CUST-PAYEE TO AFTER-IMAGE
           PERFORM WRITE-AUDIT-LINE
           EXIT.

      * A customer still named as an owner can't be closed -- the
      * position report and the statement run would go on finding
      * a closed party behind a live account.
       CLOSE-CUSTOMER SECTION.
           MOVE CCARD-CUSTOMER-ID TO CUST-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "customer not on file: " CCARD-CUSTOMER-ID
                   ADD 1 TO CARDS-REJECTED-COUNT
               NOT INVALID KEY
                   PERFORM COUNT-CUSTOMER-LINKS
                   IF OWNED-LINK-COUNT > 0
                       DISPLAY "customer still owns linked accounts, "
                           "not closed: " CCARD-CUSTOMER-ID
                       ADD 1 TO CARDS-REJECTED-COUNT
                   ELSE
                       MOVE CUSTOMER-MASTER-RECORD TO BEFORE-IMAGE
                       SET CUST-CLOSED TO TRUE
                       REWRITE CUSTOMER-MASTER-RECORD
                       DISPLAY "customer closed: " CCARD-CUSTOMER-ID
                       ADD 1 TO CARDS-APPLIED-COUNT
                       PERFORM AUDIT-CUSTOMER-IDENTITY
                   END-IF
           END-READ
           EXIT.

       REOPEN-CUSTOMER SECTION.
           MOVE CCARD-CUSTOMER-ID TO CUST-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "customer not on file: " CCARD-CUSTOMER-ID
                   ADD 1 TO CARDS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE CUSTOMER-MASTER-RECORD TO BEFORE-IMAGE
                   SET CUST-ACTIVE TO TRUE
                   REWRITE CUSTOMER-MASTER-RECORD
                   DISPLAY "customer reopened: " CCARD-CUSTOMER-ID
                   ADD 1 TO CARDS-APPLIED-COUNT
                   PERFORM AUDIT-CUSTOMER-IDENTITY
           END-READ
           EXIT.

      * The link file is keyed account first, so finding every
      * account one customer owns is a full pass -- fine for a
      * maintenance card, and it keeps the account-to-owners
      * lookup the statement and notice runs make a single START.
       COUNT-CUSTOMER-LINKS SECTION.
           MOVE 0 TO OWNED-LINK-COUNT
           MOVE CCARD-CUSTOMER-ID TO WANTED-CUSTOMER-ID
           MOVE 'N' TO LINK-SCAN-DONE-SWITCH
           MOVE LOW-VALUES TO CLNK-KEY
           START CUSTOMER-LINK-FILE KEY NOT < CLNK-KEY
               INVALID KEY
                   SET LINK-SCAN-DONE TO TRUE
           END-START
           PERFORM COUNT-ONE-CUSTOMER-LINK UNTIL LINK-SCAN-DONE
           EXIT.

       COUNT-ONE-CUSTOMER-LINK SECTION.
           READ CUSTOMER-LINK-FILE NEXT RECORD
               AT END
                   SET LINK-SCAN-DONE TO TRUE
               NOT AT END
                   IF CLNK-CUSTOMER-ID = WANTED-CUSTOMER-ID
                       ADD 1 TO OWNED-LINK-COUNT
                   END-IF
           END-READ
           EXIT.

       LINK-ACCOUNT SECTION.
           MOVE 'Y' TO CARD-VALID-SWITCH
           MOVE CCARD-CUSTOMER-ID TO CUST-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "customer not on file: " CCARD-CUSTOMER-ID
                   MOVE 'N' TO CARD-VALID-SWITCH
               NOT INVALID KEY
                   IF NOT CUST-ACTIVE
                       DISPLAY "customer closed, not linked: "
                           CCARD-CUSTOMER-ID
                       MOVE 'N' TO CARD-VALID-SWITCH
                   END-IF
           END-READ
           IF CARD-VALID
               IF CCARD-ROLE NOT = "P" AND CCARD-ROLE NOT = "J"
                   DISPLAY "link role '" CCARD-ROLE
                       "' not P or J for account " CCARD-ACCOUNT-ID
                   MOVE 'N' TO CARD-VALID-SWITCH
               END-IF
           END-IF
           IF CARD-VALID AND ACCOUNT-MASTER-AVAILABLE
               MOVE CCARD-ACCOUNT-ID TO ACCT-ACCOUNT-ID
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "account not on file: "
                           CCARD-ACCOUNT-ID
                       MOVE 'N' TO CARD-VALID-SWITCH
               END-READ
           END-IF
           IF CARD-VALID AND CCARD-ROLE = "P"
               PERFORM FIND-PRIMARY-OWNER
               IF PRIMARY-FOUND
                   DISPLAY "account already has a primary owner: "
                       CCARD-ACCOUNT-ID
                   MOVE 'N' TO CARD-VALID-SWITCH
               END-IF
           END-IF
           IF NOT CARD-VALID
               ADD 1 TO CARDS-REJECTED-COUNT
           ELSE
               MOVE CCARD-ACCOUNT-ID  TO CLNK-ACCOUNT-ID
               MOVE CCARD-CUSTOMER-ID TO CLNK-CUSTOMER-ID
               MOVE CCARD-ROLE        TO CLNK-ROLE
               MOVE RUN-DATE          TO CLNK-LINKED-DATE
               MOVE MAINT-OPERATOR-ID TO CLNK-LINKED-BY
               WRITE CUSTOMER-LINK-RECORD
                   INVALID KEY
                       DISPLAY "customer already linked to account "
                           CCARD-ACCOUNT-ID ": " CCARD-CUSTOMER-ID
                       ADD 1 TO CARDS-REJECTED-COUNT
                   NOT INVALID KEY
                       DISPLAY "account " CCARD-ACCOUNT-ID
                           " linked to customer " CCARD-CUSTOMER-ID
                       ADD 1 TO CARDS-APPLIED-COUNT
                       MOVE SPACES TO BEFORE-IMAGE
                       MOVE SPACES TO AFTER-IMAGE
                       MOVE CUSTOMER-LINK-RECORD TO AFTER-IMAGE
                       PERFORM AUDIT-LINK-RECORD
               END-WRITE
           END-IF
           EXIT.

       FIND-PRIMARY-OWNER SECTION.
           MOVE 'N' TO PRIMARY-FOUND-SWITCH
           MOVE 'N' TO LINK-SCAN-DONE-SWITCH
           MOVE CCARD-ACCOUNT-ID TO WANTED-ACCOUNT-ID
           MOVE CCARD-ACCOUNT-ID TO CLNK-ACCOUNT-ID
           MOVE LOW-VALUES TO CLNK-CUSTOMER-ID
           START CUSTOMER-LINK-FILE KEY NOT < CLNK-KEY
               INVALID KEY
                   SET LINK-SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-ONE-ACCOUNT-LINK
               UNTIL LINK-SCAN-DONE OR PRIMARY-FOUND
           EXIT.

       SCAN-ONE-ACCOUNT-LINK SECTION.
           READ CUSTOMER-LINK-FILE NEXT RECORD
               AT END
                   SET LINK-SCAN-DONE TO TRUE
               NOT AT END
                   IF CLNK-ACCOUNT-ID NOT = WANTED-ACCOUNT-ID
                       SET LINK-SCAN-DONE TO TRUE
                   ELSE
                       IF CLNK-PRIMARY
                           SET PRIMARY-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ
           EXIT.

       UNLINK-ACCOUNT SECTION.
           MOVE CCARD-ACCOUNT-ID  TO CLNK-ACCOUNT-ID
           MOVE CCARD-CUSTOMER-ID TO CLNK-CUSTOMER-ID
           READ CUSTOMER-LINK-FILE
               INVALID KEY
                   DISPLAY "customer not linked to account "
                       CCARD-ACCOUNT-ID ": " CCARD-CUSTOMER-ID
                   ADD 1 TO CARDS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE SPACES TO BEFORE-IMAGE
                   MOVE CUSTOMER-LINK-RECORD TO BEFORE-IMAGE
                   DELETE CUSTOMER-LINK-FILE RECORD
                   DISPLAY "account " CCARD-ACCOUNT-ID
                       " unlinked from customer " CCARD-CUSTOMER-ID
                   ADD 1 TO CARDS-APPLIED-COUNT
                   MOVE SPACES TO AFTER-IMAGE
                   PERFORM AUDIT-LINK-RECORD
           END-READ
           EXIT.

       AUDIT-CUSTOMER-IDENTITY SECTION.
           MOVE "CUSTMAST" TO AUDIT-FILE-NAME
           MOVE SPACES TO AUDIT-RECORD-KEY
           MOVE CUST-CUSTOMER-ID TO AUDIT-RECORD-KEY
           MOVE CUSTOMER-MASTER-RECORD TO AFTER-IMAGE
           PERFORM WRITE-AUDIT-LINE
           EXIT.

       AUDIT-LINK-RECORD SECTION.
           MOVE "CUSTLINK" TO AUDIT-FILE-NAME
           MOVE CCARD-ACCOUNT-ID  TO AUDIT-RECORD-KEY(1:8)
           MOVE CCARD-CUSTOMER-ID TO AUDIT-RECORD-KEY(9:8)
           PERFORM WRITE-AUDIT-LINE
           EXIT.

       WRITE-AUDIT-LINE SECTION.
           MOVE AUDIT-FILE-NAME TO MAUD-FILE-NAME
           MOVE CCARD-ACTION TO MAUD-ACTION
           MOVE AUDIT-RECORD-KEY TO MAUD-RECORD-KEY
           MOVE MAINT-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE RUN-DATE TO MAUD-RUN-DATE
           MOVE RUN-TIME TO MAUD-RUN-TIME
           MOVE BEFORE-IMAGE TO MAUD-BEFORE-IMAGE
           MOVE AFTER-IMAGE TO MAUD-AFTER-IMAGE
           WRITE MAINTENANCE-AUDIT-RECORD
           EXIT.
