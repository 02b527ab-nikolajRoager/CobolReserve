      *Add a single user with an account and transfer history
      *An account opened on a catalogue product takes its type from
      *the product and may not be granted more overdraft than the
      *product's ceiling; one opened without a product is priced on
      *the bank-wide STATFILE terms
      *An account whose customer is a minor gets no overdraft, and the
      *minor's guardian is registered a full power of attorney on it
      *(with the guardian's own account credential) that runs out on
      *the holder's 18th birthday, so the guardian can authorise the
      *payments
      *Every account is domiciled at a branch that has a vault book,
      *and stays there until a supervisor moves it with BRNXFER
      *Does not allow modifying existing user (requires password hash,
      *see SETPASS/MODUSER/DELUSER for that family of maintenance)
      *-----------------------
              ACCESS MODE IS RANDOM
              RECORD KEY IS SC-KEY
              FILE STATUS IS WS-SC-FILE-STATUS.
      *Power-of-attorney register - a minor's guardian goes on it
           SELECT POA-REGISTER ASSIGN TO POAFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PO-KEY
              FILE STATUS IS WS-PO-FILE-STATUS.
      *Branch vault book - a branch exists once it has a vault day
           SELECT VAULT-BOOK ASSIGN TO VAULTBK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VL-KEY
              FILE STATUS IS WS-VL-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       COPY blokrec.
       FD  SCREEN-QUEUE DATA RECORD IS SC-RECORD.
       COPY scrnrec.
       FD  POA-REGISTER DATA RECORD IS PO-RECORD.
       COPY poarec.
       FD  VAULT-BOOK DATA RECORD IS VL-RECORD.
       COPY vaultrec.
      *-------------------
       FD  RECOVERY-JOURNAL DATA RECORD IS JR-RECORD.
       COPY jrnlrec.
       01 WS-CU-FILE-STATUS PIC XX.
       01 WS-BL-FILE-STATUS PIC XX.
       01 WS-SC-FILE-STATUS PIC XX.
       01 WS-PO-FILE-STATUS PIC XX.
       01 WS-VL-FILE-STATUS PIC XX.
       01 WS-BLOCK-HIT PIC X.
       01 WS-OPERATOR-ID PIC X(9).
      *Summary of the account just opened, for the audit entry
           05 WS-AA-BALANCE PIC -(11)9.9999.
           05 FILLER PIC X(5) VALUE ' CCY='.
           05 WS-AA-CURRENCY PIC XXX.
           05 FILLER PIC X(4) VALUE ' BR='.
           05 WS-AA-BRANCH PIC X(4).
       01 WS-RECORD.
           05 WS-NAME      PIC X(9).
           05 WS-BALANCE   PIC 9(12)V9(4).
      *one was given, otherwise the account's own name
       01 WS-KYC-NAME PIC X(9).
       01 WS-VALID-KYC PIC X VALUE 'Y'.
      *Minor holder, read off the customer record by CHECK-KYC, and
      *the guardian's own credential for the authority
       01 WS-KYC-MINOR PIC X VALUE 'N'.
       01 WS-GUARDIAN PIC X(9).
       01 WS-MAJORITY-DATE PIC 9(8).
       01 WS-GUARDIAN-HASH PIC X(8).
       01 WS-PRODUCT PIC X(8).
       01 WS-BRANCH PIC X(4).
       01 WS-VALID-BRANCH PIC X VALUE 'Y'.
      *Laid out exactly like PRODTERM's own LINKAGE SECTION
       01 PT-ARG-BUFFER.
           05 PT-ARG-PRODUCT-CODE PIC X(8).
           05 PT-ARG-ON-DATE PIC 9(8).
           05 PT-ARG-ACCOUNT-TYPE PIC X(1).
           05 PT-ARG-FOUND PIC X(1).
           05 PT-ARG-PRODUCT-NAME PIC X(20).
           05 PT-ARG-PRODUCT-TYPE PIC X(1).
           05 PT-ARG-CREDIT-RATE PIC 9V9999.
           05 PT-ARG-DEBIT-RATE PIC 9V9999.
           05 PT-ARG-MIN-BALANCE PIC 9(11)V9(4).
           05 PT-ARG-MAINTENANCE-FEE PIC 9(11)V9(4).
           05 PT-ARG-OVERDRAFT-CEILING PIC 9(11)V9(4).
           05 PT-ARG-PRODUCT-STATUS PIC X(1).
           05 PT-ARG-EFFECTIVE-DATE PIC 9(8).
           05 PT-ARG-NOTICE-DAYS PIC 9(3).
           05 PT-ARG-BONUS-RATE PIC 9V9999.
      *Using PARM='...' limits me to one currency a time, but the code
      *becomes cleaner
       LINKAGE SECTION.
              10 ARG-OWNER    PIC X(9).
      *Teller/system ID making this change, for the audit trail
              10 ARG-OPERATOR-ID PIC X(9).
      *PRODMAST product code the account is opened on, spaces = none
              10 ARG-PRODUCT  PIC X(8).
      *Domicile branch, a VL-BRANCH with a vault book
              10 ARG-BRANCH   PIC X(4).
              10 ARG-NAME     PIC X(9).
      *Output only - set by this program before every GOBACK. 'Y' = the
      *account was actually created, 'N' = it was not (rejected, or an
      *------------------
       READ-INPUT.
           MOVE 'N' TO ARG-RESULT.
           COMPUTE ARG-LENGTH = ARG-LENGTH - 68.
           COMPUTE WS-BALANCE = FUNCTION NUMVAL(ARG-BALANCE).
           COMPUTE WS-OVERDRAFT = FUNCTION NUMVAL(ARG-OVERDRAFT).
           MOVE SPACES TO WS-NAME.
           IF WS-TYPE NOT = 'S'
              MOVE 'C' TO WS-TYPE
           END-IF.
           MOVE ARG-PRODUCT TO WS-PRODUCT.
           MOVE ARG-BRANCH TO WS-BRANCH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
      *A product must be on the catalogue, in force today and still
      *on sale; it sets the account type and caps the credit line
           IF WS-PRODUCT NOT = SPACES
               MOVE WS-PRODUCT TO PT-ARG-PRODUCT-CODE
               MOVE WS-TODAY TO PT-ARG-ON-DATE
               MOVE WS-TYPE TO PT-ARG-ACCOUNT-TYPE
               CALL 'PRODTERM' USING PT-ARG-BUFFER
               IF PT-ARG-FOUND NOT = 'Y'
                     OR PT-ARG-PRODUCT-STATUS NOT = 'A'
                   DISPLAY '{'
                   DISPLAY '  "success":0,'
                   DISPLAY '  "error":"Product ' WS-PRODUCT
                      ' not on sale"'
                   DISPLAY '}'
                   GOBACK
               END-IF
               IF PT-ARG-OVERDRAFT-CEILING > 0
                     AND WS-OVERDRAFT > PT-ARG-OVERDRAFT-CEILING
                   DISPLAY '{'
                   DISPLAY '  "success":0,'
                   DISPLAY '  "error":"Overdraft above product ceiling"'
                   DISPLAY '}'
                   GOBACK
               END-IF
               MOVE PT-ARG-PRODUCT-TYPE TO WS-TYPE
           END-IF.
           PERFORM CHECK-CURRENCY.
           IF WS-VALID-CURRENCY = 'N'
               DISPLAY '{'
               DISPLAY '  "error":"Owner account not found"'
               DISPLAY '}'
               GOBACK.
           PERFORM CHECK-BRANCH.
           IF WS-VALID-BRANCH = 'N'
               DISPLAY '{'
               DISPLAY '  "success":0,'
               DISPLAY '  "error":"Branch ' WS-BRANCH ' not known"'
               DISPLAY '}'
               GOBACK.
      *Screen the new name against the sanctions/internal blocklist -
      *a hit goes to the compliance review queue instead of opening
           PERFORM CHECK-BLOCKLIST.
                  WS-KYC-NAME '"'
               DISPLAY '}'
               GOBACK.
      *No credit line for a minor, whatever the product allows
           IF WS-KYC-MINOR = 'Y' AND WS-OVERDRAFT > 0
               DISPLAY '{'
               DISPLAY '  "success":0,'
               DISPLAY '  "error":"No overdraft for a minor"'
               DISPLAY '}'
               GOBACK.
           IF WS-KYC-MINOR = 'Y'
               PERFORM GET-GUARDIAN-HASH.

       OPEN-FILE.
      *Output to write new entries, Input to check for duplicate keys
           MOVE 0 TO ACT-FEE-INCOME-TXN
           MOVE 0 TO ACT-FEE-INCOME-FX
           MOVE 0 TO ACT-TWOSIGN-THRESHOLD
           MOVE WS-PRODUCT TO ACT-PRODUCT-CODE
           MOVE WS-BRANCH TO ACT-BRANCH
           WRITE ACT-REC
           INVALID KEY
      *Should not happen, we already checked dublicates
               MOVE 'Y' TO ARG-RESULT
               MOVE WS-BALANCE TO WS-AA-BALANCE
               MOVE WS-CURRENCY TO WS-AA-CURRENCY
               MOVE WS-BRANCH TO WS-AA-BRANCH
               PERFORM LOG-AUDIT
               IF WS-KYC-MINOR = 'Y' AND WS-GUARDIAN-HASH NOT = SPACES
                   PERFORM GRANT-GUARDIAN-AUTHORITY
               END-IF
               DISPLAY '{'
               DISPLAY '  "success":1'
               DISPLAY '  "error":"added ' WS-NAME ' "'
                       ELSE
                          MOVE 'Y' TO WS-VALID-KYC
                       END-IF
                       IF CU-IS-MINOR
                          MOVE 'Y' TO WS-KYC-MINOR
                          MOVE CU-GUARDIAN TO WS-GUARDIAN
                          MOVE CU-MAJORITY-DATE TO WS-MAJORITY-DATE
                       END-IF
                   END-READ
                   CLOSE CUSTOMER-MASTER
               END-IF
           END-IF.
      *The branch must have a vault book - the first VAULTBK key
      *at or after the branch with no date must carry the branch
      *itself. No vault book on file means no branch is known yet
       CHECK-BRANCH.
           MOVE 'N' TO WS-VALID-BRANCH
           IF WS-BRANCH NOT = SPACES
               OPEN INPUT VAULT-BOOK
               IF WS-VL-FILE-STATUS = '00' OR WS-VL-FILE-STATUS = '97'
                   MOVE WS-BRANCH TO VL-BRANCH
                   MOVE 0 TO VL-DATE
                   START VAULT-BOOK KEY IS >= VL-KEY
                   IF WS-VL-FILE-STATUS = '00'
                       READ VAULT-BOOK NEXT RECORD
                       NOT AT END
                           IF VL-BRANCH = WS-BRANCH
                              MOVE 'Y' TO WS-VALID-BRANCH
                           END-IF
                       END-READ
                   END-IF
                   CLOSE VAULT-BOOK
               END-IF
           END-IF.
       CHECK-OWNER.
      *Spaces mean this account is its own primary identity, nothing
      *to check. Otherwise the named owner must already exist as an
                   CLOSE USER-ACCOUNTS
               END-IF
           END-IF.
      *The guardian's credential is the password on the guardian's
      *own account under their customer identity. No account, or no
      *password set yet, leaves the authority for a supervisor to
      *register through POAMNT once there is one
       GET-GUARDIAN-HASH.
           MOVE SPACES TO WS-GUARDIAN-HASH
           OPEN INPUT USER-ACCOUNTS
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '97'
               MOVE WS-GUARDIAN TO ACT-NAME
               READ USER-ACCOUNTS RECORD KEY ACT-NAME
               NOT INVALID KEY
                   MOVE ACT-PASS-HASH TO WS-GUARDIAN-HASH
               END-READ
               CLOSE USER-ACCOUNTS
           END-IF.
      *Full authority for the guardian on the new account, standing
      *until the holder's 18th birthday - MINORRUN revokes it that
      *day. Same record shape POAMNT writes, and audited the same way
       GRANT-GUARDIAN-AUTHORITY.
           OPEN I-O POA-REGISTER
           IF WS-PO-FILE-STATUS = '35'
              OPEN OUTPUT POA-REGISTER
              CLOSE POA-REGISTER
              OPEN I-O POA-REGISTER
           END-IF
           MOVE WS-NAME TO PO-ACCOUNT
           MOVE WS-GUARDIAN TO PO-ATTORNEY
           MOVE 'F' TO PO-SCOPE
           MOVE 0 TO PO-CEILING
           MOVE WS-TODAY TO PO-START-DATE
           MOVE WS-MAJORITY-DATE TO PO-EXPIRY-DATE
           MOVE 'A' TO PO-STATUS
           MOVE WS-GUARDIAN-HASH TO PO-HASH
           MOVE WS-TODAY TO PO-GRANTED-DATE
           WRITE PO-RECORD
           INVALID KEY
              REWRITE PO-RECORD
           END-WRITE
           CLOSE POA-REGISTER
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'ADDUSER' TO AU-PROGRAM
           MOVE WS-NAME TO AU-TARGET
           MOVE WS-GUARDIAN TO AU-BEFORE
           MOVE 'GUARDIAN POA GRANTED' TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
      *Same millisecond as the account's own entry - nudge once
               ADD 1 TO AU-MILIS
               WRITE AU-RECORD
               INVALID KEY
                   CONTINUE
               END-WRITE
           END-WRITE
           CLOSE AUDIT-LOG.
      *The new account name on the blocklist trips the hit flag. No
      *list on file means nothing is listed
       CHECK-BLOCKLIST.
