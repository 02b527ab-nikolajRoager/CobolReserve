      *Add a single customer master record - the KYC identity ADDUSER
      *now requires before it will open an account under that name.
      *Does not allow modifying an existing customer, see MODCUST for
      *that, the same ADDUSER/MODUSER split the account file uses.
      *A customer under 18 on the birth date given is booked as a
      *minor and must name a guardian: an active adult customer
      *already on file, recorded against the minor until MINORRUN
      *converts the record on the 18th birthday. A new customer who
      *looks like one already on file (CUSTMTCH - the test DUPSCAN
      *sweeps the master with) is still added, but the reply names
      *the probable duplicate so the branch can stop and check
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CU-NAME
           FILE STATUS IS WS-FILE-STATUS.
      *Administrative action audit trail, append only
       01 WS-NAME PIC X(9).
       01 WS-TODAY PIC 9(8).
       01 WS-IS-DUBLICATE PIC X VALUE 'N'.
      *18th birthday - plain year arithmetic on CCYYMMDD, the same
      *way the KYC review dates roll
       01 WS-MAJORITY-DATE PIC 9(8).
       01 WS-IS-MINOR PIC X VALUE 'N'.
       01 WS-GUARDIAN-OK PIC X.
       01 WS-GUARDIAN-ERROR PIC X(40).
       01 WS-EOF PIC X.
      *First existing customer the new one probably duplicates
       01 WS-DUP-NAME PIC X(9).
       01 WS-DUP-MATCH PIC X(20).
      *Laid out exactly like CUSTMTCH's own LINKAGE SECTION
       01 CM-ARG-BUFFER.
           05 CM-ARG-CUSTOMER-A.
              10 CM-ARG-A-FULL-NAME PIC X(30).
              10 CM-ARG-A-ADDRESS-1 PIC X(30).
              10 CM-ARG-A-ADDRESS-2 PIC X(30).
              10 CM-ARG-A-BIRTH-DATE PIC 9(8).
              10 CM-ARG-A-ID-DOC-REF PIC X(20).
              10 CM-ARG-A-TIN PIC X(20).
           05 CM-ARG-CUSTOMER-B.
              10 CM-ARG-B-FULL-NAME PIC X(30).
              10 CM-ARG-B-ADDRESS-1 PIC X(30).
              10 CM-ARG-B-ADDRESS-2 PIC X(30).
              10 CM-ARG-B-BIRTH-DATE PIC 9(8).
              10 CM-ARG-B-ID-DOC-REF PIC X(20).
              10 CM-ARG-B-TIN PIC X(20).
           05 CM-ARG-MATCH PIC X(1).
           05 CM-ARG-MATCH-TEXT PIC X(20).
      *Summary of the customer just added, for the audit entry
       01 WS-AUDIT-AFTER.
           05 FILLER PIC X(4) VALUE 'DOC='.
           05 WS-AA-ID-DOC PIC X(20).
           05 FILLER PIC X(5) VALUE ' DOB='.
           05 WS-AA-BIRTH PIC 9(8).
      *A new customer has no before image - a minor's guardian rides
      *in that half of the entry instead
       01 WS-AUDIT-BEFORE.
           05 FILLER PIC X(4) VALUE 'GDN='.
           05 WS-AB-GUARDIAN PIC X(9).
      *Using PARM='...' limits me to one customer a time, but the code
      *becomes cleaner
       LINKAGE SECTION.
      *the CRS return, spaces = not yet known (CRSEXT chases it)
              10 ARG-TAX-COUNTRY PIC X(2).
              10 ARG-TIN        PIC X(20).
      *Guardian's customer identity - required when the birth date
      *makes the customer a minor, ignored otherwise
              10 ARG-GUARDIAN   PIC X(9).
      *Teller/system ID making this change, for the audit trail
              10 ARG-OPERATOR-ID PIC X(9).
              10 ARG-NAME       PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       READ-INPUT.
           COMPUTE ARG-LENGTH = ARG-LENGTH - 159.
           MOVE SPACES TO WS-NAME.
           MOVE ARG-NAME(1:ARG-LENGTH) TO WS-NAME.
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 'N' TO WS-IS-MINOR.
           MOVE SPACES TO WS-DUP-NAME.
           COMPUTE WS-MAJORITY-DATE = ARG-BIRTH-DATE + 180000.
           IF WS-MAJORITY-DATE > WS-TODAY
              MOVE 'Y' TO WS-IS-MINOR
           END-IF.
       OPEN-FILE.
      *Output to write new entries, Input to check for duplicate keys
           OPEN I-O CUSTOMER-MASTER.
                   DISPLAY '}'
                   GOBACK
                 ELSE
      *An empty file holds no guardian for a minor to name
                   IF WS-IS-MINOR = 'Y'
                      DISPLAY '{'
                      DISPLAY '  "success":0,'
                      DISPLAY '  "error":"Guardian not on file"'
                      DISPLAY '}'
                      CLOSE CUSTOMER-MASTER
                      GOBACK
                   END-IF
      *We can just write, we don't need to check for duplicates
                     PERFORM WRITE-TO-VSAM
                     CLOSE CUSTOMER-MASTER
                   CLOSE CUSTOMER-MASTER
                   GOBACK
                ELSE
                   PERFORM CHECK-GUARDIAN
                   IF WS-GUARDIAN-OK = 'N'
                      DISPLAY '{'
                      DISPLAY '  "success":0,'
                      DISPLAY '  "error":"' WS-GUARDIAN-ERROR '"'
                      DISPLAY '}'
                      CLOSE CUSTOMER-MASTER
                      GOBACK
                   END-IF
                   PERFORM FIND-PROBABLE-DUPLICATE
                   PERFORM WRITE-TO-VSAM
                   CLOSE CUSTOMER-MASTER
                   GOBACK
           NOT INVALID KEY
               MOVE 'Y' TO WS-IS-DUBLICATE
           END-READ.
      *A minor's guardian must be a customer already on file, active,
      *an adult, and somebody other than the minor. Nothing to check
      *for an adult customer
       CHECK-GUARDIAN.
           MOVE 'Y' TO WS-GUARDIAN-OK
           IF WS-IS-MINOR = 'Y'
              IF ARG-GUARDIAN = SPACES OR ARG-GUARDIAN = WS-NAME
                 MOVE 'N' TO WS-GUARDIAN-OK
                 MOVE 'Guardian required for a minor'
                    TO WS-GUARDIAN-ERROR
              ELSE
                 MOVE ARG-GUARDIAN TO CU-NAME
                 READ CUSTOMER-MASTER RECORD KEY CU-NAME
                 INVALID KEY
                    MOVE 'N' TO WS-GUARDIAN-OK
                    MOVE 'Guardian not on file' TO WS-GUARDIAN-ERROR
                 NOT INVALID KEY
                    IF NOT CU-IS-ACTIVE OR CU-IS-MINOR
                       MOVE 'N' TO WS-GUARDIAN-OK
                       MOVE 'Guardian must be an active adult'
                          TO WS-GUARDIAN-ERROR
                    END-IF
                 END-READ
              END-IF
           END-IF.
      *Put the new customer to CUSTMTCH against every open one on
      *file, stopping at the first probable match. Closed records are
      *history, a duplicate merged away long ago is no news
       FIND-PROBABLE-DUPLICATE.
           MOVE ARG-FULL-NAME TO CM-ARG-A-FULL-NAME
           MOVE ARG-ADDRESS-1 TO CM-ARG-A-ADDRESS-1
           MOVE ARG-ADDRESS-2 TO CM-ARG-A-ADDRESS-2
           MOVE ARG-BIRTH-DATE TO CM-ARG-A-BIRTH-DATE
           MOVE ARG-ID-DOC-REF TO CM-ARG-A-ID-DOC-REF
           MOVE ARG-TIN TO CM-ARG-A-TIN
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO CU-NAME
           START CUSTOMER-MASTER KEY IS >= CU-NAME
           IF WS-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM MATCH-ONE-CUSTOMER UNTIL WS-EOF = 'Y'.
       MATCH-ONE-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF NOT CU-IS-CLOSED
                      MOVE CU-FULL-NAME TO CM-ARG-B-FULL-NAME
                      MOVE CU-ADDRESS-1 TO CM-ARG-B-ADDRESS-1
                      MOVE CU-ADDRESS-2 TO CM-ARG-B-ADDRESS-2
                      MOVE CU-BIRTH-DATE TO CM-ARG-B-BIRTH-DATE
                      MOVE CU-ID-DOC-REF TO CM-ARG-B-ID-DOC-REF
                      MOVE CU-TIN TO CM-ARG-B-TIN
                      CALL 'CUSTMTCH' USING CM-ARG-BUFFER
                      IF CM-ARG-MATCH NOT = SPACE
                         MOVE CU-NAME TO WS-DUP-NAME
                         MOVE CM-ARG-MATCH-TEXT TO WS-DUP-MATCH
                         MOVE 'Y' TO WS-EOF
                      END-IF
                   END-IF
           END-READ.
       WRITE-TO-VSAM.
           MOVE WS-NAME TO CU-NAME
           MOVE ARG-FULL-NAME TO CU-FULL-NAME
           PERFORM SET-NEXT-REVIEW
           MOVE ARG-TAX-COUNTRY TO CU-TAX-COUNTRY
           MOVE ARG-TIN TO CU-TIN
           IF WS-IS-MINOR = 'Y'
              MOVE 'Y' TO CU-MINOR-FLAG
              MOVE ARG-GUARDIAN TO CU-GUARDIAN
              MOVE WS-MAJORITY-DATE TO CU-MAJORITY-DATE
           ELSE
              MOVE 'N' TO CU-MINOR-FLAG
              MOVE SPACES TO CU-GUARDIAN
              MOVE 0 TO CU-MAJORITY-DATE
           END-IF
           MOVE SPACES TO CU-MERGED-INTO
           MOVE 0 TO CU-CLOSED-DATE
           MOVE 0 TO CU-ANON-DATE
           MOVE SPACE TO CU-MAIL-FLAG
           MOVE 0 TO CU-MAIL-RETURNED-DATE
           WRITE CU-RECORD
           INVALID KEY
      *Should not happen, we already checked dublicates
           IF WS-FILE-STATUS = '00'
               MOVE ARG-ID-DOC-REF TO WS-AA-ID-DOC
               MOVE ARG-BIRTH-DATE TO WS-AA-BIRTH
               MOVE CU-GUARDIAN TO WS-AB-GUARDIAN
               PERFORM LOG-AUDIT
               DISPLAY '{'
               DISPLAY '  "success":1,'
               IF WS-DUP-NAME = SPACES
                  DISPLAY '  "error":"added ' WS-NAME ' "'
               ELSE
                  DISPLAY '  "error":"added ' WS-NAME ' ",'
                  DISPLAY '  "PossibleDuplicate":"' WS-DUP-NAME '",'
                  DISPLAY '  "MatchedOn":"'
                     FUNCTION TRIM(WS-DUP-MATCH) '"'
               END-IF
               DISPLAY '}'
           ELSE
                   DISPLAY '{'
           MOVE 'ADDCUST' TO AU-PROGRAM
           MOVE WS-NAME TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           IF CU-IS-MINOR
              MOVE WS-AUDIT-BEFORE TO AU-BEFORE
           END-IF
           MOVE WS-AUDIT-AFTER TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
