      *touch an existing CU-NAME, so this is its companion for
      *address changes, replacement identity documents and closing a
      *customer, the same ADDUSER/MODUSER split the account file uses.
      *Spaces in a field mean leave that field alone. A corrected
      *birth date moves a minor's majority date with it; it may not
      *turn an adult on file into a minor, who would need a guardian
      *ADDCUST never checked. A new address ends a returned-mail hold
      *(MAILRTN): the flag comes off and everything held on HELDMAIL
      *for the customer is marked released for reprinting
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
              ACCESS MODE IS RANDOM
              RECORD KEY IS AU-KEY
              FILE STATUS IS WS-AU-FILE-STATUS.
      *Printed documents held back while the customer's mail came
      *back returned
           SELECT HELD-MAIL ASSIGN TO HELDMAIL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HM-KEY
              FILE STATUS IS WS-HM-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       COPY custrec.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
       FD  HELD-MAIL DATA RECORD IS HM-RECORD.
       COPY heldmail.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-OPERATOR-ID PIC X(9).
       01 WS-NAME PIC X(9).
       01 WS-MAJORITY-DATE PIC 9(8).
       01 WS-TODAY PIC 9(8).
       01 WS-HM-FILE-STATUS PIC XX.
       01 WS-HM-EOF PIC X.
      *Y = this change gives a returned-mail customer a new address
       01 WS-MAIL-FIXED PIC X VALUE 'N'.
       01 WS-RELEASED PIC 9(6) VALUE 0.
      *Identity document before the change, for the audit entry
       01 WS-AUDIT-BEFORE.
           05 FILLER PIC X(4) VALUE 'DOC='.
           MOVE SPACES TO WS-NAME.
           MOVE ARG-NAME(1:ARG-LENGTH) TO WS-NAME.
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
       OPEN-FILES.
           OPEN I-O CUSTOMER-MASTER.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
               GOBACK
           END-READ.

      *Anonymisation is irreversible - there is nobody left on the
      *record to maintain
           IF CU-ANON-DATE NUMERIC AND CU-ANON-DATE > 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Customer has been anonymised"'
              DISPLAY '}'
              CLOSE CUSTOMER-MASTER
              GOBACK
           END-IF

           MOVE CU-ID-DOC-REF TO WS-AB-ID-DOC
           MOVE CU-STATUS TO WS-AB-STATUS

           END-IF
           IF ARG-BIRTH-DATE NOT = SPACES
                 AND ARG-BIRTH-DATE NOT = '00000000'
              COMPUTE WS-MAJORITY-DATE = FUNCTION NUMVAL(ARG-BIRTH-DATE)
                                       + 180000
              IF NOT CU-IS-MINOR
                    AND WS-MAJORITY-DATE > WS-TODAY
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Birth date makes customer a minor"'
                 DISPLAY '}'
                 CLOSE CUSTOMER-MASTER
                 GOBACK
              END-IF
              MOVE ARG-BIRTH-DATE TO CU-BIRTH-DATE
              IF CU-IS-MINOR
                 MOVE WS-MAJORITY-DATE TO CU-MAJORITY-DATE
              END-IF
           END-IF
           IF ARG-ID-DOC-REF NOT = SPACES
              MOVE ARG-ID-DOC-REF TO CU-ID-DOC-REF
           END-IF
           IF CU-MAIL-RETURNED
                 AND (ARG-ADDRESS-1 NOT = SPACES
                    OR ARG-ADDRESS-2 NOT = SPACES)
              MOVE SPACE TO CU-MAIL-FLAG
              MOVE 0 TO CU-MAIL-RETURNED-DATE
              MOVE 'Y' TO WS-MAIL-FIXED
           END-IF
      *Closing starts the retention clock ANONRUN runs on; reopening
      *stops it
           IF ARG-STATUS = 'C' AND NOT CU-IS-CLOSED
              MOVE WS-TODAY TO CU-CLOSED-DATE
           END-IF
           IF ARG-STATUS = 'A'
              MOVE 0 TO CU-CLOSED-DATE
           END-IF
           IF ARG-STATUS = 'A' OR ARG-STATUS = 'C'
              MOVE ARG-STATUS TO CU-STATUS
           END-IF
              MOVE CU-ID-DOC-REF TO WS-AA-ID-DOC
              MOVE CU-STATUS TO WS-AA-STATUS
              PERFORM LOG-AUDIT
              IF WS-MAIL-FIXED = 'Y'
                 PERFORM RELEASE-HELD-MAIL
              END-IF
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No error",'
              DISPLAY '  "HeldMailReleased":' WS-RELEASED
              DISPLAY '}'
           END-IF.
           CLOSE CUSTOMER-MASTER.
               CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
      *Walk the customer's slice of the held-mail file and mark every
      *item still held as released today. No file on disk just means
      *nothing was ever held
       RELEASE-HELD-MAIL.
           OPEN I-O HELD-MAIL
           IF WS-HM-FILE-STATUS NOT = '00' AND NOT = '97'
              CLOSE HELD-MAIL
           ELSE
              MOVE 'N' TO WS-HM-EOF
              MOVE WS-NAME TO HM-CUSTOMER
              MOVE LOW-VALUES TO HM-TIME-STAMP
              START HELD-MAIL KEY IS >= HM-KEY
              IF WS-HM-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-HM-EOF
              END-IF
              PERFORM RELEASE-ONE-ITEM UNTIL WS-HM-EOF = 'Y'
              CLOSE HELD-MAIL
           END-IF.
       RELEASE-ONE-ITEM.
           READ HELD-MAIL NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HM-EOF
               NOT AT END
                   IF HM-CUSTOMER NOT = WS-NAME
                      MOVE 'Y' TO WS-HM-EOF
                   ELSE
                      IF HM-IS-HELD
                         MOVE 'R' TO HM-STATUS
                         MOVE WS-TODAY TO HM-RELEASED-DATE
                         REWRITE HM-RECORD
                         ADD 1 TO WS-RELEASED
                      END-IF
                   END-IF
           END-READ.
      *Next review falls one, three or five years out depending on
      *the band. Plain year arithmetic - a day or two of drift on a
      *leap day is noise against a multi-year cadence. A record from
