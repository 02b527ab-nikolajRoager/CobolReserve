      *Returned-mail check, CALLed by every program that prints for a
      *customer (STMTPRNT, RELSTMT, TAXCERT, CARDRNW) just before the
      *document would go to the print run. Finds the identity behind
      *the account - its ACT-OWNER, or the account's own name when
      *primary, or the name itself when it is a customer identity
      *with no account of that name - and if that customer's mail is
      *flagged returned, books the document on HELDMAIL and answers
      *Y, and the caller keeps it out of the print run. Answers N
      *when the mail goes out as normal or the customer can not be
      *found. Called, never run from JCL
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MAILHOLD.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CU-NAME
              FILE STATUS IS WS-CU-FILE-STATUS.
           SELECT HELD-MAIL ASSIGN TO HELDMAIL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS HM-KEY
              FILE STATUS IS WS-HM-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  CUSTOMER-MASTER DATA RECORD IS CU-RECORD.
       COPY custrec.
       FD  HELD-MAIL DATA RECORD IS HM-RECORD.
       COPY heldmail.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-CU-FILE-STATUS PIC XX.
       01 WS-HM-FILE-STATUS PIC XX.
       LINKAGE SECTION.
       01 ARG-BUFFER.
      *The account (or customer identity) the document is for
           05 ARG-ACCOUNT PIC X(9).
      *The calling program, what the document is, and anything it
      *takes to reproduce it (see heldmail.cpy)
           05 ARG-PROGRAM PIC X(8).
           05 ARG-DOCUMENT PIC X(30).
           05 ARG-DETAIL PIC X(100).
      *Output: Y = held, keep it out of the print run. The customer
      *identity found, spaces if none
           05 ARG-HELD PIC X(1).
           05 ARG-CUSTOMER PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'N' TO ARG-HELD
           MOVE ARG-ACCOUNT TO ARG-CUSTOMER
           OPEN INPUT USER-ACCOUNTS
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '97'
              MOVE ARG-ACCOUNT TO ACT-NAME
              READ USER-ACCOUNTS RECORD KEY ACT-NAME
              NOT INVALID KEY
                 IF ACT-OWNER NOT = SPACES
                    MOVE ACT-OWNER TO ARG-CUSTOMER
                 END-IF
              END-READ
           END-IF
           CLOSE USER-ACCOUNTS

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CU-FILE-STATUS = '00' OR WS-CU-FILE-STATUS = '97'
              MOVE ARG-CUSTOMER TO CU-NAME
              READ CUSTOMER-MASTER RECORD KEY CU-NAME
              INVALID KEY
                 MOVE SPACES TO ARG-CUSTOMER
              NOT INVALID KEY
                 IF CU-MAIL-RETURNED
                    MOVE 'Y' TO ARG-HELD
                 END-IF
              END-READ
           ELSE
              MOVE SPACES TO ARG-CUSTOMER
           END-IF
           CLOSE CUSTOMER-MASTER

           IF ARG-HELD = 'Y'
              PERFORM BOOK-HELD-ITEM
           END-IF
           GOBACK.
      *Same OPEN-I-O-with-35-fallback idiom as the other append-only
      *files; a print run books items in quick succession, so a clash
      *on the millisecond moves on one
       BOOK-HELD-ITEM.
           OPEN I-O HELD-MAIL
           IF WS-HM-FILE-STATUS = '35'
              OPEN OUTPUT HELD-MAIL
              CLOSE HELD-MAIL
              OPEN I-O HELD-MAIL
           END-IF
           MOVE ARG-CUSTOMER TO HM-CUSTOMER
           MOVE FUNCTION CURRENT-DATE TO HM-TIME-STAMP
           MOVE ARG-PROGRAM TO HM-PROGRAM
           MOVE ARG-ACCOUNT TO HM-ACCOUNT
           MOVE ARG-DOCUMENT TO HM-DOCUMENT
           MOVE ARG-DETAIL TO HM-DETAIL
           MOVE 'H' TO HM-STATUS
           MOVE 0 TO HM-RELEASED-DATE
           WRITE HM-RECORD
           INVALID KEY
              ADD 1 TO HM-MILIS
              WRITE HM-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE
           CLOSE HELD-MAIL.
