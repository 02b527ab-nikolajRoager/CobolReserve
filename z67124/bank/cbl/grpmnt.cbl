      *Connected-client group maintenance. Credit puts the customers
      *the regulator treats as one risk into a group - family, common
      *control, or a guarantor standing behind a member - so that
      *LEXPREP can total the director's loan, the company's overdraft
      *and the company's guarantee as the single exposure they are.
      *A adds a member, D takes one out, Q lists a group. Every change
      *lands in AUDITLOG under the operator's id
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    GRPMNT.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONNECTED-GROUPS ASSIGN TO CONNGRP
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CG-KEY
              FILE STATUS IS WS-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CU-NAME
              FILE STATUS IS WS-CU-FILE-STATUS.
      *Administrative action audit trail, append only
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AU-KEY
              FILE STATUS IS WS-AU-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CONNECTED-GROUPS DATA RECORD IS CG-RECORD.
       COPY cgrprec.
       FD  CUSTOMER-MASTER DATA RECORD IS CU-RECORD.
       COPY custrec.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-CU-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-TODAY PIC 9(8).
       01 WS-OPERATOR-ID PIC X(9).
       01 WS-EOF PIC X.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-MEMBERS PIC 9(4) VALUE 0.
       01 WS-AUDIT-BEFORE.
           05 FILLER PIC X(6) VALUE 'GROUP='.
           05 WS-AB-GROUP PIC X(9).
           05 FILLER PIC X(6) VALUE ' LINK='.
           05 WS-AB-LINK PIC X(1).
           05 FILLER PIC X(18) VALUE SPACES.
       01 WS-AUDIT-TEXT PIC X(40).
       LINKAGE SECTION.
       01 ARG-BUFFER.
      *A = add a member, D = remove one, Q = list the group
           05 ARG-ACTION PIC X(1).
           05 ARG-GROUP-ID PIC X(9).
           05 ARG-CUSTOMER PIC X(9).
      *F = family, C = common control, G = guarantor - add only
           05 ARG-LINK-TYPE PIC X(1).
           05 ARG-OPERATOR-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID
           IF ARG-ACTION NOT = 'A' AND NOT = 'D' AND NOT = 'Q'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Action must be A, D or Q"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-GROUP-ID = SPACES
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Group id is required"'
              DISPLAY '}'
              GOBACK
           END-IF

           OPEN I-O CONNECTED-GROUPS
           IF WS-FILE-STATUS = '35'
              OPEN OUTPUT CONNECTED-GROUPS
              CLOSE CONNECTED-GROUPS
              OPEN I-O CONNECTED-GROUPS
           END-IF
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Group file error ' WS-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE CONNECTED-GROUPS
              GOBACK
           END-IF

           EVALUATE ARG-ACTION
              WHEN 'A'
                 PERFORM ADD-MEMBER
                    THRU ADD-MEMBER-EXIT
              WHEN 'D'
                 PERFORM REMOVE-MEMBER
                    THRU REMOVE-MEMBER-EXIT
              WHEN 'Q'
                 PERFORM LIST-GROUP
           END-EVALUATE
           CLOSE CONNECTED-GROUPS
           GOBACK.
      *Only a real customer identity can be connected to anything
       ADD-MEMBER.
           MOVE ARG-LINK-TYPE TO CG-LINK-TYPE
           IF NOT CG-TYPE-VALID
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Link type must be F, C or G"'
              DISPLAY '}'
              GO TO ADD-MEMBER-EXIT
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CU-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Customer file error ' WS-CU-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE CUSTOMER-MASTER
              GO TO ADD-MEMBER-EXIT
           END-IF
           MOVE ARG-CUSTOMER TO CU-NAME
           READ CUSTOMER-MASTER RECORD KEY CU-NAME
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Customer ' ARG-CUSTOMER ' not found"'
              DISPLAY '}'
              CLOSE CUSTOMER-MASTER
              GO TO ADD-MEMBER-EXIT
           END-READ
           CLOSE CUSTOMER-MASTER

           MOVE ARG-GROUP-ID TO CG-GROUP-ID
           MOVE ARG-CUSTOMER TO CG-CUSTOMER
           MOVE ARG-LINK-TYPE TO CG-LINK-TYPE
           MOVE WS-TODAY TO CG-ADDED-DATE
           MOVE WS-OPERATOR-ID TO CG-ADDED-BY
           WRITE CG-RECORD
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Customer already in this group"'
              DISPLAY '}'
              GO TO ADD-MEMBER-EXIT
           END-WRITE
           MOVE SPACES TO WS-AB-LINK
           MOVE 'GROUP MEMBER ADDED' TO WS-AUDIT-TEXT
           PERFORM LOG-AUDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Group":"' CG-GROUP-ID '",'
           DISPLAY '  "Customer":"' CG-CUSTOMER '",'
           DISPLAY '  "Link":"' CG-LINK-TYPE '"'
           DISPLAY '}'.
       ADD-MEMBER-EXIT.
           EXIT.
       REMOVE-MEMBER.
           MOVE ARG-GROUP-ID TO CG-GROUP-ID
           MOVE ARG-CUSTOMER TO CG-CUSTOMER
           READ CONNECTED-GROUPS RECORD KEY CG-KEY
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Customer not in this group"'
              DISPLAY '}'
              GO TO REMOVE-MEMBER-EXIT
           END-READ
           MOVE CG-LINK-TYPE TO WS-AB-LINK
           DELETE CONNECTED-GROUPS RECORD
           MOVE 'GROUP MEMBER REMOVED' TO WS-AUDIT-TEXT
           PERFORM LOG-AUDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"Member removed"'
           DISPLAY '}'.
       REMOVE-MEMBER-EXIT.
           EXIT.
       LIST-GROUP.
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Group":"' ARG-GROUP-ID '",'
           DISPLAY '  "Members":['
           MOVE 'N' TO WS-EOF
           MOVE ARG-GROUP-ID TO CG-GROUP-ID
           MOVE LOW-VALUES TO CG-CUSTOMER
           START CONNECTED-GROUPS KEY IS >= CG-KEY
           IF WS-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM LIST-ONE-MEMBER UNTIL WS-EOF = 'Y'
           DISPLAY '  ],'
           DISPLAY '  "Count":' WS-MEMBERS
           DISPLAY '}'.
       LIST-ONE-MEMBER.
           READ CONNECTED-GROUPS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CG-GROUP-ID NOT = ARG-GROUP-ID
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      ADD 1 TO WS-MEMBERS
                      IF WS-START NOT = 'Y'
                         DISPLAY '  ,'
                      END-IF
                      MOVE 'N' TO WS-START
                      DISPLAY '  {'
                      DISPLAY '    "Customer":"' CG-CUSTOMER '",'
                      DISPLAY '    "Link":"' CG-LINK-TYPE '",'
                      DISPLAY '    "Added":' CG-ADDED-DATE ','
                      DISPLAY '    "AddedBy":"' CG-ADDED-BY '"'
                      DISPLAY '  }'
                   END-IF
           END-READ.
      *Same append-only idiom as the other audit writers
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE ARG-GROUP-ID TO WS-AB-GROUP
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'GRPMNT' TO AU-PROGRAM
           MOVE ARG-CUSTOMER TO AU-TARGET
           MOVE WS-AUDIT-BEFORE TO AU-BEFORE
           MOVE WS-AUDIT-TEXT TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
