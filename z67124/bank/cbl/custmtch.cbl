      *Decide whether two customer master images are probably the
      *same person. CALLed by ADDCUST (warning at onboarding) and by
      *DUPSCAN (the full sweep of the master), so a duplicate is
      *recognised one way only. In order of strength:
      *  D - same identity document reference
      *  T - same taxpayer identification number
      *  N - same birth date, a similar full name (at least two name
      *      words in common, or the same letters once spacing and
      *      punctuation are dropped) and the same first or second
      *      address line
      *References and addresses are compared upper-cased with every
      *space and punctuation mark dropped, so 'AB 123-456' and
      *'ab123456' are one document. Blank fields never match
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CUSTMTCH.
       AUTHOR.        Nikolaj R Christensen.
      *-------------
       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
       01 WS-NORM-IN PIC X(30).
       01 WS-NORM-OUT PIC X(30).
       01 WS-NORM-LEN PIC 99.
       01 WS-NORM-IX PIC 99.
       01 WS-NORM-A PIC X(30).
       01 WS-NORM-B PIC X(30).
       01 WS-NAME-OK PIC X.
       01 WS-ADDRESS-OK PIC X.
      *Up to six words of each full name
       01 WS-WORDS-A.
           05 WS-WORD-A PIC X(30) OCCURS 6 TIMES.
       01 WS-WORDS-B.
           05 WS-WORD-B PIC X(30) OCCURS 6 TIMES.
       01 WS-IX-A PIC 9.
       01 WS-IX-B PIC 9.
       01 WS-COMMON PIC 99.
      *--------------
       LINKAGE SECTION.
      *--------------
       01 ARG-BUFFER.
      *The two customers to compare, CU-RECORD fields in order
           05 ARG-CUSTOMER-A.
              10 ARG-A-FULL-NAME PIC X(30).
              10 ARG-A-ADDRESS-1 PIC X(30).
              10 ARG-A-ADDRESS-2 PIC X(30).
              10 ARG-A-BIRTH-DATE PIC 9(8).
              10 ARG-A-ID-DOC-REF PIC X(20).
              10 ARG-A-TIN PIC X(20).
           05 ARG-CUSTOMER-B.
              10 ARG-B-FULL-NAME PIC X(30).
              10 ARG-B-ADDRESS-1 PIC X(30).
              10 ARG-B-ADDRESS-2 PIC X(30).
              10 ARG-B-BIRTH-DATE PIC 9(8).
              10 ARG-B-ID-DOC-REF PIC X(20).
              10 ARG-B-TIN PIC X(20).
      *Returned: D/T/N as above or space for no match, and the same
      *in words for the reply and the report
           05 ARG-MATCH PIC X(1).
           05 ARG-MATCH-TEXT PIC X(20).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE SPACE TO ARG-MATCH
           MOVE SPACES TO ARG-MATCH-TEXT
           PERFORM MATCH-CUSTOMERS THRU MATCH-CUSTOMERS-EXIT
           GOBACK.
       MATCH-CUSTOMERS.
           MOVE ARG-A-ID-DOC-REF TO WS-NORM-IN
           PERFORM NORMALISE
           MOVE WS-NORM-OUT TO WS-NORM-A
           MOVE ARG-B-ID-DOC-REF TO WS-NORM-IN
           PERFORM NORMALISE
           IF WS-NORM-A NOT = SPACES AND WS-NORM-A = WS-NORM-OUT
              MOVE 'D' TO ARG-MATCH
              MOVE 'ID document' TO ARG-MATCH-TEXT
              GO TO MATCH-CUSTOMERS-EXIT
           END-IF
           MOVE ARG-A-TIN TO WS-NORM-IN
           PERFORM NORMALISE
           MOVE WS-NORM-OUT TO WS-NORM-A
           MOVE ARG-B-TIN TO WS-NORM-IN
           PERFORM NORMALISE
           IF WS-NORM-A NOT = SPACES AND WS-NORM-A = WS-NORM-OUT
              MOVE 'T' TO ARG-MATCH
              MOVE 'Tax number' TO ARG-MATCH-TEXT
              GO TO MATCH-CUSTOMERS-EXIT
           END-IF
           IF ARG-A-BIRTH-DATE NOT NUMERIC
                 OR ARG-B-BIRTH-DATE NOT NUMERIC
                 OR ARG-A-BIRTH-DATE = 0
                 OR ARG-A-BIRTH-DATE NOT = ARG-B-BIRTH-DATE
              GO TO MATCH-CUSTOMERS-EXIT
           END-IF
           PERFORM COMPARE-NAMES
           IF WS-NAME-OK = 'N'
              GO TO MATCH-CUSTOMERS-EXIT
           END-IF
           PERFORM COMPARE-ADDRESSES
           IF WS-ADDRESS-OK = 'Y'
              MOVE 'N' TO ARG-MATCH
              MOVE 'Name, DOB, address' TO ARG-MATCH-TEXT
           END-IF.
       MATCH-CUSTOMERS-EXIT.
           EXIT.
      *Similar names: the same letters once spacing and punctuation
      *are gone (catches 'Mary-Ann' against 'Mary Ann'), or two
      *words in common in any order (catches a middle name dropped
      *or the surname written first)
       COMPARE-NAMES.
           MOVE 'N' TO WS-NAME-OK
           MOVE ARG-A-FULL-NAME TO WS-NORM-IN
           PERFORM NORMALISE
           MOVE WS-NORM-OUT TO WS-NORM-A
           MOVE ARG-B-FULL-NAME TO WS-NORM-IN
           PERFORM NORMALISE
           IF WS-NORM-A NOT = SPACES AND WS-NORM-A = WS-NORM-OUT
              MOVE 'Y' TO WS-NAME-OK
           ELSE
              MOVE SPACES TO WS-WORDS-A WS-WORDS-B
              MOVE FUNCTION UPPER-CASE(ARG-A-FULL-NAME) TO WS-NORM-IN
              INSPECT WS-NORM-IN REPLACING ALL '-' BY SPACE
                 ALL '.' BY SPACE ALL ',' BY SPACE
              UNSTRING WS-NORM-IN DELIMITED BY ALL SPACES
                 INTO WS-WORD-A(1) WS-WORD-A(2) WS-WORD-A(3)
                    WS-WORD-A(4) WS-WORD-A(5) WS-WORD-A(6)
              END-UNSTRING
              MOVE FUNCTION UPPER-CASE(ARG-B-FULL-NAME) TO WS-NORM-IN
              INSPECT WS-NORM-IN REPLACING ALL '-' BY SPACE
                 ALL '.' BY SPACE ALL ',' BY SPACE
              UNSTRING WS-NORM-IN DELIMITED BY ALL SPACES
                 INTO WS-WORD-B(1) WS-WORD-B(2) WS-WORD-B(3)
                    WS-WORD-B(4) WS-WORD-B(5) WS-WORD-B(6)
              END-UNSTRING
              MOVE 0 TO WS-COMMON
              PERFORM COMPARE-ONE-WORD
                 VARYING WS-IX-A FROM 1 BY 1 UNTIL WS-IX-A > 6
                 AFTER WS-IX-B FROM 1 BY 1 UNTIL WS-IX-B > 6
              IF WS-COMMON >= 2
                 MOVE 'Y' TO WS-NAME-OK
              END-IF
           END-IF.
      *A word of a single letter is an initial - too weak to count
       COMPARE-ONE-WORD.
           IF WS-WORD-A(WS-IX-A)(2:1) NOT = SPACE
                 AND WS-WORD-A(WS-IX-A) = WS-WORD-B(WS-IX-B)
              ADD 1 TO WS-COMMON
           END-IF.
       COMPARE-ADDRESSES.
           MOVE 'N' TO WS-ADDRESS-OK
           MOVE ARG-A-ADDRESS-1 TO WS-NORM-IN
           PERFORM NORMALISE
           MOVE WS-NORM-OUT TO WS-NORM-A
           MOVE ARG-B-ADDRESS-1 TO WS-NORM-IN
           PERFORM NORMALISE
           IF WS-NORM-A NOT = SPACES AND WS-NORM-A = WS-NORM-OUT
              MOVE 'Y' TO WS-ADDRESS-OK
           END-IF
           MOVE ARG-A-ADDRESS-2 TO WS-NORM-IN
           PERFORM NORMALISE
           MOVE WS-NORM-OUT TO WS-NORM-B
           MOVE ARG-B-ADDRESS-2 TO WS-NORM-IN
           PERFORM NORMALISE
           IF WS-NORM-B NOT = SPACES AND WS-NORM-B = WS-NORM-OUT
              MOVE 'Y' TO WS-ADDRESS-OK
           END-IF.
      *Upper-case WS-NORM-IN and keep only its letters and digits,
      *packed to the left of WS-NORM-OUT
       NORMALISE.
           MOVE FUNCTION UPPER-CASE(WS-NORM-IN) TO WS-NORM-IN
           MOVE SPACES TO WS-NORM-OUT
           MOVE 0 TO WS-NORM-LEN
           PERFORM NORMALISE-ONE-CHAR
              VARYING WS-NORM-IX FROM 1 BY 1 UNTIL WS-NORM-IX > 30.
       NORMALISE-ONE-CHAR.
           IF (WS-NORM-IN(WS-NORM-IX:1) >= 'A'
                 AND WS-NORM-IN(WS-NORM-IX:1) <= 'Z')
                 OR WS-NORM-IN(WS-NORM-IX:1) NUMERIC
              ADD 1 TO WS-NORM-LEN
              MOVE WS-NORM-IN(WS-NORM-IX:1)
                 TO WS-NORM-OUT(WS-NORM-LEN:1)
           END-IF.
