      *Set (or overwrite) the rewards earn rate for one transaction
      *type, or for one merchant within it, the same one-key-per-call
      *shape SETCOA uses for the chart of accounts. A zero rate stops
      *the type (or merchant) earning without losing the entry
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SETRWD.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REWARDS-RATES ASSIGN TO RWDRATE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RR-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  REWARDS-RATES DATA RECORD IS RR-RECORD.
       COPY rwdrate.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
      *Using PARM='...' limits me to one rate a time, but the code
      *becomes cleaner
       LINKAGE SECTION.
       01 ARG-BUFFER.
           05 ARG-RECORD.
      *Points per unit of the account's currency spent
               10 ARG-RATE      PIC 9(3)V9(4).
               10 ARG-TYPE-NAME PIC X(20).
      *Spaces = the type's general rate
               10 ARG-MERCHANT  PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       OPEN-FILE.
      *Output to write new entries, Input to overwrite existing keys
           OPEN I-O REWARDS-RATES.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
      * File not found (35) triggered by opening empty vsam files
              IF WS-FILE-STATUS NOT = '35'
                   DISPLAY '{'
                   DISPLAY '  "success":0,'
           DISPLAY '  "error":"Rate file error ' WS-FILE-STATUS ' "'
                   DISPLAY '}'
                 GOBACK
              ELSE
                 OPEN OUTPUT REWARDS-RATES
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY '{'
                   DISPLAY '  "success":0,'
           DISPLAY '  "error":"Rate file error ' WS-FILE-STATUS ' "'
                   DISPLAY '}'
                   GOBACK
                 END-IF
              END-IF
           END-IF.
       MAIN-PROC.
           IF ARG-RATE NOT NUMERIC
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Rate must be numeric"'
              DISPLAY '}'
              CLOSE REWARDS-RATES
              GOBACK
           END-IF
           MOVE ARG-TYPE-NAME TO RR-TYPE-NAME
           MOVE ARG-MERCHANT TO RR-MERCHANT
           MOVE ARG-RATE TO RR-RATE
           WRITE RR-RECORD
           INVALID KEY
      *Already set - overwrite with the new rate
              REWRITE RR-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No error"'
              DISPLAY '}'
           ELSE
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Rate file error ' WS-FILE-STATUS ' "'
              DISPLAY '}'
           END-IF.
           CLOSE REWARDS-RATES.
           GOBACK.
