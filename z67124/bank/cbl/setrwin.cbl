      *Set (or overwrite) the agreed run window for one batch
      *program, the same one-key-per-call shape SETCOA uses for the
      *chart of accounts. SLAREP flags every run that takes longer.
      *Zero minutes keeps the entry but agrees no window
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SETRWIN.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-WINDOWS ASSIGN TO RUNWIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RW-PROGRAM
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  RUN-WINDOWS DATA RECORD IS RW-RECORD.
       COPY runwin.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
      *Using PARM='...' limits me to one program a time, but the code
      *becomes cleaner
       LINKAGE SECTION.
       01 ARG-BUFFER.
           05 ARG-RECORD.
               10 ARG-MAX-MINUTES PIC 9(4).
      *As the program records its runs - a split sweep's partitions
      *under their own names, INTPOST1 and so on
               10 ARG-PROGRAM PIC X(8).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       OPEN-FILE.
      *Output to write new entries, Input to overwrite existing keys
           OPEN I-O RUN-WINDOWS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
      * File not found (35) triggered by opening empty vsam files
              IF WS-FILE-STATUS NOT = '35'
                   DISPLAY '{'
                   DISPLAY '  "success":0,'
           DISPLAY '  "error":"Window file error ' WS-FILE-STATUS ' "'
                   DISPLAY '}'
                 GOBACK
              ELSE
                 OPEN OUTPUT RUN-WINDOWS
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY '{'
                   DISPLAY '  "success":0,'
           DISPLAY '  "error":"Window file error ' WS-FILE-STATUS ' "'
                   DISPLAY '}'
                   GOBACK
                 END-IF
              END-IF
           END-IF.
       MAIN-PROC.
           IF ARG-MAX-MINUTES NOT NUMERIC OR ARG-PROGRAM = SPACES
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Minutes must be numeric and the '
                 'program given"'
              DISPLAY '}'
              CLOSE RUN-WINDOWS
              GOBACK
           END-IF
           MOVE ARG-PROGRAM TO RW-PROGRAM
           MOVE ARG-MAX-MINUTES TO RW-MAX-MINUTES
           WRITE RW-RECORD
           INVALID KEY
      *Already agreed - overwrite with the new window
              REWRITE RW-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No error"'
              DISPLAY '}'
           ELSE
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Window file error ' WS-FILE-STATUS ' "'
              DISPLAY '}'
           END-IF.
           CLOSE RUN-WINDOWS.
           GOBACK.
