      *Run-statistics recorder, CALLed by every batch program twice:
      *S as it starts hands back the start stamp and the business
      *date being worked, E as it ends writes the run's record to
      *RUNSTATS with the elapsed time, the counts the caller kept in
      *the same buffer and its final status. SLAREP reads the
      *history. Like OPSLOG, recording a run must never stop one:
      *every error in here is swallowed. Called, never run from JCL
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RUNSTAT.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-STATS ASSIGN TO RUNSTATS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RS-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  RUN-STATS DATA RECORD IS RS-RECORD.
       COPY runstat.
       FD  STATS RECORDING MODE F.
       COPY statrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-WRITTEN PIC X.
       01 WS-END-STAMP PIC X(16).
      *The two stamps broken down for the elapsed time
       01 WS-STAMP-PARTS.
           05 WS-SP-DATE PIC 9(8).
           05 WS-SP-HH PIC 9(2).
           05 WS-SP-MI PIC 9(2).
           05 WS-SP-SS PIC 9(2).
           05 FILLER PIC X(2).
       01 WS-START-SECS PIC S9(11).
       01 WS-END-SECS PIC S9(11).
       LINKAGE SECTION.
       01 ARG-BUFFER.
      *S = the run is starting, E = the run has ended
           05 ARG-ACTION PIC X(1).
           05 ARG-PROGRAM PIC X(8).
      *Output on S, input on E
           05 ARG-START-STAMP PIC X(16).
           05 ARG-BUSINESS-DATE PIC 9(8).
      *Zeroed on S, kept by the caller as it goes
           05 ARG-READ PIC 9(9).
           05 ARG-POSTED PIC 9(9).
           05 ARG-REJECTED PIC 9(9).
      *C = completed, S = stopped short, F = failed - see runstat.cpy
           05 ARG-STATUS PIC X(1).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           EVALUATE ARG-ACTION
              WHEN 'S'
                 PERFORM START-RUN
              WHEN 'E'
                 PERFORM END-RUN
           END-EVALUATE
           GOBACK.
      *The business date as it stands now, before the run can move
      *it - the machine date when none is set
       START-RUN.
           MOVE FUNCTION CURRENT-DATE(1:16) TO ARG-START-STAMP
           MOVE ARG-START-STAMP(1:8) TO ARG-BUSINESS-DATE
           MOVE 0 TO ARG-READ
           MOVE 0 TO ARG-POSTED
           MOVE 0 TO ARG-REJECTED
           MOVE SPACE TO ARG-STATUS
           OPEN INPUT STATS
           IF WS-STAT-FILE-STATUS = '00' OR WS-STAT-FILE-STATUS = '97'
              READ STATS
              IF WS-STAT-FILE-STATUS = '00'
                    AND S-BUSINESS-DATE NUMERIC
                    AND S-BUSINESS-DATE NOT = '00000000'
                 MOVE S-BUSINESS-DATE TO ARG-BUSINESS-DATE
              END-IF
           END-IF
           CLOSE STATS.
       END-RUN.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-END-STAMP
           OPEN I-O RUN-STATS
           IF WS-FILE-STATUS = '35'
              OPEN OUTPUT RUN-STATS
              CLOSE RUN-STATS
              OPEN I-O RUN-STATS
           END-IF
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              CLOSE RUN-STATS
           ELSE
              MOVE ARG-PROGRAM TO RS-PROGRAM
              MOVE ARG-START-STAMP TO RS-START-STAMP
              MOVE 0 TO RS-SEQ
              MOVE ARG-BUSINESS-DATE TO RS-BUSINESS-DATE
              MOVE WS-END-STAMP TO RS-END-STAMP
              PERFORM COMPUTE-ELAPSED
              MOVE ARG-READ TO RS-READ
              MOVE ARG-POSTED TO RS-POSTED
              MOVE ARG-REJECTED TO RS-REJECTED
              IF ARG-STATUS = 'C' OR ARG-STATUS = 'S'
                 MOVE ARG-STATUS TO RS-STATUS
              ELSE
                 MOVE 'F' TO RS-STATUS
              END-IF
      *Two runs the same millisecond walk the tie-break forward
      *until one lands, same as OPSLOG's key
              MOVE 'N' TO WS-WRITTEN
              PERFORM TRY-WRITE-STATS UNTIL WS-WRITTEN = 'Y'
              CLOSE RUN-STATS
           END-IF.
      *Seconds from start to end, across midnight (and month ends)
      *through the day numbers. A start stamp the caller never had
      *filled in books as zero
       COMPUTE-ELAPSED.
           MOVE 0 TO RS-ELAPSED-SECS
           MOVE ARG-START-STAMP TO WS-STAMP-PARTS
           IF WS-STAMP-PARTS(1:14) NUMERIC AND WS-SP-DATE > 16010101
              COMPUTE WS-START-SECS
                 = FUNCTION INTEGER-OF-DATE(WS-SP-DATE) * 86400
                 + WS-SP-HH * 3600 + WS-SP-MI * 60 + WS-SP-SS
              MOVE WS-END-STAMP TO WS-STAMP-PARTS
              COMPUTE WS-END-SECS
                 = FUNCTION INTEGER-OF-DATE(WS-SP-DATE) * 86400
                 + WS-SP-HH * 3600 + WS-SP-MI * 60 + WS-SP-SS
              IF WS-END-SECS > WS-START-SECS
                 COMPUTE RS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
              END-IF
           END-IF.
       TRY-WRITE-STATS.
           WRITE RS-RECORD
           INVALID KEY
              ADD 1 TO RS-SEQ
           NOT INVALID KEY
              MOVE 'Y' TO WS-WRITTEN
           END-WRITE
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                 AND NOT = '22' AND NOT = '02'
              MOVE 'Y' TO WS-WRITTEN
           END-IF
           IF RS-SEQ = 99
              MOVE 'Y' TO WS-WRITTEN
           END-IF.
