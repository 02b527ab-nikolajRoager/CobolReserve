      *Daily batch service-level report off the RUNSTAT history. Every
      *run booked to the day is set against the same program's
      *completed runs over the 30 business dates before it: the ones
      *that overran the window agreed through SETRWIN, moved their
      *read or posted volumes further off the average than STATFILE's
      *S-RUN-VOLUME-PCT allows, or did not complete are flagged. The
      *close-of-business chain's finishing time over the last 30 days
      *is then fitted to a straight line and carried forward to the
      *day it will run into the branch opening time. Zero date = the
      *business date COBDRV last closed
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SLAREP.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-STATS ASSIGN TO RUNSTATS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT RUN-WINDOWS ASSIGN TO RUNWIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RW-PROGRAM
           FILE STATUS IS WS-RW-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *Report spool for the handover pack
           SELECT REPORT-SPOOL ASSIGN TO SPOOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SP-KEY
              FILE STATUS IS WS-SP-FILE-STATUS.
           SELECT REPORT-CATALOG ASSIGN TO SPOOLCAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SPC-KEY
              FILE STATUS IS WS-SPC-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  RUN-STATS DATA RECORD IS RS-RECORD.
       COPY runstat.
       FD  RUN-WINDOWS DATA RECORD IS RW-RECORD.
       COPY runwin.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  REPORT-SPOOL DATA RECORD IS SP-RECORD.
       COPY spoolrec.
       FD  REPORT-CATALOG DATA RECORD IS SPC-RECORD.
       COPY spoolcat.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-SP-FILE-STATUS PIC XX.
       01 WS-SPC-FILE-STATUS PIC XX.
       01 WS-SPOOL-LINE PIC X(100).
       01 WS-SPOOL-LINE-NO PIC 9(6).
       01 WS-SPOOL-DATE PIC 9(8).
       01 WS-SPOOL-OK PIC X.
       01 WS-FILE-STATUS PIC XX.
       01 WS-RW-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-WINDOWS-OK PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-DAY-INT PIC 9(8).
       01 WS-RUN-INT PIC 9(8).
       01 WS-END-INT PIC 9(8).
      *A run's end stamp broken down
       01 WS-END-PARTS.
           05 WS-EP-DATE PIC 9(8).
           05 WS-EP-HH PIC 9(2).
           05 WS-EP-MI PIC 9(2).
           05 FILLER PIC X(4).
      *Branch opening time, HHMM on the calendar day after the
      *business date the chain closes - minutes from the start of
      *that business date, so 0800 is 1920
       01 WS-OPEN-TIME.
           05 WS-OPEN-HH PIC 9(2).
           05 WS-OPEN-MI PIC 9(2).
       01 WS-OPEN-MINUTES PIC 9(4).
       01 WS-VOLUME-PCT PIC 9(4).
      *Trailing 30 days per program, the linear-search table the
      *other reports keep. A partition is a program of its own
       01 WS-SLA-TABLE.
           05 WS-SL-COUNT PIC 9(3) VALUE 0.
           05 WS-SL-ENTRY OCCURS 100 TIMES.
               10 WS-SL-PROGRAM PIC X(8).
               10 WS-SL-RUNS PIC 9(4).
               10 WS-SL-ELAPSED PIC 9(11).
               10 WS-SL-READ PIC 9(13).
               10 WS-SL-POSTED PIC 9(13).
       01 WS-IX PIC 9(3).
       01 WS-SLOT PIC 9(3).
      *The run in hand against its average
       01 WS-AVG-ELAPSED PIC 9(7).
       01 WS-AVG-READ PIC 9(9).
       01 WS-AVG-POSTED PIC 9(9).
       01 WS-ELAPSED-PCT PIC 9(5).
       01 WS-WINDOW-MINUTES PIC 9(4).
       01 WS-OVERRUN PIC X.
       01 WS-VOLUME-FLAG PIC X.
       01 WS-SWING PIC S9(11).
       01 WS-SWING-LIMIT PIC 9(13).
       01 WS-RUNS-REPORTED PIC 9(6) VALUE 0.
       01 WS-OVERRUNS PIC 9(6) VALUE 0.
       01 WS-VOLUME-FLAGS PIC 9(6) VALUE 0.
       01 WS-NOT-COMPLETE PIC 9(6) VALUE 0.
      *Least-squares line through the chain's finishing minute, x
      *being days back from the report day (0 = the day itself)
       01 WS-FIT-N PIC 9(3) VALUE 0.
       01 WS-FIT-X PIC S9(3).
       01 WS-FIT-Y PIC S9(5).
       01 WS-SUM-X PIC S9(7) VALUE 0.
       01 WS-SUM-Y PIC S9(9) VALUE 0.
       01 WS-SUM-XY PIC S9(11) VALUE 0.
       01 WS-SUM-XX PIC S9(9) VALUE 0.
       01 WS-DENOM PIC S9(13).
       01 WS-SLOPE PIC S9(7)V9(4) VALUE 0.
       01 WS-FIT-NOW PIC S9(7)V9(4) VALUE 0.
       01 WS-GAP PIC S9(7)V9(4).
       01 WS-DAYS-LEFT PIC 9(5).
       01 WS-BREACH-DATE PIC 9(8) VALUE 0.
      *none / projected / breaching / no history
       01 WS-BREACH-STATUS PIC X(10).
      *Json compatible signed minutes, no leading zeros
       01 WS-MINUTES-JSON PIC -(6)9.99.
       LINKAGE SECTION.
       01 ARG-BUFFER.
      *The business date being reported, CCYYMMDD. Zeros = the one
      *COBDRV last closed
           05 ARG-DATE PIC 9(8).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           OPEN INPUT RUN-STATS
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No run statistics on file yet"'
              DISPLAY '}'
              CLOSE RUN-STATS
              GOBACK
           END-IF
           IF ARG-DATE = 0
              PERFORM FIND-LATEST-CLOSE
           ELSE
              MOVE ARG-DATE TO WS-RUN-DATE
           END-IF
           IF WS-RUN-DATE NOT > 16010101
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Report date must be CCYYMMDD"'
              DISPLAY '}'
              CLOSE RUN-STATS
              GOBACK
           END-IF
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM READ-SETTINGS
           OPEN INPUT RUN-WINDOWS
           IF WS-RW-FILE-STATUS = '00' OR WS-RW-FILE-STATUS = '97'
              MOVE 'Y' TO WS-WINDOWS-OK
           END-IF

      *First pass: the trailing averages and the chain's finishing
      *times, all in one read of the history
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO RS-KEY
           START RUN-STATS KEY IS >= RS-KEY
           IF WS-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM AVERAGE-RUNS UNTIL WS-EOF = 'Y'
           PERFORM PROJECT-CHAIN

           PERFORM SPOOL-START
           MOVE 'BATCH SERVICE LEVEL REPORT' TO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Day":' WS-RUN-DATE ','
           DISPLAY '  "Runs":['
      *Second pass: the day's own runs against those averages
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO RS-KEY
           START RUN-STATS KEY IS >= RS-KEY
           IF WS-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM REPORT-RUNS UNTIL WS-EOF = 'Y'
           DISPLAY '  ],'
           DISPLAY '  "RunsReported":' WS-RUNS-REPORTED ','
           DISPLAY '  "Overruns":' WS-OVERRUNS ','
           DISPLAY '  "VolumeFlags":' WS-VOLUME-FLAGS ','
           DISPLAY '  "NotCompleted":' WS-NOT-COMPLETE ','
           DISPLAY '  "OpeningTime":"' WS-OPEN-TIME '",'
           DISPLAY '  "ChainRuns":' WS-FIT-N ','
           MOVE WS-FIT-NOW TO WS-MINUTES-JSON
           DISPLAY '  "ChainEndMinutes":' WS-MINUTES-JSON ','
           MOVE WS-SLOPE TO WS-MINUTES-JSON
           DISPLAY '  "DriftMinutesPerDay":' WS-MINUTES-JSON ','
           DISPLAY '  "BreachStatus":"' FUNCTION TRIM(WS-BREACH-STATUS)
              '",'
           DISPLAY '  "ProjectedBreach":' WS-BREACH-DATE
           DISPLAY '}'
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'CHAIN ' WS-BREACH-STATUS ' BREACH ' WS-BREACH-DATE
              ' OPENING ' WS-OPEN-TIME
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           PERFORM SPOOL-FINISH
           CLOSE RUN-STATS
           CLOSE RUN-WINDOWS
           GOBACK.
      *The latest business date the driver has booked, run to the end
      *or not - the machine date when it never has
       FIND-LATEST-CLOSE.
           MOVE 0 TO WS-RUN-DATE
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO RS-KEY
           MOVE 'COBDRV' TO RS-PROGRAM
           START RUN-STATS KEY IS >= RS-KEY
           IF WS-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM NOTE-ONE-CLOSE UNTIL WS-EOF = 'Y'
           IF WS-RUN-DATE = 0
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
       NOTE-ONE-CLOSE.
           READ RUN-STATS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF RS-PROGRAM NOT = 'COBDRV'
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      IF RS-BUSINESS-DATE > WS-RUN-DATE
                         MOVE RS-BUSINESS-DATE TO WS-RUN-DATE
                      END-IF
                   END-IF
           END-READ.
      *Opening time and volume tolerance off STATFILE, with the
      *defaults when either is unset
       READ-SETTINGS.
           MOVE '0800' TO WS-OPEN-TIME
           MOVE 50 TO WS-VOLUME-PCT
           OPEN INPUT STATS
           IF WS-STAT-FILE-STATUS = '00' OR WS-STAT-FILE-STATUS = '97'
              READ STATS
              IF WS-STAT-FILE-STATUS = '00'
                 IF S-BRANCH-OPEN-TIME NUMERIC
                       AND S-BRANCH-OPEN-TIME(1:2) < '24'
                       AND S-BRANCH-OPEN-TIME(3:2) < '60'
                    MOVE S-BRANCH-OPEN-TIME TO WS-OPEN-TIME
                 END-IF
                 IF S-RUN-VOLUME-PCT NUMERIC
                    MOVE S-RUN-VOLUME-PCT TO WS-VOLUME-PCT
                 END-IF
              END-IF
           END-IF
           CLOSE STATS
           COMPUTE WS-OPEN-MINUTES
              = 1440 + WS-OPEN-HH * 60 + WS-OPEN-MI.
       AVERAGE-RUNS.
           READ RUN-STATS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF RS-BUSINESS-DATE > 16010101
                      PERFORM AVERAGE-ONE-RUN
                   END-IF
           END-READ.
      *Only completed runs make the average - a failed run's few
      *seconds would drag it down and hide the slow ones
       AVERAGE-ONE-RUN.
           COMPUTE WS-RUN-INT
              = FUNCTION INTEGER-OF-DATE(RS-BUSINESS-DATE)
           IF RS-IS-COMPLETE
                 AND WS-RUN-INT < WS-DAY-INT
                 AND WS-RUN-INT NOT < WS-DAY-INT - 30
              PERFORM FIND-RUN-SLOT
              IF WS-SLOT > 0
                 ADD 1 TO WS-SL-RUNS(WS-SLOT)
                 ADD RS-ELAPSED-SECS TO WS-SL-ELAPSED(WS-SLOT)
                 ADD RS-READ TO WS-SL-READ(WS-SLOT)
                 ADD RS-POSTED TO WS-SL-POSTED(WS-SLOT)
              END-IF
           END-IF
           IF RS-PROGRAM = 'COBDRV' AND RS-IS-COMPLETE
                 AND WS-RUN-INT NOT > WS-DAY-INT
                 AND WS-RUN-INT > WS-DAY-INT - 30
                 AND RS-END-STAMP(1:12) NUMERIC
                 AND RS-END-STAMP(1:8) > '16010101'
              PERFORM FIT-ONE-CLOSE
           END-IF.
      *Find the program's slot, opening one the first time it is seen
       FIND-RUN-SLOT.
           MOVE 0 TO WS-SLOT
           MOVE 0 TO WS-IX
           PERFORM CHECK-RUN-SLOT WS-SL-COUNT TIMES
           IF WS-SLOT = 0 AND WS-SL-COUNT < 100
              ADD 1 TO WS-SL-COUNT
              MOVE WS-SL-COUNT TO WS-SLOT
              MOVE RS-PROGRAM TO WS-SL-PROGRAM(WS-SLOT)
              MOVE 0 TO WS-SL-RUNS(WS-SLOT)
              MOVE 0 TO WS-SL-ELAPSED(WS-SLOT)
              MOVE 0 TO WS-SL-READ(WS-SLOT)
              MOVE 0 TO WS-SL-POSTED(WS-SLOT)
           END-IF.
       CHECK-RUN-SLOT.
           ADD 1 TO WS-IX
           IF WS-SL-PROGRAM(WS-IX) = RS-PROGRAM
              MOVE WS-IX TO WS-SLOT
           END-IF.
      *The minute the chain finished, counted from the start of the
      *business date it closed - past midnight runs on past 1440
       FIT-ONE-CLOSE.
           MOVE RS-END-STAMP TO WS-END-PARTS
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-EP-DATE)
           COMPUTE WS-FIT-Y = (WS-END-INT - WS-RUN-INT) * 1440
              + WS-EP-HH * 60 + WS-EP-MI
           COMPUTE WS-FIT-X = WS-RUN-INT - WS-DAY-INT
           ADD 1 TO WS-FIT-N
           ADD WS-FIT-X TO WS-SUM-X
           ADD WS-FIT-Y TO WS-SUM-Y
           COMPUTE WS-SUM-XY = WS-SUM-XY + WS-FIT-X * WS-FIT-Y
           COMPUTE WS-SUM-XX = WS-SUM-XX + WS-FIT-X * WS-FIT-X.
      *Where the line stands today and which way it is heading. One
      *night (or every night on the same date) gives a level but no
      *slope; a line already past the opening is breaching now, one
      *rising towards it breaches on the first day it gets there, any
      *other never does. Over ten years out is no projection at all
       PROJECT-CHAIN.
           MOVE 0 TO WS-BREACH-DATE
           MOVE 0 TO WS-SLOPE
           MOVE 0 TO WS-FIT-NOW
           IF WS-FIT-N = 0
              MOVE 'no history' TO WS-BREACH-STATUS
           ELSE
              COMPUTE WS-DENOM
                 = WS-FIT-N * WS-SUM-XX - WS-SUM-X * WS-SUM-X
              IF WS-DENOM NOT = 0
                 COMPUTE WS-SLOPE ROUNDED
                    = (WS-FIT-N * WS-SUM-XY - WS-SUM-X * WS-SUM-Y)
                    / WS-DENOM
              END-IF
              COMPUTE WS-FIT-NOW ROUNDED
                 = (WS-SUM-Y - WS-SLOPE * WS-SUM-X) / WS-FIT-N
              MOVE 'none' TO WS-BREACH-STATUS
              IF WS-FIT-NOW NOT < WS-OPEN-MINUTES
                 MOVE 'breaching' TO WS-BREACH-STATUS
                 MOVE WS-RUN-DATE TO WS-BREACH-DATE
              ELSE
                 IF WS-SLOPE > 0
                    COMPUTE WS-GAP = WS-OPEN-MINUTES - WS-FIT-NOW
                    IF WS-GAP / WS-SLOPE NOT > 3650
                       COMPUTE WS-DAYS-LEFT = WS-GAP / WS-SLOPE
                       IF WS-DAYS-LEFT * WS-SLOPE < WS-GAP
                          ADD 1 TO WS-DAYS-LEFT
                       END-IF
                       MOVE 'projected' TO WS-BREACH-STATUS
                       COMPUTE WS-BREACH-DATE
                          = FUNCTION DATE-OF-INTEGER(
                             WS-DAY-INT + WS-DAYS-LEFT)
                    END-IF
                 END-IF
              END-IF
           END-IF.
       REPORT-RUNS.
           READ RUN-STATS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF RS-BUSINESS-DATE = WS-RUN-DATE
                      PERFORM REPORT-ONE-RUN
                   END-IF
           END-READ.
       REPORT-ONE-RUN.
           ADD 1 TO WS-RUNS-REPORTED
           MOVE 0 TO WS-AVG-ELAPSED
           MOVE 0 TO WS-AVG-READ
           MOVE 0 TO WS-AVG-POSTED
           MOVE 0 TO WS-ELAPSED-PCT
           MOVE 'N' TO WS-OVERRUN
           MOVE 'N' TO WS-VOLUME-FLAG
           MOVE 0 TO WS-SLOT
           MOVE 0 TO WS-IX
           PERFORM CHECK-RUN-SLOT WS-SL-COUNT TIMES
      *No history in the window means nothing to compare against -
      *only the agreed window and the status still apply
           IF WS-SLOT > 0
              IF WS-SL-RUNS(WS-SLOT) > 0
                 COMPUTE WS-AVG-ELAPSED ROUNDED
                    = WS-SL-ELAPSED(WS-SLOT) / WS-SL-RUNS(WS-SLOT)
                 COMPUTE WS-AVG-READ ROUNDED
                    = WS-SL-READ(WS-SLOT) / WS-SL-RUNS(WS-SLOT)
                 COMPUTE WS-AVG-POSTED ROUNDED
                    = WS-SL-POSTED(WS-SLOT) / WS-SL-RUNS(WS-SLOT)
                 IF WS-AVG-ELAPSED > 0
                    COMPUTE WS-ELAPSED-PCT ROUNDED
                       = RS-ELAPSED-SECS * 100 / WS-AVG-ELAPSED
                 END-IF
                 COMPUTE WS-SWING = RS-READ - WS-AVG-READ
                 COMPUTE WS-SWING-LIMIT
                    = WS-AVG-READ * WS-VOLUME-PCT / 100
                 IF FUNCTION ABS(WS-SWING) > WS-SWING-LIMIT
                    MOVE 'Y' TO WS-VOLUME-FLAG
                 END-IF
                 COMPUTE WS-SWING = RS-POSTED - WS-AVG-POSTED
                 COMPUTE WS-SWING-LIMIT
                    = WS-AVG-POSTED * WS-VOLUME-PCT / 100
                 IF FUNCTION ABS(WS-SWING) > WS-SWING-LIMIT
                    MOVE 'Y' TO WS-VOLUME-FLAG
                 END-IF
              END-IF
           END-IF
           MOVE 0 TO WS-WINDOW-MINUTES
           IF WS-WINDOWS-OK = 'Y'
              MOVE RS-PROGRAM TO RW-PROGRAM
              READ RUN-WINDOWS RECORD KEY RW-PROGRAM
              NOT INVALID KEY
                 IF RW-MAX-MINUTES NUMERIC
                    MOVE RW-MAX-MINUTES TO WS-WINDOW-MINUTES
                 END-IF
              END-READ
           END-IF
           IF WS-WINDOW-MINUTES > 0
                 AND RS-ELAPSED-SECS > WS-WINDOW-MINUTES * 60
              MOVE 'Y' TO WS-OVERRUN
              ADD 1 TO WS-OVERRUNS
           END-IF
           IF WS-VOLUME-FLAG = 'Y'
              ADD 1 TO WS-VOLUME-FLAGS
           END-IF
           IF NOT RS-IS-COMPLETE
              ADD 1 TO WS-NOT-COMPLETE
           END-IF
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {"program":"' RS-PROGRAM
              '","start":"' RS-START-STAMP
              '","status":"' RS-STATUS
              '","elapsed":' RS-ELAPSED-SECS
              ',"avgElapsed":' WS-AVG-ELAPSED
              ',"elapsedPct":' WS-ELAPSED-PCT
              ',"window":' WS-WINDOW-MINUTES
              ',"read":' RS-READ
              ',"avgRead":' WS-AVG-READ
              ',"posted":' RS-POSTED
              ',"avgPosted":' WS-AVG-POSTED
              ',"rejected":' RS-REJECTED
              ',"overrun":"' WS-OVERRUN
              '","volume":"' WS-VOLUME-FLAG '"}'
      *Only the runs someone has to look at go on the spool
           IF WS-OVERRUN = 'Y' OR WS-VOLUME-FLAG = 'Y'
                 OR NOT RS-IS-COMPLETE
              MOVE SPACES TO WS-SPOOL-LINE
              STRING RS-PROGRAM ' ' RS-STATUS
                 ' SECS ' RS-ELAPSED-SECS ' AVG ' WS-AVG-ELAPSED
                 ' WIN ' WS-WINDOW-MINUTES
                 ' OVERRUN ' WS-OVERRUN ' VOLUME ' WS-VOLUME-FLAG
                 DELIMITED BY SIZE INTO WS-SPOOL-LINE
              PERFORM SPOOL-LINE
           END-IF.
      *Spool plumbing, shared shape across the report programs
       SPOOL-START.
           MOVE 'Y' TO WS-SPOOL-OK
           MOVE 0 TO WS-SPOOL-LINE-NO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SPOOL-DATE
           OPEN I-O REPORT-SPOOL
           IF WS-SP-FILE-STATUS = '35'
              OPEN OUTPUT REPORT-SPOOL
              CLOSE REPORT-SPOOL
              OPEN I-O REPORT-SPOOL
           END-IF
           OPEN I-O REPORT-CATALOG
           IF WS-SPC-FILE-STATUS = '35'
              OPEN OUTPUT REPORT-CATALOG
              CLOSE REPORT-CATALOG
              OPEN I-O REPORT-CATALOG
           END-IF
           IF (WS-SP-FILE-STATUS NOT = '00' AND NOT = '97')
                 OR (WS-SPC-FILE-STATUS NOT = '00' AND NOT = '97')
              MOVE 'N' TO WS-SPOOL-OK
           END-IF.
       SPOOL-LINE.
           IF WS-SPOOL-OK = 'Y'
              ADD 1 TO WS-SPOOL-LINE-NO
              MOVE 'SLAREP' TO SP-REPORT
              MOVE WS-SPOOL-DATE TO SP-DATE
              MOVE WS-SPOOL-LINE-NO TO SP-LINE-NO
              MOVE WS-SPOOL-LINE TO SP-LINE
              WRITE SP-RECORD
              INVALID KEY
                 REWRITE SP-RECORD
              END-WRITE
           END-IF.
       SPOOL-FINISH.
           IF WS-SPOOL-OK = 'Y'
              MOVE 'SLAREP' TO SPC-REPORT
              MOVE WS-SPOOL-DATE TO SPC-DATE
              MOVE 'SLAREP' TO SPC-PROGRAM
              MOVE WS-SPOOL-LINE-NO TO SPC-LINES
              MOVE FUNCTION CURRENT-DATE TO SPC-CREATED
              WRITE SPC-RECORD
              INVALID KEY
                 REWRITE SPC-RECORD
              END-WRITE
           END-IF
           CLOSE REPORT-SPOOL
           CLOSE REPORT-CATALOG.
