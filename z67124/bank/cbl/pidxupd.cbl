      *Posting index maintainer, CALLed by every program that writes
      *or re-keys USER-TRANSFERS. A adds a freshly written TR-KEY to
      *its business date under the next posting sequence of the day;
      *R re-points an entry from an old key to the new one when a
      *record is re-keyed, so the daily batches that read the day
      *through POSTIDX never miss a posting. An index that can not
      *be written must not block the posting itself - the caller
      *carries on and PIDXBLD puts the day right. Called, never run
      *from JCL
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PIDXUPD.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-INDEX ASSIGN TO POSTIDX
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PI-KEY
              FILE STATUS IS WS-PI-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  POSTING-INDEX DATA RECORD IS PI-RECORD.
       COPY pidxrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-PI-FILE-STATUS PIC XX.
       01 WS-POST-DATE PIC X(8).
       01 WS-ADD-KEY PIC X(25).
       01 WS-NEXT-SEQ PIC 9(8).
       01 WS-DONE PIC X.
       LINKAGE SECTION.
       01 ARG-BUFFER.
      *A = add ARG-TR-KEY, R = re-point ARG-TR-KEY to ARG-NEW-KEY
           05 ARG-ACTION PIC X(1).
           05 ARG-TR-KEY PIC X(25).
           05 ARG-NEW-KEY PIC X(25).
      *Output: Y = the index holds the key
           05 ARG-RESULT PIC X(1).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'N' TO ARG-RESULT
      *The stamp's date part is the business date it posted on
           MOVE ARG-TR-KEY(10:8) TO WS-POST-DATE
           IF WS-POST-DATE NOT NUMERIC
              GOBACK
           END-IF
           OPEN I-O POSTING-INDEX
           IF WS-PI-FILE-STATUS = '35'
              OPEN OUTPUT POSTING-INDEX
              CLOSE POSTING-INDEX
              OPEN I-O POSTING-INDEX
           END-IF
           IF WS-PI-FILE-STATUS NOT = '00' AND NOT = '97'
              CLOSE POSTING-INDEX
              GOBACK
           END-IF
           EVALUATE ARG-ACTION
              WHEN 'A'
                 MOVE ARG-TR-KEY TO WS-ADD-KEY
                 PERFORM ADD-ENTRY
              WHEN 'R'
                 PERFORM REPOINT-ENTRY
           END-EVALUATE
           CLOSE POSTING-INDEX
           GOBACK.
      *Take the day's next sequence off its control record, opening
      *the day's control on its first posting
       ADD-ENTRY.
           MOVE WS-POST-DATE TO PI-DATE
           MOVE 0 TO PI-SEQ
           READ POSTING-INDEX RECORD KEY PI-KEY
           INVALID KEY
              MOVE WS-POST-DATE TO PI-DATE
              MOVE 0 TO PI-SEQ
              MOVE SPACES TO PI-TR-KEY
              MOVE 0 TO PI-LAST-SEQ
              WRITE PI-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-READ
           COMPUTE WS-NEXT-SEQ = PI-LAST-SEQ + 1
           MOVE WS-NEXT-SEQ TO PI-LAST-SEQ
           REWRITE PI-RECORD
           IF WS-PI-FILE-STATUS = '00'
              MOVE WS-POST-DATE TO PI-DATE
              MOVE WS-NEXT-SEQ TO PI-SEQ
              MOVE WS-ADD-KEY TO PI-TR-KEY
              WRITE PI-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
              IF WS-PI-FILE-STATUS = '00'
                 MOVE 'Y' TO ARG-RESULT
              END-IF
           END-IF.
      *Walk the old key's day for its entry. A new key on another day
      *- never the case for a rename - or an entry that is not there
      *at all is added afresh instead
       REPOINT-ENTRY.
           IF ARG-NEW-KEY(10:8) = WS-POST-DATE
              MOVE 'N' TO WS-DONE
              MOVE WS-POST-DATE TO PI-DATE
              MOVE 1 TO PI-SEQ
              START POSTING-INDEX KEY IS >= PI-KEY
              IF WS-PI-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-DONE
              END-IF
              PERFORM FIND-ONE-ENTRY UNTIL WS-DONE = 'Y'
           END-IF
           IF ARG-RESULT NOT = 'Y'
              MOVE ARG-NEW-KEY TO WS-ADD-KEY
              MOVE WS-ADD-KEY(10:8) TO WS-POST-DATE
              IF WS-POST-DATE NUMERIC
                 PERFORM ADD-ENTRY
              END-IF
           END-IF.
       FIND-ONE-ENTRY.
           READ POSTING-INDEX NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DONE
               NOT AT END
                   IF PI-DATE NOT = WS-POST-DATE
                      MOVE 'Y' TO WS-DONE
                   ELSE
                      IF PI-TR-KEY = ARG-TR-KEY
                         MOVE ARG-NEW-KEY TO PI-TR-KEY
                         REWRITE PI-RECORD
                         IF WS-PI-FILE-STATUS = '00'
                            MOVE 'Y' TO ARG-RESULT
                         END-IF
                         MOVE 'Y' TO WS-DONE
                      END-IF
                   END-IF
           END-READ.
