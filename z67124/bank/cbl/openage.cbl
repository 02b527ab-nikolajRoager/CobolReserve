      *Open-items ageing dashboard: one daily report over every
      *holding queue work gets stuck in - the second-teller approval
      *holds, the compliance screening queue, future-dated transfers,
      *uncaptured card holds, the NSF retry queue, open disputes,
      *sent-but-unconfirmed interbank payments and incoming interbank
      *credits sitting unapplied in suspense. Each open item ages
      *against the business date, the money suspended per queue is
      *totalled, and anything older than its queue's service standard
      *is flagged for the morning meeting - instead of seven separate
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OP-KEY
              FILE STATUS IS WS-OP-FILE-STATUS.
           SELECT INBOUND-CREDITS ASSIGN TO INBCRED
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IC-KEY
              FILE STATUS IS WS-IC-FILE-STATUS.
      *The official business date the items age against
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
       COPY disprec.
       FD  OUTBOUND-PAYMENTS DATA RECORD IS OP-RECORD.
       COPY opayrec.
       FD  INBOUND-CREDITS DATA RECORD IS IC-RECORD.
       COPY inbcrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  REPORT-SPOOL DATA RECORD IS SP-RECORD.
       01 WS-RT-FILE-STATUS PIC XX.
       01 WS-DP-FILE-STATUS PIC XX.
       01 WS-OP-FILE-STATUS PIC XX.
       01 WS-IC-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-START PIC X VALUE 'Y'.
           PERFORM AGE-RETRY-QUEUE
           PERFORM AGE-DISPUTES
           PERFORM AGE-OUTBOUND
           PERFORM AGE-INBOUND-SUSPENSE

           DISPLAY '  ]'
           DISPLAY '}'
                      PERFORM TALLY-ONE-ITEM
                   END-IF
           END-READ.
      *--- incoming credits on the INBSUSP suspense account: the
      *remitter is waiting, two days to apply or send it back
       AGE-INBOUND-SUSPENSE.
           MOVE 'inbound suspense' TO WS-QUEUE-NAME
           MOVE 2 TO WS-STANDARD-DAYS
           PERFORM RESET-QUEUE-TOTALS
           MOVE 'N' TO WS-EOF
           OPEN INPUT INBOUND-CREDITS
           IF WS-IC-FILE-STATUS NOT = '00'
                 AND WS-IC-FILE-STATUS NOT = '97'
              MOVE 'Y' TO WS-EOF
           ELSE
              MOVE LOW-VALUES TO IC-KEY
              START INBOUND-CREDITS KEY IS >= IC-KEY
              IF WS-IC-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-IF
           PERFORM AGE-ONE-INBOUND UNTIL WS-EOF = 'Y'
           CLOSE INBOUND-CREDITS
           PERFORM REPORT-ONE-QUEUE.
       AGE-ONE-INBOUND.
           READ INBOUND-CREDITS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF IC-IN-SUSPENSE
                      MOVE IC-RECEIVED-DATE TO WS-ITEM-DATE
                      MOVE IC-AMOUNT TO WS-ITEM-AMOUNT
                      PERFORM TALLY-ONE-ITEM
                   END-IF
           END-READ.
      *--- shared arithmetic: age one open item against the business
      *date and fold it into the queue's totals
       TALLY-ONE-ITEM.
