       IDENTIFICATION DIVISION.
       PROGRAM-ID.           NTFEVENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NTFQ-FILE ASSIGN TO "NTFQUEUE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NTFQ-STATUS.
           SELECT OPTIONAL ROUTE-FILE ASSIGN TO "NTFROUTE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROUTE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  NTFQ-FILE.
       COPY NTFQREC.

       FD  ROUTE-FILE.
       COPY NTFRTREC.

       WORKING-STORAGE SECTION.
       01 WS-NTFQ-STATUS                PIC XX      VALUE SPACES.
       01 WS-ROUTE-STATUS               PIC XX      VALUE SPACES.
       01 WS-ROUTE-EOF                  PIC X       VALUE 'N'.
           88 ROUTE-EOF                             VALUE 'Y'.
       01 WS-ROUTED-COUNT               PIC 9(5)    VALUE 0.
       01 WS-QUEUE-DATE                 PIC X(8)    VALUE SPACES.
       01 WS-QUEUE-TIME                 PIC X(8)    VALUE SPACES.
       01 WS-NOTIFY-LINE                PIC X(90)   VALUE SPACES.

       LINKAGE SECTION.
       01 LK-EVENT-TYPE                 PIC X(8).
       01 LK-EVENT-TEXT                 PIC X(40).
       01 LK-EVENT-DATE                 PIC X(8).
       01 LK-EVENT-TIME                 PIC X(8).

       PROCEDURE DIVISION USING LK-EVENT-TYPE LK-EVENT-TEXT
           LK-EVENT-DATE LK-EVENT-TIME.
       NTFEVENT-MAIN.
           ACCEPT WS-QUEUE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-QUEUE-TIME FROM TIME.
           MOVE 0 TO WS-ROUTED-COUNT.
           OPEN EXTEND NTFQ-FILE.
           IF WS-NTFQ-STATUS = '00' OR WS-NTFQ-STATUS = '05'
               PERFORM ROUTE-EVENT
               IF WS-ROUTED-COUNT = 0
                   MOVE SPACES TO NOTIFY-ROUTE-RECORD
                   MOVE '2'    TO NR-PRIORITY
                   PERFORM QUEUE-ONE-ENTRY
               END-IF
               CLOSE NTFQ-FILE
           ELSE
               STRING 'NOTIFY: ' LK-EVENT-TYPE ' ' LK-EVENT-TEXT
                   ' ' LK-EVENT-DATE ' ' LK-EVENT-TIME
                   DELIMITED BY SIZE INTO WS-NOTIFY-LINE
               DISPLAY WS-NOTIFY-LINE
           END-IF.
           GOBACK.

       ROUTE-EVENT.
           MOVE 'N' TO WS-ROUTE-EOF.
           OPEN INPUT ROUTE-FILE.
           IF WS-ROUTE-STATUS = '00' OR WS-ROUTE-STATUS = '05'
               PERFORM UNTIL ROUTE-EOF
                   READ ROUTE-FILE
                       AT END
                           MOVE 'Y' TO WS-ROUTE-EOF
                       NOT AT END
                           IF NR-EVENT-TYPE = LK-EVENT-TYPE
                               PERFORM QUEUE-ONE-ENTRY
                               ADD 1 TO WS-ROUTED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROUTE-FILE
           END-IF.

       QUEUE-ONE-ENTRY.
           MOVE SPACES            TO NOTIFY-QUEUE-RECORD.
           MOVE 'P'               TO NQ-STATUS.
           MOVE 0                 TO NQ-RETRY-COUNT.
           MOVE WS-QUEUE-DATE     TO NQ-QUEUE-DATE.
           MOVE WS-QUEUE-TIME     TO NQ-QUEUE-TIME.
           MOVE LK-EVENT-TEXT     TO NQ-USER-NAME.
           MOVE LK-EVENT-DATE     TO NQ-SESSION-DATE.
           MOVE LK-EVENT-TIME     TO NQ-SESSION-TIME.
           MOVE LK-EVENT-TYPE     TO NQ-EVENT-TYPE.
           MOVE NR-RECIPIENT-KIND TO NQ-RECIPIENT-KIND.
           MOVE NR-RECIPIENT      TO NQ-RECIPIENT.
           MOVE NR-PRIORITY       TO NQ-PRIORITY.
           WRITE NOTIFY-QUEUE-RECORD.
