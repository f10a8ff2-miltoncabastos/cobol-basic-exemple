       01 WS-NTFQ-STATUS                PIC XX      VALUE SPACES.
       01 WS-QUEUE-EOF                  PIC X       VALUE 'N'.
           88 QUEUE-EOF                             VALUE 'Y'.
       01 WS-QUEUE-UNAVAILABLE          PIC X       VALUE 'N'.
           88 QUEUE-UNAVAILABLE                     VALUE 'Y'.
       01 WS-PASS                       PIC 9       VALUE 0.
       01 WS-ENTRY-PASS                 PIC 9       VALUE 0.
       01 WS-DISPATCH-OK                PIC X       VALUE 'N'.
           88 DISPATCH-OK                           VALUE 'Y'.
       01 WS-MAX-RETRIES                PIC 9(2)    VALUE 3.
       NTFSEND-MAIN.
           PERFORM GET-LANGUAGE-CODE.
           PERFORM SELECT-LANGUAGE-TEXT.
           MOVE 'N' TO WS-QUEUE-UNAVAILABLE.
           PERFORM SEND-PRIORITY-PASS
               VARYING WS-PASS FROM 1 BY 1
               UNTIL WS-PASS > 3 OR QUEUE-UNAVAILABLE.
           DISPLAY CT-NTF-ENVIADAS OF CURRENT-TEXT WS-SENT-COUNT.
           DISPLAY CT-NTF-FALHAS OF CURRENT-TEXT WS-FAILED-COUNT.
           STOP RUN.
                   MOVE CORRESPONDING LANG-TEXT-PT TO CURRENT-TEXT
           END-EVALUATE.

      *    One pass over the queue per priority, so high-priority
      *    entries are dispatched ahead of the rest. Entries with
      *    no priority (queued before routing) go in the last pass.
       SEND-PRIORITY-PASS.
           MOVE 'N' TO WS-QUEUE-EOF.
           OPEN I-O NTFQ-FILE.
           IF WS-NTFQ-STATUS NOT = '00'
               DISPLAY CT-NTFQ-INDISP OF CURRENT-TEXT
               MOVE 'Y' TO WS-QUEUE-EOF
               MOVE 'Y' TO WS-QUEUE-UNAVAILABLE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM UNTIL QUEUE-EOF
               READ NTFQ-FILE
                   AT END
                       MOVE 'Y' TO WS-QUEUE-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN NQ-PRIORITY-HIGH
                               MOVE 1 TO WS-ENTRY-PASS
                           WHEN NQ-PRIORITY-NORMAL
                               MOVE 2 TO WS-ENTRY-PASS
                           WHEN OTHER
                               MOVE 3 TO WS-ENTRY-PASS
                       END-EVALUATE
                       IF WS-ENTRY-PASS = WS-PASS
                           PERFORM SEND-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NTFQ-STATUS = '10' OR WS-NTFQ-STATUS = '00'
               CLOSE NTFQ-FILE
           END-IF.

       SEND-ONE-ENTRY.
           IF NQ-STATUS-PENDING
               OR (NQ-STATUS-FAILED
       DISPATCH-ONE-ENTRY.
           MOVE 'N'    TO WS-DISPATCH-OK.
           MOVE SPACES TO WS-NOTIFY-LINE.
           IF NQ-EVENT-TYPE = SPACES
               STRING 'NOTIFY: operator ' NQ-USER-NAME
                   ' active since ' NQ-SESSION-DATE ' '
                   NQ-SESSION-TIME
                   DELIMITED BY SIZE INTO WS-NOTIFY-LINE
           ELSE
               STRING 'NOTIFY ' NQ-PRIORITY ' ' NQ-EVENT-TYPE
                   ' ' NQ-RECIPIENT-KIND ':' NQ-RECIPIENT ' '
                   NQ-USER-NAME ' ' NQ-SESSION-DATE ' '
                   NQ-SESSION-TIME (1:6)
                   DELIMITED BY SIZE INTO WS-NOTIFY-LINE
           END-IF.
           DISPLAY WS-NOTIFY-LINE.
           MOVE 'Y' TO WS-DISPATCH-OK.
