           88 STUCK-HEADER-DONE                     VALUE 'Y'.
       01 WS-RUN-DATE                   PIC X(8)    VALUE SPACES.
       01 WS-RUN-TIME                   PIC X(8)    VALUE SPACES.
       01 WS-ENTRY-TYPE                 PIC X(8)    VALUE SPACES.
       01 WS-MAX-TYPES                  PIC 9(2)    VALUE 10.
       01 WS-TYPE-COUNT                 PIC 9(2)    VALUE 0.
       01 WS-TYPE-IDX                   PIC 9(2)    VALUE 0.
       01 WS-TYPE-SLOT                  PIC 9(2)    VALUE 0.

       01 WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY             OCCURS 10 TIMES.
               10 WT-EVENT-TYPE         PIC X(8).
               10 WT-SENT-COUNT         PIC 9(7).
               10 WT-FAILED-COUNT       PIC 9(7).
               10 WT-PENDING-COUNT      PIC 9(7).

       PROCEDURE DIVISION.
       NTFRPT-MAIN.
           END-IF.

       TALLY-QUEUE-ENTRY.
           PERFORM FIND-TYPE-SLOT.
           EVALUATE TRUE
               WHEN NQ-STATUS-SENT
                   ADD 1 TO WS-SENT-COUNT
                   IF WS-TYPE-SLOT > 0
                       ADD 1 TO WT-SENT-COUNT (WS-TYPE-SLOT)
                   END-IF
               WHEN NQ-STATUS-FAILED
                   ADD 1 TO WS-FAILED-COUNT
                   ADD 1 TO WS-STUCK-COUNT
                   IF WS-TYPE-SLOT > 0
                       ADD 1 TO WT-FAILED-COUNT (WS-TYPE-SLOT)
                   END-IF
                   PERFORM WRITE-STUCK-LINE
               WHEN OTHER
                   ADD 1 TO WS-PENDING-COUNT
                   ADD 1 TO WS-STUCK-COUNT
                   IF WS-TYPE-SLOT > 0
                       ADD 1 TO WT-PENDING-COUNT (WS-TYPE-SLOT)
                   END-IF
                   PERFORM WRITE-STUCK-LINE
           END-EVALUATE.

      *    Entries queued before events were typed are sign-ons.
       FIND-TYPE-SLOT.
           MOVE NQ-EVENT-TYPE TO WS-ENTRY-TYPE.
           IF WS-ENTRY-TYPE = SPACES
               MOVE 'SESSAO' TO WS-ENTRY-TYPE
           END-IF.
           MOVE 0 TO WS-TYPE-SLOT.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
               IF WT-EVENT-TYPE (WS-TYPE-IDX) = WS-ENTRY-TYPE
                   MOVE WS-TYPE-IDX TO WS-TYPE-SLOT
               END-IF
           END-PERFORM.
           IF WS-TYPE-SLOT = 0 AND WS-TYPE-COUNT < WS-MAX-TYPES
               ADD 1 TO WS-TYPE-COUNT
               MOVE WS-TYPE-COUNT TO WS-TYPE-SLOT
               MOVE WS-ENTRY-TYPE TO WT-EVENT-TYPE (WS-TYPE-SLOT)
               MOVE 0 TO WT-SENT-COUNT (WS-TYPE-SLOT)
               MOVE 0 TO WT-FAILED-COUNT (WS-TYPE-SLOT)
               MOVE 0 TO WT-PENDING-COUNT (WS-TYPE-SLOT)
           END-IF.

       WRITE-STUCK-LINE.
           IF NOT STUCK-HEADER-DONE
               MOVE 'Y' TO WS-HEADER-DONE
           STRING NQ-STATUS '  '
               NQ-RETRY-COUNT ' '
               NQ-QUEUE-DATE ' '
               NQ-QUEUE-TIME (1:6) ' '
               WS-ENTRY-TYPE ' '
               NQ-PRIORITY ' '
               NQ-RECIPIENT ' '
               NQ-USER-NAME (1:30)
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.

           STRING CT-NTF-PENDENTES OF CURRENT-TEXT WS-PENDING-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-TYPE-COUNT > 0
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE CT-NTF-POR-TIPO OF CURRENT-TEXT TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE CT-NTF-TIPO-CAB OF CURRENT-TEXT TO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM WRITE-TYPE-LINE
                   VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
           END-IF.

       WRITE-TYPE-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING WT-EVENT-TYPE (WS-TYPE-IDX) '    '
               WT-SENT-COUNT (WS-TYPE-IDX) '    '
               WT-FAILED-COUNT (WS-TYPE-IDX) '    '
               WT-PENDING-COUNT (WS-TYPE-IDX)
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
