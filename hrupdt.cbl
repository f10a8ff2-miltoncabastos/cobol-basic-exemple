           SELECT OPTIONAL USRJRNL-FILE ASSIGN TO "USRJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT OPTIONAL PENDCHG-FILE ASSIGN TO "PENDCHG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

       DATA DIVISION.

       FD  USRJRNL-FILE.
       COPY USRJRNREC.

       FD  PENDCHG-FILE.
       COPY PENDREC.

       WORKING-STORAGE SECTION.
       COPY LANGTXT.

       01 WS-JRNL-DATE                  PIC X(8)    VALUE SPACES.
       01 WS-JRNL-TIME                  PIC X(8)    VALUE SPACES.
       01 WS-BEFORE-IMAGE               PIC X(94)   VALUE SPACES.
       01 WS-PEND-STATUS                PIC XX      VALUE SPACES.
       01 WS-PENDING-COUNT              PIC 9(7)    VALUE 0.
       01 WS-RAISE-FLAG                 PIC X       VALUE 'N'.
           88 ROLE-RAISE                            VALUE 'Y'.
       01 WS-RAISE-QUEUED               PIC X       VALUE 'N'.
           88 ROLE-RAISE-QUEUED                     VALUE 'Y'.

       PROCEDURE DIVISION.
       HRUPDT-MAIN.
                   CLOSE HRTRANS-FILE
               END-IF
           END-IF.
           IF NOT SYSTEM-UNAVAILABLE
               OPEN EXTEND PENDCHG-FILE
               IF WS-PEND-STATUS NOT = '00'
                   AND WS-PEND-STATUS NOT = '05'
                   MOVE 'Y' TO WS-SYSTEM-DOWN
                   DISPLAY CT-PENDCHG-INDISP OF CURRENT-TEXT
                   CLOSE HRTRANS-FILE
                   CLOSE USERS-FILE
               END-IF
           END-IF.
           IF NOT SYSTEM-UNAVAILABLE
               PERFORM OPEN-REPORT
           END-IF.
       CLOSE-ALL-FILES.
           CLOSE HRTRANS-FILE.
           CLOSE USERS-FILE.
           CLOSE PENDCHG-FILE.
           IF PRINT-FILE-OPENED
               CLOSE PRINT-FILE
           END-IF.
       APPLY-ONE-TRANS.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'N' TO WS-RAISE-FLAG.
           MOVE 'N' TO WS-RAISE-QUEUED.
           IF HR-USER-ID = SPACES
               MOVE 'IDBRANCO' TO WS-REJECT-REASON
           ELSE
                       MOVE HR-USER-ID   TO US-USER-ID
                       MOVE HR-USER-NAME TO US-USER-NAME
                       MOVE 'A'          TO US-USER-STATUS
                       MOVE '1'          TO US-USER-ROLE
                       IF HR-USER-ROLE = '2' OR HR-USER-ROLE = '3'
                           MOVE 'Y' TO WS-RAISE-FLAG
                       END-IF
                       MOVE HR-USER-ID TO US-PASSWORD
                       MOVE '00000000' TO US-PWD-EXPIRE-DATE
                           NOT INVALID KEY
                               MOVE 'A' TO WS-JRNL-ACTION
                               PERFORM WRITE-USER-JOURNAL
                               IF ROLE-RAISE
                                   PERFORM QUEUE-ROLE-RAISE
                               END-IF
                       END-WRITE
                   ELSE
                       MOVE 'PERFINV' TO WS-REJECT-REASON
                       OR HR-USER-ROLE = '3'
                       OR HR-USER-ROLE = SPACE
                       MOVE HR-USER-NAME TO US-USER-NAME
                       IF HR-USER-ROLE > '1'
                           AND HR-USER-ROLE > US-USER-ROLE
                           MOVE 'Y' TO WS-RAISE-FLAG
                       ELSE
                           IF HR-USER-ROLE NOT = SPACE
                               MOVE HR-USER-ROLE TO US-USER-ROLE
                           END-IF
                       END-IF
                       PERFORM STAMP-AUDIT
                       PERFORM REWRITE-OPERATOR
                       IF WS-REJECT-REASON = SPACES
                           MOVE 'C' TO WS-JRNL-ACTION
                           PERFORM WRITE-USER-JOURNAL
                           IF ROLE-RAISE
                               PERFORM QUEUE-ROLE-RAISE
                           END-IF
                       END-IF
                   ELSE
                       MOVE 'PERFINV' TO WS-REJECT-REASON
               END-IF
           END-IF.

      *    A role raise from the feed is not applied: the rest of
      *    the transaction is, and the raise waits on PENDCHG.DAT
      *    for an admin to approve in CHGAPRV. An add asking for
      *    role 2 or 3 is created as an operator ('1') meanwhile.
       QUEUE-ROLE-RAISE.
           MOVE SPACES        TO PENDING-CHANGE-RECORD.
           MOVE USERS-RECORD  TO PC-BEFORE-IMAGE.
           MOVE HR-USER-ROLE  TO US-USER-ROLE.
           MOVE USERS-RECORD  TO PC-AFTER-IMAGE.
           MOVE 'P'           TO PC-STATUS.
           MOVE 'PERFIL'      TO PC-CHANGE-TYPE.
           MOVE HR-USER-ID    TO PC-USER-ID.
           MOVE 'HRFEED'      TO PC-SOURCE.
           MOVE 'HRFEED'      TO PC-REQ-BY.
           MOVE WS-AUDIT-DATE TO PC-REQ-DATE.
           MOVE WS-AUDIT-TIME TO PC-REQ-TIME.
           WRITE PENDING-CHANGE-RECORD.
           MOVE 'Y' TO WS-RAISE-QUEUED.
           ADD 1 TO WS-PENDING-COUNT.

       LOOKUP-OPERATOR.
           MOVE 'N'    TO WS-USER-FOUND.
           MOVE SPACES TO WS-BEFORE-IMAGE.
               MOVE US-USER-ID      TO UJ-USER-ID
               MOVE 'HRFEED'        TO UJ-SOURCE
               MOVE 'HRFEED'        TO UJ-CHANGED-BY
               MOVE SPACES          TO UJ-APPROVED-BY
               MOVE WS-JRNL-ACTION  TO UJ-ACTION
               MOVE WS-BEFORE-IMAGE TO UJ-BEFORE-IMAGE
               MOVE USERS-RECORD    TO UJ-AFTER-IMAGE
           IF PRINT-FILE-OPENED
               MOVE SPACES TO PRINT-LINE
               IF WS-REJECT-REASON = SPACES
                   IF ROLE-RAISE-QUEUED
                       STRING HR-ACTION ' ' HR-USER-ID '  '
                           CT-HR-APLICADO OF CURRENT-TEXT '  '
                           CT-HR-PERFIL-PENDENTE OF CURRENT-TEXT
                           HR-USER-ROLE
                           DELIMITED BY SIZE INTO PRINT-LINE
                   ELSE
                       STRING HR-ACTION ' ' HR-USER-ID '  '
                           CT-HR-APLICADO OF CURRENT-TEXT
                           DELIMITED BY SIZE INTO PRINT-LINE
                   END-IF
               ELSE
                   STRING HR-ACTION ' ' HR-USER-ID '  '
                       CT-HR-REJEITADO OF CURRENT-TEXT '  '
                   WS-REJECTED-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-HR-PENDENTES OF CURRENT-TEXT
                   WS-PENDING-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
