               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-TERM-ID
               FILE STATUS IS WS-ACTSES-STATUS.
           SELECT OPTIONAL TERMINAL-FILE ASSIGN TO "TERMINAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERM-ID
               FILE STATUS IS WS-TERMINAL-STATUS.

       DATA DIVISION.

       FD  ACTSES-FILE.
       COPY ACTSESREC.

       FD  TERMINAL-FILE.
       COPY TERMREC.

       WORKING-STORAGE SECTION.
       COPY LANGTXT.

           88 SES-EOF                               VALUE 'Y'.
       01 WS-ACTSES-OPENED              PIC X       VALUE 'N'.
           88 ACTSES-OPENED                         VALUE 'Y'.
       01 WS-TERMINAL-STATUS            PIC XX      VALUE SPACES.
       01 WS-TERMINAL-OPENED            PIC X       VALUE 'N'.
           88 TERMINAL-FILE-OPENED                  VALUE 'Y'.
       01 WS-TERM-LOCATION              PIC X(10)   VALUE SPACES.
       01 WS-ACTIVE-COUNT               PIC 9(5)    VALUE 0.
       01 WS-LIST-TRUNCATED             PIC X       VALUE 'N'.
           88 LIST-TRUNCATED                        VALUE 'Y'.
               MOVE 'Y' TO WS-SES-EOF
               DISPLAY (16, 01) CT-ACTSES-INDISP OF CURRENT-TEXT
           END-IF.
           OPEN INPUT TERMINAL-FILE.
           IF WS-TERMINAL-STATUS = '00'
               MOVE 'Y' TO WS-TERMINAL-OPENED
           ELSE
               MOVE 'N' TO WS-TERMINAL-OPENED
           END-IF.
           MOVE 'N' TO WS-LIST-TRUNCATED.
           PERFORM UNTIL SES-EOF
               READ ACTSES-FILE NEXT RECORD
           IF ACTSES-OPENED
               CLOSE ACTSES-FILE
           END-IF.
           IF TERMINAL-FILE-OPENED
               CLOSE TERMINAL-FILE
           END-IF.
           IF WS-ACTIVE-COUNT = 0
               DISPLAY (07, 01) CT-WHOSON-VAZIO OF CURRENT-TEXT
           ELSE

       SHOW-ACTIVE-LINE.
           PERFORM CHECK-SESSION-AGE.
           PERFORM LOOKUP-TERM-LOCATION.
           MOVE SPACES TO WS-WHOSON-LINE.
           IF SESSION-STALE
               STRING AS-TERM-ID '  '
                   WS-TERM-LOCATION '  '
                   AS-USER-ID '  '
                   AS-ON-DATE ' '
                   AS-ON-TIME '  '
                   DELIMITED BY SIZE INTO WS-WHOSON-LINE
           ELSE
               STRING AS-TERM-ID '  '
                   WS-TERM-LOCATION '  '
                   AS-USER-ID '  '
                   AS-ON-DATE ' '
                   AS-ON-TIME '  '
           END-IF.
           DISPLAY (WS-SCREEN-LINE, 01) WS-WHOSON-LINE.

       LOOKUP-TERM-LOCATION.
           MOVE SPACES TO WS-TERM-LOCATION.
           IF TERMINAL-FILE-OPENED
               MOVE AS-TERM-ID TO TM-TERM-ID
               READ TERMINAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TM-LOCATION TO WS-TERM-LOCATION
               END-READ
           END-IF.

       CHECK-SESSION-AGE.
           MOVE 'N' TO WS-STALE-FLAG.
           IF AS-ON-DATE IS NUMERIC AND WS-NOW-DATE IS NUMERIC
