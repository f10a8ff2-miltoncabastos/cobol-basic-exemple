           SELECT OPTIONAL SECALERT-FILE ASSIGN TO "SECALERT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT OPTIONAL TERMINAL-FILE ASSIGN TO "TERMINAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERM-ID
               FILE STATUS IS WS-TERMINAL-STATUS.
           SELECT SORT-TERM ASSIGN TO "SORTWK1".
           SELECT SORT-USER ASSIGN TO "SORTWK2".
           SELECT SORT-LOCATION ASSIGN TO "SORTWK3".

       DATA DIVISION.

       FD  SECALERT-FILE.
       COPY SECALRREC.

       FD  TERMINAL-FILE.
       COPY TERMREC.

       SD  SORT-TERM.
       01  ST-RECORD.
           05  ST-TERM-ID               PIC X(8).
           05  ST-HOUR                  PIC X(2).
           05  ST-LOCATION              PIC X(10).

       SD  SORT-USER.
       01  SU-RECORD.
           05  SU-USER-ID               PIC X(10).

       SD  SORT-LOCATION.
       01  SO-RECORD.
           05  SO-LOCATION              PIC X(10).
           05  SO-HOUR                  PIC X(2).

       WORKING-STORAGE SECTION.
       COPY LANGTXT.

       01 WS-LANG-CODE                  PIC X(2)    VALUE 'PT'.
       01 WS-SECLOG-STATUS              PIC XX      VALUE SPACES.
       01 WS-ALERT-STATUS               PIC XX      VALUE SPACES.
       01 WS-TERMINAL-STATUS            PIC XX      VALUE SPACES.
       01 WS-TERMINAL-OPENED            PIC X       VALUE 'N'.
           88 TERMINAL-FILE-OPENED                  VALUE 'Y'.
       01 WS-TERM-LOCATION              PIC X(10)   VALUE SPACES.
       01 WS-LOG-EOF                    PIC X       VALUE 'N'.
           88 LOG-EOF                               VALUE 'Y'.
       01 WS-SORT-EOF                   PIC X       VALUE 'N'.
       01 WS-TERM-THRESHOLD             PIC 9(3)    VALUE 5.
       01 WS-USER-THRESHOLD             PIC 9(3)    VALUE 5.
       01 WS-LOCK-THRESHOLD             PIC 9(3)    VALUE 3.
       01 WS-LOC-THRESHOLD              PIC 9(3)    VALUE 10.
       01 WS-GROUP-COUNT                PIC 9(5)    VALUE 0.
       01 WS-BREAK-TERM                 PIC X(8)    VALUE SPACES.
       01 WS-BREAK-HOUR                 PIC X(2)    VALUE SPACES.
       01 WS-BREAK-USER                 PIC X(10)   VALUE SPACES.
       01 WS-BREAK-LOCATION             PIC X(10)   VALUE SPACES.
       01 WS-LOCK-COUNT                 PIC 9(5)    VALUE 0.
       01 WS-ALERT-COUNT                PIC 9(5)    VALUE 0.
       01 WS-MAX-EXIST                  PIC 9(3)    VALUE 100.
       01 WS-NEW-USER                   PIC X(10)   VALUE SPACES.
       01 WS-NEW-HOUR                   PIC X(2)    VALUE SPACES.
       01 WS-NEW-COUNT                  PIC 9(5)    VALUE 0.
       01 WS-NEW-LOCATION               PIC X(10)   VALUE SPACES.
       01 WS-NTF-TYPE                   PIC X(8)    VALUE 'ALERTA'.
       01 WS-NTF-TEXT                   PIC X(40)   VALUE SPACES.
       01 WS-NTF-TIME                   PIC X(8)    VALUE SPACES.

       01 WS-EXIST-TABLE.
           05 WS-EXIST-ENTRY            OCCURS 100 TIMES.
               10 WE-TERM-ID            PIC X(8).
               10 WE-USER-ID            PIC X(10).
               10 WE-HOUR               PIC X(2).
               10 WE-LOCATION           PIC X(10).

       PROCEDURE DIVISION.
       SECSCAN-MAIN.
               ACCEPT WS-SCAN-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM LOAD-EXISTING-ALERTS.
           OPEN INPUT TERMINAL-FILE.
           IF WS-TERMINAL-STATUS = '00'
               MOVE 'Y' TO WS-TERMINAL-OPENED
           ELSE
               MOVE 'N' TO WS-TERMINAL-OPENED
           END-IF.
           MOVE 0 TO WS-LOCK-COUNT.
           SORT SORT-TERM
               ON ASCENDING KEY ST-TERM-ID ST-HOUR
               INPUT PROCEDURE IS RELEASE-TERM-EVENTS
               OUTPUT PROCEDURE IS SCAN-TERM-GROUPS.
           IF TERMINAL-FILE-OPENED
               SORT SORT-LOCATION
                   ON ASCENDING KEY SO-LOCATION SO-HOUR
                   INPUT PROCEDURE IS RELEASE-LOCATION-EVENTS
                   OUTPUT PROCEDURE IS SCAN-LOCATION-GROUPS
               CLOSE TERMINAL-FILE
           END-IF.
           SORT SORT-USER
               ON ASCENDING KEY SU-USER-ID
               INPUT PROCEDURE IS RELEASE-USER-EVENTS
               MOVE SPACES         TO WS-NEW-TERM
               MOVE SPACES         TO WS-NEW-USER
               MOVE SPACES         TO WS-NEW-HOUR
               MOVE SPACES         TO WS-NEW-LOCATION
               MOVE WS-LOCK-COUNT  TO WS-NEW-COUNT
               PERFORM WRITE-NEW-ALERT
           END-IF.
               MOVE AL-TERM-ID    TO WE-TERM-ID (WS-EXIST-COUNT)
               MOVE AL-USER-ID    TO WE-USER-ID (WS-EXIST-COUNT)
               MOVE AL-HOUR       TO WE-HOUR (WS-EXIST-COUNT)
               MOVE AL-LOCATION   TO WE-LOCATION (WS-EXIST-COUNT)
           END-IF.

       RELEASE-TERM-EVENTS.
               ELSE
                   IF NOT SL-EVENT-OPCAO-NEGADA
                       AND NOT SL-EVENT-OVERRIDE
                       AND NOT SL-EVENT-DELEGADO
                       PERFORM LOOKUP-TERM-LOCATION
                       MOVE SL-TERM-ID      TO ST-TERM-ID
                       MOVE SL-LOG-TIME(1:2) TO ST-HOUR
                       MOVE WS-TERM-LOCATION TO ST-LOCATION
                       RELEASE ST-RECORD
                   END-IF
               END-IF
           IF ST-TERM-ID NOT = WS-BREAK-TERM
               OR ST-HOUR NOT = WS-BREAK-HOUR
               PERFORM CHECK-TERM-GROUP
               MOVE ST-TERM-ID  TO WS-BREAK-TERM
               MOVE ST-HOUR     TO WS-BREAK-HOUR
               MOVE ST-LOCATION TO WS-BREAK-LOCATION
               MOVE 0          TO WS-GROUP-COUNT
           END-IF.
           ADD 1 TO WS-GROUP-COUNT.
               MOVE WS-BREAK-TERM   TO WS-NEW-TERM
               MOVE SPACES          TO WS-NEW-USER
               MOVE WS-BREAK-HOUR   TO WS-NEW-HOUR
               MOVE WS-BREAK-LOCATION TO WS-NEW-LOCATION
               MOVE WS-GROUP-COUNT  TO WS-NEW-COUNT
               PERFORM WRITE-NEW-ALERT
           END-IF.

      *    Only terminals on the terminal master have a location;
      *    rejected sign-ons elsewhere count towards TERMHORA only.
       LOOKUP-TERM-LOCATION.
           MOVE SPACES TO WS-TERM-LOCATION.
           IF TERMINAL-FILE-OPENED
               MOVE SL-TERM-ID TO TM-TERM-ID
               READ TERMINAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TM-LOCATION TO WS-TERM-LOCATION
               END-READ
           END-IF.

       RELEASE-LOCATION-EVENTS.
           MOVE 'N' TO WS-LOG-EOF.
           OPEN INPUT SECLOG-FILE.
           IF WS-SECLOG-STATUS = '00' OR WS-SECLOG-STATUS = '05'
               PERFORM UNTIL LOG-EOF
                   READ SECLOG-FILE
                       AT END
                           MOVE 'Y' TO WS-LOG-EOF
                       NOT AT END
                           PERFORM RELEASE-ONE-LOCATION-EVENT
                   END-READ
               END-PERFORM
               CLOSE SECLOG-FILE
           END-IF.

       RELEASE-ONE-LOCATION-EVENT.
           IF SL-LOG-DATE = WS-SCAN-DATE
               AND NOT SL-EVENT-OPCAO-NEGADA
               AND NOT SL-EVENT-BLOQUEIO
               AND NOT SL-EVENT-OVERRIDE
               AND NOT SL-EVENT-DELEGADO
               PERFORM LOOKUP-TERM-LOCATION
               IF WS-TERM-LOCATION NOT = SPACES
                   MOVE WS-TERM-LOCATION TO SO-LOCATION
                   MOVE SL-LOG-TIME(1:2) TO SO-HOUR
                   RELEASE SO-RECORD
               END-IF
           END-IF.

       SCAN-LOCATION-GROUPS.
           MOVE 'N'    TO WS-SORT-EOF.
           MOVE SPACES TO WS-BREAK-LOCATION.
           MOVE SPACES TO WS-BREAK-HOUR.
           MOVE 0      TO WS-GROUP-COUNT.
           PERFORM UNTIL SORT-EOF
               RETURN SORT-LOCATION
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM TALLY-LOCATION-EVENT
               END-RETURN
           END-PERFORM.
           PERFORM CHECK-LOCATION-GROUP.

       TALLY-LOCATION-EVENT.
           IF SO-LOCATION NOT = WS-BREAK-LOCATION
               OR SO-HOUR NOT = WS-BREAK-HOUR
               PERFORM CHECK-LOCATION-GROUP
               MOVE SO-LOCATION TO WS-BREAK-LOCATION
               MOVE SO-HOUR     TO WS-BREAK-HOUR
               MOVE 0           TO WS-GROUP-COUNT
           END-IF.
           ADD 1 TO WS-GROUP-COUNT.

       CHECK-LOCATION-GROUP.
           IF WS-BREAK-LOCATION NOT = SPACES
               AND WS-GROUP-COUNT >= WS-LOC-THRESHOLD
               MOVE 'LOCALHOR'        TO WS-NEW-TYPE
               MOVE SPACES            TO WS-NEW-TERM
               MOVE SPACES            TO WS-NEW-USER
               MOVE WS-BREAK-HOUR     TO WS-NEW-HOUR
               MOVE WS-BREAK-LOCATION TO WS-NEW-LOCATION
               MOVE WS-GROUP-COUNT    TO WS-NEW-COUNT
               PERFORM WRITE-NEW-ALERT
           END-IF.

       RELEASE-USER-EVENTS.
           MOVE 'N' TO WS-LOG-EOF.
           OPEN INPUT SECLOG-FILE.
               AND NOT SL-EVENT-OPCAO-NEGADA
               AND NOT SL-EVENT-BLOQUEIO
               AND NOT SL-EVENT-OVERRIDE
               AND NOT SL-EVENT-DELEGADO
               MOVE SL-USER-ID TO SU-USER-ID
               RELEASE SU-RECORD
           END-IF.
               MOVE SPACES         TO WS-NEW-TERM
               MOVE WS-BREAK-USER  TO WS-NEW-USER
               MOVE SPACES         TO WS-NEW-HOUR
               MOVE SPACES         TO WS-NEW-LOCATION
               MOVE WS-GROUP-COUNT TO WS-NEW-COUNT
               PERFORM WRITE-NEW-ALERT
           END-IF.
                   AND WE-TERM-ID (WS-EXIST-IDX) = WS-NEW-TERM
                   AND WE-USER-ID (WS-EXIST-IDX) = WS-NEW-USER
                   AND WE-HOUR (WS-EXIST-IDX) = WS-NEW-HOUR
                   AND WE-LOCATION (WS-EXIST-IDX) = WS-NEW-LOCATION
                   MOVE 'Y' TO WS-DUP-FLAG
               END-IF
           END-PERFORM.
                   MOVE WS-NEW-USER  TO AL-USER-ID
                   MOVE WS-NEW-HOUR  TO AL-HOUR
                   MOVE WS-NEW-COUNT TO AL-EVENT-COUNT
                   MOVE WS-NEW-LOCATION TO AL-LOCATION
                   WRITE SECURITY-ALERT-RECORD
                   CLOSE SECALERT-FILE
                   ADD 1 TO WS-ALERT-COUNT
                   PERFORM NOTIFY-NEW-ALERT
               ELSE
                   DISPLAY CT-SECALERT-INDISP OF CURRENT-TEXT
               END-IF
           END-IF.

       NOTIFY-NEW-ALERT.
           ACCEPT WS-NTF-TIME FROM TIME.
           MOVE SPACES TO WS-NTF-TEXT.
           IF WS-NEW-TYPE = 'LOCALHOR'
               STRING WS-NEW-TYPE ' '
                   WS-NEW-LOCATION ' '
                   WS-NEW-HOUR ' '
                   WS-NEW-COUNT
                   DELIMITED BY SIZE INTO WS-NTF-TEXT
           ELSE
               STRING WS-NEW-TYPE ' '
                   WS-NEW-TERM ' '
                   WS-NEW-USER ' '
                   WS-NEW-HOUR ' '
                   WS-NEW-COUNT
                   DELIMITED BY SIZE INTO WS-NTF-TEXT
           END-IF.
           CALL 'NTFEVENT' USING WS-NTF-TYPE WS-NTF-TEXT
               WS-SCAN-DATE WS-NTF-TIME.
