           SELECT PRINT-FILE ASSIGN TO "SESSRPT.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPTIONAL TERMINAL-FILE ASSIGN TO "TERMINAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERM-ID
               FILE STATUS IS WS-TERMINAL-STATUS.
           SELECT SORT-EVENTS ASSIGN TO "SORTWK1".
           SELECT SORT-SESSIONS ASSIGN TO "SORTWK2".

           05  SW-OFF-TIME              PIC X(8).
           05  SW-DURATION-SECS         PIC 9(7).
           05  SW-OPEN-FLAG             PIC X.
           05  SW-LOCATION              PIC X(10).

       FD  PRINT-FILE.
       01  PRINT-LINE                   PIC X(80).

       FD  TERMINAL-FILE.
       COPY TERMREC.

       SD  SORT-EVENTS.
       01  SE-RECORD.
           05  SE-USER-ID               PIC X(10).
           05  SS-OFF-TIME              PIC X(8).
           05  SS-DURATION-SECS         PIC 9(7).
           05  SS-OPEN-FLAG             PIC X.
           05  SS-LOCATION              PIC X(10).

       WORKING-STORAGE SECTION.
       COPY LANGTXT.
       01 WS-TOTAL-SECS                 PIC 9(9)    VALUE 0.
       01 WS-TOTAL-SESSIONS             PIC 9(7)    VALUE 0.
       01 WS-BREAK-DATE                 PIC X(8)    VALUE SPACES.
       01 WS-BREAK-LOCATION             PIC X(10)   VALUE SPACES.
       01 WS-LOC-SECS                   PIC 9(9)    VALUE 0.
       01 WS-TERMINAL-STATUS            PIC XX      VALUE SPACES.
       01 WS-TERMINAL-OPENED            PIC X       VALUE 'N'.
           88 TERMINAL-FILE-OPENED                  VALUE 'Y'.
       01 WS-TERM-LOCATION              PIC X(10)   VALUE SPACES.
       01 WS-TIME-WORK                  PIC X(8)    VALUE SPACES.
       01 WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           05 TP-HH                     PIC 9(2).
               OUTPUT PROCEDURE IS PAIR-SESSIONS.
           IF SESSWK-FILE-OPENED
               SORT SORT-SESSIONS
                   ON ASCENDING KEY SS-ON-DATE SS-LOCATION
                       SS-USER-ID SS-ON-TIME
                   USING SESSWK-FILE
                   OUTPUT PROCEDURE IS PRINT-SESSIONS
               DISPLAY (05, 01) CT-SESSRPT-FIM OF CURRENT-TEXT
               MOVE 'N' TO WS-SESSWK-OPENED
               DISPLAY CT-WORK-INDISP OF CURRENT-TEXT
           END-IF.
           OPEN INPUT TERMINAL-FILE.
           IF WS-TERMINAL-STATUS = '00'
               MOVE 'Y' TO WS-TERMINAL-OPENED
           ELSE
               MOVE 'N' TO WS-TERMINAL-OPENED
           END-IF.
           PERFORM UNTIL SORT-EOF
               RETURN SORT-EVENTS
                   AT END
               END-IF
               CLOSE SESSWK-FILE
           END-IF.
           IF TERMINAL-FILE-OPENED
               CLOSE TERMINAL-FILE
           END-IF.

       PAIR-ONE-EVENT.
           IF PENDING-SIGNON
           END-IF.
           MOVE WS-DUR-SECS TO SW-DURATION-SECS.
           MOVE 'N'         TO SW-OPEN-FLAG.
           PERFORM LOOKUP-TERM-LOCATION.
           MOVE WS-TERM-LOCATION TO SW-LOCATION.
           WRITE SESSWK-RECORD.

       WRITE-OPEN-SESSION.
           MOVE SPACES          TO SW-OFF-TIME.
           MOVE 0               TO SW-DURATION-SECS.
           MOVE 'Y'             TO SW-OPEN-FLAG.
           PERFORM LOOKUP-TERM-LOCATION.
           MOVE WS-TERM-LOCATION TO SW-LOCATION.
           WRITE SESSWK-RECORD.
           MOVE 'N' TO WS-PENDING-ON.

      *    A terminal not on the terminal master (or no master at
      *    all) leaves the location blank; such sessions print
      *    together under their own heading.
       LOOKUP-TERM-LOCATION.
           MOVE SPACES TO WS-TERM-LOCATION.
           IF TERMINAL-FILE-OPENED
               MOVE WS-PENDING-TERM TO TM-TERM-ID
               READ TERMINAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TM-LOCATION TO WS-TERM-LOCATION
               END-READ
           END-IF.

       COMPUTE-TIME-SECS.
           IF WS-TIME-WORK IS NUMERIC
               COMPUTE WS-TIME-SECS =
           END-PERFORM.
           IF PRINT-FILE-OPENED
               IF WS-BREAK-DATE NOT = SPACES
                   PERFORM WRITE-LOCATION-SUBTOTAL
                   PERFORM WRITE-DAY-SUBTOTAL
               END-IF
               MOVE WS-TOTAL-SECS TO WS-DUR-WORK
       PRINT-ONE-SESSION.
           IF SS-ON-DATE NOT = WS-BREAK-DATE
               IF WS-BREAK-DATE NOT = SPACES
                   PERFORM WRITE-LOCATION-SUBTOTAL
                   PERFORM WRITE-DAY-SUBTOTAL
               END-IF
               MOVE SS-ON-DATE TO WS-BREAK-DATE
               STRING CT-RPT-DIA OF CURRENT-TEXT WS-BREAK-DATE
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM WRITE-LOCATION-HEADING
           ELSE
               IF SS-LOCATION NOT = WS-BREAK-LOCATION
                   PERFORM WRITE-LOCATION-SUBTOTAL
                   PERFORM WRITE-LOCATION-HEADING
               END-IF
           END-IF.
           ADD 1 TO WS-TOTAL-SESSIONS.
           MOVE SPACES TO PRINT-LINE.
                   CT-SESSRPT-ABERTA OF CURRENT-TEXT
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               ADD SS-DURATION-SECS TO WS-LOC-SECS
               ADD SS-DURATION-SECS TO WS-DAY-SECS
               ADD SS-DURATION-SECS TO WS-TOTAL-SECS
               MOVE SS-DURATION-SECS TO WS-DUR-WORK
           END-IF.
           WRITE PRINT-LINE.

       WRITE-LOCATION-HEADING.
           MOVE SS-LOCATION TO WS-BREAK-LOCATION.
           MOVE 0           TO WS-LOC-SECS.
           MOVE SPACES TO PRINT-LINE.
           IF WS-BREAK-LOCATION = SPACES
               STRING CT-SES-LOCAL OF CURRENT-TEXT
                   CT-SES-SEM-LOCAL OF CURRENT-TEXT
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING CT-SES-LOCAL OF CURRENT-TEXT
                   WS-BREAK-LOCATION
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF.
           WRITE PRINT-LINE.
           MOVE CT-SESSRPT-CABECALHO OF CURRENT-TEXT TO PRINT-LINE.
           WRITE PRINT-LINE.

       WRITE-LOCATION-SUBTOTAL.
           MOVE WS-LOC-SECS TO WS-DUR-WORK.
           PERFORM FORMAT-DURATION.
           MOVE SPACES TO PRINT-LINE.
           STRING CT-SES-SUBTOTAL-LOCAL OF CURRENT-TEXT
               WS-DUR-DISPLAY
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.

       WRITE-DAY-SUBTOTAL.
           MOVE WS-DAY-SECS TO WS-DUR-WORK.
           PERFORM FORMAT-DURATION.
