       01 WS-MONTH-END                  PIC X       VALUE 'N'.
           88 MONTH-END-RUN                         VALUE 'Y'.
       01 WS-STEP-IDX                   PIC 9(2)    VALUE 0.
       01 WS-STEP-COUNT                 PIC 9(2)    VALUE 14.
       01 WS-STEP-RC                    PIC 9(4)    VALUE 0.
       01 WS-STEP-START                 PIC X(8)    VALUE SPACES.
       01 WS-STEP-END                   PIC X(8)    VALUE SPACES.
       01 WS-DATE-INT                   PIC 9(7)    VALUE 0.
       01 WS-NEXT-DATE                  PIC 9(8)    VALUE 0.
       01 WS-REPORT-LINE                PIC X(79)   VALUE SPACES.
       01 WS-NTF-TYPE                   PIC X(8)    VALUE 'NOITEERR'.
       01 WS-NTF-TEXT                   PIC X(40)   VALUE SPACES.

       01 WS-STEP-DEFS.
           05 FILLER                    PIC X(29)
               VALUE 'LOGRPT  ./logrpt B          N'.
           05 FILLER                    PIC X(29)
               VALUE 'SECSCAN ./secscan           N'.
           05 FILLER                    PIC X(29)
               VALUE 'RECERT  ./recert DORMENTE   N'.
           05 FILLER                    PIC X(29)
               VALUE 'RECONCIL./reconcil          N'.
           05 FILLER                    PIC X(29)
               VALUE 'USRUNLD ./usrunld           N'.
           05 FILLER                    PIC X(29)
               VALUE 'SIEMEXT ./siemext           N'.
           05 FILLER                    PIC X(29)
               VALUE 'PWDWARN ./pwdwarn           N'.
           05 FILLER                    PIC X(29)
               VALUE 'DELEGEXP./delegexp          N'.
           05 FILLER                    PIC X(29)
               VALUE 'SHIFTRPT./shiftrpt          Y'.
           05 FILLER                    PIC X(29)
               VALUE 'LOGARCH ./logarch           Y'.
           05 FILLER                    PIC X(29)
               VALUE 'RETARCH ./retarch           Y'.
       01 WS-STEP-TABLE REDEFINES WS-STEP-DEFS.
           05 WS-STEP-ENTRY             OCCURS 14 TIMES.
               10 NS-STEP-NAME          PIC X(8).
               10 NS-COMMAND            PIC X(20).
               10 NS-MONTH-END-ONLY     PIC X.
               PERFORM OPEN-REPORT
               PERFORM RUN-ONE-STEP
                   VARYING WS-STEP-IDX FROM WS-FIRST-STEP BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                       OR CHAIN-STOPPED
               PERFORM CLOSE-REPORT
               DISPLAY CT-NR-FIM OF CURRENT-TEXT
               IF CHAIN-STOPPED
       FIND-RESUME-STEP.
           MOVE 0 TO WS-FOUND-STEP.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   OR WS-FOUND-STEP > 0
               PERFORM MATCH-OPEN-STEP
           END-PERFORM.
           IF WS-STEP-RC >= 8
               MOVE CT-NR-ERRO OF CURRENT-TEXT TO WS-STEP-RESULT
               MOVE 'Y' TO WS-CHAIN-STOP
               PERFORM NOTIFY-STEP-FAILURE
           ELSE
               MOVE CT-NR-OK OF CURRENT-TEXT TO WS-STEP-RESULT
           END-IF.
           PERFORM WRITE-STEP-LINE.

       NOTIFY-STEP-FAILURE.
           MOVE SPACES TO WS-NTF-TEXT.
           STRING NS-STEP-NAME (WS-STEP-IDX) ' RC ' WS-STEP-RC ' '
               NS-COMMAND (WS-STEP-IDX)
               DELIMITED BY SIZE INTO WS-NTF-TEXT.
           CALL 'NTFEVENT' USING WS-NTF-TYPE WS-NTF-TEXT
               WS-SESSION-DATE WS-STEP-END.

       WRITE-RUN-CONTROL.
           OPEN EXTEND RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = '00' OR WS-RUNCTL-STATUS = '05'
