       IDENTIFICATION DIVISION.
       PROGRAM-ID.           PWDWARN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERS-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-USERS-STATUS.
           SELECT OPTIONAL NTFQ-FILE ASSIGN TO "NTFQUEUE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NTFQ-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PWDWARN.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  USERS-FILE.
       COPY USERSREC.

       FD  NTFQ-FILE.
       COPY NTFQREC.

       FD  PRINT-FILE.
       01  PRINT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY LANGTXT.

       01 WS-LANG-CODE                  PIC X(2)    VALUE 'PT'.
       01 WS-USERS-STATUS               PIC XX      VALUE SPACES.
       01 WS-NTFQ-STATUS                PIC XX      VALUE SPACES.
       01 WS-PRINT-STATUS               PIC XX      VALUE SPACES.
       01 WS-SYSTEM-DOWN                PIC X       VALUE 'N'.
           88 SYSTEM-UNAVAILABLE                    VALUE 'Y'.
       01 WS-PRINT-OPENED               PIC X       VALUE 'N'.
           88 PRINT-FILE-OPENED                     VALUE 'Y'.
       01 WS-FILE-EOF                   PIC X       VALUE 'N'.
           88 FILE-EOF                              VALUE 'Y'.
       01 WS-USERS-EOF                  PIC X       VALUE 'N'.
           88 USERS-EOF                             VALUE 'Y'.
       01 WS-ALREADY-FLAG               PIC X       VALUE 'N'.
           88 ALREADY-NOTIFIED                      VALUE 'Y'.
       01 WS-RUN-PARM                   PIC X(80)   VALUE SPACES.
       01 WS-RUN-DATE                   PIC X(8)    VALUE SPACES.
       01 WS-RUN-TIME                   PIC X(8)    VALUE SPACES.
       01 WS-WARN-DAYS                  PIC 9(3)    VALUE 7.
       01 WS-DATE-NUM                   PIC 9(8)    VALUE 0.
       01 WS-TODAY-INT                  PIC 9(7)    VALUE 0.
       01 WS-EXPIRE-INT                 PIC 9(7)    VALUE 0.
       01 WS-DAYS-LEFT                  PIC 9(3)    VALUE 0.
       01 WS-WARN-KEY                   PIC X(19)   VALUE SPACES.
       01 WS-WARN-RESULT                PIC X(12)   VALUE SPACES.
       01 WS-NTF-TYPE                   PIC X(8)    VALUE 'SENHAEXP'.
       01 WS-NTF-TEXT                   PIC X(40)   VALUE SPACES.
       01 WS-EXPIRING-COUNT             PIC 9(7)    VALUE 0.
       01 WS-QUEUED-COUNT               PIC 9(7)    VALUE 0.
       01 WS-MAX-WARNED                 PIC 9(3)    VALUE 500.
       01 WS-WARNED-COUNT               PIC 9(3)    VALUE 0.
       01 WS-WARNED-IDX                 PIC 9(3)    VALUE 0.

      *    Operator ID and expiry date of every password warning
      *    already on the queue, so each expiry is announced once.
       01 WS-WARNED-TABLE.
           05 WS-WARNED-KEY             PIC X(19)   OCCURS 500 TIMES.

       PROCEDURE DIVISION.
       PWDWARN-MAIN.
           PERFORM GET-LANGUAGE-CODE.
           PERFORM SELECT-LANGUAGE-TEXT.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-RUN-PARM(1:8) IS NUMERIC
               MOVE WS-RUN-PARM(1:8) TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           OPEN INPUT USERS-FILE.
           IF WS-USERS-STATUS NOT = '00'
               MOVE 'Y' TO WS-SYSTEM-DOWN
               DISPLAY CT-SISTEMA-INDISP OF CURRENT-TEXT
           END-IF.
           IF NOT SYSTEM-UNAVAILABLE
               PERFORM LOAD-WARNED-KEYS
               PERFORM OPEN-REPORT
               PERFORM SCAN-USERS
               PERFORM WRITE-REPORT-TOTALS
               CLOSE USERS-FILE
               IF PRINT-FILE-OPENED
                   CLOSE PRINT-FILE
               END-IF
               DISPLAY CT-PWW-TOTAL OF CURRENT-TEXT WS-EXPIRING-COUNT
               DISPLAY CT-PWW-AVISOS OF CURRENT-TEXT WS-QUEUED-COUNT
               DISPLAY CT-PWW-FIM OF CURRENT-TEXT
           END-IF.
           IF SYSTEM-UNAVAILABLE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       GET-LANGUAGE-CODE.
           ACCEPT WS-LANG-CODE FROM ENVIRONMENT "HELLO_LANG".
           IF WS-LANG-CODE = SPACES
               MOVE 'PT' TO WS-LANG-CODE
           END-IF.

       SELECT-LANGUAGE-TEXT.
           EVALUATE WS-LANG-CODE
               WHEN 'EN'
                   MOVE CORRESPONDING LANG-TEXT-EN TO CURRENT-TEXT
               WHEN 'ES'
                   MOVE CORRESPONDING LANG-TEXT-ES TO CURRENT-TEXT
               WHEN OTHER
                   MOVE CORRESPONDING LANG-TEXT-PT TO CURRENT-TEXT
           END-EVALUATE.

       LOAD-WARNED-KEYS.
           MOVE 0   TO WS-WARNED-COUNT.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT NTFQ-FILE.
           IF WS-NTFQ-STATUS = '00' OR WS-NTFQ-STATUS = '05'
               PERFORM UNTIL FILE-EOF
                   READ NTFQ-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF NQ-EVENT-PWD-EXPIRY
                               MOVE NQ-USER-NAME (1:19) TO WS-WARN-KEY
                               PERFORM NOTE-WARNED-KEY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NTFQ-FILE
           END-IF.

       NOTE-WARNED-KEY.
           PERFORM FIND-WARNED-KEY.
           IF NOT ALREADY-NOTIFIED
               AND WS-WARNED-COUNT < WS-MAX-WARNED
               ADD 1 TO WS-WARNED-COUNT
               MOVE WS-WARN-KEY TO WS-WARNED-KEY (WS-WARNED-COUNT)
           END-IF.

       FIND-WARNED-KEY.
           MOVE 'N' TO WS-ALREADY-FLAG.
           PERFORM VARYING WS-WARNED-IDX FROM 1 BY 1
               UNTIL WS-WARNED-IDX > WS-WARNED-COUNT
                   OR ALREADY-NOTIFIED
               IF WS-WARNED-KEY (WS-WARNED-IDX) = WS-WARN-KEY
                   MOVE 'Y' TO WS-ALREADY-FLAG
               END-IF
           END-PERFORM.

       OPEN-REPORT.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS = '00'
               MOVE 'Y' TO WS-PRINT-OPENED
           ELSE
               MOVE 'N' TO WS-PRINT-OPENED
               DISPLAY CT-PRINT-INDISP OF CURRENT-TEXT
           END-IF.
           IF PRINT-FILE-OPENED
               MOVE CT-TIT-PWDWARN OF CURRENT-TEXT TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RPT-GERADO OF CURRENT-TEXT
                   WS-RUN-DATE ' ' WS-RUN-TIME
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE CT-PWW-CABECALHO OF CURRENT-TEXT TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       SCAN-USERS.
           MOVE 'N' TO WS-USERS-EOF.
           PERFORM UNTIL USERS-EOF
               READ USERS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-USERS-EOF
                   NOT AT END
                       IF US-STATUS-ACTIVE
                           AND US-PWD-EXPIRE-DATE IS NUMERIC
                           AND US-PWD-EXPIRE-DATE > WS-RUN-DATE
                           PERFORM CHECK-EXPIRY
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-EXPIRY.
           MOVE US-PWD-EXPIRE-DATE TO WS-DATE-NUM.
           COMPUTE WS-EXPIRE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           IF WS-EXPIRE-INT - WS-TODAY-INT NOT > WS-WARN-DAYS
               COMPUTE WS-DAYS-LEFT = WS-EXPIRE-INT - WS-TODAY-INT
               ADD 1 TO WS-EXPIRING-COUNT
               MOVE SPACES TO WS-WARN-KEY
               STRING US-USER-ID ' ' US-PWD-EXPIRE-DATE
                   DELIMITED BY SIZE INTO WS-WARN-KEY
               PERFORM FIND-WARNED-KEY
               IF ALREADY-NOTIFIED
                   MOVE CT-PWW-JA-AVISADO OF CURRENT-TEXT
                       TO WS-WARN-RESULT
               ELSE
                   PERFORM QUEUE-WARNING
                   MOVE CT-PWW-AVISADO OF CURRENT-TEXT
                       TO WS-WARN-RESULT
               END-IF
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       QUEUE-WARNING.
           MOVE SPACES TO WS-NTF-TEXT.
           STRING WS-WARN-KEY ' ' US-USER-NAME
               DELIMITED BY SIZE INTO WS-NTF-TEXT.
           CALL 'NTFEVENT' USING WS-NTF-TYPE WS-NTF-TEXT
               WS-RUN-DATE WS-RUN-TIME.
           ADD 1 TO WS-QUEUED-COUNT.
           PERFORM NOTE-WARNED-KEY.

       WRITE-DETAIL-LINE.
           IF PRINT-FILE-OPENED
               MOVE SPACES TO PRINT-LINE
               STRING US-USER-ID ' '
                   US-USER-NAME (1:20) ' '
                   US-PWD-EXPIRE-DATE '  '
                   WS-DAYS-LEFT '  '
                   WS-WARN-RESULT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       WRITE-REPORT-TOTALS.
           IF PRINT-FILE-OPENED
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-PWW-TOTAL OF CURRENT-TEXT WS-EXPIRING-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-PWW-AVISOS OF CURRENT-TEXT WS-QUEUED-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
