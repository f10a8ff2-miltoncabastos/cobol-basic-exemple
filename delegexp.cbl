       IDENTIFICATION DIVISION.
       PROGRAM-ID.           DELEGEXP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DELEG-FILE ASSIGN TO "DELEG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-KEY
               FILE STATUS IS WS-DELEG-STATUS.
           SELECT PRINT-FILE ASSIGN TO "DELEGEXP.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  DELEG-FILE.
       COPY DELEGREC.

       FD  PRINT-FILE.
       01  PRINT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY LANGTXT.

       01 WS-LANG-CODE                  PIC X(2)    VALUE 'PT'.
       01 WS-DELEG-STATUS               PIC XX      VALUE SPACES.
       01 WS-PRINT-STATUS               PIC XX      VALUE SPACES.
       01 WS-SYSTEM-DOWN                PIC X       VALUE 'N'.
           88 SYSTEM-UNAVAILABLE                    VALUE 'Y'.
       01 WS-PRINT-OPENED               PIC X       VALUE 'N'.
           88 PRINT-FILE-OPENED                     VALUE 'Y'.
       01 WS-DELEG-EOF                  PIC X       VALUE 'N'.
           88 DELEG-EOF                             VALUE 'Y'.
       01 WS-RUN-PARM                   PIC X(80)   VALUE SPACES.
       01 WS-RUN-DATE                   PIC X(8)    VALUE SPACES.
       01 WS-RUN-TIME                   PIC X(8)    VALUE SPACES.
       01 WS-DELEG-RESULT               PIC X(10)   VALUE SPACES.
       01 WS-ACTIVE-COUNT               PIC 9(7)    VALUE 0.
       01 WS-EXPIRED-COUNT              PIC 9(7)    VALUE 0.

       PROCEDURE DIVISION.
       DELEGEXP-MAIN.
           PERFORM GET-LANGUAGE-CODE.
           PERFORM SELECT-LANGUAGE-TEXT.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-RUN-PARM(1:8) IS NUMERIC
               MOVE WS-RUN-PARM(1:8) TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN I-O DELEG-FILE.
           IF WS-DELEG-STATUS NOT = '00' AND WS-DELEG-STATUS NOT = '05'
               MOVE 'Y' TO WS-SYSTEM-DOWN
               DISPLAY CT-DELEG-INDISP OF CURRENT-TEXT
           END-IF.
           IF NOT SYSTEM-UNAVAILABLE
               PERFORM OPEN-REPORT
               PERFORM SCAN-DELEGATIONS
               PERFORM WRITE-REPORT-TOTALS
               CLOSE DELEG-FILE
               IF PRINT-FILE-OPENED
                   CLOSE PRINT-FILE
               END-IF
               DISPLAY CT-DLG-ATIVAS OF CURRENT-TEXT WS-ACTIVE-COUNT
               DISPLAY CT-DLG-EXPIRADAS OF CURRENT-TEXT
                   WS-EXPIRED-COUNT
               DISPLAY CT-DLG-FIM OF CURRENT-TEXT
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

       OPEN-REPORT.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS = '00'
               MOVE 'Y' TO WS-PRINT-OPENED
           ELSE
               MOVE 'N' TO WS-PRINT-OPENED
               DISPLAY CT-PRINT-INDISP OF CURRENT-TEXT
           END-IF.
           IF PRINT-FILE-OPENED
               MOVE CT-TIT-DELEGEXP OF CURRENT-TEXT TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RPT-GERADO OF CURRENT-TEXT
                   WS-RUN-DATE ' ' WS-RUN-TIME
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE CT-DLG-CABECALHO OF CURRENT-TEXT TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

      *    Every active delegation is listed; those whose last day
      *    is before the run date are marked expired as they go.
      *    Expired and withdrawn ones from earlier runs are not.
       SCAN-DELEGATIONS.
           MOVE 'N' TO WS-DELEG-EOF.
           PERFORM UNTIL DELEG-EOF
               READ DELEG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DELEG-EOF
                   NOT AT END
                       IF DG-STATUS-ACTIVE
                           PERFORM CHECK-ONE-DELEGATION
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-DELEGATION.
           IF DG-TO-DATE < WS-RUN-DATE
               MOVE 'E'         TO DG-STATUS
               MOVE WS-RUN-DATE TO DG-CLOSE-DATE
               REWRITE DELEGATION-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE CT-DLG-EXPIRADA OF CURRENT-TEXT TO WS-DELEG-RESULT
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               IF DG-FROM-DATE > WS-RUN-DATE
                   MOVE CT-DLG-FUTURA OF CURRENT-TEXT
                       TO WS-DELEG-RESULT
               ELSE
                   MOVE CT-DLG-ATIVA OF CURRENT-TEXT
                       TO WS-DELEG-RESULT
               END-IF
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE.
           IF PRINT-FILE-OPENED
               MOVE SPACES TO PRINT-LINE
               STRING DG-USER-ID ' '
                   DG-ROLE ' '
                   DG-FROM-DATE ' '
                   DG-TO-DATE ' '
                   WS-DELEG-RESULT ' '
                   DG-REASON
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       WRITE-REPORT-TOTALS.
           IF PRINT-FILE-OPENED
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-DLG-ATIVAS OF CURRENT-TEXT WS-ACTIVE-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-DLG-EXPIRADAS OF CURRENT-TEXT WS-EXPIRED-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
