       IDENTIFICATION DIVISION.
       PROGRAM-ID.           USRUNLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERS-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-USERS-STATUS.
           SELECT OPTIONAL SHIFT-FILE ASSIGN TO "SHIFT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-USER-ID
               FILE STATUS IS WS-SHIFT-STATUS.
           SELECT USRBKP-FILE ASSIGN TO DYNAMIC WS-USERS-GEN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USRBKP-STATUS.
           SELECT SHFBKP-FILE ASSIGN TO DYNAMIC WS-SHIFT-GEN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHFBKP-STATUS.
           SELECT OPTIONAL BKPCTL-FILE ASSIGN TO "BKPCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKPCTL-STATUS.
           SELECT PRINT-FILE ASSIGN TO "USRUNLD.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  USERS-FILE.
       COPY USERSREC.

       FD  SHIFT-FILE.
       COPY SHIFTREC.

       FD  USRBKP-FILE.
       01  USRBKP-RECORD                PIC X(94).

       FD  SHFBKP-FILE.
       01  SHFBKP-RECORD                PIC X(55).

       FD  BKPCTL-FILE.
       COPY BKPCTLREC.

       FD  PRINT-FILE.
       01  PRINT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY LANGTXT.

       01 WS-LANG-CODE                  PIC X(2)    VALUE 'PT'.
       01 WS-USERS-STATUS               PIC XX      VALUE SPACES.
       01 WS-SHIFT-STATUS               PIC XX      VALUE SPACES.
       01 WS-USRBKP-STATUS              PIC XX      VALUE SPACES.
       01 WS-SHFBKP-STATUS              PIC XX      VALUE SPACES.
       01 WS-BKPCTL-STATUS              PIC XX      VALUE SPACES.
       01 WS-PRINT-STATUS               PIC XX      VALUE SPACES.
       01 WS-USERS-GEN                  PIC X(20)   VALUE SPACES.
       01 WS-SHIFT-GEN                  PIC X(20)   VALUE SPACES.
       01 WS-SYSTEM-DOWN                PIC X       VALUE 'N'.
           88 SYSTEM-UNAVAILABLE                    VALUE 'Y'.
       01 WS-PRINT-OPENED               PIC X       VALUE 'N'.
           88 PRINT-FILE-OPENED                     VALUE 'Y'.
       01 WS-UNLOAD-OK                  PIC X       VALUE 'Y'.
           88 UNLOAD-OK                             VALUE 'Y'.
       01 WS-FILE-EOF                   PIC X       VALUE 'N'.
           88 FILE-EOF                              VALUE 'Y'.
       01 WS-USERS-COUNT                PIC 9(7)    VALUE 0.
       01 WS-USERS-HASH                 PIC 9(15)   VALUE 0.
       01 WS-SHIFT-COUNT                PIC 9(7)    VALUE 0.
       01 WS-SHIFT-HASH                 PIC 9(15)   VALUE 0.
       01 WS-REREAD-COUNT               PIC 9(7)    VALUE 0.
       01 WS-REREAD-HASH                PIC 9(15)   VALUE 0.
       01 WS-RECORD-HASH                PIC 9(15)   VALUE 0.
       01 WS-HASH-IDX                   PIC 9(3)    VALUE 0.
       01 WS-HASH-AREA                  PIC X(100)  VALUE SPACES.
       01 WS-HASH-TABLE REDEFINES WS-HASH-AREA.
           05 WS-HASH-BYTE              PIC X       OCCURS 100 TIMES.
       01 WS-FILE-LABEL                 PIC X(10)   VALUE SPACES.
       01 WS-GEN-LABEL                  PIC X(20)   VALUE SPACES.
       01 WS-COUNT-LABEL                PIC 9(7)    VALUE 0.
       01 WS-HASH-LABEL                 PIC 9(15)   VALUE 0.
       01 WS-RUN-DATE                   PIC X(8)    VALUE SPACES.
       01 WS-RUN-TIME                   PIC X(8)    VALUE SPACES.

       PROCEDURE DIVISION.
       USRUNLD-MAIN.
           PERFORM GET-LANGUAGE-CODE.
           PERFORM SELECT-LANGUAGE-TEXT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-USERS-GEN.
           STRING 'USRBKP.' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-USERS-GEN.
           MOVE SPACES TO WS-SHIFT-GEN.
           STRING 'SHFBKP.' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-SHIFT-GEN.
           OPEN INPUT USERS-FILE.
           IF WS-USERS-STATUS NOT = '00'
               MOVE 'Y' TO WS-SYSTEM-DOWN
               DISPLAY CT-SISTEMA-INDISP OF CURRENT-TEXT
           END-IF.
           IF NOT SYSTEM-UNAVAILABLE
               PERFORM OPEN-REPORT
               PERFORM UNLOAD-USERS
               CLOSE USERS-FILE
               IF UNLOAD-OK
                   PERFORM UNLOAD-SHIFTS
               END-IF
               IF UNLOAD-OK
                   PERFORM VERIFY-USERS-GENERATION
               END-IF
               IF UNLOAD-OK
                   PERFORM VERIFY-SHIFT-GENERATION
               END-IF
               PERFORM WRITE-BACKUP-CONTROL
               PERFORM WRITE-REPORT-TOTALS
               IF PRINT-FILE-OPENED
                   CLOSE PRINT-FILE
               END-IF
               DISPLAY CT-UNL-FIM OF CURRENT-TEXT
           END-IF.
           IF SYSTEM-UNAVAILABLE OR NOT UNLOAD-OK
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
               MOVE CT-TIT-USRUNLD OF CURRENT-TEXT TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RPT-GERADO OF CURRENT-TEXT
                   WS-RUN-DATE ' ' WS-RUN-TIME
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE CT-UNL-CABECALHO OF CURRENT-TEXT TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       UNLOAD-USERS.
           MOVE WS-USERS-GEN TO WS-GEN-LABEL.
           OPEN OUTPUT USRBKP-FILE.
           IF WS-USRBKP-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL FILE-EOF
                   READ USERS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           MOVE USERS-RECORD TO USRBKP-RECORD
                           WRITE USRBKP-RECORD
                           ADD 1 TO WS-USERS-COUNT
                           MOVE USERS-RECORD TO WS-HASH-AREA
                           PERFORM COMPUTE-RECORD-HASH
                           ADD WS-RECORD-HASH TO WS-USERS-HASH
                   END-READ
               END-PERFORM
               CLOSE USRBKP-FILE
           ELSE
               PERFORM REPORT-GENERATION-FAILURE
           END-IF.
           MOVE 'USERS.DAT'    TO WS-FILE-LABEL.
           MOVE WS-USERS-COUNT TO WS-COUNT-LABEL.
           MOVE WS-USERS-HASH  TO WS-HASH-LABEL.
           PERFORM WRITE-GENERATION-LINE.

       UNLOAD-SHIFTS.
           MOVE WS-SHIFT-GEN TO WS-GEN-LABEL.
           OPEN INPUT SHIFT-FILE.
           OPEN OUTPUT SHFBKP-FILE.
           IF WS-SHFBKP-STATUS = '00'
               IF WS-SHIFT-STATUS = '00' OR WS-SHIFT-STATUS = '05'
                   MOVE 'N' TO WS-FILE-EOF
                   PERFORM UNTIL FILE-EOF
                       READ SHIFT-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-FILE-EOF
                           NOT AT END
                               PERFORM UNLOAD-ONE-SHIFT
                       END-READ
                   END-PERFORM
               ELSE
                   PERFORM REPORT-GENERATION-FAILURE
               END-IF
               CLOSE SHFBKP-FILE
           ELSE
               PERFORM REPORT-GENERATION-FAILURE
           END-IF.
           IF WS-SHIFT-STATUS = '00' OR WS-SHIFT-STATUS = '05'
               CLOSE SHIFT-FILE
           END-IF.
           MOVE 'SHIFT.DAT'    TO WS-FILE-LABEL.
           MOVE WS-SHIFT-COUNT TO WS-COUNT-LABEL.
           MOVE WS-SHIFT-HASH  TO WS-HASH-LABEL.
           PERFORM WRITE-GENERATION-LINE.

       UNLOAD-ONE-SHIFT.
           MOVE SHIFT-RECORD TO SHFBKP-RECORD.
           WRITE SHFBKP-RECORD.
           ADD 1 TO WS-SHIFT-COUNT.
           MOVE SHIFT-RECORD TO WS-HASH-AREA.
           PERFORM COMPUTE-RECORD-HASH.
           ADD WS-RECORD-HASH TO WS-SHIFT-HASH.

       REPORT-GENERATION-FAILURE.
           MOVE 'N' TO WS-UNLOAD-OK.
           DISPLAY CT-UNL-GER-INDISP OF CURRENT-TEXT WS-GEN-LABEL.
           IF PRINT-FILE-OPENED
               MOVE SPACES TO PRINT-LINE
               STRING CT-UNL-GER-INDISP OF CURRENT-TEXT WS-GEN-LABEL
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

      *    Each byte value weighted by its position in the record,
      *    so transposed or shifted bytes change the total too.
       COMPUTE-RECORD-HASH.
           MOVE 0 TO WS-RECORD-HASH.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > 100
               COMPUTE WS-RECORD-HASH = WS-RECORD-HASH
                   + FUNCTION ORD (WS-HASH-BYTE (WS-HASH-IDX))
                   * WS-HASH-IDX
           END-PERFORM.

      *    The generations just written are read back and must
      *    give the same count and hash total before the unload
      *    is recorded as good.
       VERIFY-USERS-GENERATION.
           MOVE WS-USERS-GEN TO WS-GEN-LABEL.
           MOVE 0 TO WS-REREAD-COUNT.
           MOVE 0 TO WS-REREAD-HASH.
           OPEN INPUT USRBKP-FILE.
           IF WS-USRBKP-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL FILE-EOF
                   READ USRBKP-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           ADD 1 TO WS-REREAD-COUNT
                           MOVE USRBKP-RECORD TO WS-HASH-AREA
                           PERFORM COMPUTE-RECORD-HASH
                           ADD WS-RECORD-HASH TO WS-REREAD-HASH
                   END-READ
               END-PERFORM
               CLOSE USRBKP-FILE
               IF WS-REREAD-COUNT NOT = WS-USERS-COUNT
                   OR WS-REREAD-HASH NOT = WS-USERS-HASH
                   MOVE 'N' TO WS-UNLOAD-OK
               END-IF
           ELSE
               PERFORM REPORT-GENERATION-FAILURE
           END-IF.

       VERIFY-SHIFT-GENERATION.
           MOVE WS-SHIFT-GEN TO WS-GEN-LABEL.
           MOVE 0 TO WS-REREAD-COUNT.
           MOVE 0 TO WS-REREAD-HASH.
           OPEN INPUT SHFBKP-FILE.
           IF WS-SHFBKP-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL FILE-EOF
                   READ SHFBKP-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           ADD 1 TO WS-REREAD-COUNT
                           MOVE SHFBKP-RECORD TO WS-HASH-AREA
                           PERFORM COMPUTE-RECORD-HASH
                           ADD WS-RECORD-HASH TO WS-REREAD-HASH
                   END-READ
               END-PERFORM
               CLOSE SHFBKP-FILE
               IF WS-REREAD-COUNT NOT = WS-SHIFT-COUNT
                   OR WS-REREAD-HASH NOT = WS-SHIFT-HASH
                   MOVE 'N' TO WS-UNLOAD-OK
               END-IF
           ELSE
               PERFORM REPORT-GENERATION-FAILURE
           END-IF.

       WRITE-BACKUP-CONTROL.
           OPEN EXTEND BKPCTL-FILE.
           IF WS-BKPCTL-STATUS = '00' OR WS-BKPCTL-STATUS = '05'
               MOVE WS-RUN-DATE    TO BC-UNLOAD-DATE
               MOVE WS-RUN-TIME    TO BC-UNLOAD-TIME
               MOVE WS-USERS-GEN   TO BC-USERS-GEN
               MOVE WS-USERS-COUNT TO BC-USERS-COUNT
               MOVE WS-USERS-HASH  TO BC-USERS-HASH
               MOVE WS-SHIFT-GEN   TO BC-SHIFT-GEN
               MOVE WS-SHIFT-COUNT TO BC-SHIFT-COUNT
               MOVE WS-SHIFT-HASH  TO BC-SHIFT-HASH
               IF UNLOAD-OK
                   MOVE 'C' TO BC-STATUS
               ELSE
                   MOVE 'F' TO BC-STATUS
               END-IF
               WRITE BACKUP-CONTROL-RECORD
               CLOSE BKPCTL-FILE
           ELSE
               MOVE 'N' TO WS-UNLOAD-OK
               DISPLAY CT-BKPCTL-INDISP OF CURRENT-TEXT
           END-IF.

       WRITE-GENERATION-LINE.
           IF PRINT-FILE-OPENED
               MOVE SPACES TO PRINT-LINE
               STRING WS-FILE-LABEL ' '
                   WS-GEN-LABEL ' '
                   WS-COUNT-LABEL ' '
                   WS-HASH-LABEL
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       WRITE-REPORT-TOTALS.
           IF PRINT-FILE-OPENED
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               IF UNLOAD-OK
                   MOVE CT-UNL-VERIFICADA OF CURRENT-TEXT TO PRINT-LINE
               ELSE
                   MOVE CT-UNL-DIVERGE OF CURRENT-TEXT TO PRINT-LINE
               END-IF
               WRITE PRINT-LINE
           END-IF.
           IF NOT UNLOAD-OK
               DISPLAY CT-UNL-DIVERGE OF CURRENT-TEXT
           END-IF.
