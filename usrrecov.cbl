       IDENTIFICATION DIVISION.
       PROGRAM-ID.           USRRECOV.

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
           SELECT OPTIONAL USRJRNL-FILE ASSIGN TO "USRJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT PRINT-FILE ASSIGN TO "USRRECOV.PRT"
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

       FD  USRJRNL-FILE.
       COPY USRJRNREC.

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
       01 WS-JRNL-STATUS                PIC XX      VALUE SPACES.
       01 WS-PRINT-STATUS               PIC XX      VALUE SPACES.
       01 WS-USERS-GEN                  PIC X(20)   VALUE SPACES.
       01 WS-SHIFT-GEN                  PIC X(20)   VALUE SPACES.
       01 WS-RUN-PARM                   PIC X(80)   VALUE SPACES.
       01 WS-PARM-DATE                  PIC X(8)    VALUE SPACES.
       01 WS-PARM-TIME                  PIC X(6)    VALUE SPACES.
       01 WS-PARM-OPTION                PIC X(5)    VALUE SPACES.
       01 WS-RELOAD-SHIFT               PIC X       VALUE 'N'.
           88 RELOAD-SHIFT                          VALUE 'Y'.
       01 WS-RECOVERY-OK                PIC X       VALUE 'Y'.
           88 RECOVERY-OK                           VALUE 'Y'.
       01 WS-UNLOAD-FOUND               PIC X       VALUE 'N'.
           88 UNLOAD-FOUND                          VALUE 'Y'.
       01 WS-PRINT-OPENED               PIC X       VALUE 'N'.
           88 PRINT-FILE-OPENED                     VALUE 'Y'.
       01 WS-FILE-EOF                   PIC X       VALUE 'N'.
           88 FILE-EOF                              VALUE 'Y'.
       01 WS-TARGET-STAMP               PIC X(16)   VALUE SPACES.
       01 WS-UNLOAD-STAMP               PIC X(16)   VALUE SPACES.
       01 WS-ENTRY-STAMP                PIC X(16)   VALUE SPACES.
       01 WS-CONTROL-ENTRY              PIC X(101)  VALUE SPACES.
       01 WS-SEL-CONTROL REDEFINES WS-CONTROL-ENTRY.
           05 WC-UNLOAD-DATE            PIC X(8).
           05 WC-UNLOAD-TIME            PIC X(8).
           05 WC-USERS-GEN              PIC X(20).
           05 WC-USERS-COUNT            PIC 9(7).
           05 WC-USERS-HASH             PIC 9(15).
           05 WC-SHIFT-GEN              PIC X(20).
           05 WC-SHIFT-COUNT            PIC 9(7).
           05 WC-SHIFT-HASH             PIC 9(15).
           05 WC-STATUS                 PIC X.
       01 WS-READ-COUNT                 PIC 9(7)    VALUE 0.
       01 WS-READ-HASH                  PIC 9(15)   VALUE 0.
       01 WS-RECORD-HASH                PIC 9(15)   VALUE 0.
       01 WS-HASH-IDX                   PIC 9(3)    VALUE 0.
       01 WS-HASH-AREA                  PIC X(100)  VALUE SPACES.
       01 WS-HASH-TABLE REDEFINES WS-HASH-AREA.
           05 WS-HASH-BYTE              PIC X       OCCURS 100 TIMES.
       01 WS-RELOAD-COUNT               PIC 9(7)    VALUE 0.
       01 WS-SHIFT-RELOADED             PIC 9(7)    VALUE 0.
       01 WS-JRNL-READ                  PIC 9(7)    VALUE 0.
       01 WS-JRNL-BEFORE                PIC 9(7)    VALUE 0.
       01 WS-JRNL-ADDS                  PIC 9(7)    VALUE 0.
       01 WS-JRNL-CHANGES               PIC 9(7)    VALUE 0.
       01 WS-JRNL-AFTER                 PIC 9(7)    VALUE 0.
       01 WS-JRNL-ERRORS                PIC 9(7)    VALUE 0.
       01 WS-FINAL-COUNT                PIC 9(7)    VALUE 0.
       01 WS-EXPECTED-COUNT             PIC 9(7)    VALUE 0.
       01 WS-RUN-DATE                   PIC X(8)    VALUE SPACES.
       01 WS-RUN-TIME                   PIC X(8)    VALUE SPACES.

       PROCEDURE DIVISION.
       USRRECOV-MAIN.
           PERFORM GET-LANGUAGE-CODE.
           PERFORM SELECT-LANGUAGE-TEXT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM SET-RECOVERY-POINT.
           IF RECOVERY-OK
               PERFORM FIND-LAST-GOOD-UNLOAD
           END-IF.
           IF RECOVERY-OK
               PERFORM OPEN-REPORT
               PERFORM VERIFY-USERS-BACKUP
               IF RECOVERY-OK AND RELOAD-SHIFT
                   PERFORM VERIFY-SHIFT-BACKUP
               END-IF
               IF RECOVERY-OK
                   PERFORM RELOAD-USERS
               END-IF
               IF RECOVERY-OK AND RELOAD-SHIFT
                   PERFORM RELOAD-SHIFTS
               END-IF
               IF RECOVERY-OK
                   PERFORM REPLAY-JOURNAL
                   PERFORM COUNT-FINAL-USERS
                   PERFORM WRITE-REPORT-TOTALS
               ELSE
                   DISPLAY CT-RCV-COPIA-INVAL OF CURRENT-TEXT
                   IF PRINT-FILE-OPENED
                       MOVE SPACES TO PRINT-LINE
                       WRITE PRINT-LINE
                       MOVE CT-RCV-COPIA-INVAL OF CURRENT-TEXT
                           TO PRINT-LINE
                       WRITE PRINT-LINE
                   END-IF
               END-IF
               IF PRINT-FILE-OPENED
                   CLOSE PRINT-FILE
               END-IF
               DISPLAY CT-RCV-FIM OF CURRENT-TEXT
           END-IF.
           IF NOT RECOVERY-OK
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

      *    Parameter: AAAAMMDD HHMMSS [SHIFT]. Without a date the
      *    journal is replayed to its end. SHIFT also reloads
      *    SHIFT.DAT from the unload; it is not journalled, so
      *    schedule changes made since the unload are lost.
       SET-RECOVERY-POINT.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           MOVE WS-RUN-PARM (1:8)  TO WS-PARM-DATE.
           MOVE WS-RUN-PARM (10:6) TO WS-PARM-TIME.
           MOVE WS-RUN-PARM (17:5) TO WS-PARM-OPTION.
           IF WS-PARM-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-PARM-DATE
               MOVE WS-RUN-TIME (1:6) TO WS-PARM-TIME
           END-IF.
           IF WS-PARM-TIME = SPACES
               MOVE '235959' TO WS-PARM-TIME
           END-IF.
           IF WS-PARM-DATE IS NOT NUMERIC
               OR WS-PARM-TIME IS NOT NUMERIC
               OR (WS-PARM-OPTION NOT = SPACES
                   AND WS-PARM-OPTION NOT = 'SHIFT')
               MOVE 'N' TO WS-RECOVERY-OK
               DISPLAY CT-RCV-PARM-INVAL OF CURRENT-TEXT
           END-IF.
           IF WS-PARM-OPTION = 'SHIFT'
               MOVE 'Y' TO WS-RELOAD-SHIFT
           END-IF.
           MOVE SPACES TO WS-TARGET-STAMP.
           STRING WS-PARM-DATE WS-PARM-TIME '99'
               DELIMITED BY SIZE INTO WS-TARGET-STAMP.

       FIND-LAST-GOOD-UNLOAD.
           MOVE 'N' TO WS-UNLOAD-FOUND.
           OPEN INPUT BKPCTL-FILE.
           IF WS-BKPCTL-STATUS = '00' OR WS-BKPCTL-STATUS = '05'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL FILE-EOF
                   READ BKPCTL-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           PERFORM CONSIDER-CONTROL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BKPCTL-FILE
           ELSE
               DISPLAY CT-BKPCTL-INDISP OF CURRENT-TEXT
           END-IF.
           IF UNLOAD-FOUND
               MOVE WC-USERS-GEN TO WS-USERS-GEN
               MOVE WC-SHIFT-GEN TO WS-SHIFT-GEN
               MOVE SPACES TO WS-UNLOAD-STAMP
               STRING WC-UNLOAD-DATE WC-UNLOAD-TIME
                   DELIMITED BY SIZE INTO WS-UNLOAD-STAMP
           ELSE
               MOVE 'N' TO WS-RECOVERY-OK
               DISPLAY CT-RCV-SEM-COPIA OF CURRENT-TEXT
           END-IF.

       CONSIDER-CONTROL-ENTRY.
           MOVE SPACES TO WS-ENTRY-STAMP.
           STRING BC-UNLOAD-DATE BC-UNLOAD-TIME
               DELIMITED BY SIZE INTO WS-ENTRY-STAMP.
           IF BC-UNLOAD-COMPLETE
               AND WS-ENTRY-STAMP NOT > WS-TARGET-STAMP
               MOVE BACKUP-CONTROL-RECORD TO WS-CONTROL-ENTRY
               MOVE 'Y' TO WS-UNLOAD-FOUND
           END-IF.

       OPEN-REPORT.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS = '00'
               MOVE 'Y' TO WS-PRINT-OPENED
           ELSE
               MOVE 'N' TO WS-PRINT-OPENED
               DISPLAY CT-PRINT-INDISP OF CURRENT-TEXT
           END-IF.
           IF PRINT-FILE-OPENED
               MOVE CT-TIT-USRRECOV OF CURRENT-TEXT TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RPT-GERADO OF CURRENT-TEXT
                   WS-RUN-DATE ' ' WS-RUN-TIME
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RCV-COPIA OF CURRENT-TEXT
                   WC-UNLOAD-DATE ' ' WC-UNLOAD-TIME
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RCV-PONTO OF CURRENT-TEXT
                   WS-PARM-DATE ' ' WS-PARM-TIME
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

      *    The generation must still agree with the count and hash
      *    total recorded at unload time before USERS.DAT is
      *    touched.
       VERIFY-USERS-BACKUP.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-READ-HASH.
           OPEN INPUT USRBKP-FILE.
           IF WS-USRBKP-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL FILE-EOF
                   READ USRBKP-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE USRBKP-RECORD TO WS-HASH-AREA
                           PERFORM COMPUTE-RECORD-HASH
                           ADD WS-RECORD-HASH TO WS-READ-HASH
                   END-READ
               END-PERFORM
               CLOSE USRBKP-FILE
           ELSE
               DISPLAY CT-UNL-GER-INDISP OF CURRENT-TEXT
                   WS-USERS-GEN
           END-IF.
           IF PRINT-FILE-OPENED
               MOVE SPACES TO PRINT-LINE
               STRING CT-RCV-ESPERADO OF CURRENT-TEXT
                   WS-USERS-GEN ' ' WC-USERS-COUNT ' ' WC-USERS-HASH
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RCV-LIDO OF CURRENT-TEXT
                   WS-USERS-GEN ' ' WS-READ-COUNT ' ' WS-READ-HASH
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           IF WS-USRBKP-STATUS NOT = '00'
               OR WS-READ-COUNT NOT = WC-USERS-COUNT
               OR WS-READ-HASH NOT = WC-USERS-HASH
               MOVE 'N' TO WS-RECOVERY-OK
           END-IF.

       VERIFY-SHIFT-BACKUP.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-READ-HASH.
           OPEN INPUT SHFBKP-FILE.
           IF WS-SHFBKP-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL FILE-EOF
                   READ SHFBKP-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE SHFBKP-RECORD TO WS-HASH-AREA
                           PERFORM COMPUTE-RECORD-HASH
                           ADD WS-RECORD-HASH TO WS-READ-HASH
                   END-READ
               END-PERFORM
               CLOSE SHFBKP-FILE
           ELSE
               DISPLAY CT-UNL-GER-INDISP OF CURRENT-TEXT
                   WS-SHIFT-GEN
           END-IF.
           IF PRINT-FILE-OPENED
               MOVE SPACES TO PRINT-LINE
               STRING CT-RCV-ESPERADO OF CURRENT-TEXT
                   WS-SHIFT-GEN ' ' WC-SHIFT-COUNT ' ' WC-SHIFT-HASH
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RCV-LIDO OF CURRENT-TEXT
                   WS-SHIFT-GEN ' ' WS-READ-COUNT ' ' WS-READ-HASH
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           IF WS-SHFBKP-STATUS NOT = '00'
               OR WS-READ-COUNT NOT = WC-SHIFT-COUNT
               OR WS-READ-HASH NOT = WC-SHIFT-HASH
               MOVE 'N' TO WS-RECOVERY-OK
           END-IF.

      *    Same weighting as the unload, see BKPCTLREC.
       COMPUTE-RECORD-HASH.
           MOVE 0 TO WS-RECORD-HASH.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > 100
               COMPUTE WS-RECORD-HASH = WS-RECORD-HASH
                   + FUNCTION ORD (WS-HASH-BYTE (WS-HASH-IDX))
                   * WS-HASH-IDX
           END-PERFORM.

       RELOAD-USERS.
           OPEN OUTPUT USERS-FILE.
           IF WS-USERS-STATUS NOT = '00'
               MOVE 'N' TO WS-RECOVERY-OK
               DISPLAY CT-SISTEMA-INDISP OF CURRENT-TEXT
           ELSE
               OPEN INPUT USRBKP-FILE
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL FILE-EOF
                   READ USRBKP-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           MOVE USRBKP-RECORD TO USERS-RECORD
                           WRITE USERS-RECORD
                               INVALID KEY
                                   MOVE 'N' TO WS-RECOVERY-OK
                               NOT INVALID KEY
                                   ADD 1 TO WS-RELOAD-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE USRBKP-FILE
               CLOSE USERS-FILE
           END-IF.

       RELOAD-SHIFTS.
           OPEN OUTPUT SHIFT-FILE.
           IF WS-SHIFT-STATUS NOT = '00'
               MOVE 'N' TO WS-RECOVERY-OK
               DISPLAY CT-UNL-GER-INDISP OF CURRENT-TEXT 'SHIFT.DAT'
           ELSE
               OPEN INPUT SHFBKP-FILE
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL FILE-EOF
                   READ SHFBKP-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           MOVE SHFBKP-RECORD TO SHIFT-RECORD
                           WRITE SHIFT-RECORD
                               INVALID KEY
                                   MOVE 'N' TO WS-RECOVERY-OK
                               NOT INVALID KEY
                                   ADD 1 TO WS-SHIFT-RELOADED
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE SHFBKP-FILE
               CLOSE SHIFT-FILE
           END-IF.

      *    After-images from the unload time up to the recovery
      *    point are applied in journal order. An entry stamped in
      *    the same second as the unload may already be in it;
      *    applying a full after-image again does no harm.
       REPLAY-JOURNAL.
           OPEN I-O USERS-FILE.
           OPEN INPUT USRJRNL-FILE.
           IF WS-JRNL-STATUS = '00' OR WS-JRNL-STATUS = '05'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL FILE-EOF
                   READ USRJRNL-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           PERFORM REPLAY-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE USRJRNL-FILE
           END-IF.
           CLOSE USERS-FILE.

       REPLAY-ONE-ENTRY.
           ADD 1 TO WS-JRNL-READ.
           MOVE SPACES TO WS-ENTRY-STAMP.
           STRING UJ-LOG-DATE UJ-LOG-TIME
               DELIMITED BY SIZE INTO WS-ENTRY-STAMP.
           EVALUATE TRUE
               WHEN WS-ENTRY-STAMP < WS-UNLOAD-STAMP
                   ADD 1 TO WS-JRNL-BEFORE
               WHEN WS-ENTRY-STAMP > WS-TARGET-STAMP
                   ADD 1 TO WS-JRNL-AFTER
               WHEN OTHER
                   PERFORM APPLY-AFTER-IMAGE
           END-EVALUATE.

       APPLY-AFTER-IMAGE.
           MOVE UJ-USER-ID TO US-USER-ID.
           READ USERS-FILE
               INVALID KEY
                   MOVE UJ-AFTER-IMAGE TO USERS-RECORD
                   WRITE USERS-RECORD
                       INVALID KEY
                           ADD 1 TO WS-JRNL-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-JRNL-ADDS
                   END-WRITE
               NOT INVALID KEY
                   MOVE UJ-AFTER-IMAGE TO USERS-RECORD
                   REWRITE USERS-RECORD
                       INVALID KEY
                           ADD 1 TO WS-JRNL-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-JRNL-CHANGES
                   END-REWRITE
           END-READ.

       COUNT-FINAL-USERS.
           MOVE 0 TO WS-FINAL-COUNT.
           OPEN INPUT USERS-FILE.
           IF WS-USERS-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL FILE-EOF
                   READ USERS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           ADD 1 TO WS-FINAL-COUNT
                   END-READ
               END-PERFORM
               CLOSE USERS-FILE
           END-IF.
           COMPUTE WS-EXPECTED-COUNT = WS-RELOAD-COUNT + WS-JRNL-ADDS.

       WRITE-REPORT-TOTALS.
           IF PRINT-FILE-OPENED
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RCV-RECARREGADOS OF CURRENT-TEXT
                   WS-RELOAD-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               IF RELOAD-SHIFT
                   MOVE SPACES TO PRINT-LINE
                   STRING CT-RCV-SHIFT OF CURRENT-TEXT
                       WS-SHIFT-RELOADED
                       DELIMITED BY SIZE INTO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
               MOVE SPACES TO PRINT-LINE
               STRING CT-RCV-JRNL-LIDOS OF CURRENT-TEXT WS-JRNL-READ
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RCV-JRNL-ANTES OF CURRENT-TEXT WS-JRNL-BEFORE
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RCV-JRNL-INCL OF CURRENT-TEXT WS-JRNL-ADDS
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RCV-JRNL-ALT OF CURRENT-TEXT WS-JRNL-CHANGES
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RCV-JRNL-DEPOIS OF CURRENT-TEXT WS-JRNL-AFTER
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RCV-JRNL-ERRO OF CURRENT-TEXT WS-JRNL-ERRORS
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RCV-FINAL OF CURRENT-TEXT WS-FINAL-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               IF WS-FINAL-COUNT = WS-EXPECTED-COUNT
                   MOVE CT-RCV-CONFERE OF CURRENT-TEXT TO PRINT-LINE
               ELSE
                   MOVE CT-RCV-DIVERGE OF CURRENT-TEXT TO PRINT-LINE
               END-IF
               WRITE PRINT-LINE
           END-IF.
           IF WS-FINAL-COUNT NOT = WS-EXPECTED-COUNT
               OR WS-JRNL-ERRORS > 0
               MOVE 'N' TO WS-RECOVERY-OK
               DISPLAY CT-RCV-DIVERGE OF CURRENT-TEXT
           END-IF.
