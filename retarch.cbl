       IDENTIFICATION DIVISION.
       PROGRAM-ID.           RETARCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETCTL-FILE ASSIGN TO "RETCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETCTL-STATUS.
           SELECT OPTIONAL SECLOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT OPTIONAL USRJRNL-FILE ASSIGN TO "USRJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT OPTIONAL NTFQ-FILE ASSIGN TO "NTFQUEUE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT OPTIONAL SECALERT-FILE ASSIGN TO "SECALERT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT OPTIONAL SECLOG-ARCH ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT OPTIONAL JRNL-ARCH ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT OPTIONAL NTFQ-ARCH ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT OPTIONAL ALERT-ARCH ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT OPTIONAL RUNCTL-ARCH ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT OLDJRNL-FILE ASSIGN TO "USRJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT OLDNTFQ-FILE ASSIGN TO "NTFQUEUE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT OLDALERT-FILE ASSIGN TO "SECALERT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT KEEP-FILE ASSIGN TO "RETKEEP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT PRINT-FILE ASSIGN TO "RETARCH.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  RETCTL-FILE.
       COPY RETCTLREC.

       FD  SECLOG-FILE.
       COPY SECLOGREC.

       FD  USRJRNL-FILE.
       COPY USRJRNREC.

       FD  NTFQ-FILE.
       COPY NTFQREC.

       FD  SECALERT-FILE.
       COPY SECALRREC.

       FD  RUNCTL-FILE.
       COPY RUNCTLREC.

       FD  SECLOG-ARCH.
       01  SECLOG-ARCH-RECORD           PIC X(62).

       FD  JRNL-ARCH.
       01  JRNL-ARCH-RECORD             PIC X(243).

       FD  NTFQ-ARCH.
       01  NTFQ-ARCH-RECORD             PIC X(111).

       FD  ALERT-ARCH.
       01  ALERT-ARCH-RECORD            PIC X(108).

       FD  RUNCTL-ARCH.
       01  RUNCTL-ARCH-RECORD           PIC X(67).

       FD  OLDJRNL-FILE.
       01  OLD-JRNL-RECORD              PIC X(233).

       FD  OLDNTFQ-FILE.
       01  OLD-NTFQ-RECORD              PIC X(91).

       FD  OLDALERT-FILE.
       01  OLD-ALERT-RECORD             PIC X(98).

       FD  KEEP-FILE.
       01  KEEP-RECORD                  PIC X(243).

       FD  PRINT-FILE.
       01  PRINT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY LANGTXT.

       01 WS-LANG-CODE                  PIC X(2)    VALUE 'PT'.
       01 WS-RETCTL-STATUS              PIC XX      VALUE SPACES.
       01 WS-LIVE-STATUS                PIC XX      VALUE SPACES.
       01 WS-ARCH-STATUS                PIC XX      VALUE SPACES.
       01 WS-KEEP-STATUS                PIC XX      VALUE SPACES.
       01 WS-OLD-STATUS                 PIC XX      VALUE SPACES.
       01 WS-PRINT-STATUS               PIC XX      VALUE SPACES.
       01 WS-PRINT-OPENED               PIC X       VALUE 'N'.
           88 PRINT-FILE-OPENED                     VALUE 'Y'.
       01 WS-RETCTL-EOF                 PIC X       VALUE 'N'.
           88 RETCTL-EOF                            VALUE 'Y'.
       01 WS-FILE-EOF                   PIC X       VALUE 'N'.
           88 FILE-EOF                              VALUE 'Y'.
       01 WS-KEEP-EOF                   PIC X       VALUE 'N'.
           88 KEEP-EOF                              VALUE 'Y'.
       01 WS-LIVE-OPENED                PIC X       VALUE 'N'.
           88 LIVE-FILE-OPENED                      VALUE 'Y'.
       01 WS-ARCH-OPENED                PIC X       VALUE 'N'.
           88 ARCH-FILE-OPENED                      VALUE 'Y'.
       01 WS-KEEP-OPENED                PIC X       VALUE 'N'.
           88 KEEP-FILE-OPENED                      VALUE 'Y'.
       01 WS-SPLIT-OK                   PIC X       VALUE 'N'.
           88 SPLIT-COMPLETED                       VALUE 'Y'.
       01 WS-FILE-FAILED                PIC X       VALUE 'N'.
           88 FILE-FAILED                           VALUE 'Y'.
       01 WS-CONVERT-OK                 PIC X       VALUE 'N'.
           88 CONVERT-CLEAN                         VALUE 'Y'.
       01 WS-CONVERT-COUNT              PIC 9(7)    VALUE 0.
       01 WS-RUN-PARM                   PIC X(80)   VALUE SPACES.
       01 WS-RUN-DATE                   PIC X(8)    VALUE SPACES.
       01 WS-RUN-TIME                   PIC X(8)    VALUE SPACES.
       01 WS-DATE-NUM                   PIC 9(8)    VALUE 0.
       01 WS-DATE-INT                   PIC 9(7)    VALUE 0.
       01 WS-CUTOFF-DATE                PIC X(8)    VALUE SPACES.
       01 WS-ARCHIVE-NAME               PIC X(20)   VALUE SPACES.
       01 WS-FILE-NAME                  PIC X(8)    VALUE SPACES.
       01 WS-RECORD-DATE                PIC X(8)    VALUE SPACES.
       01 WS-RECORD-FATE                PIC X       VALUE 'K'.
           88 RECORD-KEPT                           VALUE 'K'.
           88 RECORD-EXPIRED                        VALUE 'X'.
       01 WS-RECORD-HELD                PIC X       VALUE 'N'.
           88 RECORD-PROTECTED                      VALUE 'Y'.
       01 WS-MAX-RETRIES                PIC 9(2)    VALUE 3.
       01 WS-BEFORE-COUNT               PIC 9(7)    VALUE 0.
       01 WS-REMOVED-COUNT              PIC 9(7)    VALUE 0.
       01 WS-HELD-COUNT                 PIC 9(7)    VALUE 0.
       01 WS-AFTER-COUNT                PIC 9(7)    VALUE 0.
       01 WS-TOTAL-REMOVED              PIC 9(7)    VALUE 0.
       01 WS-TOTAL-HELD                 PIC 9(7)    VALUE 0.
       01 WS-ACTION-TEXT                PIC X(10)   VALUE SPACES.
       01 WS-MAX-POLICIES               PIC 9(2)    VALUE 10.
       01 WS-POLICY-COUNT               PIC 9(2)    VALUE 0.
       01 WS-POLICY-IDX                 PIC 9(2)    VALUE 0.
       01 WS-POLICY-SLOT                PIC 9(2)    VALUE 0.
       01 WS-KEEP-DAYS                  PIC 9(4)    VALUE 0.
       01 WS-KEEP-ACTION                PIC X       VALUE SPACES.
           88 KEEP-ACTION-ARCHIVE                   VALUE 'A'.
           88 KEEP-ACTION-DROP                      VALUE 'D'.
       01 WS-POLICY-VALID               PIC X       VALUE 'N'.
           88 POLICY-VALID                          VALUE 'Y'.
       01 WS-MAX-OPEN-RUNS              PIC 9(3)    VALUE 100.
       01 WS-OPEN-RUN-COUNT             PIC 9(3)    VALUE 0.
       01 WS-OPEN-RUN-IDX               PIC 9(3)    VALUE 0.
       01 WS-OPEN-RUN-FULL              PIC X       VALUE 'N'.
           88 OPEN-RUN-TABLE-FULL                   VALUE 'Y'.

       01 WS-POLICY-TABLE.
           05 WS-POLICY-ENTRY           OCCURS 10 TIMES.
               10 WP-FILE-NAME          PIC X(8).
               10 WP-KEEP-DAYS          PIC 9(4).
               10 WP-ACTION             PIC X.

       01 WS-OPEN-RUN-TABLE.
           05 WS-OPEN-RUN-ENTRY         OCCURS 100 TIMES.
               10 OR-RUN-DATE           PIC X(8).
               10 OR-RUN-TIME           PIC X(8).
               10 OR-STEP-NAME          PIC X(8).

       PROCEDURE DIVISION.
       RETARCH-MAIN.
           PERFORM GET-LANGUAGE-CODE.
           PERFORM SELECT-LANGUAGE-TEXT.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-RUN-PARM(1:7) = 'CONVERT'
               PERFORM CONVERT-FILE-FORMATS
           ELSE
               PERFORM APPLY-RETENTION
           END-IF.
           STOP RUN.

       APPLY-RETENTION.
           IF WS-RUN-PARM(1:8) IS NUMERIC
               MOVE WS-RUN-PARM(1:8) TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM OPEN-REPORT.
           PERFORM LOAD-RETENTION-POLICY.
           IF RETURN-CODE = 0
               PERFORM WRITE-COUNT-HEADER
               PERFORM RETAIN-SECLOG
               PERFORM RETAIN-USRJRNL
               PERFORM RETAIN-NTFQUEUE
               PERFORM RETAIN-SECALERT
               PERFORM RETAIN-RUNCTL
           END-IF.
           PERFORM CLOSE-REPORT.
           DISPLAY CT-RET-REMOVIDOS OF CURRENT-TEXT WS-TOTAL-REMOVED.
           DISPLAY CT-RET-RETIDOS OF CURRENT-TEXT WS-TOTAL-HELD.

      *    One-off cutover: USRJRNL.DAT (233 to 243 bytes),
      *    NTFQUEUE.DAT (91 to 111) and SECALERT.DAT (98 to 108)
      *    are copied across with the fields added at the end of
      *    each record left as spaces. A file not wholly in the
      *    old layout is left as it is; once a rewrite fails the
      *    remaining files are not touched.
       CONVERT-FILE-FORMATS.
           PERFORM CONVERT-USRJRNL.
           IF NOT FILE-FAILED
               PERFORM CONVERT-NTFQUEUE
           END-IF.
           IF NOT FILE-FAILED
               PERFORM CONVERT-SECALERT
           END-IF.

       START-CONVERSION.
           MOVE 'N' TO WS-FILE-EOF.
           MOVE 'N' TO WS-FILE-FAILED.
           MOVE 'Y' TO WS-CONVERT-OK.
           MOVE 0   TO WS-CONVERT-COUNT.

       END-CONVERSION.
           IF CONVERT-CLEAN
               DISPLAY CT-RET-CONVERTIDOS OF CURRENT-TEXT
                   WS-FILE-NAME ' ' WS-CONVERT-COUNT
           ELSE
               DISPLAY CT-RET-CONV-FORMATO OF CURRENT-TEXT
                   WS-FILE-NAME
               MOVE 8 TO RETURN-CODE
           END-IF.

       CONVERT-USRJRNL.
           MOVE 'USRJRNL' TO WS-FILE-NAME.
           PERFORM START-CONVERSION.
           OPEN INPUT OLDJRNL-FILE.
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY CT-RET-CONV-AUSENTE OF CURRENT-TEXT
                   WS-FILE-NAME
           ELSE
               PERFORM OPEN-KEEP-FILE
               IF NOT KEEP-FILE-OPENED
                   PERFORM NOTE-FILE-FAILURE
                   CLOSE OLDJRNL-FILE
               ELSE
                   PERFORM UNTIL FILE-EOF
                       READ OLDJRNL-FILE
                           AT END
                               MOVE 'Y' TO WS-FILE-EOF
                           NOT AT END
                               PERFORM CONVERT-ONE-USRJRNL
                       END-READ
                   END-PERFORM
                   CLOSE OLDJRNL-FILE
                   CLOSE KEEP-FILE
                   IF CONVERT-CLEAN
                       PERFORM RESTORE-USRJRNL
                   END-IF
                   IF NOT FILE-FAILED
                       PERFORM END-CONVERSION
                   END-IF
               END-IF
           END-IF.

       CONVERT-ONE-USRJRNL.
           IF WS-OLD-STATUS = '00'
               AND OLD-JRNL-RECORD(1:8) IS NUMERIC
               AND OLD-JRNL-RECORD(9:8) IS NUMERIC
               ADD 1 TO WS-CONVERT-COUNT
               MOVE SPACES TO KEEP-RECORD
               MOVE OLD-JRNL-RECORD TO KEEP-RECORD(1:233)
               WRITE KEEP-RECORD
           ELSE
               MOVE 'N' TO WS-CONVERT-OK
               MOVE 'Y' TO WS-FILE-EOF
           END-IF.

       CONVERT-NTFQUEUE.
           MOVE 'NTFQUEUE' TO WS-FILE-NAME.
           PERFORM START-CONVERSION.
           OPEN INPUT OLDNTFQ-FILE.
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY CT-RET-CONV-AUSENTE OF CURRENT-TEXT
                   WS-FILE-NAME
           ELSE
               PERFORM OPEN-KEEP-FILE
               IF NOT KEEP-FILE-OPENED
                   PERFORM NOTE-FILE-FAILURE
                   CLOSE OLDNTFQ-FILE
               ELSE
                   PERFORM UNTIL FILE-EOF
                       READ OLDNTFQ-FILE
                           AT END
                               MOVE 'Y' TO WS-FILE-EOF
                           NOT AT END
                               PERFORM CONVERT-ONE-NTFQUEUE
                       END-READ
                   END-PERFORM
                   CLOSE OLDNTFQ-FILE
                   CLOSE KEEP-FILE
                   IF CONVERT-CLEAN
                       PERFORM RESTORE-NTFQUEUE
                   END-IF
                   IF NOT FILE-FAILED
                       PERFORM END-CONVERSION
                   END-IF
               END-IF
           END-IF.

      *    A blank NQ-EVENT-TYPE is read by NTFSEND and NTFRPT as
      *    a sign-on entry, which is all the old queue carried.
       CONVERT-ONE-NTFQUEUE.
           IF WS-OLD-STATUS = '00'
               AND OLD-NTFQ-RECORD(2:2) IS NUMERIC
               AND OLD-NTFQ-RECORD(4:8) IS NUMERIC
               ADD 1 TO WS-CONVERT-COUNT
               MOVE SPACES TO KEEP-RECORD
               MOVE OLD-NTFQ-RECORD TO KEEP-RECORD(1:91)
               WRITE KEEP-RECORD
           ELSE
               MOVE 'N' TO WS-CONVERT-OK
               MOVE 'Y' TO WS-FILE-EOF
           END-IF.

       CONVERT-SECALERT.
           MOVE 'SECALERT' TO WS-FILE-NAME.
           PERFORM START-CONVERSION.
           OPEN INPUT OLDALERT-FILE.
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY CT-RET-CONV-AUSENTE OF CURRENT-TEXT
                   WS-FILE-NAME
           ELSE
               PERFORM OPEN-KEEP-FILE
               IF NOT KEEP-FILE-OPENED
                   PERFORM NOTE-FILE-FAILURE
                   CLOSE OLDALERT-FILE
               ELSE
                   PERFORM UNTIL FILE-EOF
                       READ OLDALERT-FILE
                           AT END
                               MOVE 'Y' TO WS-FILE-EOF
                           NOT AT END
                               PERFORM CONVERT-ONE-SECALERT
                       END-READ
                   END-PERFORM
                   CLOSE OLDALERT-FILE
                   CLOSE KEEP-FILE
                   IF CONVERT-CLEAN
                       PERFORM RESTORE-SECALERT
                   END-IF
                   IF NOT FILE-FAILED
                       PERFORM END-CONVERSION
                   END-IF
               END-IF
           END-IF.

       CONVERT-ONE-SECALERT.
           IF WS-OLD-STATUS = '00'
               AND (OLD-ALERT-RECORD(1:1) = 'O'
                   OR OLD-ALERT-RECORD(1:1) = 'A')
               AND OLD-ALERT-RECORD(2:8) IS NUMERIC
               AND OLD-ALERT-RECORD(38:5) IS NUMERIC
               ADD 1 TO WS-CONVERT-COUNT
               MOVE SPACES TO KEEP-RECORD
               MOVE OLD-ALERT-RECORD TO KEEP-RECORD(1:98)
               WRITE KEEP-RECORD
           ELSE
               MOVE 'N' TO WS-CONVERT-OK
               MOVE 'Y' TO WS-FILE-EOF
           END-IF.

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
               MOVE CT-TIT-RETARCH OF CURRENT-TEXT TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RPT-GERADO OF CURRENT-TEXT
                   WS-RUN-DATE ' ' WS-RUN-TIME
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE CT-RET-POLITICA OF CURRENT-TEXT TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE CT-RET-POL-CABECALHO OF CURRENT-TEXT TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       CLOSE-REPORT.
           IF PRINT-FILE-OPENED
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RET-REMOVIDOS OF CURRENT-TEXT
                   WS-TOTAL-REMOVED
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RET-RETIDOS OF CURRENT-TEXT
                   WS-TOTAL-HELD
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               CLOSE PRINT-FILE
           END-IF.

      *    The control file is listed on the report as read, so
      *    every run documents the periods it applied. With no
      *    control file nothing is taken out of any file.
       LOAD-RETENTION-POLICY.
           MOVE 0   TO WS-POLICY-COUNT.
           MOVE 'N' TO WS-RETCTL-EOF.
           OPEN INPUT RETCTL-FILE.
           EVALUATE WS-RETCTL-STATUS
               WHEN '00'
                   PERFORM UNTIL RETCTL-EOF
                       READ RETCTL-FILE
                           AT END
                               MOVE 'Y' TO WS-RETCTL-EOF
                           NOT AT END
                               PERFORM NOTE-RETENTION-POLICY
                       END-READ
                   END-PERFORM
                   CLOSE RETCTL-FILE
               WHEN '05'
                   CLOSE RETCTL-FILE
               WHEN OTHER
                   DISPLAY CT-RETCTL-INDISP OF CURRENT-TEXT
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           IF WS-POLICY-COUNT = 0 AND PRINT-FILE-OPENED
               MOVE CT-RET-SEM-CONTROLE OF CURRENT-TEXT TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       NOTE-RETENTION-POLICY.
           IF WS-POLICY-COUNT < WS-MAX-POLICIES
               ADD 1 TO WS-POLICY-COUNT
               MOVE RT-FILE-NAME TO WP-FILE-NAME (WS-POLICY-COUNT)
               MOVE RT-KEEP-DAYS TO WP-KEEP-DAYS (WS-POLICY-COUNT)
               MOVE RT-ACTION    TO WP-ACTION (WS-POLICY-COUNT)
           END-IF.
           EVALUATE TRUE
               WHEN RT-ACTION-ARCHIVE
                   MOVE CT-RET-ARQUIVAR OF CURRENT-TEXT
                       TO WS-ACTION-TEXT
               WHEN RT-ACTION-DROP
                   MOVE CT-RET-ELIMINAR OF CURRENT-TEXT
                       TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE RT-ACTION TO WS-ACTION-TEXT
           END-EVALUATE.
           IF PRINT-FILE-OPENED
               MOVE SPACES TO PRINT-LINE
               STRING RT-FILE-NAME ' '
                   RT-KEEP-DAYS ' '
                   WS-ACTION-TEXT ' '
                   RT-NOTE
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       WRITE-COUNT-HEADER.
           IF PRINT-FILE-OPENED
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE CT-RET-CABECALHO OF CURRENT-TEXT TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

      *    Finds WS-FILE-NAME on the policy table and sets the
      *    cutoff: a record dated before it has expired. A period
      *    of zero days or an unknown action leaves the file alone.
       PREPARE-FILE-POLICY.
           MOVE 0   TO WS-BEFORE-COUNT.
           MOVE 0   TO WS-REMOVED-COUNT.
           MOVE 0   TO WS-HELD-COUNT.
           MOVE 0   TO WS-AFTER-COUNT.
           MOVE 'N' TO WS-SPLIT-OK.
           MOVE 'N' TO WS-FILE-FAILED.
           MOVE 'N' TO WS-POLICY-VALID.
           MOVE SPACES TO WS-CUTOFF-DATE.
           MOVE 0 TO WS-POLICY-SLOT.
           PERFORM VARYING WS-POLICY-IDX FROM 1 BY 1
               UNTIL WS-POLICY-IDX > WS-POLICY-COUNT
                   OR WS-POLICY-SLOT > 0
               IF WP-FILE-NAME (WS-POLICY-IDX) = WS-FILE-NAME
                   MOVE WS-POLICY-IDX TO WS-POLICY-SLOT
               END-IF
           END-PERFORM.
           IF WS-POLICY-SLOT > 0
               MOVE WP-KEEP-DAYS (WS-POLICY-SLOT) TO WS-KEEP-DAYS
               MOVE WP-ACTION (WS-POLICY-SLOT)    TO WS-KEEP-ACTION
               IF WS-KEEP-DAYS IS NUMERIC AND WS-KEEP-DAYS > 0
                   AND (KEEP-ACTION-ARCHIVE OR KEEP-ACTION-DROP)
                   AND WS-RUN-DATE IS NUMERIC
                   MOVE 'Y' TO WS-POLICY-VALID
               END-IF
           END-IF.
           IF POLICY-VALID
               MOVE WS-RUN-DATE TO WS-DATE-NUM
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                   - WS-KEEP-DAYS
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
               MOVE WS-DATE-NUM TO WS-CUTOFF-DATE
               MOVE SPACES TO WS-ARCHIVE-NAME
               STRING WS-FILE-NAME DELIMITED BY SPACE
                   '.' WS-RUN-DATE DELIMITED BY SIZE
                   INTO WS-ARCHIVE-NAME
           END-IF.

      *    Common to every file: counts the record and decides
      *    whether it stays. An expired record that must be kept
      *    (RECORD-PROTECTED set by the caller) is counted as held.
       CLASSIFY-RECORD.
           ADD 1 TO WS-BEFORE-COUNT.
           MOVE 'K' TO WS-RECORD-FATE.
           IF WS-RECORD-DATE IS NUMERIC
               AND WS-RECORD-DATE < WS-CUTOFF-DATE
               IF RECORD-PROTECTED
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   MOVE 'X' TO WS-RECORD-FATE
                   ADD 1 TO WS-REMOVED-COUNT
               END-IF
           END-IF.

       OPEN-KEEP-FILE.
           OPEN OUTPUT KEEP-FILE.
           IF WS-KEEP-STATUS = '00'
               MOVE 'Y' TO WS-KEEP-OPENED
           ELSE
               MOVE 'N' TO WS-KEEP-OPENED
           END-IF.

       NOTE-SPLIT-RESULT.
           IF LIVE-FILE-OPENED AND KEEP-FILE-OPENED
               AND (ARCH-FILE-OPENED OR KEEP-ACTION-DROP)
               MOVE 'Y' TO WS-SPLIT-OK
           ELSE
               PERFORM NOTE-FILE-FAILURE
           END-IF.

       NOTE-FILE-FAILURE.
           MOVE 'Y' TO WS-FILE-FAILED.
           MOVE 8   TO RETURN-CODE.
           DISPLAY CT-RET-ERRO OF CURRENT-TEXT WS-FILE-NAME.

       WRITE-FILE-LINE.
           COMPUTE WS-AFTER-COUNT = WS-BEFORE-COUNT - WS-REMOVED-COUNT.
           IF NOT FILE-FAILED
               ADD WS-REMOVED-COUNT TO WS-TOTAL-REMOVED
               ADD WS-HELD-COUNT    TO WS-TOTAL-HELD
           END-IF.
           IF PRINT-FILE-OPENED
               MOVE SPACES TO PRINT-LINE
               EVALUATE TRUE
                   WHEN FILE-FAILED
                       STRING WS-FILE-NAME ' '
                           CT-RET-ERRO OF CURRENT-TEXT
                           DELIMITED BY SIZE INTO PRINT-LINE
                   WHEN NOT POLICY-VALID
                       STRING WS-FILE-NAME ' '
                           CT-RET-SEM-POLITICA OF CURRENT-TEXT
                           DELIMITED BY SIZE INTO PRINT-LINE
                   WHEN OTHER
                       STRING WS-FILE-NAME ' '
                           WS-CUTOFF-DATE ' '
                           WS-BEFORE-COUNT ' '
                           WS-REMOVED-COUNT ' '
                           WS-HELD-COUNT ' '
                           WS-AFTER-COUNT
                           DELIMITED BY SIZE INTO PRINT-LINE
               END-EVALUATE
               WRITE PRINT-LINE
           END-IF.

      *    Each file is split into the dated archive (or nowhere)
      *    and RETKEEP.DAT; the live file is only rebuilt from
      *    RETKEEP.DAT when the split finished and removed records.
       RETAIN-SECLOG.
           MOVE 'SECLOG' TO WS-FILE-NAME.
           PERFORM PREPARE-FILE-POLICY.
           IF POLICY-VALID
               PERFORM SPLIT-SECLOG
               IF SPLIT-COMPLETED AND WS-REMOVED-COUNT > 0
                   PERFORM RESTORE-SECLOG
               END-IF
           END-IF.
           PERFORM WRITE-FILE-LINE.

       SPLIT-SECLOG.
           MOVE 'N' TO WS-FILE-EOF.
           MOVE 'N' TO WS-ARCH-OPENED.
           MOVE 'N' TO WS-KEEP-OPENED.
           OPEN INPUT SECLOG-FILE.
           EVALUATE WS-LIVE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-LIVE-OPENED
                   IF KEEP-ACTION-ARCHIVE
                       OPEN EXTEND SECLOG-ARCH
                       IF WS-ARCH-STATUS = '00' OR WS-ARCH-STATUS = '05'
                           MOVE 'Y' TO WS-ARCH-OPENED
                       END-IF
                   END-IF
                   PERFORM OPEN-KEEP-FILE
                   PERFORM NOTE-SPLIT-RESULT
                   IF SPLIT-COMPLETED
                       PERFORM UNTIL FILE-EOF
                           READ SECLOG-FILE
                               AT END
                                   MOVE 'Y' TO WS-FILE-EOF
                               NOT AT END
                                   PERFORM SPLIT-ONE-SECLOG
                           END-READ
                       END-PERFORM
                   END-IF
                   CLOSE SECLOG-FILE
                   IF ARCH-FILE-OPENED
                       CLOSE SECLOG-ARCH
                   END-IF
                   IF KEEP-FILE-OPENED
                       CLOSE KEEP-FILE
                   END-IF
               WHEN '05'
                   CLOSE SECLOG-FILE
               WHEN OTHER
                   MOVE 'N' TO WS-LIVE-OPENED
                   PERFORM NOTE-FILE-FAILURE
           END-EVALUATE.

       SPLIT-ONE-SECLOG.
           MOVE SL-LOG-DATE TO WS-RECORD-DATE.
           MOVE 'N' TO WS-RECORD-HELD.
           PERFORM CLASSIFY-RECORD.
           IF RECORD-EXPIRED
               IF KEEP-ACTION-ARCHIVE
                   WRITE SECLOG-ARCH-RECORD FROM SECURITY-LOG-RECORD
               END-IF
           ELSE
               WRITE KEEP-RECORD FROM SECURITY-LOG-RECORD
           END-IF.

       RESTORE-SECLOG.
           MOVE 'N' TO WS-KEEP-EOF.
           OPEN INPUT KEEP-FILE.
           IF WS-KEEP-STATUS NOT = '00'
               PERFORM NOTE-FILE-FAILURE
           ELSE
               OPEN OUTPUT SECLOG-FILE
               IF WS-LIVE-STATUS NOT = '00'
                   PERFORM NOTE-FILE-FAILURE
                   CLOSE KEEP-FILE
               ELSE
                   PERFORM UNTIL KEEP-EOF
                       READ KEEP-FILE
                           AT END
                               MOVE 'Y' TO WS-KEEP-EOF
                           NOT AT END
                               WRITE SECURITY-LOG-RECORD
                                   FROM KEEP-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE KEEP-FILE
                   CLOSE SECLOG-FILE
               END-IF
           END-IF.

       RETAIN-USRJRNL.
           MOVE 'USRJRNL' TO WS-FILE-NAME.
           PERFORM PREPARE-FILE-POLICY.
           IF POLICY-VALID
               PERFORM SPLIT-USRJRNL
               IF SPLIT-COMPLETED AND WS-REMOVED-COUNT > 0
                   PERFORM RESTORE-USRJRNL
               END-IF
           END-IF.
           PERFORM WRITE-FILE-LINE.

       SPLIT-USRJRNL.
           MOVE 'N' TO WS-FILE-EOF.
           MOVE 'N' TO WS-ARCH-OPENED.
           MOVE 'N' TO WS-KEEP-OPENED.
           OPEN INPUT USRJRNL-FILE.
           EVALUATE WS-LIVE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-LIVE-OPENED
                   IF KEEP-ACTION-ARCHIVE
                       OPEN EXTEND JRNL-ARCH
                       IF WS-ARCH-STATUS = '00' OR WS-ARCH-STATUS = '05'
                           MOVE 'Y' TO WS-ARCH-OPENED
                       END-IF
                   END-IF
                   PERFORM OPEN-KEEP-FILE
                   PERFORM NOTE-SPLIT-RESULT
                   IF SPLIT-COMPLETED
                       PERFORM UNTIL FILE-EOF
                           READ USRJRNL-FILE
                               AT END
                                   MOVE 'Y' TO WS-FILE-EOF
                               NOT AT END
                                   PERFORM SPLIT-ONE-USRJRNL
                           END-READ
                       END-PERFORM
                   END-IF
                   CLOSE USRJRNL-FILE
                   IF ARCH-FILE-OPENED
                       CLOSE JRNL-ARCH
                   END-IF
                   IF KEEP-FILE-OPENED
                       CLOSE KEEP-FILE
                   END-IF
               WHEN '05'
                   CLOSE USRJRNL-FILE
               WHEN OTHER
                   MOVE 'N' TO WS-LIVE-OPENED
                   PERFORM NOTE-FILE-FAILURE
           END-EVALUATE.

       SPLIT-ONE-USRJRNL.
           MOVE UJ-LOG-DATE TO WS-RECORD-DATE.
           MOVE 'N' TO WS-RECORD-HELD.
           PERFORM CLASSIFY-RECORD.
           IF RECORD-EXPIRED
               IF KEEP-ACTION-ARCHIVE
                   WRITE JRNL-ARCH-RECORD FROM USER-JOURNAL-RECORD
               END-IF
           ELSE
               WRITE KEEP-RECORD FROM USER-JOURNAL-RECORD
           END-IF.

       RESTORE-USRJRNL.
           MOVE 'N' TO WS-KEEP-EOF.
           OPEN INPUT KEEP-FILE.
           IF WS-KEEP-STATUS NOT = '00'
               PERFORM NOTE-FILE-FAILURE
           ELSE
               OPEN OUTPUT USRJRNL-FILE
               IF WS-LIVE-STATUS NOT = '00'
                   PERFORM NOTE-FILE-FAILURE
                   CLOSE KEEP-FILE
               ELSE
                   PERFORM UNTIL KEEP-EOF
                       READ KEEP-FILE
                           AT END
                               MOVE 'Y' TO WS-KEEP-EOF
                           NOT AT END
                               WRITE USER-JOURNAL-RECORD
                                   FROM KEEP-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE KEEP-FILE
                   CLOSE USRJRNL-FILE
               END-IF
           END-IF.

       RETAIN-NTFQUEUE.
           MOVE 'NTFQUEUE' TO WS-FILE-NAME.
           PERFORM PREPARE-FILE-POLICY.
           IF POLICY-VALID
               PERFORM SPLIT-NTFQUEUE
               IF SPLIT-COMPLETED AND WS-REMOVED-COUNT > 0
                   PERFORM RESTORE-NTFQUEUE
               END-IF
           END-IF.
           PERFORM WRITE-FILE-LINE.

       SPLIT-NTFQUEUE.
           MOVE 'N' TO WS-FILE-EOF.
           MOVE 'N' TO WS-ARCH-OPENED.
           MOVE 'N' TO WS-KEEP-OPENED.
           OPEN INPUT NTFQ-FILE.
           EVALUATE WS-LIVE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-LIVE-OPENED
                   IF KEEP-ACTION-ARCHIVE
                       OPEN EXTEND NTFQ-ARCH
                       IF WS-ARCH-STATUS = '00' OR WS-ARCH-STATUS = '05'
                           MOVE 'Y' TO WS-ARCH-OPENED
                       END-IF
                   END-IF
                   PERFORM OPEN-KEEP-FILE
                   PERFORM NOTE-SPLIT-RESULT
                   IF SPLIT-COMPLETED
                       PERFORM UNTIL FILE-EOF
                           READ NTFQ-FILE
                               AT END
                                   MOVE 'Y' TO WS-FILE-EOF
                               NOT AT END
                                   PERFORM SPLIT-ONE-NTFQUEUE
                           END-READ
                       END-PERFORM
                   END-IF
                   CLOSE NTFQ-FILE
                   IF ARCH-FILE-OPENED
                       CLOSE NTFQ-ARCH
                   END-IF
                   IF KEEP-FILE-OPENED
                       CLOSE KEEP-FILE
                   END-IF
               WHEN '05'
                   CLOSE NTFQ-FILE
               WHEN OTHER
                   MOVE 'N' TO WS-LIVE-OPENED
                   PERFORM NOTE-FILE-FAILURE
           END-EVALUATE.

      *    An entry NTFSEND will still try to deliver stays.
       SPLIT-ONE-NTFQUEUE.
           MOVE NQ-QUEUE-DATE TO WS-RECORD-DATE.
           MOVE 'N' TO WS-RECORD-HELD.
           IF (NQ-STATUS-PENDING OR NQ-STATUS-FAILED)
               AND NQ-RETRY-COUNT < WS-MAX-RETRIES
               MOVE 'Y' TO WS-RECORD-HELD
           END-IF.
           PERFORM CLASSIFY-RECORD.
           IF RECORD-EXPIRED
               IF KEEP-ACTION-ARCHIVE
                   WRITE NTFQ-ARCH-RECORD FROM NOTIFY-QUEUE-RECORD
               END-IF
           ELSE
               WRITE KEEP-RECORD FROM NOTIFY-QUEUE-RECORD
           END-IF.

       RESTORE-NTFQUEUE.
           MOVE 'N' TO WS-KEEP-EOF.
           OPEN INPUT KEEP-FILE.
           IF WS-KEEP-STATUS NOT = '00'
               PERFORM NOTE-FILE-FAILURE
           ELSE
               OPEN OUTPUT NTFQ-FILE
               IF WS-LIVE-STATUS NOT = '00'
                   PERFORM NOTE-FILE-FAILURE
                   CLOSE KEEP-FILE
               ELSE
                   PERFORM UNTIL KEEP-EOF
                       READ KEEP-FILE
                           AT END
                               MOVE 'Y' TO WS-KEEP-EOF
                           NOT AT END
                               WRITE NOTIFY-QUEUE-RECORD
                                   FROM KEEP-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE KEEP-FILE
                   CLOSE NTFQ-FILE
               END-IF
           END-IF.

       RETAIN-SECALERT.
           MOVE 'SECALERT' TO WS-FILE-NAME.
           PERFORM PREPARE-FILE-POLICY.
           IF POLICY-VALID
               PERFORM SPLIT-SECALERT
               IF SPLIT-COMPLETED AND WS-REMOVED-COUNT > 0
                   PERFORM RESTORE-SECALERT
               END-IF
           END-IF.
           PERFORM WRITE-FILE-LINE.

       SPLIT-SECALERT.
           MOVE 'N' TO WS-FILE-EOF.
           MOVE 'N' TO WS-ARCH-OPENED.
           MOVE 'N' TO WS-KEEP-OPENED.
           OPEN INPUT SECALERT-FILE.
           EVALUATE WS-LIVE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-LIVE-OPENED
                   IF KEEP-ACTION-ARCHIVE
                       OPEN EXTEND ALERT-ARCH
                       IF WS-ARCH-STATUS = '00' OR WS-ARCH-STATUS = '05'
                           MOVE 'Y' TO WS-ARCH-OPENED
                       END-IF
                   END-IF
                   PERFORM OPEN-KEEP-FILE
                   PERFORM NOTE-SPLIT-RESULT
                   IF SPLIT-COMPLETED
                       PERFORM UNTIL FILE-EOF
                           READ SECALERT-FILE
                               AT END
                                   MOVE 'Y' TO WS-FILE-EOF
                               NOT AT END
                                   PERFORM SPLIT-ONE-SECALERT
                           END-READ
                       END-PERFORM
                   END-IF
                   CLOSE SECALERT-FILE
                   IF ARCH-FILE-OPENED
                       CLOSE ALERT-ARCH
                   END-IF
                   IF KEEP-FILE-OPENED
                       CLOSE KEEP-FILE
                   END-IF
               WHEN '05'
                   CLOSE SECALERT-FILE
               WHEN OTHER
                   MOVE 'N' TO WS-LIVE-OPENED
                   PERFORM NOTE-FILE-FAILURE
           END-EVALUATE.

      *    An alert nobody has acknowledged yet stays.
       SPLIT-ONE-SECALERT.
           MOVE AL-ALERT-DATE TO WS-RECORD-DATE.
           MOVE 'N' TO WS-RECORD-HELD.
           IF AL-STATUS-OPEN
               MOVE 'Y' TO WS-RECORD-HELD
           END-IF.
           PERFORM CLASSIFY-RECORD.
           IF RECORD-EXPIRED
               IF KEEP-ACTION-ARCHIVE
                   WRITE ALERT-ARCH-RECORD FROM SECURITY-ALERT-RECORD
               END-IF
           ELSE
               WRITE KEEP-RECORD FROM SECURITY-ALERT-RECORD
           END-IF.

       RESTORE-SECALERT.
           MOVE 'N' TO WS-KEEP-EOF.
           OPEN INPUT KEEP-FILE.
           IF WS-KEEP-STATUS NOT = '00'
               PERFORM NOTE-FILE-FAILURE
           ELSE
               OPEN OUTPUT SECALERT-FILE
               IF WS-LIVE-STATUS NOT = '00'
                   PERFORM NOTE-FILE-FAILURE
                   CLOSE KEEP-FILE
               ELSE
                   PERFORM UNTIL KEEP-EOF
                       READ KEEP-FILE
                           AT END
                               MOVE 'Y' TO WS-KEEP-EOF
                           NOT AT END
                               WRITE SECURITY-ALERT-RECORD
                                   FROM KEEP-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE KEEP-FILE
                   CLOSE SECALERT-FILE
               END-IF
           END-IF.

      *    Both records of a run carry its RC-RUN-DATE, so a
      *    finished run's 'STA' and 'END' always leave together.
       RETAIN-RUNCTL.
           MOVE 'RUNCTL' TO WS-FILE-NAME.
           PERFORM PREPARE-FILE-POLICY.
           IF POLICY-VALID
               PERFORM LOAD-OPEN-RUNS
               PERFORM SPLIT-RUNCTL
               IF SPLIT-COMPLETED AND WS-REMOVED-COUNT > 0
                   PERFORM RESTORE-RUNCTL
               END-IF
           END-IF.
           PERFORM WRITE-FILE-LINE.

      *    Every 'STA' is entered on the table and taken off again
      *    by its 'END'; what is left are the runs still executing
      *    or that died. Should the table fill, every 'STA' stays.
       LOAD-OPEN-RUNS.
           MOVE 0   TO WS-OPEN-RUN-COUNT.
           MOVE 'N' TO WS-OPEN-RUN-FULL.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT RUNCTL-FILE.
           IF WS-LIVE-STATUS = '00' OR WS-LIVE-STATUS = '05'
               PERFORM UNTIL FILE-EOF
                   READ RUNCTL-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           PERFORM NOTE-RUN-EVENT
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.

       NOTE-RUN-EVENT.
           IF RC-EVENT-START
               IF WS-OPEN-RUN-COUNT < WS-MAX-OPEN-RUNS
                   ADD 1 TO WS-OPEN-RUN-COUNT
                   MOVE RC-RUN-DATE  TO OR-RUN-DATE (WS-OPEN-RUN-COUNT)
                   MOVE RC-RUN-TIME  TO OR-RUN-TIME (WS-OPEN-RUN-COUNT)
                   MOVE RC-STEP-NAME TO OR-STEP-NAME (WS-OPEN-RUN-COUNT)
               ELSE
                   MOVE 'Y' TO WS-OPEN-RUN-FULL
               END-IF
           ELSE
               PERFORM VARYING WS-OPEN-RUN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-RUN-IDX > WS-OPEN-RUN-COUNT
                   IF OR-RUN-DATE (WS-OPEN-RUN-IDX) = RC-RUN-DATE
                       AND OR-RUN-TIME (WS-OPEN-RUN-IDX) = RC-RUN-TIME
                       AND OR-STEP-NAME (WS-OPEN-RUN-IDX)
                           = RC-STEP-NAME
                       MOVE OR-RUN-DATE (WS-OPEN-RUN-COUNT)
                           TO OR-RUN-DATE (WS-OPEN-RUN-IDX)
                       MOVE OR-RUN-TIME (WS-OPEN-RUN-COUNT)
                           TO OR-RUN-TIME (WS-OPEN-RUN-IDX)
                       MOVE OR-STEP-NAME (WS-OPEN-RUN-COUNT)
                           TO OR-STEP-NAME (WS-OPEN-RUN-IDX)
                       SUBTRACT 1 FROM WS-OPEN-RUN-COUNT
                   END-IF
               END-PERFORM
           END-IF.

       SPLIT-RUNCTL.
           MOVE 'N' TO WS-FILE-EOF.
           MOVE 'N' TO WS-ARCH-OPENED.
           MOVE 'N' TO WS-KEEP-OPENED.
           OPEN INPUT RUNCTL-FILE.
           EVALUATE WS-LIVE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-LIVE-OPENED
                   IF KEEP-ACTION-ARCHIVE
                       OPEN EXTEND RUNCTL-ARCH
                       IF WS-ARCH-STATUS = '00' OR WS-ARCH-STATUS = '05'
                           MOVE 'Y' TO WS-ARCH-OPENED
                       END-IF
                   END-IF
                   PERFORM OPEN-KEEP-FILE
                   PERFORM NOTE-SPLIT-RESULT
                   IF SPLIT-COMPLETED
                       PERFORM UNTIL FILE-EOF
                           READ RUNCTL-FILE
                               AT END
                                   MOVE 'Y' TO WS-FILE-EOF
                               NOT AT END
                                   PERFORM SPLIT-ONE-RUNCTL
                           END-READ
                       END-PERFORM
                   END-IF
                   CLOSE RUNCTL-FILE
                   IF ARCH-FILE-OPENED
                       CLOSE RUNCTL-ARCH
                   END-IF
                   IF KEEP-FILE-OPENED
                       CLOSE KEEP-FILE
                   END-IF
               WHEN '05'
                   CLOSE RUNCTL-FILE
               WHEN OTHER
                   MOVE 'N' TO WS-LIVE-OPENED
                   PERFORM NOTE-FILE-FAILURE
           END-EVALUATE.

       SPLIT-ONE-RUNCTL.
           MOVE RC-RUN-DATE TO WS-RECORD-DATE.
           MOVE 'N' TO WS-RECORD-HELD.
           IF RC-EVENT-START
               IF OPEN-RUN-TABLE-FULL
                   MOVE 'Y' TO WS-RECORD-HELD
               ELSE
                   PERFORM VARYING WS-OPEN-RUN-IDX FROM 1 BY 1
                       UNTIL WS-OPEN-RUN-IDX > WS-OPEN-RUN-COUNT
                       IF OR-RUN-DATE (WS-OPEN-RUN-IDX) = RC-RUN-DATE
                           AND OR-RUN-TIME (WS-OPEN-RUN-IDX)
                               = RC-RUN-TIME
                           AND OR-STEP-NAME (WS-OPEN-RUN-IDX)
                               = RC-STEP-NAME
                           MOVE 'Y' TO WS-RECORD-HELD
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           PERFORM CLASSIFY-RECORD.
           IF RECORD-EXPIRED
               IF KEEP-ACTION-ARCHIVE
                   WRITE RUNCTL-ARCH-RECORD FROM RUN-CONTROL-RECORD
               END-IF
           ELSE
               WRITE KEEP-RECORD FROM RUN-CONTROL-RECORD
           END-IF.

       RESTORE-RUNCTL.
           MOVE 'N' TO WS-KEEP-EOF.
           OPEN INPUT KEEP-FILE.
           IF WS-KEEP-STATUS NOT = '00'
               PERFORM NOTE-FILE-FAILURE
           ELSE
               OPEN OUTPUT RUNCTL-FILE
               IF WS-LIVE-STATUS NOT = '00'
                   PERFORM NOTE-FILE-FAILURE
                   CLOSE KEEP-FILE
               ELSE
                   PERFORM UNTIL KEEP-EOF
                       READ KEEP-FILE
                           AT END
                               MOVE 'Y' TO WS-KEEP-EOF
                           NOT AT END
                               WRITE RUN-CONTROL-RECORD
                                   FROM KEEP-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE KEEP-FILE
                   CLOSE RUNCTL-FILE
               END-IF
           END-IF.
