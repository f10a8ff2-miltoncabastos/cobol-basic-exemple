       IDENTIFICATION DIVISION.
       PROGRAM-ID.           RECONCIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERS-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-USERS-STATUS.
           SELECT OPTIONAL ACTSES-FILE ASSIGN TO "ACTSES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-TERM-ID
               FILE STATUS IS WS-ACTSES-STATUS.
           SELECT OPTIONAL CKPT-FILE ASSIGN TO "CKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-TERM-ID
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT OPTIONAL SHIFT-FILE ASSIGN TO "SHIFT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-USER-ID
               FILE STATUS IS WS-SHIFT-STATUS.
           SELECT OPTIONAL LOGIN-LOG ASSIGN TO "LOGIN.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOGIN-LOG-STATUS.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT OPTIONAL SECLOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
           SELECT OPTIONAL USRJRNL-FILE ASSIGN TO "USRJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT OPTIONAL RETCTL-FILE ASSIGN TO "RETCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETCTL-STATUS.
           SELECT PRINT-FILE ASSIGN TO "RECONCIL.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT SORT-SESSION ASSIGN TO "SORTWK1".
           SELECT SORT-BY-USER ASSIGN TO "SORTWK2".

       DATA DIVISION.

       FILE SECTION.
       FD  USERS-FILE.
       COPY USERSREC.

       FD  ACTSES-FILE.
       COPY ACTSESREC.

       FD  CKPT-FILE.
       COPY CKPTREC.

       FD  SHIFT-FILE.
       COPY SHIFTREC.

       FD  LOGIN-LOG.
       COPY LOGLOGREC.

       FD  ARCH-FILE.
       01  ARCHIVE-RECORD.
           05  AR-USER-ID               PIC X(10).
           05  AR-USER-NAME             PIC X(40).
           05  AR-LOG-DATE              PIC X(8).
           05  AR-LOG-TIME              PIC X(8).
           05  AR-TERM-ID               PIC X(8).
           05  AR-EVENT-TYPE            PIC X(3).

       FD  SECLOG-FILE.
       COPY SECLOGREC.

       FD  USRJRNL-FILE.
       COPY USRJRNREC.

       FD  RETCTL-FILE.
       COPY RETCTLREC.

       FD  PRINT-FILE.
       01  PRINT-LINE                   PIC X(80).

      *    Sign-on events and open sessions side by side: a log
      *    'ON' (source '1') sorts ahead of the ACTSES entry
      *    (source '2') it opened.
       SD  SORT-SESSION.
       01  SS-RECORD.
           05  SS-MATCH-KEY.
               10  SS-TERM-ID           PIC X(8).
               10  SS-USER-ID           PIC X(10).
               10  SS-LOG-DATE          PIC X(8).
               10  SS-LOG-TIME          PIC X(8).
           05  SS-SOURCE                PIC X.
               88  SS-FROM-LOG                      VALUE '1'.
               88  SS-FROM-ACTSES                   VALUE '2'.

      *    Lockout events, journal images and shift entries by
      *    operator, matched against USERS.DAT in key order.
       SD  SORT-BY-USER.
       01  SU-RECORD.
           05  SU-USER-ID               PIC X(10).
           05  SU-LOG-DATE              PIC X(8).
           05  SU-LOG-TIME              PIC X(8).
           05  SU-SEQ                   PIC 9(7).
           05  SU-TYPE                  PIC X.
               88  SU-LOCKOUT                       VALUE 'B'.
               88  SU-JOURNAL                       VALUE 'J'.
               88  SU-SHIFT                         VALUE 'S'.
           05  SU-IMAGE                 PIC X(94).

       WORKING-STORAGE SECTION.
       COPY LANGTXT.

       01 WS-LANG-CODE                  PIC X(2)    VALUE 'PT'.
       01 WS-USERS-STATUS               PIC XX      VALUE SPACES.
       01 WS-ACTSES-STATUS              PIC XX      VALUE SPACES.
       01 WS-CKPT-STATUS                PIC XX      VALUE SPACES.
       01 WS-SHIFT-STATUS               PIC XX      VALUE SPACES.
       01 WS-LOGIN-LOG-STATUS           PIC XX      VALUE SPACES.
       01 WS-ARCH-STATUS                PIC XX      VALUE SPACES.
       01 WS-SECLOG-STATUS              PIC XX      VALUE SPACES.
       01 WS-JRNL-STATUS                PIC XX      VALUE SPACES.
       01 WS-RETCTL-STATUS              PIC XX      VALUE SPACES.
       01 WS-PRINT-STATUS               PIC XX      VALUE SPACES.
       01 WS-ARCHIVE-NAME               PIC X(20)   VALUE SPACES.
       01 WS-GEN-YYYYMM                 PIC 9(6)    VALUE 0.
       01 WS-GEN-PARTS REDEFINES WS-GEN-YYYYMM.
           05 WG-YYYY                   PIC 9(4).
           05 WG-MM                     PIC 9(2).
       01 WS-SECLOG-CUTOFF              PIC X(8)    VALUE SPACES.
       01 WS-DATE-NUM                   PIC 9(8)    VALUE 0.
       01 WS-DATE-INT                   PIC 9(7)    VALUE 0.
       01 WS-SYSTEM-DOWN                PIC X       VALUE 'N'.
           88 SYSTEM-UNAVAILABLE                    VALUE 'Y'.
       01 WS-PRINT-OPENED               PIC X       VALUE 'N'.
           88 PRINT-FILE-OPENED                     VALUE 'Y'.
       01 WS-ACTSES-OPENED              PIC X       VALUE 'N'.
           88 ACTSES-OPENED                         VALUE 'Y'.
       01 WS-FILE-EOF                   PIC X       VALUE 'N'.
           88 FILE-EOF                              VALUE 'Y'.
       01 WS-SORT-EOF                   PIC X       VALUE 'N'.
           88 SORT-EOF                              VALUE 'Y'.
       01 WS-USERS-EOF                  PIC X       VALUE 'N'.
           88 USERS-EOF                             VALUE 'Y'.
       01 WS-SESSION-FOUND              PIC X       VALUE 'N'.
           88 SESSION-FOUND                         VALUE 'Y'.
       01 WS-LOCKOUT-FOUND              PIC X       VALUE 'N'.
           88 LOCKOUT-FOUND                         VALUE 'Y'.
       01 WS-JOURNAL-FOUND              PIC X       VALUE 'N'.
           88 JOURNAL-FOUND                         VALUE 'Y'.
       01 WS-RETCTL-EOF                 PIC X       VALUE 'N'.
           88 RETCTL-EOF                            VALUE 'Y'.
       01 WS-LAST-LOG-KEY               PIC X(34)   VALUE SPACES.
       01 WS-LAST-IMAGE                 PIC X(94)   VALUE SPACES.
       01 WS-LAST-JRNL-DATE             PIC X(8)    VALUE SPACES.
       01 WS-LAST-JRNL-TIME             PIC X(8)    VALUE SPACES.
       01 WS-ORPHAN-JRNL-ID             PIC X(10)   VALUE SPACES.
       01 WS-JRNL-SEQ                   PIC 9(7)    VALUE 0.
       01 WS-RCN-FILE                   PIC X(8)    VALUE SPACES.
       01 WS-RCN-KEY                    PIC X(10)   VALUE SPACES.
       01 WS-RCN-INFO                   PIC X(20)   VALUE SPACES.
       01 WS-RCN-MSG                    PIC X(40)   VALUE SPACES.
       01 WS-NO-LOGIN-COUNT             PIC 9(7)    VALUE 0.
       01 WS-CKPT-ORPHAN-COUNT          PIC 9(7)    VALUE 0.
       01 WS-NO-LOCKOUT-COUNT           PIC 9(7)    VALUE 0.
       01 WS-DIFFERS-COUNT              PIC 9(7)    VALUE 0.
       01 WS-JRNL-ORPHAN-COUNT          PIC 9(7)    VALUE 0.
       01 WS-SHIFT-ORPHAN-COUNT         PIC 9(7)    VALUE 0.
       01 WS-MISMATCH-COUNT             PIC 9(7)    VALUE 0.
       01 WS-TOTAL-COUNT                PIC 9(7)    VALUE 0.
       01 WS-RUN-DATE                   PIC X(8)    VALUE SPACES.
       01 WS-RUN-TIME                   PIC X(8)    VALUE SPACES.

       PROCEDURE DIVISION.
       RECONCIL-MAIN.
           PERFORM GET-LANGUAGE-CODE.
           PERFORM SELECT-LANGUAGE-TEXT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM LOAD-SECLOG-CUTOFF.
           PERFORM OPEN-ALL-FILES.
           IF NOT SYSTEM-UNAVAILABLE
               SORT SORT-SESSION
                   ON ASCENDING KEY SS-TERM-ID SS-USER-ID
                       SS-LOG-DATE SS-LOG-TIME SS-SOURCE
                   INPUT PROCEDURE IS RELEASE-SESSION-EVENTS
                   OUTPUT PROCEDURE IS MATCH-SESSIONS
               PERFORM CHECK-CHECKPOINTS
               SORT SORT-BY-USER
                   ON ASCENDING KEY SU-USER-ID SU-LOG-DATE
                       SU-LOG-TIME SU-SEQ
                   INPUT PROCEDURE IS RELEASE-USER-EVENTS
                   OUTPUT PROCEDURE IS MATCH-USERS
               PERFORM WRITE-REPORT-TOTALS
               PERFORM CLOSE-ALL-FILES
               DISPLAY CT-RCN-TOTAL OF CURRENT-TEXT WS-MISMATCH-COUNT
               DISPLAY CT-RCN-FIM OF CURRENT-TEXT
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

       OPEN-ALL-FILES.
           OPEN INPUT USERS-FILE.
           IF WS-USERS-STATUS NOT = '00'
               MOVE 'Y' TO WS-SYSTEM-DOWN
               DISPLAY CT-SISTEMA-INDISP OF CURRENT-TEXT
           END-IF.
           IF NOT SYSTEM-UNAVAILABLE
               OPEN INPUT ACTSES-FILE
               IF WS-ACTSES-STATUS = '00' OR WS-ACTSES-STATUS = '05'
                   MOVE 'Y' TO WS-ACTSES-OPENED
               END-IF
               PERFORM OPEN-REPORT
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
               MOVE CT-TIT-RECONCIL OF CURRENT-TEXT TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RPT-GERADO OF CURRENT-TEXT
                   WS-RUN-DATE ' ' WS-RUN-TIME
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE CT-RCN-CABECALHO OF CURRENT-TEXT TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE USERS-FILE.
           IF ACTSES-OPENED
               CLOSE ACTSES-FILE
           END-IF.
           IF PRINT-FILE-OPENED
               CLOSE PRINT-FILE
           END-IF.

      *    RETARCH takes SECLOG events older than the retention
      *    period in RETCTL.DAT out of SECLOG.DAT, so a lockout
      *    dated before today less that period can no longer be
      *    matched to its BLOQUEIO event. Spaces when SECLOG has
      *    no valid retention entry.
       LOAD-SECLOG-CUTOFF.
           MOVE SPACES TO WS-SECLOG-CUTOFF.
           MOVE 'N' TO WS-RETCTL-EOF.
           OPEN INPUT RETCTL-FILE.
           IF WS-RETCTL-STATUS = '00' OR WS-RETCTL-STATUS = '05'
               PERFORM UNTIL RETCTL-EOF
                   READ RETCTL-FILE
                       AT END
                           MOVE 'Y' TO WS-RETCTL-EOF
                       NOT AT END
                           IF RT-FILE-NAME = 'SECLOG'
                               PERFORM SET-SECLOG-CUTOFF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETCTL-FILE
           END-IF.

       SET-SECLOG-CUTOFF.
           IF RT-KEEP-DAYS IS NUMERIC AND RT-KEEP-DAYS > 0
               AND (RT-ACTION-ARCHIVE OR RT-ACTION-DROP)
               MOVE WS-RUN-DATE TO WS-DATE-NUM
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                   - RT-KEEP-DAYS
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
               MOVE WS-DATE-NUM TO WS-SECLOG-CUTOFF
           END-IF.

      *    Open sessions against the sign-on log. The newest
      *    archive generation is read as well, so a session opened
      *    before the last month-end LOGARCH run still finds its
      *    'ON' record. LOGARCH names a generation after the month
      *    of the run that made it and runs after this step, so
      *    the newest is always the previous month's.
       RELEASE-SESSION-EVENTS.
           MOVE WS-RUN-DATE (1:6) TO WS-GEN-YYYYMM.
           PERFORM BACK-GENERATION-MONTH.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING 'LOGARCH.' WS-GEN-YYYYMM '01'
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ ARCH-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           PERFORM RELEASE-ARCHIVE-SIGNON
                   END-READ
               END-PERFORM
               CLOSE ARCH-FILE
           END-IF.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT LOGIN-LOG.
           IF WS-LOGIN-LOG-STATUS = '00'
               OR WS-LOGIN-LOG-STATUS = '05'
               PERFORM UNTIL FILE-EOF
                   READ LOGIN-LOG
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           PERFORM RELEASE-LOG-SIGNON
                   END-READ
               END-PERFORM
               CLOSE LOGIN-LOG
           ELSE
               DISPLAY CT-RPT-LOG-AUSENTE OF CURRENT-TEXT
           END-IF.
           IF ACTSES-OPENED
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL FILE-EOF
                   READ ACTSES-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           PERFORM RELEASE-OPEN-SESSION
                   END-READ
               END-PERFORM
           END-IF.

       BACK-GENERATION-MONTH.
           IF WG-MM = 1
               SUBTRACT 1 FROM WG-YYYY
               MOVE 12 TO WG-MM
           ELSE
               SUBTRACT 1 FROM WG-MM
           END-IF.

       RELEASE-ARCHIVE-SIGNON.
           IF AR-EVENT-TYPE = 'ON ' OR AR-EVENT-TYPE = SPACES
               MOVE AR-TERM-ID  TO SS-TERM-ID
               MOVE AR-USER-ID  TO SS-USER-ID
               MOVE AR-LOG-DATE TO SS-LOG-DATE
               MOVE AR-LOG-TIME TO SS-LOG-TIME
               MOVE '1'         TO SS-SOURCE
               RELEASE SS-RECORD
           END-IF.

       RELEASE-LOG-SIGNON.
           IF LL-EVENT-SIGNON
               MOVE LL-TERM-ID  TO SS-TERM-ID
               MOVE LL-USER-ID  TO SS-USER-ID
               MOVE LL-LOG-DATE TO SS-LOG-DATE
               MOVE LL-LOG-TIME TO SS-LOG-TIME
               MOVE '1'         TO SS-SOURCE
               RELEASE SS-RECORD
           END-IF.

       RELEASE-OPEN-SESSION.
           MOVE AS-TERM-ID TO SS-TERM-ID.
           MOVE AS-USER-ID TO SS-USER-ID.
           MOVE AS-ON-DATE TO SS-LOG-DATE.
           MOVE AS-ON-TIME TO SS-LOG-TIME.
           MOVE '2'        TO SS-SOURCE.
           RELEASE SS-RECORD.

       MATCH-SESSIONS.
           MOVE 'N'    TO WS-SORT-EOF.
           MOVE SPACES TO WS-LAST-LOG-KEY.
           PERFORM UNTIL SORT-EOF
               RETURN SORT-SESSION
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM MATCH-ONE-SESSION
               END-RETURN
           END-PERFORM.

       MATCH-ONE-SESSION.
           IF SS-FROM-LOG
               MOVE SS-MATCH-KEY TO WS-LAST-LOG-KEY
           ELSE
               IF SS-MATCH-KEY NOT = WS-LAST-LOG-KEY
                   ADD 1 TO WS-NO-LOGIN-COUNT
                   MOVE 'ACTSES'   TO WS-RCN-FILE
                   MOVE SS-USER-ID TO WS-RCN-KEY
                   MOVE SPACES     TO WS-RCN-INFO
                   STRING SS-TERM-ID ' ' SS-LOG-DATE
                       DELIMITED BY SIZE INTO WS-RCN-INFO
                   MOVE CT-RCN-SEM-LOGIN OF CURRENT-TEXT
                       TO WS-RCN-MSG
                   PERFORM WRITE-MISMATCH-LINE
               END-IF
           END-IF.

      *    A terminal whose checkpoint still says LOGIN is in the
      *    middle of a session, so ACTSES must hold that terminal
      *    for the same operator.
       CHECK-CHECKPOINTS.
           OPEN INPUT CKPT-FILE.
           IF WS-CKPT-STATUS = '00' OR WS-CKPT-STATUS = '05'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL FILE-EOF
                   READ CKPT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF CK-LAST-STEP = 'LOGIN'
                               PERFORM CHECK-ONE-CHECKPOINT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CKPT-FILE
           END-IF.

       CHECK-ONE-CHECKPOINT.
           MOVE 'N' TO WS-SESSION-FOUND.
           IF ACTSES-OPENED
               MOVE CK-TERM-ID TO AS-TERM-ID
               READ ACTSES-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-SESSION-FOUND
                   NOT INVALID KEY
                       IF AS-USER-ID = CK-USER-ID
                           MOVE 'Y' TO WS-SESSION-FOUND
                       END-IF
               END-READ
           END-IF.
           IF NOT SESSION-FOUND
               ADD 1 TO WS-CKPT-ORPHAN-COUNT
               MOVE 'CKPT'     TO WS-RCN-FILE
               MOVE CK-USER-ID TO WS-RCN-KEY
               MOVE SPACES     TO WS-RCN-INFO
               STRING CK-TERM-ID ' ' CK-SESSION-DATE
                   DELIMITED BY SIZE INTO WS-RCN-INFO
               MOVE CT-RCN-CKPT-ORFAO OF CURRENT-TEXT TO WS-RCN-MSG
               PERFORM WRITE-MISMATCH-LINE
           END-IF.

       RELEASE-USER-EVENTS.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT SECLOG-FILE.
           IF WS-SECLOG-STATUS = '00' OR WS-SECLOG-STATUS = '05'
               PERFORM UNTIL FILE-EOF
                   READ SECLOG-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF SL-EVENT-BLOQUEIO
                               PERFORM RELEASE-LOCKOUT-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECLOG-FILE
           END-IF.
           MOVE 'N' TO WS-FILE-EOF.
           MOVE 0   TO WS-JRNL-SEQ.
           OPEN INPUT USRJRNL-FILE.
           IF WS-JRNL-STATUS = '00' OR WS-JRNL-STATUS = '05'
               PERFORM UNTIL FILE-EOF
                   READ USRJRNL-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           PERFORM RELEASE-JOURNAL-IMAGE
                   END-READ
               END-PERFORM
               CLOSE USRJRNL-FILE
           END-IF.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT SHIFT-FILE.
           IF WS-SHIFT-STATUS = '00' OR WS-SHIFT-STATUS = '05'
               PERFORM UNTIL FILE-EOF
                   READ SHIFT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           PERFORM RELEASE-SHIFT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SHIFT-FILE
           END-IF.

       RELEASE-LOCKOUT-EVENT.
           MOVE SL-USER-ID  TO SU-USER-ID.
           MOVE SL-LOG-DATE TO SU-LOG-DATE.
           MOVE SL-LOG-TIME TO SU-LOG-TIME.
           MOVE 0           TO SU-SEQ.
           MOVE 'B'         TO SU-TYPE.
           MOVE SPACES      TO SU-IMAGE.
           RELEASE SU-RECORD.

      *    The sequence number keeps journal entries written in
      *    the same second in file order, so the last one
      *    returned is the latest image.
       RELEASE-JOURNAL-IMAGE.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE UJ-USER-ID     TO SU-USER-ID.
           MOVE UJ-LOG-DATE    TO SU-LOG-DATE.
           MOVE UJ-LOG-TIME    TO SU-LOG-TIME.
           MOVE WS-JRNL-SEQ    TO SU-SEQ.
           MOVE 'J'            TO SU-TYPE.
           MOVE UJ-AFTER-IMAGE TO SU-IMAGE.
           RELEASE SU-RECORD.

       RELEASE-SHIFT-ENTRY.
           MOVE SH-USER-ID    TO SU-USER-ID.
           MOVE SH-AUDIT-DATE TO SU-LOG-DATE.
           MOVE SH-AUDIT-TIME TO SU-LOG-TIME.
           MOVE 0             TO SU-SEQ.
           MOVE 'S'           TO SU-TYPE.
           MOVE SPACES        TO SU-IMAGE.
           RELEASE SU-RECORD.

       MATCH-USERS.
           MOVE 'N'    TO WS-SORT-EOF.
           MOVE 'N'    TO WS-USERS-EOF.
           MOVE SPACES TO WS-ORPHAN-JRNL-ID.
           PERFORM RETURN-USER-EVENT.
           PERFORM UNTIL USERS-EOF
               READ USERS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-USERS-EOF
                   NOT AT END
                       PERFORM MATCH-ONE-USER
               END-READ
           END-PERFORM.
           PERFORM UNTIL SORT-EOF
               PERFORM NOTE-ORPHAN-EVENT
               PERFORM RETURN-USER-EVENT
           END-PERFORM.

       RETURN-USER-EVENT.
           RETURN SORT-BY-USER
               AT END
                   MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

       MATCH-ONE-USER.
           PERFORM UNTIL SORT-EOF OR SU-USER-ID NOT < US-USER-ID
               PERFORM NOTE-ORPHAN-EVENT
               PERFORM RETURN-USER-EVENT
           END-PERFORM.
           MOVE 'N' TO WS-LOCKOUT-FOUND.
           MOVE 'N' TO WS-JOURNAL-FOUND.
           PERFORM UNTIL SORT-EOF OR SU-USER-ID NOT = US-USER-ID
               EVALUATE TRUE
                   WHEN SU-LOCKOUT
                       MOVE 'Y' TO WS-LOCKOUT-FOUND
                   WHEN SU-JOURNAL
                       MOVE 'Y'         TO WS-JOURNAL-FOUND
                       MOVE SU-IMAGE    TO WS-LAST-IMAGE
                       MOVE SU-LOG-DATE TO WS-LAST-JRNL-DATE
                       MOVE SU-LOG-TIME TO WS-LAST-JRNL-TIME
               END-EVALUATE
               PERFORM RETURN-USER-EVENT
           END-PERFORM.
           IF US-STATUS-LOCKED AND NOT LOCKOUT-FOUND
               AND (WS-SECLOG-CUTOFF = SPACES
                   OR US-AUDIT-DATE NOT < WS-SECLOG-CUTOFF)
               ADD 1 TO WS-NO-LOCKOUT-COUNT
               MOVE 'USERS'    TO WS-RCN-FILE
               MOVE US-USER-ID TO WS-RCN-KEY
               MOVE SPACES     TO WS-RCN-INFO
               STRING US-AUDIT-DATE ' ' US-AUDIT-TIME
                   DELIMITED BY SIZE INTO WS-RCN-INFO
               MOVE CT-RCN-SEM-BLOQ OF CURRENT-TEXT TO WS-RCN-MSG
               PERFORM WRITE-MISMATCH-LINE
           END-IF.
           IF JOURNAL-FOUND AND WS-LAST-IMAGE NOT = USERS-RECORD
               ADD 1 TO WS-DIFFERS-COUNT
               MOVE 'USRJRNL'  TO WS-RCN-FILE
               MOVE US-USER-ID TO WS-RCN-KEY
               MOVE SPACES     TO WS-RCN-INFO
               STRING WS-LAST-JRNL-DATE ' ' WS-LAST-JRNL-TIME
                   DELIMITED BY SIZE INTO WS-RCN-INFO
               MOVE CT-RCN-DIFERE OF CURRENT-TEXT TO WS-RCN-MSG
               PERFORM WRITE-MISMATCH-LINE
           END-IF.

      *    An entry for an ID that is not on USERS.DAT. Lockout
      *    events for unknown IDs are expected and ignored; a
      *    journal is reported once per ID.
       NOTE-ORPHAN-EVENT.
           EVALUATE TRUE
               WHEN SU-SHIFT
                   ADD 1 TO WS-SHIFT-ORPHAN-COUNT
                   MOVE 'SHIFT'    TO WS-RCN-FILE
                   MOVE SU-USER-ID TO WS-RCN-KEY
                   MOVE SPACES     TO WS-RCN-INFO
                   STRING SU-LOG-DATE ' ' SU-LOG-TIME
                       DELIMITED BY SIZE INTO WS-RCN-INFO
                   MOVE CT-RCN-SHIFT-ORFAO OF CURRENT-TEXT
                       TO WS-RCN-MSG
                   PERFORM WRITE-MISMATCH-LINE
               WHEN SU-JOURNAL
                   IF SU-USER-ID NOT = WS-ORPHAN-JRNL-ID
                       MOVE SU-USER-ID TO WS-ORPHAN-JRNL-ID
                       ADD 1 TO WS-JRNL-ORPHAN-COUNT
                       MOVE 'USRJRNL'  TO WS-RCN-FILE
                       MOVE SU-USER-ID TO WS-RCN-KEY
                       MOVE SPACES     TO WS-RCN-INFO
                       STRING SU-LOG-DATE ' ' SU-LOG-TIME
                           DELIMITED BY SIZE INTO WS-RCN-INFO
                       MOVE CT-RCN-JRNL-ORFAO OF CURRENT-TEXT
                           TO WS-RCN-MSG
                       PERFORM WRITE-MISMATCH-LINE
                   END-IF
           END-EVALUATE.

       WRITE-MISMATCH-LINE.
           ADD 1 TO WS-MISMATCH-COUNT.
           IF PRINT-FILE-OPENED
               MOVE SPACES TO PRINT-LINE
               STRING WS-RCN-FILE ' '
                   WS-RCN-KEY ' '
                   WS-RCN-INFO ' '
                   WS-RCN-MSG
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       WRITE-REPORT-TOTALS.
           IF PRINT-FILE-OPENED
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               IF WS-MISMATCH-COUNT = 0
                   MOVE CT-RCN-NENHUMA OF CURRENT-TEXT TO PRINT-LINE
                   WRITE PRINT-LINE
               ELSE
                   MOVE WS-NO-LOGIN-COUNT TO WS-TOTAL-COUNT
                   MOVE CT-RCN-SEM-LOGIN OF CURRENT-TEXT TO WS-RCN-MSG
                   PERFORM WRITE-TOTAL-LINE
                   MOVE WS-CKPT-ORPHAN-COUNT TO WS-TOTAL-COUNT
                   MOVE CT-RCN-CKPT-ORFAO OF CURRENT-TEXT
                       TO WS-RCN-MSG
                   PERFORM WRITE-TOTAL-LINE
                   MOVE WS-NO-LOCKOUT-COUNT TO WS-TOTAL-COUNT
                   MOVE CT-RCN-SEM-BLOQ OF CURRENT-TEXT TO WS-RCN-MSG
                   PERFORM WRITE-TOTAL-LINE
                   MOVE WS-DIFFERS-COUNT TO WS-TOTAL-COUNT
                   MOVE CT-RCN-DIFERE OF CURRENT-TEXT TO WS-RCN-MSG
                   PERFORM WRITE-TOTAL-LINE
                   MOVE WS-JRNL-ORPHAN-COUNT TO WS-TOTAL-COUNT
                   MOVE CT-RCN-JRNL-ORFAO OF CURRENT-TEXT
                       TO WS-RCN-MSG
                   PERFORM WRITE-TOTAL-LINE
                   MOVE WS-SHIFT-ORPHAN-COUNT TO WS-TOTAL-COUNT
                   MOVE CT-RCN-SHIFT-ORFAO OF CURRENT-TEXT
                       TO WS-RCN-MSG
                   PERFORM WRITE-TOTAL-LINE
               END-IF
               MOVE SPACES TO PRINT-LINE
               STRING CT-RCN-TOTAL OF CURRENT-TEXT WS-MISMATCH-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING WS-TOTAL-COUNT '  ' WS-RCN-MSG
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
