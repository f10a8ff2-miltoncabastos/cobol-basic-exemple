       IDENTIFICATION DIVISION.
       PROGRAM-ID.           RECERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERS-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-USERS-STATUS.
           SELECT OPTIONAL LOGIN-LOG ASSIGN TO "LOGIN.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOGIN-LOG-STATUS.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT OPTIONAL USRJRNL-FILE ASSIGN TO "USRJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT RECDEC-FILE ASSIGN TO "RECDEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECDEC-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT SORT-SIGNON ASSIGN TO "SORTWK1".

       DATA DIVISION.

       FILE SECTION.
       FD  USERS-FILE.
       COPY USERSREC.

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

       FD  USRJRNL-FILE.
       COPY USRJRNREC.

       FD  RECDEC-FILE.
       COPY RECDECREC.

       FD  PRINT-FILE.
       01  PRINT-LINE                   PIC X(80).

       SD  SORT-SIGNON.
       01  SO-RECORD.
           05  SO-USER-ID               PIC X(10).
           05  SO-LOG-DATE              PIC X(8).
           05  SO-LOG-TIME              PIC X(8).

       WORKING-STORAGE SECTION.
       COPY LANGTXT.

       01 WS-LANG-CODE                  PIC X(2)    VALUE 'PT'.
       01 WS-USERS-STATUS               PIC XX      VALUE SPACES.
       01 WS-LOGIN-LOG-STATUS           PIC XX      VALUE SPACES.
       01 WS-ARCH-STATUS                PIC XX      VALUE SPACES.
       01 WS-JRNL-STATUS                PIC XX      VALUE SPACES.
       01 WS-RECDEC-STATUS              PIC XX      VALUE SPACES.
       01 WS-PRINT-STATUS               PIC XX      VALUE SPACES.
       01 WS-ARCHIVE-NAME               PIC X(20)   VALUE SPACES.
       01 WS-PRINT-NAME                 PIC X(20)   VALUE SPACES.
       01 WS-RUN-PARM                   PIC X(80)   VALUE SPACES.
       01 WS-RUN-MODE                   PIC X       VALUE 'L'.
           88 FULL-LISTING                          VALUE 'L'.
           88 DORMANT-SWEEP-ONLY                    VALUE 'D'.
       01 WS-SYSTEM-DOWN                PIC X       VALUE 'N'.
           88 SYSTEM-UNAVAILABLE                    VALUE 'Y'.
       01 WS-LOG-EOF                    PIC X       VALUE 'N'.
           88 LOG-EOF                               VALUE 'Y'.
       01 WS-SORT-EOF                   PIC X       VALUE 'N'.
           88 SORT-EOF                              VALUE 'Y'.
       01 WS-USERS-EOF                  PIC X       VALUE 'N'.
           88 USERS-EOF                             VALUE 'Y'.
       01 WS-PRINT-OPENED               PIC X       VALUE 'N'.
           88 PRINT-FILE-OPENED                     VALUE 'Y'.
       01 WS-RECDEC-OPENED              PIC X       VALUE 'N'.
           88 RECDEC-OPENED                         VALUE 'Y'.
       01 WS-DEACTIVATED                PIC X       VALUE 'N'.
           88 OPERATOR-DEACTIVATED                  VALUE 'Y'.
       01 WS-LOGIN-LOG-READ             PIC X       VALUE 'N'.
           88 LOGIN-LOG-READ                        VALUE 'Y'.
       01 WS-LOOKBACK-MONTHS            PIC 9(2)    VALUE 12.
       01 WS-BACK-COUNT                 PIC 9(2)    VALUE 0.
       01 WS-DORMANT-DAYS               PIC 9(3)    VALUE 90.
       01 WS-GEN-YYYYMM                 PIC 9(6)    VALUE 0.
       01 WS-GEN-PARTS REDEFINES WS-GEN-YYYYMM.
           05 WG-YYYY                   PIC 9(4).
           05 WG-MM                     PIC 9(2).
       01 WS-LAST-YYYYMM                PIC 9(6)    VALUE 0.
       01 WS-LAST-SIGNON                PIC X(8)    VALUE SPACES.
       01 WS-REF-DATE                   PIC X(8)    VALUE SPACES.
       01 WS-REF-DATE-N                 PIC 9(8)    VALUE 0.
       01 WS-REF-INT                    PIC 9(7)    VALUE 0.
       01 WS-TODAY-N                    PIC 9(8)    VALUE 0.
       01 WS-TODAY-INT                  PIC 9(7)    VALUE 0.
       01 WS-IDLE-DAYS                  PIC 9(7)    VALUE 0.
       01 WS-IDLE-KNOWN                 PIC X       VALUE 'N'.
           88 IDLE-DAYS-KNOWN                       VALUE 'Y'.
       01 WS-IDLE-SHOW                  PIC 9(4)    VALUE 0.
       01 WS-IDLE-DISP                  PIC X(4)    VALUE SPACES.
       01 WS-SIGNON-DISP                PIC X(8)    VALUE SPACES.
       01 WS-RESULT                     PIC X(12)   VALUE SPACES.
       01 WS-LISTED-COUNT               PIC 9(7)    VALUE 0.
       01 WS-DEACT-COUNT                PIC 9(7)    VALUE 0.
       01 WS-REVIEW-COUNT               PIC 9(7)    VALUE 0.
       01 WS-AUDIT-DATE                 PIC X(8)    VALUE SPACES.
       01 WS-AUDIT-TIME                 PIC X(8)    VALUE SPACES.
       01 WS-JRNL-DATE                  PIC X(8)    VALUE SPACES.
       01 WS-JRNL-TIME                  PIC X(8)    VALUE SPACES.
       01 WS-BEFORE-IMAGE               PIC X(94)   VALUE SPACES.
       01 WS-RUN-DATE                   PIC X(8)    VALUE SPACES.
       01 WS-RUN-TIME                   PIC X(8)    VALUE SPACES.

       PROCEDURE DIVISION.
       RECERT-MAIN.
           PERFORM GET-LANGUAGE-CODE.
           PERFORM SELECT-LANGUAGE-TEXT.
           PERFORM SET-RUN-MODE.
           PERFORM OPEN-ALL-FILES.
           IF NOT SYSTEM-UNAVAILABLE
               SORT SORT-SIGNON
                   ON ASCENDING KEY SO-USER-ID SO-LOG-DATE
                       SO-LOG-TIME
                   INPUT PROCEDURE IS RELEASE-SIGNON-EVENTS
                   OUTPUT PROCEDURE IS REVIEW-OPERATORS
               PERFORM WRITE-REPORT-TOTALS
               PERFORM CLOSE-ALL-FILES
               DISPLAY CT-RCT-LISTADOS OF CURRENT-TEXT
                   WS-LISTED-COUNT
               DISPLAY CT-RCT-INATIVADOS OF CURRENT-TEXT
                   WS-DEACT-COUNT
               DISPLAY CT-RCT-REVISAO OF CURRENT-TEXT
                   WS-REVIEW-COUNT
               IF NOT LOGIN-LOG-READ
                   DISPLAY CT-RCT-SEM-LOGIN OF CURRENT-TEXT
               END-IF
               IF RECDEC-OPENED
                   DISPLAY CT-RCT-DECISOES OF CURRENT-TEXT
               END-IF
           END-IF.
           IF SYSTEM-UNAVAILABLE OR NOT LOGIN-LOG-READ
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

       SET-RUN-MODE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-TODAY-N.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY-N).
           IF WS-RUN-PARM(1:8) = 'DORMENTE'
               MOVE 'D' TO WS-RUN-MODE
               MOVE 'RECDORM.PRT' TO WS-PRINT-NAME
           ELSE
               MOVE 'L' TO WS-RUN-MODE
               MOVE 'RECERT.PRT' TO WS-PRINT-NAME
           END-IF.

       OPEN-ALL-FILES.
           OPEN I-O USERS-FILE.
           IF WS-USERS-STATUS NOT = '00'
               MOVE 'Y' TO WS-SYSTEM-DOWN
               DISPLAY CT-SISTEMA-INDISP OF CURRENT-TEXT
           END-IF.
           IF NOT SYSTEM-UNAVAILABLE AND FULL-LISTING
               OPEN OUTPUT RECDEC-FILE
               IF WS-RECDEC-STATUS = '00'
                   MOVE 'Y' TO WS-RECDEC-OPENED
               ELSE
                   MOVE 'Y' TO WS-SYSTEM-DOWN
                   DISPLAY CT-RECDEC-INDISP OF CURRENT-TEXT
                   CLOSE USERS-FILE
               END-IF
           END-IF.
           IF NOT SYSTEM-UNAVAILABLE
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
               MOVE CT-TIT-RECERT OF CURRENT-TEXT TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RPT-GERADO OF CURRENT-TEXT
                   WS-RUN-DATE ' ' WS-RUN-TIME
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE CT-RCT-CABECALHO OF CURRENT-TEXT TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE USERS-FILE.
           IF RECDEC-OPENED
               CLOSE RECDEC-FILE
           END-IF.
           IF PRINT-FILE-OPENED
               CLOSE PRINT-FILE
           END-IF.

       RELEASE-SIGNON-EVENTS.
           PERFORM SET-GENERATION-RANGE.
           PERFORM RELEASE-ONE-GENERATION
               UNTIL WS-GEN-YYYYMM > WS-LAST-YYYYMM.
           PERFORM RELEASE-LIVE-LOG.

       SET-GENERATION-RANGE.
           MOVE WS-RUN-DATE (1:6) TO WS-GEN-YYYYMM.
           MOVE WS-GEN-YYYYMM     TO WS-LAST-YYYYMM.
           COMPUTE WS-BACK-COUNT = WS-LOOKBACK-MONTHS - 1.
           PERFORM BACK-GENERATION-MONTH WS-BACK-COUNT TIMES.

       BACK-GENERATION-MONTH.
           IF WG-MM = 1
               SUBTRACT 1 FROM WG-YYYY
               MOVE 12 TO WG-MM
           ELSE
               SUBTRACT 1 FROM WG-MM
           END-IF.

       BUMP-GENERATION-MONTH.
           IF WG-MM = 12
               ADD 1 TO WG-YYYY
               MOVE 1 TO WG-MM
           ELSE
               ADD 1 TO WG-MM
           END-IF.

       RELEASE-ONE-GENERATION.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING 'LOGARCH.' WS-GEN-YYYYMM '01'
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME.
           MOVE 'N' TO WS-LOG-EOF.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-STATUS = '00'
               PERFORM UNTIL LOG-EOF
                   READ ARCH-FILE
                       AT END
                           MOVE 'Y' TO WS-LOG-EOF
                       NOT AT END
                           PERFORM RELEASE-ARCHIVE-EVENT
                   END-READ
               END-PERFORM
               CLOSE ARCH-FILE
           ELSE
               IF PRINT-FILE-OPENED
                   MOVE SPACES TO PRINT-LINE
                   STRING CT-HIST-GER-AUSENTE OF CURRENT-TEXT
                       WS-ARCHIVE-NAME
                       DELIMITED BY SIZE INTO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           END-IF.
           PERFORM BUMP-GENERATION-MONTH.

       RELEASE-ARCHIVE-EVENT.
           IF AR-EVENT-TYPE = 'ON ' OR AR-EVENT-TYPE = SPACES
               MOVE AR-USER-ID  TO SO-USER-ID
               MOVE AR-LOG-DATE TO SO-LOG-DATE
               MOVE AR-LOG-TIME TO SO-LOG-TIME
               RELEASE SO-RECORD
           END-IF.

      *    Without the live log the recent sign-ons are unknown, so
      *    no operator may be judged dormant: LOGIN-LOG-READ stays
      *    'N', nobody is deactivated and the run ends with RC 8.
       RELEASE-LIVE-LOG.
           MOVE 'N' TO WS-LOG-EOF.
           MOVE 'N' TO WS-LOGIN-LOG-READ.
           OPEN INPUT LOGIN-LOG.
           IF WS-LOGIN-LOG-STATUS = '00'
               MOVE 'Y' TO WS-LOGIN-LOG-READ
               PERFORM UNTIL LOG-EOF
                   READ LOGIN-LOG
                       AT END
                           MOVE 'Y' TO WS-LOG-EOF
                       NOT AT END
                           PERFORM RELEASE-LIVE-EVENT
                   END-READ
               END-PERFORM
               CLOSE LOGIN-LOG
           ELSE
               IF WS-LOGIN-LOG-STATUS = '05'
                   CLOSE LOGIN-LOG
               END-IF
               DISPLAY CT-RPT-LOG-AUSENTE OF CURRENT-TEXT
           END-IF.

       RELEASE-LIVE-EVENT.
           IF LL-EVENT-SIGNON
               MOVE LL-USER-ID  TO SO-USER-ID
               MOVE LL-LOG-DATE TO SO-LOG-DATE
               MOVE LL-LOG-TIME TO SO-LOG-TIME
               RELEASE SO-RECORD
           END-IF.

       REVIEW-OPERATORS.
           MOVE 'N' TO WS-SORT-EOF.
           MOVE 'N' TO WS-USERS-EOF.
           PERFORM RETURN-SIGNON.
           PERFORM UNTIL USERS-EOF
               READ USERS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-USERS-EOF
                   NOT AT END
                       PERFORM REVIEW-ONE-OPERATOR
               END-READ
           END-PERFORM.

       RETURN-SIGNON.
           RETURN SORT-SIGNON
               AT END
                   MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

       REVIEW-ONE-OPERATOR.
           MOVE SPACES TO WS-LAST-SIGNON.
           PERFORM UNTIL SORT-EOF OR SO-USER-ID > US-USER-ID
               IF SO-USER-ID = US-USER-ID
                   MOVE SO-LOG-DATE TO WS-LAST-SIGNON
               END-IF
               PERFORM RETURN-SIGNON
           END-PERFORM.
           ADD 1 TO WS-LISTED-COUNT.
           PERFORM COMPUTE-IDLE-DAYS.
           MOVE 'N'    TO WS-DEACTIVATED.
           MOVE SPACES TO WS-RESULT.
           IF US-STATUS-ACTIVE
               PERFORM CHECK-DORMANT-OPERATOR
           END-IF.
           IF FULL-LISTING OR WS-RESULT NOT = SPACES
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF RECDEC-OPENED
               PERFORM WRITE-DECISION-LINE
           END-IF.

      *    An active operator with no usable reference date, or one
      *    past the dormant limit while LOGIN.LOG could not be read,
      *    is listed for review instead of being deactivated.
       CHECK-DORMANT-OPERATOR.
           IF NOT IDLE-DAYS-KNOWN
               MOVE CT-RCT-REVISAR OF CURRENT-TEXT TO WS-RESULT
               ADD 1 TO WS-REVIEW-COUNT
           ELSE
               IF WS-IDLE-DAYS > WS-DORMANT-DAYS
                   IF LOGIN-LOG-READ
                       PERFORM DEACTIVATE-OPERATOR
                   ELSE
                       MOVE CT-RCT-REVISAR OF CURRENT-TEXT
                           TO WS-RESULT
                       ADD 1 TO WS-REVIEW-COUNT
                   END-IF
               END-IF
           END-IF.

       COMPUTE-IDLE-DAYS.
           MOVE 'N' TO WS-IDLE-KNOWN.
           MOVE 0   TO WS-IDLE-DAYS.
           IF WS-LAST-SIGNON = SPACES
               MOVE US-AUDIT-DATE TO WS-REF-DATE
           ELSE
               MOVE WS-LAST-SIGNON TO WS-REF-DATE
           END-IF.
           IF WS-REF-DATE IS NUMERIC
               AND WS-REF-DATE NOT = '00000000'
               MOVE WS-REF-DATE TO WS-REF-DATE-N
               COMPUTE WS-REF-INT =
                   FUNCTION INTEGER-OF-DATE (WS-REF-DATE-N)
               IF WS-REF-INT > 0 AND WS-REF-INT <= WS-TODAY-INT
                   COMPUTE WS-IDLE-DAYS = WS-TODAY-INT - WS-REF-INT
                   MOVE 'Y' TO WS-IDLE-KNOWN
               END-IF
           END-IF.

       DEACTIVATE-OPERATOR.
           MOVE USERS-RECORD TO WS-BEFORE-IMAGE.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE 'I'           TO US-USER-STATUS.
           MOVE 'SISTEMA'     TO US-AUDIT-USER.
           MOVE WS-AUDIT-DATE TO US-AUDIT-DATE.
           MOVE WS-AUDIT-TIME TO US-AUDIT-TIME.
           REWRITE USERS-RECORD
               INVALID KEY
                   MOVE WS-BEFORE-IMAGE TO USERS-RECORD
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DEACTIVATED
                   ADD 1 TO WS-DEACT-COUNT
                   MOVE CT-RCT-INATIVADO OF CURRENT-TEXT
                       TO WS-RESULT
                   PERFORM WRITE-USER-JOURNAL
           END-REWRITE.

       WRITE-USER-JOURNAL.
           OPEN EXTEND USRJRNL-FILE.
           IF WS-JRNL-STATUS = '00' OR WS-JRNL-STATUS = '05'
               ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JRNL-TIME FROM TIME
               MOVE WS-JRNL-DATE    TO UJ-LOG-DATE
               MOVE WS-JRNL-TIME    TO UJ-LOG-TIME
               MOVE US-USER-ID      TO UJ-USER-ID
               MOVE 'SISTEMA'       TO UJ-SOURCE
               MOVE 'SISTEMA'       TO UJ-CHANGED-BY
               MOVE SPACES          TO UJ-APPROVED-BY
               MOVE 'C'             TO UJ-ACTION
               MOVE WS-BEFORE-IMAGE TO UJ-BEFORE-IMAGE
               MOVE USERS-RECORD    TO UJ-AFTER-IMAGE
               WRITE USER-JOURNAL-RECORD
               CLOSE USRJRNL-FILE
           END-IF.

       WRITE-REPORT-LINE.
           IF PRINT-FILE-OPENED
               IF WS-LAST-SIGNON = SPACES
                   MOVE CT-RCT-NUNCA OF CURRENT-TEXT TO WS-SIGNON-DISP
               ELSE
                   MOVE WS-LAST-SIGNON TO WS-SIGNON-DISP
               END-IF
               IF IDLE-DAYS-KNOWN
                   IF WS-IDLE-DAYS > 9999
                       MOVE 9999 TO WS-IDLE-SHOW
                   ELSE
                       MOVE WS-IDLE-DAYS TO WS-IDLE-SHOW
                   END-IF
                   MOVE WS-IDLE-SHOW TO WS-IDLE-DISP
               ELSE
                   MOVE SPACES TO WS-IDLE-DISP
               END-IF
               MOVE SPACES TO PRINT-LINE
               STRING US-USER-ID ' '
                   US-USER-NAME (1:15) ' '
                   US-USER-ROLE ' '
                   US-USER-STATUS ' '
                   WS-SIGNON-DISP ' '
                   WS-IDLE-DISP ' '
                   WS-RESULT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       WRITE-DECISION-LINE.
           MOVE US-USER-ID     TO RD-USER-ID.
           MOVE US-USER-NAME   TO RD-USER-NAME.
           MOVE US-USER-ROLE   TO RD-USER-ROLE.
           MOVE US-USER-STATUS TO RD-USER-STATUS.
           MOVE WS-LAST-SIGNON TO RD-LAST-SIGNON.
           MOVE WS-RUN-DATE    TO RD-LIST-DATE.
           MOVE SPACE          TO RD-DECISION.
           MOVE SPACE          TO RD-NEW-ROLE.
           MOVE SPACES         TO RD-REVIEWER.
           WRITE RECERT-DECISION-RECORD.

       WRITE-REPORT-TOTALS.
           IF PRINT-FILE-OPENED
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RCT-LISTADOS OF CURRENT-TEXT WS-LISTED-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RCT-INATIVADOS OF CURRENT-TEXT
                   WS-DEACT-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RCT-REVISAO OF CURRENT-TEXT
                   WS-REVIEW-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               IF NOT LOGIN-LOG-READ
                   MOVE CT-RCT-SEM-LOGIN OF CURRENT-TEXT TO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           END-IF.
