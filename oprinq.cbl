       IDENTIFICATION DIVISION.
       PROGRAM-ID.           OPRINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERS-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-USERS-STATUS.
           SELECT OPTIONAL SHIFT-FILE ASSIGN TO "SHIFT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-USER-ID
               FILE STATUS IS WS-SHIFT-STATUS.
           SELECT OPTIONAL ACTSES-FILE ASSIGN TO "ACTSES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-TERM-ID
               FILE STATUS IS WS-ACTSES-STATUS.
           SELECT OPTIONAL LOGIN-LOG ASSIGN TO "LOGIN.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOGIN-LOG-STATUS.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT OPTIONAL SECLOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
           SELECT OPTIONAL SECALERT-FILE ASSIGN TO "SECALERT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT OPTIONAL USRJRNL-FILE ASSIGN TO "USRJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  USERS-FILE.
       COPY USERSREC.

       FD  SHIFT-FILE.
       COPY SHIFTREC.

       FD  ACTSES-FILE.
       COPY ACTSESREC.

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

       FD  SECALERT-FILE.
       COPY SECALRREC.

       FD  USRJRNL-FILE.
       COPY USRJRNREC.

       WORKING-STORAGE SECTION.
       COPY LANGTXT.

       01 WS-LANG-CODE                  PIC X(2)    VALUE 'PT'.
       01 WS-USERS-STATUS               PIC XX      VALUE SPACES.
       01 WS-SHIFT-STATUS               PIC XX      VALUE SPACES.
       01 WS-ACTSES-STATUS              PIC XX      VALUE SPACES.
       01 WS-LOGIN-LOG-STATUS           PIC XX      VALUE SPACES.
       01 WS-ARCH-STATUS                PIC XX      VALUE SPACES.
       01 WS-SECLOG-STATUS              PIC XX      VALUE SPACES.
       01 WS-ALERT-STATUS               PIC XX      VALUE SPACES.
       01 WS-JRNL-STATUS                PIC XX      VALUE SPACES.
       01 WS-ARCHIVE-NAME               PIC X(20)   VALUE SPACES.
       01 WS-GEN-YYYYMM                 PIC 9(6)    VALUE 0.
       01 WS-GEN-PARTS REDEFINES WS-GEN-YYYYMM.
           05 WG-YYYY                   PIC 9(4).
           05 WG-MM                     PIC 9(2).
       01 WS-TODAY                      PIC X(8)    VALUE SPACES.
       01 WS-INQ-ID                     PIC X(10)   VALUE SPACES.
       01 WS-DONE-FLAG                  PIC X       VALUE 'N'.
           88 INQUIRY-DONE                          VALUE 'Y'.
       01 WS-PAGES-DONE                 PIC X       VALUE 'N'.
           88 PAGES-DONE                            VALUE 'Y'.
       01 WS-USER-FOUND                 PIC X       VALUE 'N'.
           88 USER-FOUND                            VALUE 'Y'.
       01 WS-SHIFT-FOUND                PIC X       VALUE 'N'.
           88 SHIFT-FOUND                           VALUE 'Y'.
       01 WS-SESSION-FOUND              PIC X       VALUE 'N'.
           88 SESSION-FOUND                         VALUE 'Y'.
       01 WS-FILE-EOF                   PIC X       VALUE 'N'.
           88 FILE-EOF                              VALUE 'Y'.
       01 WS-SESSION-TERM               PIC X(8)    VALUE SPACES.
       01 WS-SESSION-DATE               PIC X(8)    VALUE SPACES.
       01 WS-SESSION-TIME               PIC X(8)    VALUE SPACES.
       01 WS-PAGE                       PIC 9       VALUE 1.
       01 WS-PAGE-COUNT                 PIC 9       VALUE 6.
       01 WS-NAV-KEY                    PIC X       VALUE SPACE.
       01 WS-SCREEN-LINE                PIC 9(2)    VALUE 0.
       01 WS-INQ-LINE                   PIC X(79)   VALUE SPACES.
       01 WS-PAGE-TITLE                 PIC X(30)   VALUE SPACES.
       01 WS-EVENT-NAME                 PIC X(3)    VALUE SPACES.
       01 WS-SIGNON-EVENT.
           05 WE-USER-ID                PIC X(10).
           05 WE-USER-NAME              PIC X(40).
           05 WE-LOG-DATE               PIC X(8).
           05 WE-LOG-TIME               PIC X(8).
           05 WE-TERM-ID                PIC X(8).
           05 WE-EVENT-TYPE             PIC X(3).
      *    One list per history page, each kept as a ring of its
      *    most recent lines: 1 sign-on/sign-off events (20, shown
      *    over two pages), 2 SECLOG, 3 open alerts, 4 USRJRNL.
       01 WS-LIST-IDX                   PIC 9       VALUE 0.
       01 WS-LIST-POS                   PIC 9(2)    VALUE 0.
       01 WS-LIST-NTH                   PIC 9(2)    VALUE 0.
       01 WS-LIST-FIRST                 PIC 9(2)    VALUE 0.
       01 WS-LIST-TABLE.
           05 WS-LIST                   OCCURS 4 TIMES.
               10 WL-MAX                PIC 9(2).
               10 WL-COUNT              PIC 9(2).
               10 WL-NEXT               PIC 9(2).
               10 WL-LINE               PIC X(79)   OCCURS 20 TIMES.
       01 WS-PAUSE                      PIC X.

       01 CABECALHOS.
           02 LINHA-EM-BRANCO           PIC X(30)   VALUE SPACES.
           02 LINHA-SEPARACAO           PIC X(30)   VALUE ALL '*'.

       LINKAGE SECTION.
       01 LK-OPER-ID                    PIC X(10).

       SCREEN SECTION.
       01 CLEAR-SCREEN.
           02 BLANK SCREEN.

       PROCEDURE DIVISION USING LK-OPER-ID.
       OPRINQ-MAIN.
           PERFORM GET-LANGUAGE-CODE.
           PERFORM SELECT-LANGUAGE-TEXT.
           MOVE 'N' TO WS-DONE-FLAG.
           PERFORM INQUIRY-LOOP
               UNTIL INQUIRY-DONE.
           GOBACK.

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

       INQUIRY-LOOP.
           PERFORM CABECALHO.
           MOVE SPACES TO WS-INQ-ID.
           DISPLAY (05, 01) CT-INQ-PROMPT-ID OF CURRENT-TEXT.
           ACCEPT (05, 31) WS-INQ-ID.
           IF WS-INQ-ID = SPACES
               MOVE 'Y' TO WS-DONE-FLAG
           ELSE
               PERFORM LOAD-OPERATOR
               IF USER-FOUND
                   PERFORM LOAD-HISTORY
                   MOVE 1   TO WS-PAGE
                   MOVE 'N' TO WS-PAGES-DONE
                   PERFORM SHOW-PAGE
                       UNTIL PAGES-DONE
               END-IF
           END-IF.

       LOAD-OPERATOR.
           MOVE 'N' TO WS-USER-FOUND.
           OPEN INPUT USERS-FILE.
           IF WS-USERS-STATUS = '00'
               MOVE WS-INQ-ID TO US-USER-ID
               READ USERS-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-USER-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-USER-FOUND
               END-READ
               CLOSE USERS-FILE
               IF NOT USER-FOUND
                   DISPLAY (07, 01) CT-INQ-NAO-CAD OF CURRENT-TEXT
                   DISPLAY (17, 01) CT-PAUSA-MENU OF CURRENT-TEXT
                   ACCEPT (17, 40) WS-PAUSE
               END-IF
           ELSE
               DISPLAY (07, 01) CT-SISTEMA-INDISP OF CURRENT-TEXT
               DISPLAY (17, 01) CT-PAUSA-MENU OF CURRENT-TEXT
               ACCEPT (17, 40) WS-PAUSE
               MOVE 'Y' TO WS-DONE-FLAG
           END-IF.
           IF USER-FOUND
               PERFORM LOAD-SHIFT-WINDOW
               PERFORM FIND-ACTIVE-SESSION
           END-IF.

       LOAD-SHIFT-WINDOW.
           MOVE 'N' TO WS-SHIFT-FOUND.
           OPEN INPUT SHIFT-FILE.
           IF WS-SHIFT-STATUS = '00' OR WS-SHIFT-STATUS = '05'
               MOVE WS-INQ-ID TO SH-USER-ID
               READ SHIFT-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-SHIFT-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SHIFT-FOUND
               END-READ
               CLOSE SHIFT-FILE
           END-IF.

       FIND-ACTIVE-SESSION.
           MOVE 'N' TO WS-SESSION-FOUND.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT ACTSES-FILE.
           IF WS-ACTSES-STATUS = '00' OR WS-ACTSES-STATUS = '05'
               PERFORM UNTIL FILE-EOF OR SESSION-FOUND
                   READ ACTSES-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF AS-USER-ID = WS-INQ-ID
                               MOVE 'Y'        TO WS-SESSION-FOUND
                               MOVE AS-TERM-ID TO WS-SESSION-TERM
                               MOVE AS-ON-DATE TO WS-SESSION-DATE
                               MOVE AS-ON-TIME TO WS-SESSION-TIME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTSES-FILE
           END-IF.

       LOAD-HISTORY.
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > 4
               MOVE 10 TO WL-MAX (WS-LIST-IDX)
               MOVE 0  TO WL-COUNT (WS-LIST-IDX)
               MOVE 1  TO WL-NEXT (WS-LIST-IDX)
           END-PERFORM.
           MOVE 20 TO WL-MAX (1).
           PERFORM LOAD-SIGNON-EVENTS.
           PERFORM LOAD-SECLOG-EVENTS.
           PERFORM LOAD-OPEN-ALERTS.
           PERFORM LOAD-JOURNAL-CHANGES.

      *    The latest LOGARCH generation ahead of the live log, so
      *    a quiet operator still shows recent history after the
      *    month-end archive run. LOGARCH names a generation after
      *    the month it ran in, on that month's last night, so
      *    the latest one is the previous month's.
       LOAD-SIGNON-EVENTS.
           MOVE 1 TO WS-LIST-IDX.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY (1:6) TO WS-GEN-YYYYMM.
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
                           MOVE ARCHIVE-RECORD TO WS-SIGNON-EVENT
                           PERFORM NOTE-SIGNON-EVENT
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
                           MOVE LOGIN-LOG-RECORD TO WS-SIGNON-EVENT
                           PERFORM NOTE-SIGNON-EVENT
                   END-READ
               END-PERFORM
               CLOSE LOGIN-LOG
           END-IF.

       BACK-GENERATION-MONTH.
           IF WG-MM = 1
               SUBTRACT 1 FROM WG-YYYY
               MOVE 12 TO WG-MM
           ELSE
               SUBTRACT 1 FROM WG-MM
           END-IF.

       NOTE-SIGNON-EVENT.
           IF WE-USER-ID = WS-INQ-ID
               IF WE-EVENT-TYPE = 'OFF'
                   MOVE 'OFF' TO WS-EVENT-NAME
               ELSE
                   MOVE 'ON'  TO WS-EVENT-NAME
               END-IF
               MOVE SPACES TO WS-INQ-LINE
               STRING WE-LOG-DATE ' '
                   WE-LOG-TIME ' '
                   WE-TERM-ID ' '
                   WS-EVENT-NAME
                   DELIMITED BY SIZE INTO WS-INQ-LINE
               PERFORM STORE-LIST-LINE
           END-IF.

       LOAD-SECLOG-EVENTS.
           MOVE 2 TO WS-LIST-IDX.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT SECLOG-FILE.
           IF WS-SECLOG-STATUS = '00' OR WS-SECLOG-STATUS = '05'
               PERFORM UNTIL FILE-EOF
                   READ SECLOG-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF SL-USER-ID = WS-INQ-ID
                               PERFORM NOTE-SECLOG-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECLOG-FILE
           END-IF.

       NOTE-SECLOG-EVENT.
           MOVE SPACES TO WS-INQ-LINE.
           STRING SL-LOG-DATE ' '
               SL-LOG-TIME ' '
               SL-TERM-ID ' '
               SL-EVENT-CODE ' '
               SL-DETAIL
               DELIMITED BY SIZE INTO WS-INQ-LINE.
           PERFORM STORE-LIST-LINE.

       LOAD-OPEN-ALERTS.
           MOVE 3 TO WS-LIST-IDX.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT SECALERT-FILE.
           IF WS-ALERT-STATUS = '00' OR WS-ALERT-STATUS = '05'
               PERFORM UNTIL FILE-EOF
                   READ SECALERT-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF AL-STATUS-OPEN
                               AND AL-USER-ID = WS-INQ-ID
                               PERFORM NOTE-OPEN-ALERT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECALERT-FILE
           END-IF.

       NOTE-OPEN-ALERT.
           MOVE SPACES TO WS-INQ-LINE.
           STRING AL-ALERT-DATE ' '
               AL-ALERT-TYPE ' '
               AL-TERM-ID ' '
               AL-HOUR ' '
               AL-EVENT-COUNT
               DELIMITED BY SIZE INTO WS-INQ-LINE.
           PERFORM STORE-LIST-LINE.

       LOAD-JOURNAL-CHANGES.
           MOVE 4 TO WS-LIST-IDX.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT USRJRNL-FILE.
           IF WS-JRNL-STATUS = '00' OR WS-JRNL-STATUS = '05'
               PERFORM UNTIL FILE-EOF
                   READ USRJRNL-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF UJ-USER-ID = WS-INQ-ID
                               PERFORM NOTE-JOURNAL-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USRJRNL-FILE
           END-IF.

      *    Status and role before and after are positions 51 and
      *    52 of the USERS-RECORD images.
       NOTE-JOURNAL-CHANGE.
           MOVE SPACES TO WS-INQ-LINE.
           STRING UJ-LOG-DATE ' '
               UJ-LOG-TIME ' '
               UJ-SOURCE ' '
               UJ-CHANGED-BY ' '
               UJ-ACTION ' '
               UJ-BEFORE-IMAGE (51:1) '>' UJ-AFTER-IMAGE (51:1) ' '
               UJ-BEFORE-IMAGE (52:1) '>' UJ-AFTER-IMAGE (52:1)
               DELIMITED BY SIZE INTO WS-INQ-LINE.
           PERFORM STORE-LIST-LINE.

       STORE-LIST-LINE.
           MOVE WL-NEXT (WS-LIST-IDX) TO WS-LIST-POS.
           MOVE WS-INQ-LINE TO WL-LINE (WS-LIST-IDX, WS-LIST-POS).
           IF WL-COUNT (WS-LIST-IDX) < WL-MAX (WS-LIST-IDX)
               ADD 1 TO WL-COUNT (WS-LIST-IDX)
           END-IF.
           IF WS-LIST-POS = WL-MAX (WS-LIST-IDX)
               MOVE 1 TO WL-NEXT (WS-LIST-IDX)
           ELSE
               ADD 1 TO WL-NEXT (WS-LIST-IDX)
           END-IF.

       SHOW-PAGE.
           PERFORM CABECALHO.
           EVALUATE WS-PAGE
               WHEN 1
                   MOVE CT-INQ-PG-CADASTRO OF CURRENT-TEXT
                       TO WS-PAGE-TITLE
               WHEN 2
               WHEN 3
                   MOVE CT-INQ-PG-EVENTOS OF CURRENT-TEXT
                       TO WS-PAGE-TITLE
               WHEN 4
                   MOVE CT-INQ-PG-SECLOG OF CURRENT-TEXT
                       TO WS-PAGE-TITLE
               WHEN 5
                   MOVE CT-INQ-PG-ALERTAS OF CURRENT-TEXT
                       TO WS-PAGE-TITLE
               WHEN OTHER
                   MOVE CT-INQ-PG-JORNAL OF CURRENT-TEXT
                       TO WS-PAGE-TITLE
           END-EVALUATE.
           MOVE SPACES TO WS-INQ-LINE.
           STRING US-USER-ID ' '
               WS-PAGE-TITLE ' '
               CT-INQ-PAGINA OF CURRENT-TEXT
               WS-PAGE '/' WS-PAGE-COUNT
               DELIMITED BY SIZE INTO WS-INQ-LINE.
           DISPLAY (05, 01) WS-INQ-LINE.
           EVALUATE WS-PAGE
               WHEN 1
                   PERFORM SHOW-MASTER-PAGE
               WHEN 2
                   MOVE 1 TO WS-LIST-IDX
                   MOVE 1 TO WS-LIST-FIRST
                   PERFORM SHOW-LIST-PAGE
               WHEN 3
                   MOVE 1  TO WS-LIST-IDX
                   MOVE 11 TO WS-LIST-FIRST
                   PERFORM SHOW-LIST-PAGE
               WHEN OTHER
                   COMPUTE WS-LIST-IDX = WS-PAGE - 2
                   MOVE 1 TO WS-LIST-FIRST
                   PERFORM SHOW-LIST-PAGE
           END-EVALUATE.
           MOVE SPACE TO WS-NAV-KEY.
           DISPLAY (17, 01) CT-INQ-NAVEGA OF CURRENT-TEXT.
           ACCEPT (17, 40) WS-NAV-KEY.
           EVALUATE WS-NAV-KEY
               WHEN 'N'
               WHEN 'n'
               WHEN SPACE
                   IF WS-PAGE < WS-PAGE-COUNT
                       ADD 1 TO WS-PAGE
                   END-IF
               WHEN 'P'
               WHEN 'p'
                   IF WS-PAGE > 1
                       SUBTRACT 1 FROM WS-PAGE
                   END-IF
               WHEN '0'
                   MOVE 'Y' TO WS-PAGES-DONE
           END-EVALUATE.

       SHOW-MASTER-PAGE.
           DISPLAY (07, 01) CT-INQ-NOME OF CURRENT-TEXT.
           DISPLAY (07, 21) US-USER-NAME.
           DISPLAY (08, 01) CT-INQ-SITUACAO OF CURRENT-TEXT.
           DISPLAY (08, 21) US-USER-STATUS.
           DISPLAY (09, 01) CT-INQ-PERFIL OF CURRENT-TEXT.
           DISPLAY (09, 21) US-USER-ROLE.
           DISPLAY (10, 01) CT-INQ-SENHA-EXP OF CURRENT-TEXT.
           DISPLAY (10, 21) US-PWD-EXPIRE-DATE.
           MOVE SPACES TO WS-INQ-LINE.
           STRING US-AUDIT-DATE ' ' US-AUDIT-TIME ' ' US-AUDIT-USER
               DELIMITED BY SIZE INTO WS-INQ-LINE.
           DISPLAY (11, 01) CT-INQ-ALTERADO OF CURRENT-TEXT.
           DISPLAY (11, 21) WS-INQ-LINE.
           DISPLAY (13, 01) CT-INQ-HORARIO OF CURRENT-TEXT.
           IF SHIFT-FOUND
               MOVE SPACES TO WS-INQ-LINE
               STRING SH-WORK-DAYS ' '
                   SH-WINDOW-START '-' SH-WINDOW-END
                   DELIMITED BY SIZE INTO WS-INQ-LINE
               DISPLAY (13, 21) WS-INQ-LINE
           ELSE
               DISPLAY (13, 21) CT-INQ-SEM-HORARIO OF CURRENT-TEXT
           END-IF.
           DISPLAY (14, 01) CT-INQ-SESSAO OF CURRENT-TEXT.
           IF SESSION-FOUND
               MOVE SPACES TO WS-INQ-LINE
               STRING WS-SESSION-TERM ' '
                   WS-SESSION-DATE ' ' WS-SESSION-TIME
                   DELIMITED BY SIZE INTO WS-INQ-LINE
               DISPLAY (14, 21) WS-INQ-LINE
           ELSE
               DISPLAY (14, 21) CT-INQ-SEM-SESSAO OF CURRENT-TEXT
           END-IF.

      *    Newest first: the nth line back from the ring's next
      *    free slot, ten lines from WS-LIST-FIRST.
       SHOW-LIST-PAGE.
           MOVE 6 TO WS-SCREEN-LINE.
           IF WL-COUNT (WS-LIST-IDX) < WS-LIST-FIRST
               DISPLAY (07, 01) CT-INQ-NENHUM OF CURRENT-TEXT
           ELSE
               PERFORM VARYING WS-LIST-NTH FROM WS-LIST-FIRST BY 1
                   UNTIL WS-LIST-NTH > WL-COUNT (WS-LIST-IDX)
                       OR WS-LIST-NTH > WS-LIST-FIRST + 9
                   IF WL-NEXT (WS-LIST-IDX) > WS-LIST-NTH
                       COMPUTE WS-LIST-POS =
                           WL-NEXT (WS-LIST-IDX) - WS-LIST-NTH
                   ELSE
                       COMPUTE WS-LIST-POS = WL-MAX (WS-LIST-IDX)
                           + WL-NEXT (WS-LIST-IDX) - WS-LIST-NTH
                   END-IF
                   ADD 1 TO WS-SCREEN-LINE
                   DISPLAY (WS-SCREEN-LINE, 01)
                       WL-LINE (WS-LIST-IDX, WS-LIST-POS)
               END-PERFORM
           END-IF.

       DISPLAY-SCREENS SECTION.
       CABECALHO.
           DISPLAY CLEAR-SCREEN.
           DISPLAY (01, 01) LINHA-SEPARACAO.
           DISPLAY (02, 01) CT-TIT-OPRINQ OF CURRENT-TEXT.
           DISPLAY (03, 01) LINHA-SEPARACAO.
           DISPLAY (04, 01) LINHA-EM-BRANCO.
