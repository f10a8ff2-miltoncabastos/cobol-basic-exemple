       IDENTIFICATION DIVISION.
       PROGRAM-ID.           CHGAPRV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PENDCHG-FILE ASSIGN TO "PENDCHG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT USERS-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-USERS-STATUS.
           SELECT OPTIONAL USRJRNL-FILE ASSIGN TO "USRJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT OPTIONAL DELEG-FILE ASSIGN TO "DELEG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-KEY
               FILE STATUS IS WS-DELEG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PENDCHG-FILE.
       COPY PENDREC.

       FD  USERS-FILE.
       COPY USERSREC.

       FD  USRJRNL-FILE.
       COPY USRJRNREC.

       FD  DELEG-FILE.
       COPY DELEGREC.

       WORKING-STORAGE SECTION.
       COPY LANGTXT.

       01 WS-LANG-CODE                  PIC X(2)    VALUE 'PT'.
       01 WS-PEND-STATUS                PIC XX      VALUE SPACES.
       01 WS-USERS-STATUS               PIC XX      VALUE SPACES.
       01 WS-JRNL-STATUS                PIC XX      VALUE SPACES.
       01 WS-DELEG-STATUS               PIC XX      VALUE SPACES.
       01 WS-PEND-EOF                   PIC X       VALUE 'N'.
           88 PEND-EOF                              VALUE 'Y'.
       01 WS-DONE-FLAG                  PIC X       VALUE 'N'.
           88 REVIEW-DONE                           VALUE 'Y'.
       01 WS-FOUND-FLAG                 PIC X       VALUE 'N'.
           88 REQUEST-FOUND                         VALUE 'Y'.
       01 WS-USER-FOUND                 PIC X       VALUE 'N'.
           88 USER-FOUND                            VALUE 'Y'.
       01 WS-EXPIRED-FLAG               PIC X       VALUE 'N'.
           88 REQUEST-EXPIRED                       VALUE 'Y'.
       01 WS-APPLY-RESULT               PIC X       VALUE SPACES.
           88 CHANGE-APPLIED                        VALUE 'A'.
           88 CHANGE-STALE                          VALUE 'F'.
           88 FILE-UNAVAILABLE                      VALUE 'U'.
       01 WS-DECISION                   PIC X       VALUE SPACES.
           88 DECISION-APPROVE                      VALUE 'A'.
           88 DECISION-REJECT                       VALUE 'R'.
       01 WS-DECISION-NOTE              PIC X(30)   VALUE SPACES.
       01 WS-PEND-COUNT                 PIC 9(3)    VALUE 0.
       01 WS-PEND-SEEN                  PIC 9(3)    VALUE 0.
       01 WS-PICK-NUMBER                PIC 9(3)    VALUE 0.
       01 WS-LIST-NUMBER                PIC 9(3)    VALUE 0.
       01 WS-SCREEN-LINE                PIC 9(2)    VALUE 0.
       01 WS-MAX-SCREEN-LINE            PIC 9(2)    VALUE 15.
       01 WS-MAX-AGE-HOURS              PIC 9(2)    VALUE 48.
       01 WS-NOW-DATE                   PIC X(8)    VALUE SPACES.
       01 WS-NOW-TIME                   PIC X(8)    VALUE SPACES.
       01 WS-TIME-WORK                  PIC X(8)    VALUE SPACES.
       01 WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           05 TP-HH                     PIC 9(2).
           05 TP-MM                     PIC 9(2).
           05 TP-SS                     PIC 9(2).
           05 TP-CC                     PIC 9(2).
       01 WS-TIME-SECS                  PIC 9(7)    VALUE 0.
       01 WS-NOW-SECS                   PIC 9(7)    VALUE 0.
       01 WS-REQ-SECS                   PIC 9(7)    VALUE 0.
       01 WS-REQ-DATE-N                 PIC 9(8)    VALUE 0.
       01 WS-NOW-DATE-N                 PIC 9(8)    VALUE 0.
       01 WS-AGE-SECS                   PIC S9(9)   VALUE 0.
       01 WS-BEFORE-IMAGE               PIC X(94)   VALUE SPACES.
       01 WS-JRNL-ACTION                PIC X       VALUE SPACES.
       01 WS-JRNL-DATE                  PIC X(8)    VALUE SPACES.
       01 WS-JRNL-TIME                  PIC X(8)    VALUE SPACES.
       01 WS-PEND-LINE                  PIC X(79)   VALUE SPACES.
       01 WS-PAUSE                      PIC X.

       01 WS-BEFORE-AREA                PIC X(94)   VALUE SPACES.
       01 WS-BEFORE-REC REDEFINES WS-BEFORE-AREA.
           05 WB-USER-ID                PIC X(10).
           05 WB-USER-NAME              PIC X(40).
           05 WB-USER-STATUS            PIC X.
           05 WB-USER-ROLE              PIC X.
           05 WB-PASSWORD               PIC X(8).
           05 WB-PWD-EXPIRE-DATE        PIC X(8).
           05 WB-AUDIT-USER             PIC X(10).
           05 WB-AUDIT-DATE             PIC X(8).
           05 WB-AUDIT-TIME             PIC X(8).
       01 WS-AFTER-AREA                 PIC X(94)   VALUE SPACES.
       01 WS-AFTER-REC REDEFINES WS-AFTER-AREA.
           05 WA-USER-ID                PIC X(10).
           05 WA-USER-NAME              PIC X(40).
           05 WA-USER-STATUS            PIC X.
           05 WA-USER-ROLE              PIC X.
           05 WA-PASSWORD               PIC X(8).
           05 WA-PWD-EXPIRE-DATE        PIC X(8).
           05 WA-AUDIT-USER             PIC X(10).
           05 WA-AUDIT-DATE             PIC X(8).
           05 WA-AUDIT-TIME             PIC X(8).

       01 CABECALHOS.
           02 LINHA-EM-BRANCO           PIC X(30)   VALUE SPACES.
           02 LINHA-SEPARACAO           PIC X(30)   VALUE ALL '*'.

       LINKAGE SECTION.
       01 LK-OPER-ID                    PIC X(10).

       SCREEN SECTION.
       01 CLEAR-SCREEN.
           02 BLANK SCREEN.

       PROCEDURE DIVISION USING LK-OPER-ID.
       CHGAPRV-MAIN.
           PERFORM GET-LANGUAGE-CODE.
           PERFORM SELECT-LANGUAGE-TEXT.
           MOVE 'N' TO WS-DONE-FLAG.
           PERFORM REVIEW-LOOP
               UNTIL REVIEW-DONE.
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

       REVIEW-LOOP.
           PERFORM CABECALHO.
           PERFORM LIST-PENDING-CHANGES.
           IF WS-PEND-COUNT = 0
               DISPLAY (06, 01) CT-APR-NENHUM OF CURRENT-TEXT
               DISPLAY (17, 01) CT-PAUSA-MENU OF CURRENT-TEXT
               ACCEPT (17, 40) WS-PAUSE
               MOVE 'Y' TO WS-DONE-FLAG
           ELSE
               MOVE 0 TO WS-PICK-NUMBER
               DISPLAY (17, 01) CT-APR-PROMPT-NR OF CURRENT-TEXT
               ACCEPT (17, 31) WS-PICK-NUMBER
               IF WS-PICK-NUMBER = 0
                   MOVE 'Y' TO WS-DONE-FLAG
               ELSE
                   IF WS-PICK-NUMBER > WS-PEND-COUNT
                       DISPLAY (21, 01) CT-ALR-INVALIDO
                           OF CURRENT-TEXT
                       DISPLAY (22, 01) CT-PAUSA-MENU
                           OF CURRENT-TEXT
                       ACCEPT (22, 40) WS-PAUSE
                   ELSE
                       PERFORM DECIDE-CHANGE
                   END-IF
               END-IF
           END-IF.

      *    Requests left pending for more than 48 hours are marked
      *    expired as the list is built and are not shown.
       LIST-PENDING-CHANGES.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE 'N' TO WS-PEND-EOF.
           MOVE 0   TO WS-PEND-COUNT.
           MOVE 5   TO WS-SCREEN-LINE.
           DISPLAY (05, 01) CT-APR-CABECALHO OF CURRENT-TEXT.
           OPEN I-O PENDCHG-FILE.
           IF WS-PEND-STATUS = '00' OR WS-PEND-STATUS = '05'
               PERFORM UNTIL PEND-EOF
                   READ PENDCHG-FILE
                       AT END
                           MOVE 'Y' TO WS-PEND-EOF
                       NOT AT END
                           IF PC-STATUS-PENDING
                               PERFORM CHECK-REQUEST-AGE
                               IF REQUEST-EXPIRED
                                   PERFORM MARK-REQUEST-EXPIRED
                               ELSE
                                   ADD 1 TO WS-PEND-COUNT
                                   PERFORM LIST-ONE-REQUEST
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDCHG-FILE
           ELSE
               DISPLAY (06, 01) CT-PENDCHG-INDISP OF CURRENT-TEXT
           END-IF.

       LIST-ONE-REQUEST.
           IF WS-SCREEN-LINE < WS-MAX-SCREEN-LINE
               ADD 1 TO WS-SCREEN-LINE
               MOVE WS-PEND-COUNT TO WS-LIST-NUMBER
               PERFORM BUILD-REQUEST-LINE
               DISPLAY (WS-SCREEN-LINE, 01) WS-PEND-LINE
           END-IF.

      *    Role and status before and after for changes to the
      *    operator record; role and last day for a delegation.
       BUILD-REQUEST-LINE.
           MOVE SPACES TO WS-PEND-LINE.
           IF PC-TYPE-DELEGATION
               MOVE PC-AFTER-IMAGE TO DELEGATION-RECORD
               STRING WS-LIST-NUMBER ' '
                   PC-CHANGE-TYPE ' '
                   PC-USER-ID ' '
                   PC-REQ-BY ' '
                   PC-REQ-DATE ' '
                   DG-ROLE '   '
                   DG-TO-DATE
                   DELIMITED BY SIZE INTO WS-PEND-LINE
           ELSE
               MOVE PC-BEFORE-IMAGE TO WS-BEFORE-AREA
               MOVE PC-AFTER-IMAGE  TO WS-AFTER-AREA
               STRING WS-LIST-NUMBER ' '
                   PC-CHANGE-TYPE ' '
                   PC-USER-ID ' '
                   PC-REQ-BY ' '
                   PC-REQ-DATE ' '
                   WB-USER-ROLE '>' WA-USER-ROLE ' '
                   WB-USER-STATUS '>' WA-USER-STATUS
                   DELIMITED BY SIZE INTO WS-PEND-LINE
           END-IF.

       CHECK-REQUEST-AGE.
           MOVE 'N' TO WS-EXPIRED-FLAG.
           IF PC-REQ-DATE IS NUMERIC AND WS-NOW-DATE IS NUMERIC
               MOVE PC-REQ-TIME TO WS-TIME-WORK
               PERFORM COMPUTE-TIME-SECS
               MOVE WS-TIME-SECS TO WS-REQ-SECS
               MOVE WS-NOW-TIME TO WS-TIME-WORK
               PERFORM COMPUTE-TIME-SECS
               MOVE WS-TIME-SECS TO WS-NOW-SECS
               MOVE PC-REQ-DATE TO WS-REQ-DATE-N
               MOVE WS-NOW-DATE TO WS-NOW-DATE-N
               COMPUTE WS-AGE-SECS =
                   (FUNCTION INTEGER-OF-DATE (WS-NOW-DATE-N)
                   - FUNCTION INTEGER-OF-DATE (WS-REQ-DATE-N))
                   * 86400 + WS-NOW-SECS - WS-REQ-SECS
               IF WS-AGE-SECS > WS-MAX-AGE-HOURS * 3600
                   MOVE 'Y' TO WS-EXPIRED-FLAG
               END-IF
           END-IF.

       COMPUTE-TIME-SECS.
           IF WS-TIME-WORK IS NUMERIC
               COMPUTE WS-TIME-SECS =
                   (TP-HH * 3600) + (TP-MM * 60) + TP-SS
           ELSE
               MOVE 0 TO WS-TIME-SECS
           END-IF.

       MARK-REQUEST-EXPIRED.
           MOVE 'E'         TO PC-STATUS.
           MOVE 'SISTEMA'   TO PC-DECIDED-BY.
           MOVE WS-NOW-DATE TO PC-DECIDED-DATE.
           MOVE WS-NOW-TIME TO PC-DECIDED-TIME.
           REWRITE PENDING-CHANGE-RECORD.

      *    The request picked is shown again on its own before the
      *    decision, so the admin sees exactly what is approved.
      *    Nobody decides a request they made or one that changes
      *    their own record.
       DECIDE-CHANGE.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE 'N' TO WS-PEND-EOF.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 0   TO WS-PEND-SEEN.
           OPEN I-O PENDCHG-FILE.
           IF WS-PEND-STATUS = '00'
               PERFORM UNTIL PEND-EOF OR REQUEST-FOUND
                   READ PENDCHG-FILE
                       AT END
                           MOVE 'Y' TO WS-PEND-EOF
                       NOT AT END
                           IF PC-STATUS-PENDING
                               ADD 1 TO WS-PEND-SEEN
                               IF WS-PEND-SEEN = WS-PICK-NUMBER
                                   MOVE 'Y' TO WS-FOUND-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF REQUEST-FOUND
                   PERFORM DECIDE-ONE-REQUEST
               ELSE
                   DISPLAY (21, 01) CT-ALR-INVALIDO OF CURRENT-TEXT
               END-IF
               CLOSE PENDCHG-FILE
           ELSE
               DISPLAY (21, 01) CT-PENDCHG-INDISP OF CURRENT-TEXT
           END-IF.
           DISPLAY (22, 01) CT-PAUSA-MENU OF CURRENT-TEXT.
           ACCEPT (22, 40) WS-PAUSE.

       DECIDE-ONE-REQUEST.
           MOVE WS-PICK-NUMBER TO WS-LIST-NUMBER.
           PERFORM BUILD-REQUEST-LINE.
           DISPLAY (18, 01) WS-PEND-LINE.
           PERFORM CHECK-REQUEST-AGE.
           EVALUATE TRUE
               WHEN REQUEST-EXPIRED
                   PERFORM MARK-REQUEST-EXPIRED
                   DISPLAY (21, 01) CT-APR-EXPIRADA OF CURRENT-TEXT
               WHEN PC-REQ-BY = LK-OPER-ID
                   DISPLAY (21, 01) CT-APR-PROPRIO-PEDIDO
                       OF CURRENT-TEXT
               WHEN PC-USER-ID = LK-OPER-ID
                   DISPLAY (21, 01) CT-APR-PROPRIO-CADASTRO
                       OF CURRENT-TEXT
               WHEN OTHER
                   PERFORM GET-DECISION
           END-EVALUATE.

       GET-DECISION.
           MOVE SPACES TO WS-DECISION.
           DISPLAY (19, 01) CT-APR-PROMPT-DECISAO OF CURRENT-TEXT.
           ACCEPT (19, 31) WS-DECISION.
           IF DECISION-APPROVE OR DECISION-REJECT
               MOVE SPACES TO WS-DECISION-NOTE
               DISPLAY (20, 01) CT-ALR-PROMPT-NOTA OF CURRENT-TEXT
               ACCEPT (20, 31) WS-DECISION-NOTE
               IF DECISION-APPROVE
                   PERFORM APPLY-PENDING-CHANGE
               ELSE
                   MOVE 'R' TO PC-STATUS
                   PERFORM RECORD-DECISION
                   DISPLAY (21, 01) CT-APR-REJEITADA OF CURRENT-TEXT
               END-IF
           ELSE
               DISPLAY (21, 01) CT-APR-DECISAO-INVALIDA
                   OF CURRENT-TEXT
           END-IF.

      *    A request that can no longer be applied is closed as
      *    failed; one whose master file is unavailable is left
      *    pending for another try.
       APPLY-PENDING-CHANGE.
           MOVE SPACES TO WS-APPLY-RESULT.
           IF PC-TYPE-DELEGATION
               PERFORM APPLY-DELEGATION
           ELSE
               PERFORM APPLY-USER-CHANGE
           END-IF.
           EVALUATE TRUE
               WHEN CHANGE-APPLIED
                   MOVE 'A' TO PC-STATUS
                   PERFORM RECORD-DECISION
                   DISPLAY (21, 01) CT-APR-APLICADA OF CURRENT-TEXT
               WHEN CHANGE-STALE
                   MOVE 'F' TO PC-STATUS
                   PERFORM RECORD-DECISION
                   DISPLAY (21, 01) CT-APR-FALHOU OF CURRENT-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RECORD-DECISION.
           MOVE LK-OPER-ID       TO PC-DECIDED-BY.
           MOVE WS-NOW-DATE      TO PC-DECIDED-DATE.
           MOVE WS-NOW-TIME      TO PC-DECIDED-TIME.
           MOVE WS-DECISION-NOTE TO PC-DECISION-NOTE.
           REWRITE PENDING-CHANGE-RECORD.

      *    Only the fields the request is about are carried over
      *    to the current record, and only if what it was based
      *    on has not changed since. The name asked for in a role
      *    change is kept only while the name is still the one the
      *    request saw.
       APPLY-USER-CHANGE.
           OPEN I-O USERS-FILE.
           IF WS-USERS-STATUS NOT = '00'
               MOVE 'U' TO WS-APPLY-RESULT
               DISPLAY (21, 01) CT-SISTEMA-INDISP OF CURRENT-TEXT
           ELSE
               MOVE PC-BEFORE-IMAGE TO WS-BEFORE-AREA
               MOVE PC-AFTER-IMAGE  TO WS-AFTER-AREA
               PERFORM READ-TARGET-OPERATOR
               IF PC-TYPE-ADD
                   PERFORM APPLY-ADD-OPERATOR
               ELSE
                   PERFORM APPLY-OPERATOR-UPDATE
               END-IF
               CLOSE USERS-FILE
           END-IF.

       READ-TARGET-OPERATOR.
           MOVE 'N'    TO WS-USER-FOUND.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE PC-USER-ID TO US-USER-ID.
           READ USERS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-USER-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-USER-FOUND
                   MOVE USERS-RECORD TO WS-BEFORE-IMAGE
           END-READ.

       APPLY-ADD-OPERATOR.
           IF USER-FOUND
               MOVE 'F' TO WS-APPLY-RESULT
           ELSE
               MOVE WS-AFTER-AREA TO USERS-RECORD
               PERFORM STAMP-AUDIT
               WRITE USERS-RECORD
                   INVALID KEY
                       MOVE 'F' TO WS-APPLY-RESULT
                   NOT INVALID KEY
                       MOVE 'A' TO WS-APPLY-RESULT
                       MOVE 'A' TO WS-JRNL-ACTION
                       PERFORM WRITE-USER-JOURNAL
               END-WRITE
           END-IF.

       APPLY-OPERATOR-UPDATE.
           MOVE 'A' TO WS-APPLY-RESULT.
           IF NOT USER-FOUND
               MOVE 'F' TO WS-APPLY-RESULT
           ELSE
               IF PC-TYPE-ROLE
                   IF US-USER-ROLE NOT = WB-USER-ROLE
                       MOVE 'F' TO WS-APPLY-RESULT
                   ELSE
                       IF US-USER-NAME = WB-USER-NAME
                           MOVE WA-USER-NAME TO US-USER-NAME
                       END-IF
                       MOVE WA-USER-ROLE TO US-USER-ROLE
                   END-IF
               ELSE
                   IF US-USER-STATUS NOT = WB-USER-STATUS
                       MOVE 'F' TO WS-APPLY-RESULT
                   ELSE
                       MOVE WA-USER-STATUS     TO US-USER-STATUS
                       MOVE WA-PASSWORD        TO US-PASSWORD
                       MOVE WA-PWD-EXPIRE-DATE TO US-PWD-EXPIRE-DATE
                   END-IF
               END-IF
           END-IF.
           IF CHANGE-APPLIED
               PERFORM STAMP-AUDIT
               REWRITE USERS-RECORD
                   INVALID KEY
                       MOVE 'F' TO WS-APPLY-RESULT
                   NOT INVALID KEY
                       MOVE 'C' TO WS-JRNL-ACTION
                       PERFORM WRITE-USER-JOURNAL
               END-REWRITE
           END-IF.

      *    A delegation that has already ended is not recorded.
       APPLY-DELEGATION.
           OPEN I-O DELEG-FILE.
           IF WS-DELEG-STATUS NOT = '00' AND WS-DELEG-STATUS NOT = '05'
               MOVE 'U' TO WS-APPLY-RESULT
               DISPLAY (21, 01) CT-DELEG-INDISP OF CURRENT-TEXT
           ELSE
               MOVE PC-AFTER-IMAGE TO DELEGATION-RECORD
               IF DG-TO-DATE < WS-NOW-DATE
                   MOVE 'F' TO WS-APPLY-RESULT
               ELSE
                   MOVE LK-OPER-ID  TO DG-AUDIT-USER
                   MOVE WS-NOW-DATE TO DG-AUDIT-DATE
                   MOVE WS-NOW-TIME TO DG-AUDIT-TIME
                   WRITE DELEGATION-RECORD
                       INVALID KEY
                           REWRITE DELEGATION-RECORD
                       END-REWRITE
                   END-WRITE
                   MOVE 'A' TO WS-APPLY-RESULT
               END-IF
               CLOSE DELEG-FILE
           END-IF.

       STAMP-AUDIT.
           MOVE LK-OPER-ID  TO US-AUDIT-USER.
           MOVE WS-NOW-DATE TO US-AUDIT-DATE.
           MOVE WS-NOW-TIME TO US-AUDIT-TIME.

      *    The journal names the requester as the one who made the
      *    change and this admin as the one who approved it.
       WRITE-USER-JOURNAL.
           OPEN EXTEND USRJRNL-FILE.
           IF WS-JRNL-STATUS = '00' OR WS-JRNL-STATUS = '05'
               ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JRNL-TIME FROM TIME
               MOVE WS-JRNL-DATE    TO UJ-LOG-DATE
               MOVE WS-JRNL-TIME    TO UJ-LOG-TIME
               MOVE US-USER-ID      TO UJ-USER-ID
               MOVE PC-SOURCE       TO UJ-SOURCE
               MOVE PC-REQ-BY       TO UJ-CHANGED-BY
               MOVE LK-OPER-ID      TO UJ-APPROVED-BY
               MOVE WS-JRNL-ACTION  TO UJ-ACTION
               MOVE WS-BEFORE-IMAGE TO UJ-BEFORE-IMAGE
               MOVE USERS-RECORD    TO UJ-AFTER-IMAGE
               WRITE USER-JOURNAL-RECORD
               CLOSE USRJRNL-FILE
           END-IF.

       DISPLAY-SCREENS SECTION.
       CABECALHO.
           DISPLAY CLEAR-SCREEN.
           DISPLAY (01, 01) LINHA-SEPARACAO.
           DISPLAY (02, 01) CT-TIT-CHGAPRV OF CURRENT-TEXT.
           DISPLAY (03, 01) LINHA-SEPARACAO.
           DISPLAY (04, 01) LINHA-EM-BRANCO.
