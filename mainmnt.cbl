               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-USER-ID
               FILE STATUS IS WS-SHIFT-STATUS.
           SELECT OPTIONAL DELEG-FILE ASSIGN TO "DELEG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-KEY
               FILE STATUS IS WS-DELEG-STATUS.
           SELECT OPTIONAL PENDCHG-FILE ASSIGN TO "PENDCHG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT OPTIONAL TERMINAL-FILE ASSIGN TO "TERMINAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERM-ID
               FILE STATUS IS WS-TERMINAL-STATUS.

       DATA DIVISION.

       FD  SHIFT-FILE.
       COPY SHIFTREC.

       FD  DELEG-FILE.
       COPY DELEGREC.

       FD  PENDCHG-FILE.
       COPY PENDREC.

       FD  TERMINAL-FILE.
       COPY TERMREC.

       WORKING-STORAGE SECTION.
       COPY LANGTXT.

           05 WS-END-HH                 PIC 9(2).
           05 WS-END-MM                 PIC 9(2).
           05 WS-END-SS                 PIC 9(2).
       01 WS-DELEG-STATUS               PIC XX      VALUE SPACES.
       01 WS-DELEG-EOF                  PIC X       VALUE 'N'.
           88 DELEG-EOF                             VALUE 'Y'.
       01 WS-DELEG-VALID                PIC X       VALUE 'N'.
           88 DELEGATION-VALID                      VALUE 'Y'.
       01 WS-DELEG-ROLE                 PIC X       VALUE SPACES.
           88 DELEG-ROLE-VALID                      VALUE '2' '3'.
       01 WS-DELEG-FROM                 PIC X(8)    VALUE SPACES.
       01 WS-FROM-PARTS REDEFINES WS-DELEG-FROM.
           05 WS-FROM-YYYY              PIC 9(4).
           05 WS-FROM-MM                PIC 9(2).
           05 WS-FROM-DD                PIC 9(2).
       01 WS-DELEG-TO                   PIC X(8)    VALUE SPACES.
       01 WS-TO-PARTS REDEFINES WS-DELEG-TO.
           05 WS-TO-YYYY                PIC 9(4).
           05 WS-TO-MM                  PIC 9(2).
           05 WS-TO-DD                  PIC 9(2).
       01 WS-DELEG-REASON               PIC X(30)   VALUE SPACES.
       01 WS-DELEG-COUNT                PIC 9(3)    VALUE 0.
       01 WS-PEND-STATUS                PIC XX      VALUE SPACES.
       01 WS-PEND-TYPE                  PIC X(8)    VALUE SPACES.
       01 WS-PEND-IMAGE                 PIC X(94)   VALUE SPACES.
       01 WS-MSG-LINE                   PIC 9(2)    VALUE 9.
       01 WS-TERMINAL-STATUS            PIC XX      VALUE SPACES.
       01 WS-TERM-ID                    PIC X(8)    VALUE SPACES.
       01 WS-TERM-LOCATION              PIC X(10)   VALUE SPACES.
       01 WS-TERM-DESC                  PIC X(30)   VALUE SPACES.
       01 WS-TERM-STATE                 PIC X       VALUE SPACES.
           88 TERM-STATE-VALID                      VALUE 'A' 'C'.
       01 WS-TERM-ROLE                  PIC X       VALUE SPACES.
           88 TERM-ROLE-VALID                       VALUE '1' '2' '3'.
       01 WS-TERM-FOUND                 PIC X       VALUE 'N'.
           88 TERMINAL-FOUND                        VALUE 'Y'.
       01 WS-TERM-SAVED                 PIC X       VALUE 'N'.
           88 TERMINAL-SAVED                        VALUE 'Y'.
       01 WS-PAUSE                      PIC X.

       01 CABECALHOS.
           DISPLAY (07, 01) CT-MNT-MENU-3 OF CURRENT-TEXT.
           DISPLAY (08, 01) CT-MNT-MENU-4 OF CURRENT-TEXT.
           DISPLAY (09, 01) CT-MNT-MENU-5 OF CURRENT-TEXT.
           DISPLAY (10, 01) CT-MNT-MENU-6 OF CURRENT-TEXT.
           DISPLAY (11, 01) CT-MNT-MENU-7 OF CURRENT-TEXT.
           DISPLAY (12, 01) CT-MNT-MENU-8 OF CURRENT-TEXT.
           DISPLAY (13, 01) CT-MNT-MENU-0 OF CURRENT-TEXT.
           DISPLAY (14, 01) CT-OPCAO OF CURRENT-TEXT.
           ACCEPT (14, 09) WS-MAINT-OPTION.
           EVALUATE WS-MAINT-OPTION
               WHEN 1
                   PERFORM CABECALHO
               WHEN 5
                   PERFORM CABECALHO
                   PERFORM MAINTAIN-SCHEDULE
               WHEN 6
                   PERFORM CABECALHO
                   PERFORM MAINTAIN-DELEGATION
               WHEN 7
                   PERFORM CLOSE-USERS-FILE
                   CALL 'CHGAPRV' USING LK-OPER-ID
                   PERFORM OPEN-USERS-FILE
                   IF SYSTEM-UNAVAILABLE
                       MOVE 0 TO WS-MAINT-OPTION
                   END-IF
               WHEN 8
                   PERFORM CABECALHO
                   PERFORM MAINTAIN-TERMINAL
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY (15, 01) CT-OPCAO-INVALIDA OF CURRENT-TEXT
                   PERFORM PAUSE-SCREEN
           END-EVALUATE.

                               MOVE WS-MAINT-ROLE TO US-USER-ROLE
                               PERFORM SET-TEMP-PASSWORD
                               PERFORM STAMP-AUDIT
                               MOVE 'INCLUI' TO WS-PEND-TYPE
                               PERFORM QUEUE-USER-CHANGE
                           END-IF
                       END-IF
                   END-IF
                           DISPLAY (09, 01) CT-MNT-PERFIL-INVALIDO
                               OF CURRENT-TEXT
                       ELSE
                           IF WS-MAINT-ROLE = '3'
                               AND NOT US-ROLE-ADMIN
                               MOVE WS-MAINT-NAME TO US-USER-NAME
                               MOVE WS-MAINT-ROLE TO US-USER-ROLE
                               PERFORM STAMP-AUDIT
                               MOVE 'PERFIL' TO WS-PEND-TYPE
                               PERFORM QUEUE-USER-CHANGE
                           ELSE
                               PERFORM APPLY-OPERATOR-CHANGE
                           END-IF
                       END-IF
                   END-IF
           END-IF.
           PERFORM PAUSE-SCREEN.

       APPLY-OPERATOR-CHANGE.
           MOVE WS-MAINT-NAME TO US-USER-NAME.
           MOVE WS-MAINT-ROLE TO US-USER-ROLE.
           PERFORM STAMP-AUDIT.
           PERFORM REWRITE-OPERATOR.
           IF WS-USERS-STATUS = '00'
               DISPLAY (09, 01) CT-MNT-ALTERADO OF CURRENT-TEXT
               MOVE 'C' TO WS-JRNL-ACTION
               PERFORM WRITE-USER-JOURNAL
           END-IF.

       DEACTIVATE-OPERATOR.
           PERFORM GET-MAINT-ID.
           IF WS-MAINT-ID NOT = SPACES
                       DISPLAY (09, 01) CT-SENHA-BRANCO
                           OF CURRENT-TEXT
                   ELSE
                       IF US-STATUS-ACTIVE
                           MOVE 'SENHA'   TO WS-PEND-TYPE
                       ELSE
                           MOVE 'REATIVA' TO WS-PEND-TYPE
                       END-IF
                       MOVE 'A' TO US-USER-STATUS
                       PERFORM SET-TEMP-PASSWORD
                       PERFORM STAMP-AUDIT
                       PERFORM QUEUE-USER-CHANGE
                   END-IF
               END-IF
           END-IF.
               DISPLAY (09, 01) CT-SHIFT-INDISP OF CURRENT-TEXT
           END-IF.

      *    A blank role withdraws the operator's active
      *    delegations; otherwise a new delegation is recorded,
      *    replacing one with the same first day.
       MAINTAIN-DELEGATION.
           PERFORM GET-MAINT-ID.
           IF WS-MAINT-ID NOT = SPACES
               PERFORM LOOKUP-OPERATOR
               IF USER-NOT-FOUND
                   DISPLAY (10, 01) CT-NAO-CADASTRADO OF CURRENT-TEXT
               ELSE
                   MOVE SPACES TO WS-DELEG-ROLE
                   DISPLAY (06, 01) CT-MNT-PROMPT-DELEG
                       OF CURRENT-TEXT
                   ACCEPT (06, 31) WS-DELEG-ROLE
                   IF WS-DELEG-ROLE = SPACES
                       PERFORM CANCEL-DELEGATIONS
                   ELSE
                       PERFORM GET-DELEGATION-DATA
                       PERFORM VALIDATE-DELEGATION
                       IF NOT DELEGATION-VALID
                           DISPLAY (10, 01) CT-MNT-DELEG-INVALIDA
                               OF CURRENT-TEXT
                       ELSE
                           IF WS-DELEG-ROLE = '3'
                               PERFORM QUEUE-DELEGATION
                           ELSE
                               PERFORM SAVE-DELEGATION
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM PAUSE-SCREEN.

       GET-DELEGATION-DATA.
           MOVE SPACES TO WS-DELEG-FROM.
           DISPLAY (07, 01) CT-MNT-PROMPT-DE OF CURRENT-TEXT.
           ACCEPT (07, 31) WS-DELEG-FROM.
           MOVE SPACES TO WS-DELEG-TO.
           DISPLAY (08, 01) CT-MNT-PROMPT-ATE OF CURRENT-TEXT.
           ACCEPT (08, 31) WS-DELEG-TO.
           MOVE SPACES TO WS-DELEG-REASON.
           DISPLAY (09, 01) CT-MNT-PROMPT-MOTIVO OF CURRENT-TEXT.
           ACCEPT (09, 31) WS-DELEG-REASON.

       VALIDATE-DELEGATION.
           MOVE 'Y' TO WS-DELEG-VALID.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           IF NOT DELEG-ROLE-VALID
               OR WS-DELEG-ROLE NOT > US-USER-ROLE
               OR WS-DELEG-REASON = SPACES
               MOVE 'N' TO WS-DELEG-VALID
           END-IF.
           IF WS-DELEG-FROM IS NOT NUMERIC
               OR WS-DELEG-TO IS NOT NUMERIC
               MOVE 'N' TO WS-DELEG-VALID
           ELSE
               IF WS-FROM-MM < 1 OR WS-FROM-MM > 12
                   OR WS-FROM-DD < 1 OR WS-FROM-DD > 31
                   OR WS-TO-MM < 1 OR WS-TO-MM > 12
                   OR WS-TO-DD < 1 OR WS-TO-DD > 31
                   OR WS-DELEG-TO < WS-DELEG-FROM
                   OR WS-DELEG-TO < WS-AUDIT-DATE
                   MOVE 'N' TO WS-DELEG-VALID
               END-IF
           END-IF.

       BUILD-DELEGATION-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE SPACES          TO DELEGATION-RECORD.
           MOVE WS-MAINT-ID     TO DG-USER-ID.
           MOVE WS-DELEG-FROM   TO DG-FROM-DATE.
           MOVE WS-DELEG-TO     TO DG-TO-DATE.
           MOVE WS-DELEG-ROLE   TO DG-ROLE.
           MOVE 'A'             TO DG-STATUS.
           MOVE WS-DELEG-REASON TO DG-REASON.
           MOVE LK-OPER-ID      TO DG-AUDIT-USER.
           MOVE WS-AUDIT-DATE   TO DG-AUDIT-DATE.
           MOVE WS-AUDIT-TIME   TO DG-AUDIT-TIME.

      *    An admin delegation grants role '3' and waits for a
      *    second admin like any other grant of that role.
       QUEUE-DELEGATION.
           PERFORM BUILD-DELEGATION-RECORD.
           MOVE DELEGATION-RECORD TO WS-PEND-IMAGE.
           MOVE 'DELEGA'          TO WS-PEND-TYPE.
           MOVE 10                TO WS-MSG-LINE.
           PERFORM QUEUE-PENDING-CHANGE.
           MOVE 9                 TO WS-MSG-LINE.

       SAVE-DELEGATION.
           OPEN I-O DELEG-FILE.
           IF WS-DELEG-STATUS = '00' OR WS-DELEG-STATUS = '05'
               PERFORM BUILD-DELEGATION-RECORD
               WRITE DELEGATION-RECORD
                   INVALID KEY
                       REWRITE DELEGATION-RECORD
                   END-REWRITE
               END-WRITE
               CLOSE DELEG-FILE
               DISPLAY (10, 01) CT-MNT-DELEG-GRAVADA
                   OF CURRENT-TEXT
           ELSE
               DISPLAY (10, 01) CT-DELEG-INDISP OF CURRENT-TEXT
           END-IF.

       CANCEL-DELEGATIONS.
           MOVE 0 TO WS-DELEG-COUNT.
           OPEN I-O DELEG-FILE.
           IF WS-DELEG-STATUS = '00' OR WS-DELEG-STATUS = '05'
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-TIME FROM TIME
               MOVE 'N'         TO WS-DELEG-EOF
               MOVE WS-MAINT-ID TO DG-USER-ID
               MOVE LOW-VALUES  TO DG-FROM-DATE
               START DELEG-FILE KEY IS NOT LESS THAN DG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-DELEG-EOF
               END-START
               PERFORM UNTIL DELEG-EOF
                   READ DELEG-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DELEG-EOF
                       NOT AT END
                           IF DG-USER-ID NOT = WS-MAINT-ID
                               MOVE 'Y' TO WS-DELEG-EOF
                           ELSE
                               IF DG-STATUS-ACTIVE
                                   PERFORM CANCEL-ONE-DELEGATION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELEG-FILE
               DISPLAY (10, 01) CT-MNT-DELEG-CANCELADA
                   OF CURRENT-TEXT
               DISPLAY (10, 41) WS-DELEG-COUNT
           ELSE
               DISPLAY (10, 01) CT-DELEG-INDISP OF CURRENT-TEXT
           END-IF.

       CANCEL-ONE-DELEGATION.
           MOVE 'C'           TO DG-STATUS.
           MOVE WS-AUDIT-DATE TO DG-CLOSE-DATE.
           MOVE LK-OPER-ID    TO DG-AUDIT-USER.
           MOVE WS-AUDIT-DATE TO DG-AUDIT-DATE.
           MOVE WS-AUDIT-TIME TO DG-AUDIT-TIME.
           REWRITE DELEGATION-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-DELEG-COUNT
           END-REWRITE.

      *    Creating an operator, granting role '3', resetting a
      *    password and reactivating an ID are held on PENDCHG.DAT
      *    for a second admin to approve in CHGAPRV; USERS.DAT is
      *    not touched until then.
       QUEUE-USER-CHANGE.
           MOVE USERS-RECORD TO WS-PEND-IMAGE.
           PERFORM QUEUE-PENDING-CHANGE.

       QUEUE-PENDING-CHANGE.
           OPEN EXTEND PENDCHG-FILE.
           IF WS-PEND-STATUS = '00' OR WS-PEND-STATUS = '05'
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-TIME FROM TIME
               MOVE SPACES          TO PENDING-CHANGE-RECORD
               MOVE 'P'             TO PC-STATUS
               MOVE WS-PEND-TYPE    TO PC-CHANGE-TYPE
               MOVE WS-MAINT-ID     TO PC-USER-ID
               MOVE 'TELA'          TO PC-SOURCE
               MOVE LK-OPER-ID      TO PC-REQ-BY
               MOVE WS-AUDIT-DATE   TO PC-REQ-DATE
               MOVE WS-AUDIT-TIME   TO PC-REQ-TIME
               MOVE WS-BEFORE-IMAGE TO PC-BEFORE-IMAGE
               MOVE WS-PEND-IMAGE   TO PC-AFTER-IMAGE
               WRITE PENDING-CHANGE-RECORD
               CLOSE PENDCHG-FILE
               DISPLAY (WS-MSG-LINE, 01) CT-MNT-PENDENTE
                   OF CURRENT-TEXT
           ELSE
               DISPLAY (WS-MSG-LINE, 01) CT-PENDCHG-INDISP
                   OF CURRENT-TEXT
           END-IF.

      *    A blank answer keeps what is on file; a new terminal
      *    needs a location and description and is opened for
      *    operators only unless a higher role is given.
       MAINTAIN-TERMINAL.
           MOVE SPACES TO WS-TERM-ID.
           DISPLAY (05, 01) CT-MNT-PROMPT-TERMINAL OF CURRENT-TEXT.
           ACCEPT (05, 31) WS-TERM-ID.
           IF WS-TERM-ID = SPACES
               DISPLAY (10, 01) CT-ID-BRANCO OF CURRENT-TEXT
           ELSE
               OPEN INPUT TERMINAL-FILE
               IF WS-TERMINAL-STATUS = '00'
                   OR WS-TERMINAL-STATUS = '05'
                   PERFORM LOOKUP-TERMINAL
                   PERFORM GET-TERMINAL-DATA
                   CLOSE TERMINAL-FILE
                   IF WS-TERM-LOCATION = SPACES
                       OR WS-TERM-DESC = SPACES
                       OR NOT TERM-STATE-VALID
                       OR NOT TERM-ROLE-VALID
                       DISPLAY (10, 01) CT-MNT-TERM-INVALIDO
                           OF CURRENT-TEXT
                   ELSE
                       PERFORM SAVE-TERMINAL
                   END-IF
               ELSE
                   DISPLAY (10, 01) CT-TERMINAL-INDISP OF CURRENT-TEXT
               END-IF
           END-IF.
           PERFORM PAUSE-SCREEN.

       LOOKUP-TERMINAL.
           MOVE WS-TERM-ID TO TM-TERM-ID.
           READ TERMINAL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-TERM-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TERM-FOUND
           END-READ.
           IF TERMINAL-FOUND
               DISPLAY (06, 45) TM-LOCATION
               DISPLAY (07, 45) TM-DESCRIPTION
               DISPLAY (08, 45) TM-STATUS
               DISPLAY (09, 45) TM-MAX-ROLE
           ELSE
               MOVE SPACES TO TERMINAL-RECORD
               MOVE WS-TERM-ID TO TM-TERM-ID
               MOVE 'A' TO TM-STATUS
               MOVE '1' TO TM-MAX-ROLE
           END-IF.

       GET-TERMINAL-DATA.
           MOVE SPACES TO WS-TERM-LOCATION.
           DISPLAY (06, 01) CT-MNT-PROMPT-LOCAL OF CURRENT-TEXT.
           ACCEPT (06, 31) WS-TERM-LOCATION.
           IF WS-TERM-LOCATION = SPACES
               MOVE TM-LOCATION TO WS-TERM-LOCATION
           END-IF.
           MOVE SPACES TO WS-TERM-DESC.
           DISPLAY (07, 01) CT-MNT-PROMPT-DESCRICAO OF CURRENT-TEXT.
           ACCEPT (07, 31) WS-TERM-DESC.
           IF WS-TERM-DESC = SPACES
               MOVE TM-DESCRIPTION TO WS-TERM-DESC
           END-IF.
           MOVE SPACES TO WS-TERM-STATE.
           DISPLAY (08, 01) CT-MNT-PROMPT-SITUACAO OF CURRENT-TEXT.
           ACCEPT (08, 31) WS-TERM-STATE.
           IF WS-TERM-STATE = SPACE
               MOVE TM-STATUS TO WS-TERM-STATE
           END-IF.
           MOVE SPACES TO WS-TERM-ROLE.
           DISPLAY (09, 01) CT-MNT-PROMPT-PERFIL-MAX OF CURRENT-TEXT.
           ACCEPT (09, 31) WS-TERM-ROLE.
           IF WS-TERM-ROLE = SPACE
               MOVE TM-MAX-ROLE TO WS-TERM-ROLE
           END-IF.

      *    TERMINAL.DAT is only opened for update once the entry
      *    is valid: while the file does not exist HELLO checks no
      *    terminal, and a rejected entry must not create it empty.
       SAVE-TERMINAL.
           MOVE 'N' TO WS-TERM-SAVED.
           OPEN I-O TERMINAL-FILE.
           IF WS-TERMINAL-STATUS = '00' OR WS-TERMINAL-STATUS = '05'
               PERFORM WRITE-TERMINAL-RECORD
               CLOSE TERMINAL-FILE
               IF TERMINAL-SAVED
                   DISPLAY (10, 01) CT-MNT-TERM-GRAVADO
                       OF CURRENT-TEXT
               ELSE
                   DISPLAY (10, 01) CT-MNT-TERM-ERRO OF CURRENT-TEXT
               END-IF
           ELSE
               DISPLAY (10, 01) CT-TERMINAL-INDISP OF CURRENT-TEXT
           END-IF.

       WRITE-TERMINAL-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE WS-TERM-ID       TO TM-TERM-ID.
           MOVE WS-TERM-LOCATION TO TM-LOCATION.
           MOVE WS-TERM-DESC     TO TM-DESCRIPTION.
           MOVE WS-TERM-STATE    TO TM-STATUS.
           MOVE WS-TERM-ROLE     TO TM-MAX-ROLE.
           MOVE LK-OPER-ID       TO TM-AUDIT-USER.
           MOVE WS-AUDIT-DATE    TO TM-AUDIT-DATE.
           MOVE WS-AUDIT-TIME    TO TM-AUDIT-TIME.
           WRITE TERMINAL-RECORD
               INVALID KEY
                   REWRITE TERMINAL-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-TERM-SAVED
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-TERM-SAVED
                   END-REWRITE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TERM-SAVED
           END-WRITE.

       GET-MAINT-ID.
           MOVE SPACES TO WS-MAINT-ID.
           DISPLAY (05, 01) CT-PROMPT-ID OF CURRENT-TEXT.
               MOVE US-USER-ID      TO UJ-USER-ID
               MOVE 'TELA'          TO UJ-SOURCE
               MOVE LK-OPER-ID      TO UJ-CHANGED-BY
               MOVE SPACES          TO UJ-APPROVED-BY
               MOVE WS-JRNL-ACTION  TO UJ-ACTION
               MOVE WS-BEFORE-IMAGE TO UJ-BEFORE-IMAGE
               MOVE USERS-RECORD    TO UJ-AFTER-IMAGE
