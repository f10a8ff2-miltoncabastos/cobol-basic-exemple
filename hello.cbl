               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-USER-ID
               FILE STATUS IS WS-SHIFT-STATUS.
           SELECT OPTIONAL DELEG-FILE ASSIGN TO "DELEG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-KEY
               FILE STATUS IS WS-DELEG-STATUS.
           SELECT OPTIONAL TERMINAL-FILE ASSIGN TO "TERMINAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERM-ID
               FILE STATUS IS WS-TERMINAL-STATUS.

       DATA DIVISION.

       FD  SHIFT-FILE.
       COPY SHIFTREC.

       FD  DELEG-FILE.
       COPY DELEGREC.

       FD  TERMINAL-FILE.
       COPY TERMREC.

       WORKING-STORAGE SECTION.
       COPY LANGTXT.

       01 WS-SIGNON-LOCKED              PIC X       VALUE 'N'.
           88 SIGNON-LOCKED-OUT                     VALUE 'Y'.
       01 WS-TERM-ID                    PIC X(8)    VALUE 'LOCAL'.
       01 WS-MENU-OPTION                PIC 99      VALUE 9.
       01 WS-TRANS-STATUS               PIC XX      VALUE SPACES.
       01 WS-RUN-PARM                   PIC X(80)   VALUE SPACES.
       01 WS-RUN-MODE                   PIC X       VALUE 'I'.
       01 WS-SEC-DETAIL                  PIC X(20)  VALUE SPACES.
       01 WS-SEC-DATE                    PIC X(8)   VALUE SPACES.
       01 WS-SEC-TIME                    PIC X(8)   VALUE SPACES.
       01 WS-NTF-TYPE                    PIC X(8)   VALUE SPACES.
       01 WS-NTF-TEXT                    PIC X(40)  VALUE SPACES.
       01 WS-DELEG-STATUS                PIC XX     VALUE SPACES.
       01 WS-DELEG-EOF                   PIC X      VALUE 'N'.
           88 DELEG-EOF                             VALUE 'Y'.
       01 WS-DELEGATED                   PIC X      VALUE 'N'.
           88 SIGNON-DELEGATED                      VALUE 'Y'.
       01 WS-DELEG-TO                    PIC X(8)   VALUE SPACES.
       01 WS-SIGNOFF-DATE                PIC X(8)   VALUE SPACES.
       01 WS-SIGNOFF-TIME                PIC X(8)   VALUE SPACES.
       01 WS-BCHRES-STATUS               PIC XX     VALUE SPACES.
       01 WS-SKIP-COUNT                  PIC 9(7)   VALUE 0.
       01 WS-CKPT-INTERVAL               PIC 9(3)   VALUE 10.
       01 WS-SINCE-CKPT                  PIC 9(3)   VALUE 0.
       01 WS-TERMINAL-STATUS             PIC XX     VALUE SPACES.
       01 WS-TERM-REFUSED                PIC X      VALUE 'N'.
           88 TERMINAL-REFUSED                      VALUE 'Y'.
       01 WS-TERM-MAX-ROLE               PIC X      VALUE '3'.
       01 WS-TERM-MESSAGE                PIC X(40)  VALUE SPACES.

       01 CABECALHOS.
           02 LINHA-EM-BRANCO           PIC X(30)   VALUE SPACES.
           STOP RUN.

       INTERACTIVE-RUN.
           PERFORM CHECK-TERMINAL.
           IF TERMINAL-REFUSED
               PERFORM CABECALHO
               DISPLAY (09, 01) WS-TERM-MESSAGE
           ELSE
               PERFORM INTERACTIVE-SESSION
           END-IF.

       INTERACTIVE-SESSION.
           PERFORM READ-CHECKPOINT.
           IF CKPT-AT-LOGIN
               MOVE CK-USER-ID TO USER-ID
                       PERFORM WRITE-LOGIN-LOG
                       PERFORM CLOSE-LOGIN-LOG
                   END-IF
                   IF SIGNON-DELEGATED
                       PERFORM NOTE-DELEGATED-SIGNON
                   END-IF
                   MOVE 'LOGIN' TO WS-CKPT-STEP
                   PERFORM SAVE-CHECKPOINT
               END-IF
           IF ROLE-SUPERVISOR-UP
               DISPLAY (13, 01) CT-MENU-9 OF CURRENT-TEXT
           END-IF.
           IF ROLE-SUPERVISOR-UP
               DISPLAY (14, 01) CT-MENU-10 OF CURRENT-TEXT
           END-IF.
           DISPLAY (15, 01) CT-MENU-0 OF CURRENT-TEXT.
           DISPLAY (16, 01) CT-OPCAO OF CURRENT-TEXT.
           ACCEPT (16, 09) WS-MENU-OPTION.
           EVALUATE WS-MENU-OPTION
               WHEN 1
                   CALL 'LOGRPT'
                   ELSE
                       PERFORM REFUSE-MENU-OPTION
                   END-IF
               WHEN 10
                   IF ROLE-SUPERVISOR-UP
                       CALL 'OPRINQ' USING USER-ID
                   ELSE
                       PERFORM REFUSE-MENU-OPTION
                   END-IF
               WHEN 0
                   CONTINUE
               WHEN OTHER
                       IF PASSWORD-VALID
                           MOVE 0      TO WS-FAIL-COUNT
                           MOVE SPACES TO WS-LAST-FAIL-ID
                           IF USER-ROLE > WS-TERM-MAX-ROLE
                               PERFORM REFUSE-ROLE-AT-TERMINAL
                           END-IF
                       ELSE
                           MOVE 'N' TO WS-USER-FOUND
                           DISPLAY (09, 01) CT-SENHA-INVALIDA
               END-IF
           END-IF.

      *    The terminal master, once it exists, names every
      *    terminal allowed to sign on and the highest role it
      *    takes. Until it is created no terminal is checked.
       CHECK-TERMINAL.
           MOVE 'N' TO WS-TERM-REFUSED.
           MOVE '3' TO WS-TERM-MAX-ROLE.
           MOVE SPACES TO WS-SEC-DETAIL.
           OPEN INPUT TERMINAL-FILE.
           EVALUATE WS-TERMINAL-STATUS
               WHEN '00'
                   MOVE WS-TERM-ID TO TM-TERM-ID
                   READ TERMINAL-FILE
                       INVALID KEY
                           PERFORM REFUSE-UNKNOWN-TERMINAL
                       NOT INVALID KEY
                           PERFORM EVAL-TERMINAL-RECORD
                   END-READ
                   CLOSE TERMINAL-FILE
               WHEN '05'
                   CLOSE TERMINAL-FILE
               WHEN OTHER
                   MOVE 'Y' TO WS-TERM-REFUSED
                   MOVE 'INDISPONIVEL' TO WS-SEC-DETAIL
                   MOVE CT-TERMINAL-INDISP OF CURRENT-TEXT
                       TO WS-TERM-MESSAGE
           END-EVALUATE.
           IF TERMINAL-REFUSED
               MOVE SPACES    TO USER-ID
               MOVE 'TERMNEG' TO WS-SEC-EVENT
               PERFORM WRITE-SECLOG
           END-IF.

      *    A terminal master with no records yet is treated like a
      *    missing one, so the admin can still sign on to set it up.
       REFUSE-UNKNOWN-TERMINAL.
           MOVE LOW-VALUES TO TM-TERM-ID.
           START TERMINAL-FILE KEY IS NOT LESS THAN TM-TERM-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TERM-REFUSED
                   MOVE 'DESCONHECIDO' TO WS-SEC-DETAIL
                   MOVE CT-TERM-DESCONHECIDO OF CURRENT-TEXT
                       TO WS-TERM-MESSAGE
           END-START.

       EVAL-TERMINAL-RECORD.
           IF TM-STATUS-OPEN
               IF TM-MAX-ROLE = SPACE
                   MOVE '1' TO WS-TERM-MAX-ROLE
               ELSE
                   MOVE TM-MAX-ROLE TO WS-TERM-MAX-ROLE
               END-IF
           ELSE
               MOVE 'Y' TO WS-TERM-REFUSED
               MOVE 'FECHADO' TO WS-SEC-DETAIL
               MOVE CT-TERM-FECHADO OF CURRENT-TEXT
                   TO WS-TERM-MESSAGE
           END-IF.

      *    A correct password from an operator whose role is above
      *    what the terminal takes is refused without counting
      *    towards the lockout.
       REFUSE-ROLE-AT-TERMINAL.
           MOVE 'N' TO WS-USER-FOUND.
           DISPLAY (09, 01) CT-TERM-PERFIL-EXCEDE OF CURRENT-TEXT.
           MOVE 'TERMNEG' TO WS-SEC-EVENT.
           MOVE SPACES    TO WS-SEC-DETAIL.
           STRING 'PERFIL ' USER-ROLE ' MAX ' WS-TERM-MAX-ROLE
               DELIMITED BY SIZE INTO WS-SEC-DETAIL.
           PERFORM WRITE-SECLOG.

       RECORD-SIGNON-FAILURE.
           ADD 1 TO WS-FAIL-COUNT.
           MOVE USER-ID TO WS-LAST-FAIL-ID.
                       END-REWRITE
               END-READ
           END-IF.
           MOVE 'BLOQUEIO' TO WS-NTF-TYPE.
           MOVE SPACES     TO WS-NTF-TEXT.
           STRING WS-LAST-FAIL-ID ' ' WS-TERM-ID ' TENTATIVAS'
               DELIMITED BY SIZE INTO WS-NTF-TEXT.
           CALL 'NTFEVENT' USING WS-NTF-TYPE WS-NTF-TEXT
               WS-SEC-DATE WS-SEC-TIME.

       LOOKUP-USER.
           MOVE 'N' TO WS-USER-FOUND.
                   WHEN US-STATUS-ACTIVE
                       MOVE 'Y' TO WS-USER-FOUND
                       MOVE US-USER-ROLE TO USER-ROLE
                       PERFORM APPLY-DELEGATION
                   WHEN US-STATUS-LOCKED
                       MOVE 'N' TO WS-USER-FOUND
                       MOVE 'Y' TO WS-USER-LOCKED
               END-EVALUATE
           END-IF.

      *    An active delegation covering today raises the session
      *    role above the permanent one; the highest applies.
       APPLY-DELEGATION.
           MOVE 'N' TO WS-DELEGATED.
           OPEN INPUT DELEG-FILE.
           IF WS-DELEG-STATUS = '00'
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE 'N'     TO WS-DELEG-EOF
               MOVE USER-ID TO DG-USER-ID
               MOVE LOW-VALUES TO DG-FROM-DATE
               START DELEG-FILE KEY IS NOT LESS THAN DG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-DELEG-EOF
               END-START
               PERFORM UNTIL DELEG-EOF
                   READ DELEG-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-DELEG-EOF
                       NOT AT END
                           IF DG-USER-ID NOT = USER-ID
                               OR DG-FROM-DATE > WS-TODAY-DATE
                               MOVE 'Y' TO WS-DELEG-EOF
                           ELSE
                               IF DG-STATUS-ACTIVE
                                   AND DG-TO-DATE NOT < WS-TODAY-DATE
                                   AND DG-ROLE > USER-ROLE
                                   MOVE DG-ROLE    TO USER-ROLE
                                   MOVE DG-TO-DATE TO WS-DELEG-TO
                                   MOVE 'Y'        TO WS-DELEGATED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELEG-FILE
           END-IF.

       CHECK-SHIFT-WINDOW.
           MOVE 'Y' TO WS-SHIFT-OK.
           OPEN INPUT SHIFT-FILE.
               MOVE US-USER-ID      TO UJ-USER-ID
               MOVE WS-JRNL-SOURCE  TO UJ-SOURCE
               MOVE WS-JRNL-BY      TO UJ-CHANGED-BY
               MOVE SPACES          TO UJ-APPROVED-BY
               MOVE 'C'             TO UJ-ACTION
               MOVE WS-BEFORE-IMAGE TO UJ-BEFORE-IMAGE
               MOVE USERS-RECORD    TO UJ-AFTER-IMAGE
               DISPLAY CT-SECLOG-INDISP OF CURRENT-TEXT
           END-IF.

       NOTE-DELEGATED-SIGNON.
           MOVE 'DELEGADO' TO WS-SEC-EVENT.
           MOVE SPACES     TO WS-SEC-DETAIL.
           STRING 'PERF ' USER-ROLE ' ATE ' WS-DELEG-TO
               DELIMITED BY SIZE INTO WS-SEC-DETAIL.
           PERFORM WRITE-SECLOG.

       WRITE-LOGIN-LOG.
           MOVE USER-ID       TO LL-USER-ID.
           MOVE USER-NAME     TO LL-USER-NAME.
