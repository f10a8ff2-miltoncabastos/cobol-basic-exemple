       IDENTIFICATION DIVISION.
       PROGRAM-ID.           RECAPPLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECDEC-FILE ASSIGN TO "RECDEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECDEC-STATUS.
           SELECT USERS-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-USERS-STATUS.
           SELECT OPTIONAL USRJRNL-FILE ASSIGN TO "USRJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT PRINT-FILE ASSIGN TO "RECAPPLY.PRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  RECDEC-FILE.
       COPY RECDECREC.

       FD  USERS-FILE.
       COPY USERSREC.

       FD  USRJRNL-FILE.
       COPY USRJRNREC.

       FD  PRINT-FILE.
       01  PRINT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY LANGTXT.

       01 WS-LANG-CODE                  PIC X(2)    VALUE 'PT'.
       01 WS-RECDEC-STATUS              PIC XX      VALUE SPACES.
       01 WS-USERS-STATUS               PIC XX      VALUE SPACES.
       01 WS-JRNL-STATUS                PIC XX      VALUE SPACES.
       01 WS-PRINT-STATUS               PIC XX      VALUE SPACES.
       01 WS-RECDEC-EOF                 PIC X       VALUE 'N'.
           88 RECDEC-EOF                            VALUE 'Y'.
       01 WS-SYSTEM-DOWN                PIC X       VALUE 'N'.
           88 SYSTEM-UNAVAILABLE                    VALUE 'Y'.
       01 WS-PRINT-OPENED               PIC X       VALUE 'N'.
           88 PRINT-FILE-OPENED                     VALUE 'Y'.
       01 WS-USER-FOUND                 PIC X       VALUE 'N'.
           88 USER-FOUND                            VALUE 'Y'.
           88 USER-NOT-FOUND                        VALUE 'N'.
       01 WS-REVIEWER-OK                PIC X       VALUE 'N'.
           88 REVIEWER-VALID                        VALUE 'Y'.
       01 WS-USER-CHANGED               PIC X       VALUE 'N'.
           88 USER-RECORD-CHANGED                   VALUE 'Y'.
       01 WS-REJECT-REASON              PIC X(8)    VALUE SPACES.
       01 WS-RESULT                     PIC X(12)   VALUE SPACES.
       01 WS-TARGET-ROLE                PIC X       VALUE SPACE.
       01 WS-CURRENT-ROLE               PIC X       VALUE SPACE.
       01 WS-READ-COUNT                 PIC 9(7)    VALUE 0.
       01 WS-APPLIED-COUNT              PIC 9(7)    VALUE 0.
       01 WS-KEPT-COUNT                 PIC 9(7)    VALUE 0.
       01 WS-PENDING-COUNT              PIC 9(7)    VALUE 0.
       01 WS-REJECTED-COUNT             PIC 9(7)    VALUE 0.
       01 WS-AUDIT-DATE                 PIC X(8)    VALUE SPACES.
       01 WS-AUDIT-TIME                 PIC X(8)    VALUE SPACES.
       01 WS-JRNL-DATE                  PIC X(8)    VALUE SPACES.
       01 WS-JRNL-TIME                  PIC X(8)    VALUE SPACES.
       01 WS-BEFORE-IMAGE               PIC X(94)   VALUE SPACES.
       01 WS-RUN-DATE                   PIC X(8)    VALUE SPACES.
       01 WS-RUN-TIME                   PIC X(8)    VALUE SPACES.

       PROCEDURE DIVISION.
       RECAPPLY-MAIN.
           PERFORM GET-LANGUAGE-CODE.
           PERFORM SELECT-LANGUAGE-TEXT.
           PERFORM OPEN-ALL-FILES.
           IF NOT SYSTEM-UNAVAILABLE
               PERFORM UNTIL RECDEC-EOF
                   READ RECDEC-FILE
                       AT END
                           MOVE 'Y' TO WS-RECDEC-EOF
                       NOT AT END
                           PERFORM APPLY-ONE-DECISION
                   END-READ
               END-PERFORM
               PERFORM WRITE-REPORT-TOTALS
               PERFORM CLOSE-ALL-FILES
           END-IF.
           IF SYSTEM-UNAVAILABLE OR WS-REJECTED-COUNT > 0
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
           OPEN INPUT RECDEC-FILE.
           IF WS-RECDEC-STATUS NOT = '00'
               MOVE 'Y' TO WS-SYSTEM-DOWN
               DISPLAY CT-RECDEC-INDISP OF CURRENT-TEXT
           END-IF.
           IF NOT SYSTEM-UNAVAILABLE
               OPEN I-O USERS-FILE
               IF WS-USERS-STATUS NOT = '00'
                   MOVE 'Y' TO WS-SYSTEM-DOWN
                   DISPLAY CT-SISTEMA-INDISP OF CURRENT-TEXT
                   CLOSE RECDEC-FILE
               END-IF
           END-IF.
           IF NOT SYSTEM-UNAVAILABLE
               PERFORM OPEN-REPORT
           END-IF.

       OPEN-REPORT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS = '00'
               MOVE 'Y' TO WS-PRINT-OPENED
           ELSE
               MOVE 'N' TO WS-PRINT-OPENED
               DISPLAY CT-PRINT-INDISP OF CURRENT-TEXT
           END-IF.
           IF PRINT-FILE-OPENED
               MOVE CT-TIT-RECAPPLY OF CURRENT-TEXT TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RPT-GERADO OF CURRENT-TEXT
                   WS-RUN-DATE ' ' WS-RUN-TIME
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE CT-RCA-CABECALHO OF CURRENT-TEXT TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE RECDEC-FILE.
           CLOSE USERS-FILE.
           IF PRINT-FILE-OPENED
               CLOSE PRINT-FILE
           END-IF.

       APPLY-ONE-DECISION.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-RESULT.
           MOVE 'N'    TO WS-USER-CHANGED.
           EVALUATE TRUE
               WHEN RD-USER-ID = SPACES
                   MOVE 'IDBRANCO' TO WS-REJECT-REASON
               WHEN RD-DECISION-NONE
                   CONTINUE
               WHEN NOT RD-DECISION-KEEP
                   AND NOT RD-DECISION-DOWNGRADE
                   AND NOT RD-DECISION-REVOKE
                   MOVE 'DECINV' TO WS-REJECT-REASON
               WHEN RD-REVIEWER = SPACES
                   MOVE 'SEMREVIS' TO WS-REJECT-REASON
               WHEN RD-REVIEWER = RD-USER-ID
                   MOVE 'PROPRIO' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM LOOKUP-REVIEWER
                   IF NOT REVIEWER-VALID
                       MOVE 'REVINV' TO WS-REJECT-REASON
                   ELSE
                       PERFORM LOOKUP-OPERATOR
                       IF USER-NOT-FOUND
                           MOVE 'NAOCAD' TO WS-REJECT-REASON
                       ELSE
                           PERFORM APPLY-DECISION
                       END-IF
                   END-IF
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE CT-HR-REJEITADO OF CURRENT-TEXT TO WS-RESULT
               WHEN RD-DECISION-NONE
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE CT-RCA-PENDENTE OF CURRENT-TEXT TO WS-RESULT
               WHEN USER-RECORD-CHANGED
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE CT-HR-APLICADO OF CURRENT-TEXT TO WS-RESULT
               WHEN OTHER
                   ADD 1 TO WS-KEPT-COUNT
                   MOVE CT-RCA-MANTIDO OF CURRENT-TEXT TO WS-RESULT
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.

       APPLY-DECISION.
           MOVE US-USER-ROLE TO WS-CURRENT-ROLE.
           IF WS-CURRENT-ROLE = SPACE
               MOVE '1' TO WS-CURRENT-ROLE
           END-IF.
           IF RD-USER-ROLE = SPACE
               MOVE '1' TO RD-USER-ROLE
           END-IF.
           EVALUATE TRUE
               WHEN WS-CURRENT-ROLE NOT = RD-USER-ROLE
                   MOVE 'ALTERADO' TO WS-REJECT-REASON
               WHEN RD-DECISION-KEEP
                   CONTINUE
               WHEN RD-DECISION-DOWNGRADE
                   PERFORM APPLY-DOWNGRADE
               WHEN RD-DECISION-REVOKE
                   PERFORM APPLY-REVOKE
           END-EVALUATE.

       APPLY-DOWNGRADE.
           IF RD-NEW-ROLE = SPACE
               MOVE '1' TO WS-TARGET-ROLE
           ELSE
               MOVE RD-NEW-ROLE TO WS-TARGET-ROLE
           END-IF.
           IF (WS-TARGET-ROLE = '1' OR WS-TARGET-ROLE = '2')
               AND WS-TARGET-ROLE < WS-CURRENT-ROLE
               MOVE WS-TARGET-ROLE TO US-USER-ROLE
               PERFORM STAMP-AUDIT
               PERFORM REWRITE-OPERATOR
           ELSE
               MOVE 'PERFINV' TO WS-REJECT-REASON
           END-IF.

       APPLY-REVOKE.
           IF NOT US-STATUS-INACTIVE
               MOVE 'I' TO US-USER-STATUS
               PERFORM STAMP-AUDIT
               PERFORM REWRITE-OPERATOR
           END-IF.

      *    The reviewer signs the change on USERS.DAT and USRJRNL,
      *    so it must be an active supervisor or admin on file.
       LOOKUP-REVIEWER.
           MOVE 'N' TO WS-REVIEWER-OK.
           MOVE RD-REVIEWER TO US-USER-ID.
           READ USERS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-REVIEWER-OK
               NOT INVALID KEY
                   IF US-STATUS-ACTIVE
                       AND (US-ROLE-SUPERVISOR OR US-ROLE-ADMIN)
                       MOVE 'Y' TO WS-REVIEWER-OK
                   END-IF
           END-READ.

       LOOKUP-OPERATOR.
           MOVE 'N'    TO WS-USER-FOUND.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE RD-USER-ID TO US-USER-ID.
           READ USERS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-USER-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-USER-FOUND
                   MOVE USERS-RECORD TO WS-BEFORE-IMAGE
           END-READ.

       STAMP-AUDIT.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE RD-REVIEWER   TO US-AUDIT-USER.
           MOVE WS-AUDIT-DATE TO US-AUDIT-DATE.
           MOVE WS-AUDIT-TIME TO US-AUDIT-TIME.

       REWRITE-OPERATOR.
           REWRITE USERS-RECORD
               INVALID KEY
                   MOVE 'ERROGRAV' TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE 'Y' TO WS-USER-CHANGED
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
               MOVE 'RECERT'        TO UJ-SOURCE
               MOVE RD-REVIEWER     TO UJ-CHANGED-BY
               MOVE SPACES          TO UJ-APPROVED-BY
               MOVE 'C'             TO UJ-ACTION
               MOVE WS-BEFORE-IMAGE TO UJ-BEFORE-IMAGE
               MOVE USERS-RECORD    TO UJ-AFTER-IMAGE
               WRITE USER-JOURNAL-RECORD
               CLOSE USRJRNL-FILE
           END-IF.

       WRITE-REPORT-LINE.
           IF PRINT-FILE-OPENED
               MOVE SPACES TO PRINT-LINE
               STRING RD-USER-ID ' '
                   RD-DECISION ' '
                   RD-NEW-ROLE ' '
                   RD-REVIEWER ' '
                   WS-RESULT ' '
                   WS-REJECT-REASON
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       WRITE-REPORT-TOTALS.
           IF PRINT-FILE-OPENED
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RCA-LIDAS OF CURRENT-TEXT WS-READ-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RCA-APLICADAS OF CURRENT-TEXT
                   WS-APPLIED-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RCA-MANTIDAS OF CURRENT-TEXT WS-KEPT-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RCA-PENDENTES OF CURRENT-TEXT
                   WS-PENDING-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING CT-RCA-REJEITADAS OF CURRENT-TEXT
                   WS-REJECTED-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
