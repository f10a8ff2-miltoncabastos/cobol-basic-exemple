       IDENTIFICATION DIVISION.
       PROGRAM-ID.           SIEMEXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OPTIONAL SECALERT-FILE ASSIGN TO "SECALERT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT OPTIONAL SIEMHWM-FILE ASSIGN TO "SIEMHWM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HWM-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT SORT-EVENTS ASSIGN TO "SORTWK1".

       DATA DIVISION.

       FILE SECTION.
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

       FD  SECALERT-FILE.
       COPY SECALRREC.

       FD  SIEMHWM-FILE.
       COPY SIEMHWREC.

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE                 PIC X(200).

       SD  SORT-EVENTS.
       01  SE-RECORD.
           05  SE-LOG-DATE              PIC X(8).
           05  SE-LOG-TIME              PIC X(8).
           05  SE-SOURCE-NO             PIC 9.
           05  SE-SEQ                   PIC 9(7).
           05  SE-LINE                  PIC X(200).

       WORKING-STORAGE SECTION.
       COPY LANGTXT.

       01 WS-LANG-CODE                  PIC X(2)    VALUE 'PT'.
       01 WS-LOGIN-LOG-STATUS           PIC XX      VALUE SPACES.
       01 WS-ARCH-STATUS                PIC XX      VALUE SPACES.
       01 WS-SECLOG-STATUS              PIC XX      VALUE SPACES.
       01 WS-JRNL-STATUS                PIC XX      VALUE SPACES.
       01 WS-ALERT-STATUS               PIC XX      VALUE SPACES.
       01 WS-HWM-STATUS                 PIC XX      VALUE SPACES.
       01 WS-EXTRACT-STATUS             PIC XX      VALUE SPACES.
       01 WS-ARCHIVE-NAME               PIC X(20)   VALUE SPACES.
       01 WS-GEN-YYYYMM                 PIC 9(6)    VALUE 0.
       01 WS-GEN-PARTS REDEFINES WS-GEN-YYYYMM.
           05 WG-YYYY                   PIC 9(4).
           05 WG-MM                     PIC 9(2).
       01 WS-EXTRACT-NAME               PIC X(20)   VALUE SPACES.
       01 WS-EXTRACT-OK                 PIC X       VALUE 'Y'.
           88 EXTRACT-OK                            VALUE 'Y'.
       01 WS-FILE-EOF                   PIC X       VALUE 'N'.
           88 FILE-EOF                              VALUE 'Y'.
       01 WS-SORT-EOF                   PIC X       VALUE 'N'.
           88 SORT-EOF                              VALUE 'Y'.
       01 WS-SEND-EVENT                 PIC X       VALUE 'N'.
           88 SEND-EVENT                            VALUE 'Y'.
       01 WS-SIGNON-EVENT.
           05 WE-USER-ID                PIC X(10).
           05 WE-USER-NAME              PIC X(40).
           05 WE-LOG-DATE               PIC X(8).
           05 WE-LOG-TIME               PIC X(8).
           05 WE-TERM-ID                PIC X(8).
           05 WE-EVENT-TYPE             PIC X(3).
       01 WS-RUN-SEQ                    PIC 9(7)    VALUE 0.
       01 WS-SRC                        PIC 9       VALUE 0.
       01 WS-EVENT-SEQ                  PIC 9(7)    VALUE 0.
       01 WS-EVENT-STAMP                PIC X(16)   VALUE SPACES.
       01 WS-EVENT-LINE                 PIC X(200)  VALUE SPACES.
       01 WS-EVENT-NAME                 PIC X(3)    VALUE SPACES.
       01 WS-LINE-PTR                   PIC 9(3)    VALUE 0.
       01 WS-TOTAL-SENT                 PIC 9(7)    VALUE 0.
       01 WS-SOURCE-NAMES.
           05 FILLER                    PIC X(8)    VALUE 'LOGIN'.
           05 FILLER                    PIC X(8)    VALUE 'SECLOG'.
           05 FILLER                    PIC X(8)    VALUE 'USRJRNL'.
           05 FILLER                    PIC X(8)    VALUE 'SECALERT'.
       01 WS-SOURCE-TABLE REDEFINES WS-SOURCE-NAMES.
           05 WS-SOURCE-NAME            PIC X(8)    OCCURS 4 TIMES.
       01 WS-MARK-TABLE.
           05 WS-MARK                   OCCURS 4 TIMES.
               10 WM-OLD-STAMP          PIC X(16).
               10 WM-OLD-COUNT          PIC 9(5).
               10 WM-OLD-SEEN           PIC 9(5).
               10 WM-NEW-STAMP          PIC X(16).
               10 WM-NEW-COUNT          PIC 9(5).
               10 WM-SENT               PIC 9(7).
       01 WS-RUN-DATE                   PIC X(8)    VALUE SPACES.
       01 WS-RUN-TIME                   PIC X(8)    VALUE SPACES.

       PROCEDURE DIVISION.
       SIEMEXT-MAIN.
           PERFORM GET-LANGUAGE-CODE.
           PERFORM SELECT-LANGUAGE-TEXT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM LOAD-HIGH-WATER-MARKS.
           IF EXTRACT-OK
               PERFORM OPEN-EXTRACT-FILE
           END-IF.
           IF EXTRACT-OK
               SORT SORT-EVENTS
                   ON ASCENDING KEY SE-LOG-DATE SE-LOG-TIME
                       SE-SOURCE-NO SE-SEQ
                   INPUT PROCEDURE IS RELEASE-NEW-EVENTS
                   OUTPUT PROCEDURE IS WRITE-EXTRACT-DETAIL
               PERFORM WRITE-EXTRACT-TRAILER
               CLOSE EXTRACT-FILE
               PERFORM SAVE-HIGH-WATER-MARKS
               PERFORM DISPLAY-RUN-TOTALS
           END-IF.
           IF NOT EXTRACT-OK
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

      *    The last record on SIEMHWM.DAT is the current mark. With
      *    no file yet every source starts from the beginning.
       LOAD-HIGH-WATER-MARKS.
           MOVE 0 TO WS-RUN-SEQ.
           PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 4
               MOVE SPACES TO WM-OLD-STAMP (WS-SRC)
               MOVE 0      TO WM-OLD-COUNT (WS-SRC)
           END-PERFORM.
           OPEN INPUT SIEMHWM-FILE.
           IF WS-HWM-STATUS = '00' OR WS-HWM-STATUS = '05'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL FILE-EOF
                   READ SIEMHWM-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           PERFORM NOTE-HIGH-WATER-MARK
                   END-READ
               END-PERFORM
               CLOSE SIEMHWM-FILE
           ELSE
               MOVE 'N' TO WS-EXTRACT-OK
               DISPLAY CT-SIEMHWM-INDISP OF CURRENT-TEXT
           END-IF.
           ADD 1 TO WS-RUN-SEQ.
           PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 4
               MOVE 0 TO WM-OLD-SEEN (WS-SRC)
               MOVE WM-OLD-STAMP (WS-SRC) TO WM-NEW-STAMP (WS-SRC)
               MOVE 0 TO WM-NEW-COUNT (WS-SRC)
               MOVE 0 TO WM-SENT (WS-SRC)
           END-PERFORM.

       NOTE-HIGH-WATER-MARK.
           MOVE HW-RUN-SEQ TO WS-RUN-SEQ.
           PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 4
               MOVE HW-LAST-STAMP (WS-SRC)  TO WM-OLD-STAMP (WS-SRC)
               MOVE HW-STAMP-COUNT (WS-SRC) TO WM-OLD-COUNT (WS-SRC)
           END-PERFORM.

       OPEN-EXTRACT-FILE.
           MOVE SPACES TO WS-EXTRACT-NAME.
           STRING 'SIEMEXT.' WS-RUN-SEQ
               DELIMITED BY SIZE INTO WS-EXTRACT-NAME.
           OPEN OUTPUT EXTRACT-FILE.
           IF WS-EXTRACT-STATUS = '00'
               MOVE SPACES TO EXTRACT-LINE
               STRING 'H|SIEMEXT|' WS-RUN-SEQ '|'
                   WS-RUN-DATE '|' WS-RUN-TIME
                   DELIMITED BY SIZE INTO EXTRACT-LINE
               WRITE EXTRACT-LINE
           ELSE
               MOVE 'N' TO WS-EXTRACT-OK
               DISPLAY CT-SIE-EXT-INDISP OF CURRENT-TEXT
                   WS-EXTRACT-NAME
           END-IF.

       RELEASE-NEW-EVENTS.
           MOVE 0 TO WS-EVENT-SEQ.
           PERFORM RELEASE-SIGNON-EVENTS.
           PERFORM RELEASE-SECLOG-EVENTS.
           PERFORM RELEASE-JOURNAL-EVENTS.
           PERFORM RELEASE-ALERT-EVENTS.

      *    The newest LOGARCH generation is read ahead of the live
      *    log, so a month-end archive run cannot move unsent
      *    events out of reach. LOGARCH names a generation after
      *    the month of the run that made it and runs after this
      *    step, so the newest is always the previous month's.
       RELEASE-SIGNON-EVENTS.
           MOVE 1 TO WS-SRC.
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
                           MOVE ARCHIVE-RECORD TO WS-SIGNON-EVENT
                           PERFORM RELEASE-SIGNON-EVENT
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
                           PERFORM RELEASE-SIGNON-EVENT
                   END-READ
               END-PERFORM
               CLOSE LOGIN-LOG
           ELSE
               DISPLAY CT-RPT-LOG-AUSENTE OF CURRENT-TEXT
           END-IF.

       BACK-GENERATION-MONTH.
           IF WG-MM = 1
               SUBTRACT 1 FROM WG-YYYY
               MOVE 12 TO WG-MM
           ELSE
               SUBTRACT 1 FROM WG-MM
           END-IF.

       RELEASE-SIGNON-EVENT.
           MOVE SPACES TO WS-EVENT-STAMP.
           STRING WE-LOG-DATE WE-LOG-TIME
               DELIMITED BY SIZE INTO WS-EVENT-STAMP.
           PERFORM CHECK-HIGH-WATER-MARK.
           IF SEND-EVENT
               IF WE-EVENT-TYPE = 'OFF'
                   MOVE 'OFF' TO WS-EVENT-NAME
               ELSE
                   MOVE 'ON'  TO WS-EVENT-NAME
               END-IF
               MOVE SPACES TO WS-EVENT-LINE
               MOVE 1 TO WS-LINE-PTR
               STRING 'D|LOGIN|' WE-LOG-DATE '|' WE-LOG-TIME '|'
                   DELIMITED BY SIZE
                   WE-USER-ID DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   WE-TERM-ID DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   WS-EVENT-NAME DELIMITED BY SPACE
                   '||' DELIMITED BY SIZE
                   WE-USER-NAME DELIMITED BY '  '
                   INTO WS-EVENT-LINE WITH POINTER WS-LINE-PTR
               MOVE WE-LOG-DATE TO SE-LOG-DATE
               MOVE WE-LOG-TIME TO SE-LOG-TIME
               PERFORM RELEASE-EVENT-LINE
           END-IF.

       RELEASE-SECLOG-EVENTS.
           MOVE 2 TO WS-SRC.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT SECLOG-FILE.
           IF WS-SECLOG-STATUS = '00' OR WS-SECLOG-STATUS = '05'
               PERFORM UNTIL FILE-EOF
                   READ SECLOG-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           PERFORM RELEASE-SECLOG-EVENT
                   END-READ
               END-PERFORM
               CLOSE SECLOG-FILE
           END-IF.

       RELEASE-SECLOG-EVENT.
           MOVE SPACES TO WS-EVENT-STAMP.
           STRING SL-LOG-DATE SL-LOG-TIME
               DELIMITED BY SIZE INTO WS-EVENT-STAMP.
           PERFORM CHECK-HIGH-WATER-MARK.
           IF SEND-EVENT
               MOVE SPACES TO WS-EVENT-LINE
               MOVE 1 TO WS-LINE-PTR
               STRING 'D|SECLOG|' SL-LOG-DATE '|' SL-LOG-TIME '|'
                   DELIMITED BY SIZE
                   SL-USER-ID DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   SL-TERM-ID DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   SL-EVENT-CODE DELIMITED BY SPACE
                   '||' DELIMITED BY SIZE
                   SL-DETAIL DELIMITED BY '  '
                   INTO WS-EVENT-LINE WITH POINTER WS-LINE-PTR
               MOVE SL-LOG-DATE TO SE-LOG-DATE
               MOVE SL-LOG-TIME TO SE-LOG-TIME
               PERFORM RELEASE-EVENT-LINE
           END-IF.

       RELEASE-JOURNAL-EVENTS.
           MOVE 3 TO WS-SRC.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT USRJRNL-FILE.
           IF WS-JRNL-STATUS = '00' OR WS-JRNL-STATUS = '05'
               PERFORM UNTIL FILE-EOF
                   READ USRJRNL-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           PERFORM RELEASE-JOURNAL-EVENT
                   END-READ
               END-PERFORM
               CLOSE USRJRNL-FILE
           END-IF.

      *    The detail carries the change source and the status and
      *    role before and after (positions 51 and 52 of the
      *    USERS-RECORD images).
       RELEASE-JOURNAL-EVENT.
           MOVE SPACES TO WS-EVENT-STAMP.
           STRING UJ-LOG-DATE UJ-LOG-TIME
               DELIMITED BY SIZE INTO WS-EVENT-STAMP.
           PERFORM CHECK-HIGH-WATER-MARK.
           IF SEND-EVENT
               MOVE SPACES TO WS-EVENT-LINE
               MOVE 1 TO WS-LINE-PTR
               STRING 'D|USRJRNL|' UJ-LOG-DATE '|' UJ-LOG-TIME '|'
                   DELIMITED BY SIZE
                   UJ-USER-ID DELIMITED BY SPACE
                   '||' UJ-ACTION '|' DELIMITED BY SIZE
                   UJ-CHANGED-BY DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   UJ-SOURCE DELIMITED BY SPACE
                   ' ST=' UJ-BEFORE-IMAGE (51:1) '>'
                   UJ-AFTER-IMAGE (51:1)
                   ' RL=' UJ-BEFORE-IMAGE (52:1) '>'
                   UJ-AFTER-IMAGE (52:1)
                   DELIMITED BY SIZE
                   INTO WS-EVENT-LINE WITH POINTER WS-LINE-PTR
               IF UJ-APPROVED-BY NOT = SPACES
                   STRING ' AP=' DELIMITED BY SIZE
                       UJ-APPROVED-BY DELIMITED BY SPACE
                       INTO WS-EVENT-LINE WITH POINTER WS-LINE-PTR
               END-IF
               MOVE UJ-LOG-DATE TO SE-LOG-DATE
               MOVE UJ-LOG-TIME TO SE-LOG-TIME
               PERFORM RELEASE-EVENT-LINE
           END-IF.

       RELEASE-ALERT-EVENTS.
           MOVE 4 TO WS-SRC.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT SECALERT-FILE.
           IF WS-ALERT-STATUS = '00' OR WS-ALERT-STATUS = '05'
               PERFORM UNTIL FILE-EOF
                   READ SECALERT-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           PERFORM RELEASE-ALERT-EVENT
                   END-READ
               END-PERFORM
               CLOSE SECALERT-FILE
           END-IF.

       RELEASE-ALERT-EVENT.
           MOVE SPACES TO WS-EVENT-STAMP.
           MOVE AL-ALERT-DATE TO WS-EVENT-STAMP.
           PERFORM CHECK-HIGH-WATER-MARK.
           IF SEND-EVENT
               MOVE SPACES TO WS-EVENT-LINE
               MOVE 1 TO WS-LINE-PTR
               STRING 'D|SECALERT|' AL-ALERT-DATE '||'
                   DELIMITED BY SIZE
                   AL-USER-ID DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   AL-TERM-ID DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   AL-ALERT-TYPE DELIMITED BY SPACE
                   '||HORA=' AL-HOUR ' QTD=' AL-EVENT-COUNT
                   DELIMITED BY SIZE
                   INTO WS-EVENT-LINE WITH POINTER WS-LINE-PTR
               IF AL-LOCATION NOT = SPACES
                   STRING ' LOCAL=' AL-LOCATION DELIMITED BY SIZE
                       INTO WS-EVENT-LINE WITH POINTER WS-LINE-PTR
               END-IF
               MOVE AL-ALERT-DATE TO SE-LOG-DATE
               MOVE SPACES        TO SE-LOG-TIME
               PERFORM RELEASE-EVENT-LINE
           END-IF.

      *    A record is new when its stamp is past the source's mark,
      *    or equal to it and beyond the number of records with
      *    that stamp already sent. The new mark is the latest
      *    stamp seen and how many records carry it.
       CHECK-HIGH-WATER-MARK.
           MOVE 'N' TO WS-SEND-EVENT.
           IF WS-EVENT-STAMP > WM-OLD-STAMP (WS-SRC)
               MOVE 'Y' TO WS-SEND-EVENT
           END-IF.
           IF WS-EVENT-STAMP = WM-OLD-STAMP (WS-SRC)
               ADD 1 TO WM-OLD-SEEN (WS-SRC)
               IF WM-OLD-SEEN (WS-SRC) > WM-OLD-COUNT (WS-SRC)
                   MOVE 'Y' TO WS-SEND-EVENT
               END-IF
           END-IF.
           IF WS-EVENT-STAMP > WM-NEW-STAMP (WS-SRC)
               MOVE WS-EVENT-STAMP TO WM-NEW-STAMP (WS-SRC)
               MOVE 1 TO WM-NEW-COUNT (WS-SRC)
           ELSE
               IF WS-EVENT-STAMP = WM-NEW-STAMP (WS-SRC)
                   ADD 1 TO WM-NEW-COUNT (WS-SRC)
               END-IF
           END-IF.

       RELEASE-EVENT-LINE.
           ADD 1 TO WS-EVENT-SEQ.
           ADD 1 TO WM-SENT (WS-SRC).
           ADD 1 TO WS-TOTAL-SENT.
           MOVE WS-SRC        TO SE-SOURCE-NO.
           MOVE WS-EVENT-SEQ  TO SE-SEQ.
           MOVE WS-EVENT-LINE TO SE-LINE.
           RELEASE SE-RECORD.

       WRITE-EXTRACT-DETAIL.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL SORT-EOF
               RETURN SORT-EVENTS
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       MOVE SE-LINE TO EXTRACT-LINE
                       WRITE EXTRACT-LINE
               END-RETURN
           END-PERFORM.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO EXTRACT-LINE.
           STRING 'T|' WS-RUN-SEQ '|' WS-TOTAL-SENT
               '|' WM-SENT (1) '|' WM-SENT (2)
               '|' WM-SENT (3) '|' WM-SENT (4)
               DELIMITED BY SIZE INTO EXTRACT-LINE.
           WRITE EXTRACT-LINE.

      *    Written only once the interface file is complete. Where
      *    the stamp did not move, the count never goes back, so a
      *    record purged from the source cannot cause a resend.
       SAVE-HIGH-WATER-MARKS.
           MOVE WS-RUN-SEQ      TO HW-RUN-SEQ.
           MOVE WS-RUN-DATE     TO HW-RUN-DATE.
           MOVE WS-RUN-TIME     TO HW-RUN-TIME.
           MOVE WS-EXTRACT-NAME TO HW-EXTRACT-FILE.
           PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 4
               MOVE WS-SOURCE-NAME (WS-SRC) TO HW-SOURCE (WS-SRC)
               MOVE WM-NEW-STAMP (WS-SRC) TO HW-LAST-STAMP (WS-SRC)
               IF WM-NEW-STAMP (WS-SRC) = WM-OLD-STAMP (WS-SRC)
                   AND WM-NEW-COUNT (WS-SRC) < WM-OLD-COUNT (WS-SRC)
                   MOVE WM-OLD-COUNT (WS-SRC)
                       TO HW-STAMP-COUNT (WS-SRC)
               ELSE
                   MOVE WM-NEW-COUNT (WS-SRC)
                       TO HW-STAMP-COUNT (WS-SRC)
               END-IF
               MOVE WM-SENT (WS-SRC) TO HW-SENT-COUNT (WS-SRC)
           END-PERFORM.
           OPEN EXTEND SIEMHWM-FILE.
           IF WS-HWM-STATUS = '00' OR WS-HWM-STATUS = '05'
               WRITE SIEM-HWM-RECORD
               CLOSE SIEMHWM-FILE
           ELSE
               MOVE 'N' TO WS-EXTRACT-OK
               DISPLAY CT-SIEMHWM-INDISP OF CURRENT-TEXT
           END-IF.

       DISPLAY-RUN-TOTALS.
           DISPLAY CT-SIE-ARQUIVO OF CURRENT-TEXT WS-EXTRACT-NAME.
           PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 4
               DISPLAY CT-SIE-EXTRAIDOS OF CURRENT-TEXT
                   WS-SOURCE-NAME (WS-SRC) ': ' WM-SENT (WS-SRC)
           END-PERFORM.
           DISPLAY CT-SIE-TOTAL OF CURRENT-TEXT WS-TOTAL-SENT.
