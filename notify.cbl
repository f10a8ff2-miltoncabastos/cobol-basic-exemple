       IDENTIFICATION DIVISION.
       PROGRAM-ID.           NOTIFY.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01 WS-EVENT-TYPE                 PIC X(8)    VALUE 'SESSAO'.

       LINKAGE SECTION.
       01 LK-USER-NAME                  PIC X(40).
       PROCEDURE DIVISION USING LK-USER-NAME LK-SESSION-DATE
           LK-SESSION-TIME.
       NOTIFY-MAIN.
           CALL 'NTFEVENT' USING WS-EVENT-TYPE LK-USER-NAME
               LK-SESSION-DATE LK-SESSION-TIME.
           GOBACK.
