               AL-ALERT-TYPE ' '
               AL-TERM-ID '  '
               AL-USER-ID '  '
               AL-EVENT-COUNT ' '
               AL-LOCATION
               DELIMITED BY SIZE INTO WS-ALERT-LINE.
           DISPLAY (WS-SCREEN-LINE, 01) WS-ALERT-LINE.

