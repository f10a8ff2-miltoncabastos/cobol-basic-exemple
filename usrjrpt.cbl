               STRING UJ-LOG-DATE ' '
                   UJ-LOG-TIME ' '
                   UJ-SOURCE ' '
                   UJ-CHANGED-BY ' '
                   UJ-APPROVED-BY '  '
                   UJ-ACTION '  '
                   UJ-USER-ID
                   DELIMITED BY SIZE INTO PRINT-LINE
