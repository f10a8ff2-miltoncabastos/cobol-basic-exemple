      *****************************************************
      *  SIEMHWREC.CPY                                    *
      *  Record layout for the SIEM extract high-water    *
      *  mark file (SIEMHWM.DAT). SIEMEXT appends one      *
      *  record per completed run, after the interface     *
      *  file SIEMEXT.nnnnnnn has been written and closed; *
      *  the last record is the current mark. Entry 1 is   *
      *  LOGIN.LOG, 2 SECLOG.DAT, 3 USRJRNL.DAT and 4      *
      *  SECALERT.DAT. HW-LAST-STAMP is the latest date    *
      *  and time extracted (alerts carry a date only) and *
      *  HW-STAMP-COUNT how many records with exactly that *
      *  stamp were on the file, so events written in the  *
      *  same second are neither lost nor sent twice. A    *
      *  run that fails before the mark is written leaves  *
      *  the mark unchanged and the rerun rebuilds the     *
      *  same numbered file.                               *
      *****************************************************
       01  SIEM-HWM-RECORD.
           05  HW-RUN-SEQ                          PIC 9(7).
           05  HW-RUN-DATE                         PIC X(8).
           05  HW-RUN-TIME                         PIC X(8).
           05  HW-EXTRACT-FILE                     PIC X(20).
           05  HW-SOURCE-MARK                      OCCURS 4 TIMES.
               10  HW-SOURCE                       PIC X(8).
               10  HW-LAST-STAMP                   PIC X(16).
               10  HW-STAMP-COUNT                  PIC 9(5).
               10  HW-SENT-COUNT                   PIC 9(7).
