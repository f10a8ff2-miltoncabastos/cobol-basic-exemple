      *  (open) alert per suspicious pattern: TERMHORA    *
      *  (too many rejected sign-ons from one terminal    *
      *  in one hour), OPERDIA (too many rejected         *
      *  sign-ons for one ID in a day), BLOQDIA (too      *
      *  many lockouts in a day) and LOCALHOR (too many   *
      *  rejected sign-ons at one location in one hour,   *
      *  over all its terminals). AL-LOCATION is taken    *
      *  from the terminal master (TERMREC) and is blank  *
      *  when the terminal is not on it. SECREV lets a    *
      *  supervisor mark an alert 'A' (acknowledged)      *
      *  with a note; open alerts carry forward and are   *
      *  shown at supervisor sign-on by HELLO.            *
      *  AL-LOCATION grew the record from 98 to 108       *
      *  bytes: an old SECALERT.DAT is copied across once *
      *  by RETARCH CONVERT, with spaces in it.           *
      *****************************************************
       01  SECURITY-ALERT-RECORD.
           05  AL-STATUS                           PIC X.
               88  AL-TYPE-TERM-HOUR               VALUE 'TERMHORA'.
               88  AL-TYPE-OPER-DAY                VALUE 'OPERDIA'.
               88  AL-TYPE-LOCK-DAY                VALUE 'BLOQDIA'.
               88  AL-TYPE-LOC-HOUR                VALUE 'LOCALHOR'.
           05  AL-TERM-ID                          PIC X(8).
           05  AL-USER-ID                          PIC X(10).
           05  AL-HOUR                             PIC X(2).
           05  AL-ACK-DATE                         PIC X(8).
           05  AL-ACK-TIME                         PIC X(8).
           05  AL-ACK-NOTE                         PIC X(30).
           05  AL-LOCATION                         PIC X(10).
