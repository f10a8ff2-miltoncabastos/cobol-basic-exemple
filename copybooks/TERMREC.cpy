      *****************************************************
      *  TERMREC.CPY                                      *
      *  Record layout for the terminal master file       *
      *  (TERMINAL.DAT), keyed by TM-TERM-ID (the         *
      *  HELLO_TERM name) and maintained from the MAINMNT *
      *  terminal screen. TM-LOCATION is the branch or    *
      *  site the terminal stands in; WHOSON, SESSRPT     *
      *  and SECSCAN show or group sessions by it.        *
      *  HELLO refuses sign-on from a terminal not on     *
      *  file or marked 'C' (closed), and from an         *
      *  operator whose session role is above             *
      *  TM-MAX-ROLE, logging a TERMNEG security event.   *
      *  While the file does not exist yet or holds no    *
      *  terminal, no terminal is checked.                *
      *****************************************************
       01  TERMINAL-RECORD.
           05  TM-TERM-ID                          PIC X(8).
           05  TM-LOCATION                         PIC X(10).
           05  TM-DESCRIPTION                      PIC X(30).
           05  TM-STATUS                           PIC X.
               88  TM-STATUS-OPEN                  VALUE 'A'.
               88  TM-STATUS-CLOSED                VALUE 'C'.
           05  TM-MAX-ROLE                         PIC X.
               88  TM-MAX-OPERATOR                 VALUE '1' ' '.
               88  TM-MAX-SUPERVISOR               VALUE '2'.
               88  TM-MAX-ADMIN                    VALUE '3'.
           05  TM-AUDIT-USER                       PIC X(10).
           05  TM-AUDIT-DATE                       PIC X(8).
           05  TM-AUDIT-TIME                       PIC X(8).
