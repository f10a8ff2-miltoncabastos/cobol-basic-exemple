      *  Record layout for the SECLOG security audit      *
      *  trail. One entry per security exception: a menu   *
      *  option refused to an operator without the role    *
      *  for it, or a rejected sign-on attempt. A sign-on  *
      *  made under a temporary role delegation is also    *
      *  noted (DELEGADO), with the role and last day.     *
      *  TERMNEG is a sign-on refused at the terminal: not *
      *  on the terminal master, closed, or the operator's *
      *  role above the highest allowed there.             *
      *****************************************************
       01  SECURITY-LOG-RECORD.
           05  SL-USER-ID                          PIC X(10).
               88  SL-EVENT-SENHA-INVAL            VALUE 'SENHAINV'.
               88  SL-EVENT-FORA-HORARIO           VALUE 'FORAHORA'.
               88  SL-EVENT-OVERRIDE               VALUE 'OVERRIDE'.
               88  SL-EVENT-DELEGADO               VALUE 'DELEGADO'.
               88  SL-EVENT-TERMINAL-NEG           VALUE 'TERMNEG'.
           05  SL-DETAIL                           PIC X(20).
