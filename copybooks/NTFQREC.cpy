      *  failures ('F') until NQ-RETRY-COUNT reaches the  *
      *  limit. NTFRPT prints the daily delivery report   *
      *  so anything still stuck in the queue is seen.    *
      *  Entries are typed and addressed: NTFEVENT looks  *
      *  NQ-EVENT-TYPE up on NTFROUTE.DAT and queues one  *
      *  entry per recipient (supervisor ID or group      *
      *  mailbox) at the routed priority; a type with no  *
      *  route is queued once with no recipient. For a    *
      *  sign-on NQ-USER-NAME is the operator name; for   *
      *  the other types it carries the event text and    *
      *  NQ-SESSION-DATE/TIME the event date and time.    *
      *  The four routing fields grew the record from 91  *
      *  to 111 bytes: an old NTFQUEUE.DAT is copied      *
      *  across once by RETARCH CONVERT, with spaces in   *
      *  them (a blank type reads as a sign-on).          *
      *****************************************************
       01  NOTIFY-QUEUE-RECORD.
           05  NQ-STATUS                           PIC X.
           05  NQ-SESSION-TIME                     PIC X(8).
           05  NQ-SENT-DATE                        PIC X(8).
           05  NQ-SENT-TIME                        PIC X(8).
           05  NQ-EVENT-TYPE                       PIC X(8).
               88  NQ-EVENT-SIGNON                 VALUE 'SESSAO'.
               88  NQ-EVENT-LOCKOUT                VALUE 'BLOQUEIO'.
               88  NQ-EVENT-ALERT                  VALUE 'ALERTA'.
               88  NQ-EVENT-NIGHT-FAIL             VALUE 'NOITEERR'.
               88  NQ-EVENT-PWD-EXPIRY             VALUE 'SENHAEXP'.
           05  NQ-RECIPIENT-KIND                   PIC X.
               88  NQ-RECIPIENT-OPERATOR           VALUE 'U'.
               88  NQ-RECIPIENT-GROUP              VALUE 'G'.
           05  NQ-RECIPIENT                        PIC X(10).
           05  NQ-PRIORITY                         PIC X.
               88  NQ-PRIORITY-HIGH                VALUE '1'.
               88  NQ-PRIORITY-NORMAL              VALUE '2'.
               88  NQ-PRIORITY-LOW                 VALUE '3'.
