      *****************************************************
      *  NTFRTREC.CPY                                     *
      *  Record layout for the notification routing table *
      *  (NTFROUTE.DAT). One record per event type and    *
      *  recipient; NTFEVENT queues a copy of the event   *
      *  on NTFQUEUE.DAT for every record of its type.    *
      *  NR-RECIPIENT is a supervisor operator ID (kind   *
      *  'U') or a group mailbox name (kind 'G').         *
      *  NR-PRIORITY 1 is dispatched first by NTFSEND.    *
      *****************************************************
       01  NOTIFY-ROUTE-RECORD.
           05  NR-EVENT-TYPE                       PIC X(8).
           05  NR-RECIPIENT-KIND                   PIC X.
               88  NR-RECIPIENT-OPERATOR           VALUE 'U'.
               88  NR-RECIPIENT-GROUP              VALUE 'G'.
           05  NR-RECIPIENT                        PIC X(10).
           05  NR-PRIORITY                         PIC X.
               88  NR-PRIORITY-HIGH                VALUE '1'.
               88  NR-PRIORITY-NORMAL              VALUE '2'.
               88  NR-PRIORITY-LOW                 VALUE '3'.
