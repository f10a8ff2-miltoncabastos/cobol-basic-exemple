      *****************************************************
      *  RECDECREC.CPY                                    *
      *  Record layout for the access recertification     *
      *  decision file (RECDEC.DAT). RECERT writes one     *
      *  line per operator on USERS.DAT with the role,     *
      *  status and last sign-on found at listing time     *
      *  and the decision left blank. The reviewing        *
      *  supervisor fills in RD-DECISION ('M' keep, 'B'    *
      *  downgrade, 'R' revoke) and RD-REVIEWER; for a     *
      *  downgrade RD-NEW-ROLE gives the lower role (space *
      *  means '1' operator). RECAPPLY then applies the    *
      *  file to USERS.DAT, journalling each change with   *
      *  source 'RECERT' under the reviewer's ID. A line   *
      *  whose role no longer matches USERS.DAT was        *
      *  changed after the review and is rejected, as is   *
      *  one whose RD-REVIEWER is not an active supervisor *
      *  or admin on USERS.DAT (reason 'REVINV').          *
      *****************************************************
       01  RECERT-DECISION-RECORD.
           05  RD-USER-ID                          PIC X(10).
           05  RD-USER-NAME                        PIC X(40).
           05  RD-USER-ROLE                        PIC X.
           05  RD-USER-STATUS                      PIC X.
           05  RD-LAST-SIGNON                      PIC X(8).
           05  RD-LIST-DATE                        PIC X(8).
           05  RD-DECISION                         PIC X.
               88  RD-DECISION-NONE                VALUE SPACE.
               88  RD-DECISION-KEEP                VALUE 'M'.
               88  RD-DECISION-DOWNGRADE           VALUE 'B'.
               88  RD-DECISION-REVOKE              VALUE 'R'.
           05  RD-NEW-ROLE                         PIC X.
           05  RD-REVIEWER                         PIC X(10).
