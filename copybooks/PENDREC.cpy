      *****************************************************
      *  PENDREC.CPY                                      *
      *  Record layout for the pending privileged change  *
      *  file (PENDCHG.DAT). Creating an operator,        *
      *  granting role '3', resetting a password or       *
      *  reactivating an ID in MAINMNT, a role '3'        *
      *  delegation, and a role raise from the HRUPDT     *
      *  feed are not applied at once: one 'P' (pending)  *
      *  record is appended here with the USERS-RECORD    *
      *  image before the request and the image asked     *
      *  for (a DELEGATION-RECORD image for 'DELEGA').    *
      *  A second admin - not the requester and not the   *
      *  operator concerned - approves ('A') or rejects   *
      *  ('R') it in CHGAPRV, which applies approved      *
      *  changes with a USRJRNL entry naming both. 'E'    *
      *  marks a request left pending over 48 hours, 'F'  *
      *  one that could no longer be applied because the  *
      *  record had changed since it was made.            *
      *****************************************************
       01  PENDING-CHANGE-RECORD.
           05  PC-STATUS                           PIC X.
               88  PC-STATUS-PENDING               VALUE 'P'.
               88  PC-STATUS-APPROVED              VALUE 'A'.
               88  PC-STATUS-REJECTED              VALUE 'R'.
               88  PC-STATUS-EXPIRED               VALUE 'E'.
               88  PC-STATUS-FAILED                VALUE 'F'.
           05  PC-CHANGE-TYPE                      PIC X(8).
               88  PC-TYPE-ADD                     VALUE 'INCLUI'.
               88  PC-TYPE-ROLE                    VALUE 'PERFIL'.
               88  PC-TYPE-PASSWORD                VALUE 'SENHA'.
               88  PC-TYPE-REACTIVATE              VALUE 'REATIVA'.
               88  PC-TYPE-DELEGATION              VALUE 'DELEGA'.
           05  PC-USER-ID                          PIC X(10).
           05  PC-SOURCE                           PIC X(8).
           05  PC-REQ-BY                           PIC X(10).
           05  PC-REQ-DATE                         PIC X(8).
           05  PC-REQ-TIME                         PIC X(8).
           05  PC-BEFORE-IMAGE                     PIC X(94).
           05  PC-AFTER-IMAGE                      PIC X(94).
           05  PC-DECIDED-BY                       PIC X(10).
           05  PC-DECIDED-DATE                     PIC X(8).
           05  PC-DECIDED-TIME                     PIC X(8).
           05  PC-DECISION-NOTE                    PIC X(30).
