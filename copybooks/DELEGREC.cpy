      *****************************************************
      *  DELEGREC.CPY                                     *
      *  Record layout for the temporary role delegation  *
      *  file (DELEG.DAT), keyed by operator and first    *
      *  day. An admin records in MAINMNT that an         *
      *  operator acts as supervisor ('2') or admin ('3') *
      *  from DG-FROM-DATE to DG-TO-DATE inclusive; HELLO *
      *  raises USER-ROLE for the session while an 'A'    *
      *  (active) delegation covers the day, leaving      *
      *  US-USER-ROLE untouched. DELEGEXP marks ended     *
      *  delegations 'E' (expired) nightly; a delegation  *
      *  withdrawn early in MAINMNT is marked 'C'.        *
      *  DG-CLOSE-DATE is the day it was expired or       *
      *  withdrawn.                                       *
      *****************************************************
       01  DELEGATION-RECORD.
           05  DG-KEY.
               10  DG-USER-ID                      PIC X(10).
               10  DG-FROM-DATE                    PIC X(8).
           05  DG-TO-DATE                          PIC X(8).
           05  DG-ROLE                             PIC X.
               88  DG-ROLE-SUPERVISOR              VALUE '2'.
               88  DG-ROLE-ADMIN                   VALUE '3'.
           05  DG-STATUS                           PIC X.
               88  DG-STATUS-ACTIVE                VALUE 'A'.
               88  DG-STATUS-EXPIRED               VALUE 'E'.
               88  DG-STATUS-CANCELLED             VALUE 'C'.
           05  DG-REASON                           PIC X(30).
           05  DG-AUDIT-USER                       PIC X(10).
           05  DG-AUDIT-DATE                       PIC X(8).
           05  DG-AUDIT-TIME                       PIC X(8).
           05  DG-CLOSE-DATE                       PIC X(8).
