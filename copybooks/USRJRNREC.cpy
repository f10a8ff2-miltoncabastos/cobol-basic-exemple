      *  journal (USRJRNL.DAT). Every program that        *
      *  updates USERS.DAT - the MAINMNT screens, the     *
      *  HRUPDT feed and the automatic lockout and        *
      *  password change in HELLO, the RECERT dormant     *
      *  sweep and the RECAPPLY review decisions -        *
      *  appends one record per update with the full      *
      *  before and after images of USERS-RECORD (94      *
      *  bytes each, see USERSREC), the source of the     *
      *  change and who made it. On an add the before     *
      *  image is spaces. UJ-APPROVED-BY is the second    *
      *  admin who approved a change held on PENDCHG.DAT  *
      *  (see PENDREC), spaces on changes applied direct. *
      *  Adding it grew the record from 233 to 243 bytes: *
      *  an old USRJRNL.DAT is copied across once by      *
      *  RETARCH CONVERT, with spaces in the new field.   *
      *  USRJRPT prints the history for an operator or    *
      *  date range.                                      *
      *****************************************************
               88  UJ-SOURCE-SCREEN                VALUE 'TELA'.
               88  UJ-SOURCE-HRFEED                VALUE 'HRFEED'.
               88  UJ-SOURCE-SYSTEM                VALUE 'SISTEMA'.
               88  UJ-SOURCE-RECERT                VALUE 'RECERT'.
           05  UJ-CHANGED-BY                       PIC X(10).
           05  UJ-ACTION                           PIC X.
               88  UJ-ACTION-ADD                   VALUE 'A'.
               88  UJ-ACTION-CHANGE                VALUE 'C'.
           05  UJ-BEFORE-IMAGE                     PIC X(94).
           05  UJ-AFTER-IMAGE                      PIC X(94).
           05  UJ-APPROVED-BY                      PIC X(10).
