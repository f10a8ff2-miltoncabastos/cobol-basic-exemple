      *****************************************************
      *  BKPCTLREC.CPY                                    *
      *  Record layout for the operator master backup     *
      *  control file (BKPCTL.DAT). USRUNLD appends one    *
      *  record per nightly unload naming the USERS.DAT    *
      *  and SHIFT.DAT backup generations it wrote         *
      *  (USRBKP.YYYYMMDD and SHFBKP.YYYYMMDD) with the    *
      *  record count and hash total of each. The hash     *
      *  total is the sum over every record of each byte   *
      *  value times its position, so a damaged or         *
      *  truncated generation no longer agrees with it.    *
      *  BC-STATUS is 'C' when both generations were read  *
      *  back and agreed with the counts, 'F' otherwise.   *
      *  USRRECOV reloads from the last 'C' unload taken   *
      *  before the recovery point and then replays the    *
      *  USRJRNL after-images.                             *
      *****************************************************
       01  BACKUP-CONTROL-RECORD.
           05  BC-UNLOAD-DATE                      PIC X(8).
           05  BC-UNLOAD-TIME                      PIC X(8).
           05  BC-USERS-GEN                        PIC X(20).
           05  BC-USERS-COUNT                      PIC 9(7).
           05  BC-USERS-HASH                       PIC 9(15).
           05  BC-SHIFT-GEN                        PIC X(20).
           05  BC-SHIFT-COUNT                      PIC 9(7).
           05  BC-SHIFT-HASH                       PIC 9(15).
           05  BC-STATUS                           PIC X.
               88  BC-UNLOAD-COMPLETE              VALUE 'C'.
               88  BC-UNLOAD-FAILED                VALUE 'F'.
