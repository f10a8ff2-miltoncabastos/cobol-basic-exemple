      *****************************************************
      *  RETCTLREC.CPY                                    *
      *  Record layout for the retention control file     *
      *  (RETCTL.DAT), one record per housekept file:     *
      *  SECLOG, USRJRNL, NTFQUEUE, SECALERT and RUNCTL.  *
      *  RETARCH runs at month end and takes out of the   *
      *  live file every record dated more than           *
      *  RT-KEEP-DAYS days before the run, appending it   *
      *  to the dated archive <name>.YYYYMMDD when        *
      *  RT-ACTION is 'A' or dropping it when 'D'. Open   *
      *  SECALERT alerts, pending or failed NTFQUEUE      *
      *  entries still under the retry limit and RUNCTL   *
      *  'STA' records with no matching 'END' are kept    *
      *  whatever their age. A file with no record here   *
      *  is left alone. RT-NOTE records the reason for    *
      *  the period (audit requirement, policy ref.) and  *
      *  is printed with it on the RETARCH report.        *
      *****************************************************
       01  RETENTION-CONTROL-RECORD.
           05  RT-FILE-NAME                        PIC X(8).
           05  RT-KEEP-DAYS                        PIC 9(4).
           05  RT-ACTION                           PIC X.
               88  RT-ACTION-ARCHIVE               VALUE 'A'.
               88  RT-ACTION-DROP                  VALUE 'D'.
           05  RT-NOTE                             PIC X(30).
