      ******************************************************************
      * WKBKUPRE - Master backup record (TMPLMAST.Bccyymmdd and        *
      *            WEEKLAYT.Bccyymmdd - line sequential), written and  *
      *            read back by MASTBKUP.  One data record per master  *
      *            record, in key order, carrying the record image     *
      *            whole, then one control record: the file backed     *
      *            up, the timestamp the backup was taken, the record  *
      *            count, and the lowest and highest keys unloaded.    *
      *            A reload checks the data against the control        *
      *            before it touches the master.                       *
      * 2026.10.15  Added for master backup and recovery.              *
      ******************************************************************
       01  BACKUP-RECORD.
           05  BKP-RECORD-TYPE             PIC X(01).
               88  BKP-DATA                    VALUE 'D'.
               88  BKP-CONTROL                 VALUE 'C'.
           05  FILLER                      PIC X(01).
           05  BKP-DATA-IMAGE              PIC X(213).
           05  BKP-CONTROL-DATA REDEFINES BKP-DATA-IMAGE.
               10  BKP-CTL-FILE-NAME       PIC X(08).
               10  FILLER                  PIC X(01).
               10  BKP-CTL-TIMESTAMP       PIC X(14).
               10  FILLER                  PIC X(01).
               10  BKP-CTL-RECORD-COUNT    PIC 9(07).
               10  FILLER                  PIC X(01).
               10  BKP-CTL-LOW-KEY         PIC X(16).
               10  FILLER                  PIC X(01).
               10  BKP-CTL-HIGH-KEY        PIC X(16).
               10  FILLER                  PIC X(148).
