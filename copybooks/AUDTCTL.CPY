      *               function opens, writes and closes per call (the
      *               interactive hello path), while OPEN/WRITE/CLOSE
      *               let a high-volume batch run hold the file open
      *               across the whole run. On OPEN the caller may
      *               name the audit file to hold open; blank means
      *               AUDITLOG. A partition run names its own so the
      *               partitions of one feed never append to the same
      *               file at once. APPEND writes a record taken from
      *               another trail as it stands, keeping its
      *               timestamp, and seals it into the open trail's
      *               chain; TRNMERGE moves a partition's trail onto
      *               AUDITLOG this way, and hellobat its own run
      *               trail. No batch run holds AUDITLOG itself open
      *               across the run; each writes it in one short
      *               append when its trail is done.
      ******************************************************************
       01  AUD-CONTROL.
           05  AUD-CTL-FUNC         PIC  X(001).
               88  AUD-CTL-ONE-SHOT                 VALUE ' '.
               88  AUD-CTL-OPEN                     VALUE 'O'.
               88  AUD-CTL-WRITE                    VALUE 'W'.
               88  AUD-CTL-APPEND                   VALUE 'A'.
               88  AUD-CTL-CLOSE                    VALUE 'C'.
           05  AUD-CTL-FILE-NAME    PIC  X(020).
