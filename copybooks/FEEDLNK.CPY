      ******************************************************************
      *  FEEDLNK  --  parameter block for hellobat's HELFEED entry,
      *               through which FEEDDRV runs one manifest feed.
      *               The caller names the feed and its transaction
      *               file; hellobat derives the feed's own output,
      *               error, reject, duplicate, acknowledgement,
      *               end-of-job and checkpoint file names from the
      *               feed ID (OUTFILE.<feed-id> and so on) and hands
      *               back the run's outcome and closing counts. The
      *               outcome is CLEAN, WARNING or FAILED as on
      *               EOJSUMM, SUSPEND when an operator STOP ended
      *               the feed at a checkpoint, or LOCKED when RUNCTL
      *               held another live run and the feed was not
      *               started. A blank run-control name means the
      *               shared RUNCTL. FEEDDRV names RUNCTL.<feed-id>
      *               so each manifest feed keeps its own run
      *               control across a suspend; a partition run
      *               (HELPRUN) names RUNCTL.P<n> so the partitions
      *               of one feed can run side by side, and names
      *               its own audit file the same way for TRNMERGE
      *               to move. With no audit file named, the feed
      *               seals into AUDITRUN.<feed-id> and appends it
      *               to AUDITLOG when it ends. The run kind tells
      *               the run history a partition (P) from a whole
      *               manifest feed (blank).
      ******************************************************************
       01  FEED-LINKAGE.
           05  FL-FEED-ID           PIC  X(008).
           05  FL-TRANS-NAME        PIC  X(012).
           05  FL-RUN-ID            PIC  X(020).
           05  FL-OUTCOME           PIC  X(008).
               88  FL-OUTCOME-CLEAN                 VALUE 'CLEAN   '.
               88  FL-OUTCOME-WARNING               VALUE 'WARNING '.
               88  FL-OUTCOME-FAILED                VALUE 'FAILED  '.
               88  FL-OUTCOME-SUSPENDED             VALUE 'SUSPEND '.
               88  FL-OUTCOME-LOCKED                VALUE 'LOCKED  '.
           05  FL-RECEIVED          PIC  9(009).
           05  FL-PROCESSED         PIC  9(009).
           05  FL-REJECTED          PIC  9(009).
           05  FL-DUPLICATES        PIC  9(009).
           05  FL-ERRORS            PIC  9(009).
           05  FL-RUNCTL-NAME       PIC  X(020).
           05  FL-AUDIT-NAME        PIC  X(020).
           05  FL-RUN-KIND          PIC  X(001).
               88  FL-PARTITION-RUN                 VALUE 'P'.
