      ******************************************************************
      *  RUNHIST  --  one run-history record per hellobat run, kept on
      *               the keyed RUNHIST file long after RUNCTL,
      *               EOJSUMM and ACKFILE have been overwritten. The
      *               prime key is the run ID and the feed ID the run
      *               was taken under (blank for a standalone run, the
      *               manifest feed ID, P<n> for a partition, MERGED
      *               for TRNMERGE's record of a partitioned feed);
      *               the run kind marks a resubmission of suspense
      *               items (R) apart from the sender's own feeds;
      *               the alternate key is the header's source system
      *               and feed date, so "did BILLING send on the
      *               3rd?" is one START. hellobat writes the record
      *               RUNNING when it claims the run, rewrites it once
      *               the header names the feed, and closes it with
      *               the end stamp, counts and outcome; a record left
      *               RUNNING is a run that never closed. RPTFEED
      *               reads the file against the FEEDCAL calendar.
      ******************************************************************
       01  RUN-HIST-RECORD.
           05  RH-KEY.
               10  RH-RUN-ID        PIC  X(020).
               10  RH-FEED-ID       PIC  X(008).
           05  RH-FEED-KEY.
               10  RH-SOURCE-SYS    PIC  X(008).
               10  RH-FEED-DATE     PIC  9(008).
           05  RH-RUN-KIND          PIC  X(001).
               88  RH-STANDALONE-RUN                VALUE 'S'.
               88  RH-MANIFEST-RUN                  VALUE 'F'.
               88  RH-PARTITION-RUN                 VALUE 'P'.
               88  RH-MERGED-RUN                    VALUE 'M'.
               88  RH-RESUBMIT-RUN                  VALUE 'R'.
           05  RH-TRANS-NAME        PIC  X(012).
           05  RH-START-STAMP       PIC  9(016).
           05  RH-END-STAMP         PIC  9(016).
           05  RH-RECEIVED          PIC  9(009).
           05  RH-PROCESSED         PIC  9(009).
           05  RH-REJECTED          PIC  9(009).
           05  RH-DUPLICATES        PIC  9(009).
           05  RH-ERRORS            PIC  9(009).
           05  RH-OUTCOME           PIC  X(008).
               88  RH-RUNNING                       VALUE 'RUNNING '.
               88  RH-CLEAN                         VALUE 'CLEAN   '.
               88  RH-WARNING                       VALUE 'WARNING '.
               88  RH-FAILED                        VALUE 'FAILED  '.
               88  RH-SUSPENDED                     VALUE 'SUSPEND '.
           05  FILLER               PIC  X(020).
